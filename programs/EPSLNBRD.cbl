000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSLNBRD.                                         00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY LOAN BOARDING.  READS EVERY APPROVED EPSLNAPP ROW    00000800
000900*    NOT YET BOARDED AND WRITES A FUNDED LOAN TO THE EPSLOAN      00000900
001000*    SERVICING MASTER: FUNDED DATE, ORIGINAL AND CURRENT          00001000
001100*    PRINCIPAL, RATE AND ARM TERMS OFF THE APPLICATION, THE P&I   00001100
001200*    AND ESCROW PAYMENTS RE-CALCULATED BY EPSCSMRT, AND THE       00001200
001300*    FIRST DUE DATE - THE FIRST OF THE MONTH AFTER NEXT.  THE     00001300
001400*    APPLICATION IS THEN STAMPED WITH ITS BOARDED DATE SO IT IS   00001400
001500*    NEVER BOARDED TWICE.  AN APPLICATION EPSCSMRT CANNOT PRICE   00001500
001600*    IS LISTED AND LEFT UNBOARDED FOR THE SERVICING DESK.  THE    00001600
001700*    FUNDED DATE IS TODAY UNLESS A SYSIN CARD SUPPLIES ONE.  SEE  00001700
001800*    JCL MEMBER EPSLNBRD, RUN AHEAD OF THE EPSPMPST POSTING JOB.  00001800
001900*                                                                 00001900
002000*    MOD HISTORY                                                  00002000
002100*    ------------------------------------------------------------ 00002100
002200*    DATE        INIT  DESCRIPTION                                00002200
002300*    2026-10-15  DLH   ORIGINAL VERSION.                          00002300
002310*    2026-10-15  DLH   INITIALIZE EPSCSMRT COMMAREA; PASS         00002310
002320*                      FEE AND POINTS TO THE APR CALC.            00002320
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
002700 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00002700
002800 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00002800
002900 INPUT-OUTPUT SECTION.                                            00002900
003000 FILE-CONTROL.                                                    00003000
003100     SELECT CONTROL-CARD-FILE  ASSIGN TO SYSIN                    00003100
003200         ORGANIZATION IS LINE SEQUENTIAL.                         00003200
003300     SELECT EPSLOAN-FILE       ASSIGN TO EPSLOAN                  00003300
003400         ORGANIZATION IS INDEXED                                  00003400
003500         ACCESS MODE  IS RANDOM                                   00003500
003600         RECORD KEY   IS EPSLM-KEY                                00003600
003700         FILE STATUS  IS W-EPSLOAN-STATUS.                        00003700
003800     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00003800
003900         ORGANIZATION IS LINE SEQUENTIAL.                         00003900
004000*                                                                 00004000
004100 DATA DIVISION.                                                   00004100
004200 FILE SECTION.                                                    00004200
004300 FD  CONTROL-CARD-FILE                                            00004300
004400     RECORDING MODE IS F.                                         00004400
004500 01  CONTROL-CARD.                                                00004500
004600     05  CC-RUN-DATE                PIC 9(08).                    00004600
004700     05  FILLER                     PIC X(72).                    00004700
004800*                                                                 00004800
004900 FD  EPSLOAN-FILE.                                                00004900
005000     COPY EPSLOAN.                                                00005000
005100*                                                                 00005100
005200 FD  REPORT-FILE                                                  00005200
005300     RECORDING MODE IS F.                                         00005300
005400 01  RPT-LINE                       PIC X(132).                   00005400
005500*                                                                 00005500
005600 WORKING-STORAGE SECTION.                                         00005600
005700 01  W-EPSLOAN-STATUS               PIC X(02).                    00005700
005800     88  W-EPSLOAN-OK                      VALUE '00'.            00005800
005900     88  W-EPSLOAN-NOTFND                  VALUE '23'.            00005900
006000 01  W-EPSLOAN-ERROR-MSG.                                         00006000
006100     05  FILLER                 PIC X(30) VALUE                   00006100
006200            'EPSLOAN FILE ERROR - STATUS '.                       00006200
006300     05  EM-EPSLOAN-STATUS      PIC X(02).                        00006300
006400     05  FILLER                 PIC X(40) VALUE SPACES.           00006400
006500 01  W-SQL-ERROR-MSG.                                             00006500
006600     05  FILLER                 PIC X(11) VALUE 'SQL ERROR: '.    00006600
006700     05  W-SQL-ERROR-CODE       PIC 9(05) DISPLAY.                00006700
006800 01  W-SWITCHES.                                                  00006800
006900     05  W-CARD-SWITCH              PIC X(01).                    00006900
007000         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00007000
007100     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00007100
007200         88  W-INIT-FAILED                 VALUE 'Y'.             00007200
007300     05  W-SQL-FAIL-SWITCH          PIC X(01).                    00007300
007400         88  W-SQL-FAILED                  VALUE 'Y'.             00007400
007500     05  W-LOAN-IO-SWITCH           PIC X(01).                    00007500
007600         88  W-EPSLOAN-IO-ERROR            VALUE 'Y'.             00007600
007700     05  W-CURSOR-EOF-SWITCH        PIC X(01).                    00007700
007800         88  W-CURSOR-EOF                  VALUE 'Y'.             00007800
007900 01  W-RUN-DATE                     PIC 9(08).                    00007900
008000 01  W-TODAY-TIME                   PIC 9(06).                    00008000
008100 01  W-BATCH-ID                     PIC X(03) VALUE 'BRD'.        00008100
008200*                                                                 00008200
008300*    FIRST DUE DATE WORK AREA - THE FIRST OF THE MONTH AFTER      00008300
008400*    THE MONTH FOLLOWING FUNDING, SO A FULL MONTH OF INTEREST     00008400
008500*    ACCRUES BEFORE THE FIRST PAYMENT.                            00008500
008600 01  W-DUE-DATE.                                                  00008600
008700     05  W-DUE-YEAR                 PIC 9(04).                    00008700
008800     05  W-DUE-MONTH                PIC 9(02).                    00008800
008900     05  W-DUE-DAY                  PIC 9(02).                    00008900
009000*                                                                 00009000
009100*    EPSCSMRT IS CALLED, NOT LINKED, FROM BATCH - IT TAKES ITS    00009100
009200*    PARAMETERS THROUGH THE SAME COMMAREA LAYOUT EITHER WAY.      00009200
009300 01  W-CALL-PROGRAM                 PIC X(08) VALUE 'EPSCSMRT'.   00009300
009400 01  W-CALC-COMMAREA.                                             00009400
009500     COPY EPSMTCOM.                                               00009500
009600*                                                                 00009600
009700 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00009700
009800 01  W-BOARDED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009800
009900 01  W-ON-FILE-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009900
010000 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00010000
010100 01  W-BOARDED-PRINCIPAL            PIC 9(09)V99 COMP-3           00010100
010200                                                VALUE ZERO.       00010200
010300*                                                                 00010300
010400 01  W-EDIT-FIELDS.                                               00010400
010500     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00010500
010600     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00010600
010700*                                                                 00010700
010800 01  W-HEADING-1.                                                 00010800
010900     05  FILLER                     PIC X(40) VALUE               00010900
011000            'EPSLNBRD - LOAN BOARDING LISTING        '.           00011000
011100     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00011100
011200     05  H1-RUN-DATE                PIC X(10).                    00011200
011300 01  W-DETAIL-HEADING.                                            00011300
011400     05  FILLER                     PIC X(24) VALUE               00011400
011500            'LOAN NUMBER'.                                        00011500
011600     05  FILLER                     PIC X(31) VALUE               00011600
011700            'CUSTOMER NAME'.                                      00011700
011800     05  FILLER                     PIC X(14) VALUE               00011800
011900            '     PRINCIPAL'.                                     00011900
012000     05  FILLER                     PIC X(08) VALUE '    RATE'.   00012000
012100     05  FILLER                     PIC X(05) VALUE '  YRS'.      00012100
012200     05  FILLER                     PIC X(13) VALUE               00012200
012300            '      P AND I'.                                      00012300
012400     05  FILLER                     PIC X(13) VALUE               00012400
012500            '       ESCROW'.                                      00012500
012600     05  FILLER                     PIC X(12) VALUE               00012600
012700            '   FIRST DUE'.                                       00012700
012800     05  FILLER                     PIC X(13) VALUE               00012800
012900            '  DISPOSITION'.                                      00012900
013000 01  W-DETAIL-LINE.                                               00013000
013100     05  DL-LOAN-NUMBER             PIC X(22).                    00013100
013200     05  FILLER                     PIC X(02) VALUE SPACES.       00013200
013300     05  DL-CUSTOMER-NAME           PIC X(30).                    00013300
013400     05  FILLER                     PIC X(01) VALUE SPACES.       00013400
013500     05  DL-PRINCIPAL               PIC Z,ZZZ,ZZ9.99.             00013500
013600     05  FILLER                     PIC X(02) VALUE SPACES.       00013600
013700     05  DL-RATE                    PIC Z9.999.                   00013700
013800     05  FILLER                     PIC X(03) VALUE SPACES.       00013800
013900     05  DL-YEARS                   PIC Z9.                       00013900
014000     05  FILLER                     PIC X(01) VALUE SPACES.       00014000
014100     05  DL-PI-PAYMENT              PIC Z,ZZZ,ZZ9.99.             00014100
014200     05  FILLER                     PIC X(01) VALUE SPACES.       00014200
014300     05  DL-ESCROW                  PIC Z,ZZZ,ZZ9.99.             00014300
014400     05  FILLER                     PIC X(02) VALUE SPACES.       00014400
014500     05  DL-FIRST-DUE               PIC 9(04)/99/99.              00014500
014600     05  FILLER                     PIC X(02) VALUE SPACES.       00014600
014700     05  DL-DISPOSITION             PIC X(12).                    00014700
014800 01  W-REJECT-LINE.                                               00014800
014900     05  RL-LOAN-NUMBER             PIC X(22).                    00014900
015000     05  FILLER                     PIC X(02) VALUE SPACES.       00015000
015100     05  RL-CUSTOMER-NAME           PIC X(30).                    00015100
015200     05  FILLER                     PIC X(01) VALUE SPACES.       00015200
015300     05  FILLER                     PIC X(10) VALUE               00015300
015400            'REJECTED: '.                                         00015400
015500     05  RL-REASON                  PIC X(60).                    00015500
015600*                                                                 00015600
015700 01  W-BOARDED-DISP                 PIC X(12) VALUE 'BOARDED'.    00015700
015800 01  W-ON-FILE-DISP                 PIC X(12) VALUE               00015800
015900        'ON FILE'.                                                00015900
016000*                                                                 00016000
016100 01  W-TOTAL-LINE-1.                                              00016100
016200     05  FILLER                     PIC X(24) VALUE               00016200
016300            'APPROVED ROWS READ      '.                           00016300
016400     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00016400
016500 01  W-TOTAL-LINE-2.                                              00016500
016600     05  FILLER                     PIC X(24) VALUE               00016600
016700            'LOANS BOARDED           '.                           00016700
016800     05  TL2-COUNT                  PIC ZZZ,ZZ9.                  00016800
016900 01  W-TOTAL-LINE-3.                                              00016900
017000     05  FILLER                     PIC X(24) VALUE               00017000
017100            'ALREADY ON LOAN MASTER  '.                           00017100
017200     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00017200
017300 01  W-TOTAL-LINE-4.                                              00017300
017400     05  FILLER                     PIC X(24) VALUE               00017400
017500            'REJECTED - NOT BOARDED  '.                           00017500
017600     05  TL4-COUNT                  PIC ZZZ,ZZ9.                  00017600
017700 01  W-TOTAL-LINE-5.                                              00017700
017800     05  FILLER                     PIC X(24) VALUE               00017800
017900            'PRINCIPAL BOARDED      $'.                           00017900
018000     05  TL5-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00018000
018100 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00018100
018200 01  W-NO-APPROVALS-MSG             PIC X(40) VALUE               00018200
018300        'NO APPROVED APPLICATIONS TO BOARD'.                      00018300
018400*                                                                 00018400
018500     EXEC SQL INCLUDE SQLCA END-EXEC.                             00018500
018600*                                                                 00018600
018700     COPY EPSLNAPP.                                               00018700
018800*                                                                 00018800
018900*    BRDCSR WALKS EVERY APPROVED APPLICATION THAT HAS NOT BEEN    00018900
019000*    BOARDED YET, OLDEST FIRST, WITH THE PRICING INPUTS THE       00019000
019100*    QUOTE WAS CALCULATED ON.                                     00019100
019200     EXEC SQL DECLARE BRDCSR CURSOR FOR                           00019200
019300          SELECT CUSTOMER_ID, APPLICATION_DATE,                   00019300
019400                 APPLICATION_TIME, CUSTOMER_NAME,                 00019400
019500                 PRINCIPAL_AMT, NUMBER_OF_YEARS,                  00019500
019600                 INTEREST_RATE, TERMINAL_ID, LOAN_PRODUCT,        00019600
019700                 DOWN_PAYMENT_PCT, ANNUAL_TAX,                    00019700
019800                 ANNUAL_INSURANCE, RATE_TYPE,                     00019800
019900                 ARM_FIXED_YEARS, ARM_ADJ_FREQ_YRS,               00019900
020000                 ARM_PERIODIC_CAP, ARM_LIFETIME_CAP,              00020000
020100                 ARM_MARGIN, ORIGINATION_FEE,                     00020100
020150                 DISCOUNT_POINTS                                  00020150
020200            FROM EPSLNAPP                                         00020200
020300           WHERE STATUS = 'A'                                     00020300
020400             AND BOARDED_DATE = ' '                               00020400
020500           ORDER BY APPLICATION_DATE, APPLICATION_TIME            00020500
020600          END-EXEC.                                               00020600
020700*                                                                 00020700
020800 PROCEDURE DIVISION.                                              00020800
020900 0000-MAINLINE.                                                   00020900
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00021000
021100     IF NOT W-INIT-FAILED                                         00021100
021200         PERFORM 2000-BOARD-ONE-LOAN THRU 2000-EXIT               00021200
021300             UNTIL W-CURSOR-EOF                                   00021300
021400                OR W-SQL-FAILED                                   00021400
021500                OR W-EPSLOAN-IO-ERROR                             00021500
021600         EXEC SQL CLOSE BRDCSR END-EXEC                           00021600
021700         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00021700
021800     END-IF                                                       00021800
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00021900
022000     GOBACK                                                       00022000
022100     .                                                            00022100
022200*                                                                 00022200
022300 1000-INITIALIZE.                                                 00022300
022400     OPEN OUTPUT REPORT-FILE                                      00022400
022500     OPEN INPUT CONTROL-CARD-FILE                                 00022500
022600     READ CONTROL-CARD-FILE                                       00022600
022700         AT END                                                   00022700
022800             SET W-NO-CONTROL-CARD TO TRUE                        00022800
022900     END-READ                                                     00022900
023000     CLOSE CONTROL-CARD-FILE                                      00023000
023100     ACCEPT W-TODAY-TIME FROM TIME                                00023100
023200*    A CARD WITH A REAL DATE BACK-DATES THE FUNDING FOR A RERUN - 00023200
023300*    OTHERWISE LOANS FUND AS OF TODAY.                            00023300
023400     IF W-NO-CONTROL-CARD OR CC-RUN-DATE NOT NUMERIC              00023400
023500         ACCEPT W-RUN-DATE FROM DATE YYYYMMDD                     00023500
023600     ELSE                                                         00023600
023700         MOVE CC-RUN-DATE TO W-RUN-DATE                           00023700
023800     END-IF                                                       00023800
023900     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00023900
024000     OPEN I-O EPSLOAN-FILE                                        00024000
024100     IF NOT W-EPSLOAN-OK                                          00024100
024200         SET W-INIT-FAILED TO TRUE                                00024200
024300         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00024300
024400         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00024400
024500         WRITE RPT-LINE                                           00024500
024600         GO TO 1000-EXIT                                          00024600
024700     END-IF                                                       00024700
024800     EXEC SQL OPEN BRDCSR END-EXEC                                00024800
024900     IF SQLCODE NOT = 0                                           00024900
025000         SET W-INIT-FAILED TO TRUE                                00025000
025100         SET W-SQL-FAILED TO TRUE                                 00025100
025200         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00025200
025300         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00025300
025400         WRITE RPT-LINE                                           00025400
025500     END-IF                                                       00025500
025600     .                                                            00025600
025700 1000-EXIT.                                                       00025700
025800     EXIT.                                                        00025800
025900*                                                                 00025900
026000 2000-BOARD-ONE-LOAN.                                             00026000
026100     EXEC SQL FETCH BRDCSR                                        00026100
026200          INTO :EPSLA-CUSTOMER-ID, :EPSLA-APPLICATION-DATE,       00026200
026300               :EPSLA-APPLICATION-TIME, :EPSLA-CUSTOMER-NAME,     00026300
026400               :EPSLA-PRINCIPAL-AMT, :EPSLA-NUMBER-OF-YEARS,      00026400
026500               :EPSLA-INTEREST-RATE, :EPSLA-TERMINAL-ID,          00026500
026600               :EPSLA-LOAN-PRODUCT, :EPSLA-DOWN-PAYMENT-PCT,      00026600
026700               :EPSLA-ANNUAL-TAX, :EPSLA-ANNUAL-INSURANCE,        00026700
026800               :EPSLA-RATE-TYPE, :EPSLA-ARM-FIXED-YEARS,          00026800
026900               :EPSLA-ARM-ADJ-FREQ-YRS, :EPSLA-ARM-PERIODIC-CAP,  00026900
027000               :EPSLA-ARM-LIFETIME-CAP, :EPSLA-ARM-MARGIN,        00027000
027050               :EPSLA-ORIGINATION-FEE, :EPSLA-DISCOUNT-POINTS     00027050
027100          END-EXEC                                                00027100
027200     IF SQLCODE = 100                                             00027200
027300         SET W-CURSOR-EOF TO TRUE                                 00027300
027400         GO TO 2000-EXIT                                          00027400
027500     END-IF                                                       00027500
027600     IF SQLCODE NOT = 0                                           00027600
027700         SET W-SQL-FAILED TO TRUE                                 00027700
027800         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00027800
027900         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00027900
028000         WRITE RPT-LINE                                           00028000
028100         GO TO 2000-EXIT                                          00028100
028200     END-IF                                                       00028200
028300     ADD 1 TO W-READ-COUNT                                        00028300
028400     MOVE EPSLA-CUSTOMER-ID TO EPSLM-CUSTOMER-ID                  00028400
028500     MOVE EPSLA-APPLICATION-DATE TO EPSLM-APPLICATION-DATE        00028500
028600     MOVE EPSLA-APPLICATION-TIME TO EPSLM-APPLICATION-TIME        00028600
028700*    A LOAN ALREADY ON THE MASTER MEANS AN EARLIER RUN WROTE IT   00028700
028800*    BUT DIED BEFORE STAMPING THE APPLICATION - JUST STAMP IT.    00028800
028900     READ EPSLOAN-FILE                                            00028900
029000     IF W-EPSLOAN-OK                                              00029000
029100         ADD 1 TO W-ON-FILE-COUNT                                 00029100
029200         MOVE W-ON-FILE-DISP TO DL-DISPOSITION                    00029200
029300         PERFORM 2800-PRINT-DETAIL-LINE THRU 2800-EXIT            00029300
029400         PERFORM 2900-STAMP-BOARDED THRU 2900-EXIT                00029400
029500         GO TO 2000-EXIT                                          00029500
029600     END-IF                                                       00029600
029700     IF NOT W-EPSLOAN-NOTFND                                      00029700
029800         SET W-EPSLOAN-IO-ERROR TO TRUE                           00029800
029900         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00029900
030000         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00030000
030100         WRITE RPT-LINE                                           00030100
030200         GO TO 2000-EXIT                                          00030200
030300     END-IF                                                       00030300
030400     PERFORM 2100-PRICE-LOAN THRU 2100-EXIT                       00030400
030500     IF EPSPCOM-ERRMSG OF W-CALC-COMMAREA NOT = SPACES            00030500
030600         ADD 1 TO W-REJECT-COUNT                                  00030600
030700         MOVE EPSLM-LOAN-NUMBER TO RL-LOAN-NUMBER                 00030700
030800         MOVE EPSLA-CUSTOMER-NAME TO RL-CUSTOMER-NAME             00030800
030900         MOVE EPSPCOM-ERRMSG OF W-CALC-COMMAREA TO RL-REASON      00030900
031000         MOVE W-REJECT-LINE TO RPT-LINE                           00031000
031100         WRITE RPT-LINE                                           00031100
031200         GO TO 2000-EXIT                                          00031200
031300     END-IF                                                       00031300
031400     PERFORM 2200-BUILD-LOAN-RECORD THRU 2200-EXIT                00031400
031500     WRITE EPSLM-RECORD                                           00031500
031600     IF NOT W-EPSLOAN-OK                                          00031600
031700         SET W-EPSLOAN-IO-ERROR TO TRUE                           00031700
031800         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00031800
031900         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00031900
032000         WRITE RPT-LINE                                           00032000
032100         GO TO 2000-EXIT                                          00032100
032200     END-IF                                                       00032200
032300     ADD 1 TO W-BOARDED-COUNT                                     00032300
032400     ADD EPSLM-ORIGINAL-PRINCIPAL TO W-BOARDED-PRINCIPAL          00032400
032500     MOVE W-BOARDED-DISP TO DL-DISPOSITION                        00032500
032600     PERFORM 2800-PRINT-DETAIL-LINE THRU 2800-EXIT                00032600
032700     PERFORM 2900-STAMP-BOARDED THRU 2900-EXIT                    00032700
032800     .                                                            00032800
032900 2000-EXIT.                                                       00032900
033000     EXIT.                                                        00033000
033100*                                                                 00033100
033200*    RE-RUN THE PAYMENT CALCULATION ON THE APPLICATION'S OWN      00033200
033300*    PRICING INPUTS SO THE SERVICED P&I AND ESCROW MATCH WHAT     00033300
033400*    THE CUSTOMER WAS QUOTED.                                     00033400
033500 2100-PRICE-LOAN.                                                 00033500
033600     INITIALIZE W-CALC-COMMAREA                                   00033600
033700     MOVE EPSLA-LOAN-PRODUCT                                      00033700
033800        TO EPSPCOM-LOAN-PRODUCT OF W-CALC-COMMAREA                00033800
033900     MOVE EPSLA-PRINCIPAL-AMT                                     00033900
034000        TO EPSPCOM-PRINCIPLE-DATA OF W-CALC-COMMAREA              00034000
034100     MOVE EPSLA-NUMBER-OF-YEARS                                   00034100
034200        TO EPSPCOM-NUMBER-OF-YEARS OF W-CALC-COMMAREA             00034200
034300     MOVE EPSLA-INTEREST-RATE                                     00034300
034400        TO EPSPCOM-QUOTED-INTEREST-RATE OF W-CALC-COMMAREA        00034400
034500     MOVE EPSLA-DOWN-PAYMENT-PCT                                  00034500
034600        TO EPSPCOM-DOWN-PAYMENT-PCT OF W-CALC-COMMAREA            00034600
034700     MOVE EPSLA-ANNUAL-TAX                                        00034700
034800        TO EPSPCOM-ANNUAL-PROPERTY-TAX OF W-CALC-COMMAREA         00034800
034900     MOVE EPSLA-ANNUAL-INSURANCE                                  00034900
035000        TO EPSPCOM-ANNUAL-INSURANCE OF W-CALC-COMMAREA            00035000
035100     MOVE EPSLA-RATE-TYPE                                         00035100
035200        TO EPSPCOM-RATE-TYPE OF W-CALC-COMMAREA                   00035200
035300     MOVE EPSLA-ARM-FIXED-YEARS                                   00035300
035400        TO EPSPCOM-ARM-FIXED-YEARS OF W-CALC-COMMAREA             00035400
035500     MOVE EPSLA-ARM-ADJ-FREQ-YRS                                  00035500
035600        TO EPSPCOM-ARM-ADJ-FREQ-YEARS OF W-CALC-COMMAREA          00035600
035700     MOVE EPSLA-ARM-PERIODIC-CAP                                  00035700
035800        TO EPSPCOM-ARM-PERIODIC-CAP OF W-CALC-COMMAREA            00035800
035900     MOVE EPSLA-ARM-LIFETIME-CAP                                  00035900
036000        TO EPSPCOM-ARM-LIFETIME-CAP OF W-CALC-COMMAREA            00036000
036100     MOVE EPSLA-ARM-MARGIN                                        00036100
036200        TO EPSPCOM-ARM-MARGIN OF W-CALC-COMMAREA                  00036200
036210     MOVE EPSLA-ORIGINATION-FEE                                   00036210
036220        TO EPSPCOM-ORIGINATION-FEE OF W-CALC-COMMAREA             00036220
036230     MOVE EPSLA-DISCOUNT-POINTS                                   00036230
036240        TO EPSPCOM-DISCOUNT-POINTS OF W-CALC-COMMAREA             00036240
036250*    NO INDEX RATE - BOARDING ONLY NEEDS THE INITIAL P&I, SO AN   00036250
036260*    ARM'S APR IS LEFT AT THE INITIAL RATE.                       00036260
036270     MOVE ZERO TO EPSPCOM-ARM-INDEX-RATE OF W-CALC-COMMAREA       00036270
036300     MOVE ZERO TO EPSPCOM-MONTHLY-INCOME OF W-CALC-COMMAREA       00036300
036400     MOVE ZERO TO EPSPCOM-MONTHLY-DEBT OF W-CALC-COMMAREA         00036400
036500     CALL W-CALL-PROGRAM USING W-CALC-COMMAREA                    00036500
036600     .                                                            00036600
036700 2100-EXIT.                                                       00036700
036800     EXIT.                                                        00036800
036900*                                                                 00036900
037000 2200-BUILD-LOAN-RECORD.                                          00037000
037100     MOVE EPSLA-CUSTOMER-NAME TO EPSLM-CUSTOMER-NAME              00037100
037200     MOVE EPSLA-TERMINAL-ID TO EPSLM-TERMINAL-ID                  00037200
037300     MOVE EPSLA-LOAN-PRODUCT TO EPSLM-LOAN-PRODUCT                00037300
037400     SET EPSLM-ACTIVE TO TRUE                                     00037400
037500     MOVE W-RUN-DATE TO EPSLM-FUNDED-DATE                         00037500
037600     MOVE EPSLA-PRINCIPAL-AMT TO EPSLM-ORIGINAL-PRINCIPAL         00037600
037700     MOVE EPSLA-PRINCIPAL-AMT TO EPSLM-CURRENT-PRINCIPAL          00037700
037800     MOVE EPSLA-NUMBER-OF-YEARS TO EPSLM-NUMBER-OF-YEARS          00037800
037900     MOVE EPSLA-INTEREST-RATE TO EPSLM-ORIGINAL-RATE              00037900
038000     MOVE EPSLA-INTEREST-RATE TO EPSLM-CURRENT-RATE               00038000
038100     MOVE EPSLA-RATE-TYPE TO EPSLM-RATE-TYPE                      00038100
038200     MOVE EPSLA-ARM-FIXED-YEARS TO EPSLM-ARM-FIXED-YEARS          00038200
038300     MOVE EPSLA-ARM-ADJ-FREQ-YRS TO EPSLM-ARM-ADJ-FREQ-YEARS      00038300
038400     MOVE EPSLA-ARM-PERIODIC-CAP TO EPSLM-ARM-PERIODIC-CAP        00038400
038500     MOVE EPSLA-ARM-LIFETIME-CAP TO EPSLM-ARM-LIFETIME-CAP        00038500
038600     MOVE EPSLA-ARM-MARGIN TO EPSLM-ARM-MARGIN                    00038600
038700*    ONLY AN ARM WITH A WORKABLE CAP STRUCTURE EVER ADJUSTS -     00038700
038800*    THE SAME TEST EPSAMSCH APPLIES BEFORE STEPPING A SCHEDULE.   00038800
038900     MOVE ZERO TO EPSLM-NEXT-ADJUST-PMT                           00038900
039000     IF EPSLM-ARM-RATE                                            00039000
039100        AND EPSLM-ARM-FIXED-YEARS > ZERO                          00039100
039200        AND EPSLM-ARM-FIXED-YEARS < EPSLM-NUMBER-OF-YEARS         00039200
039300        AND EPSLM-ARM-PERIODIC-CAP NOT = ZERO                     00039300
039400        AND EPSLM-ARM-LIFETIME-CAP NOT = ZERO                     00039400
039500         COMPUTE EPSLM-NEXT-ADJUST-PMT                            00039500
039600             = (EPSLM-ARM-FIXED-YEARS * 12) + 1                   00039600
039700     END-IF                                                       00039700
039800     MOVE EPSPCOM-RETURN-MONTH-PAYMENT OF W-CALC-COMMAREA         00039800
039900        TO EPSLM-PI-PAYMENT                                       00039900
040000     MOVE EPSPCOM-RETURN-ESCROW-PAYMENT OF W-CALC-COMMAREA        00040000
040100        TO EPSLM-ESCROW-PAYMENT                                   00040100
040200     MOVE W-RUN-DATE TO W-DUE-DATE                                00040200
040300     MOVE 01 TO W-DUE-DAY                                         00040300
040400     ADD 2 TO W-DUE-MONTH                                         00040400
040500     IF W-DUE-MONTH > 12                                          00040500
040600         SUBTRACT 12 FROM W-DUE-MONTH                             00040600
040700         ADD 1 TO W-DUE-YEAR                                      00040700
040800     END-IF                                                       00040800
040900     MOVE W-DUE-DATE TO EPSLM-FIRST-DUE-DATE                      00040900
041000     MOVE W-DUE-DATE TO EPSLM-NEXT-DUE-DATE                       00041000
041100     MOVE ZERO TO EPSLM-PAYMENTS-MADE                             00041100
041200     MOVE ZERO TO EPSLM-LAST-PAYMENT-DATE                         00041200
041300     MOVE ZERO TO EPSLM-LAST-PAYMENT-AMT                          00041300
041400     MOVE ZERO TO EPSLM-ESCROW-BALANCE                            00041400
041500     MOVE ZERO TO EPSLM-INTEREST-PAID-TOTAL                       00041500
041600     MOVE W-BATCH-ID TO EPSLM-SET-BY-OPERATOR                     00041600
041700     MOVE W-RUN-DATE TO EPSLM-SET-DATE                            00041700
041800     MOVE W-TODAY-TIME TO EPSLM-SET-TIME                          00041800
041900     .                                                            00041900
042000 2200-EXIT.                                                       00042000
042100     EXIT.                                                        00042100
042200*                                                                 00042200
042300 2800-PRINT-DETAIL-LINE.                                          00042300
042400     MOVE EPSLM-LOAN-NUMBER TO DL-LOAN-NUMBER                     00042400
042500     MOVE EPSLM-CUSTOMER-NAME TO DL-CUSTOMER-NAME                 00042500
042600     MOVE EPSLM-ORIGINAL-PRINCIPAL TO DL-PRINCIPAL                00042600
042700     MOVE EPSLM-CURRENT-RATE TO DL-RATE                           00042700
042800     MOVE EPSLM-NUMBER-OF-YEARS TO DL-YEARS                       00042800
042900     MOVE EPSLM-PI-PAYMENT TO DL-PI-PAYMENT                       00042900
043000     MOVE EPSLM-ESCROW-PAYMENT TO DL-ESCROW                       00043000
043100     MOVE EPSLM-FIRST-DUE-DATE TO DL-FIRST-DUE                    00043100
043200     MOVE W-DETAIL-LINE TO RPT-LINE                               00043200
043300     WRITE RPT-LINE                                               00043300
043400     .                                                            00043400
043500 2800-EXIT.                                                       00043500
043600     EXIT.                                                        00043600
043700*                                                                 00043700
043800 2900-STAMP-BOARDED.                                              00043800
043900     MOVE EPSLM-FUNDED-DATE TO EPSLA-BOARDED-DATE                 00043900
044000     EXEC SQL                                                     00044000
044100          UPDATE EPSLNAPP                                         00044100
044200             SET BOARDED_DATE = :EPSLA-BOARDED-DATE               00044200
044300           WHERE CUSTOMER_ID = :EPSLA-CUSTOMER-ID                 00044300
044400             AND APPLICATION_DATE = :EPSLA-APPLICATION-DATE       00044400
044500             AND APPLICATION_TIME = :EPSLA-APPLICATION-TIME       00044500
044600          END-EXEC                                                00044600
044700     IF SQLCODE NOT = 0                                           00044700
044800         SET W-SQL-FAILED TO TRUE                                 00044800
044900         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00044900
045000         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00045000
045100         WRITE RPT-LINE                                           00045100
045200     END-IF                                                       00045200
045300     .                                                            00045300
045400 2900-EXIT.                                                       00045400
045500     EXIT.                                                        00045500
045600*                                                                 00045600
045700 8000-PRINT-SUMMARY.                                              00045700
045800     MOVE W-BLANK-LINE TO RPT-LINE                                00045800
045900     WRITE RPT-LINE                                               00045900
046000     IF W-READ-COUNT = 0                                          00046000
046100         MOVE W-NO-APPROVALS-MSG TO RPT-LINE                      00046100
046200         WRITE RPT-LINE                                           00046200
046300         GO TO 8000-EXIT                                          00046300
046400     END-IF                                                       00046400
046500     MOVE W-READ-COUNT TO TL1-COUNT                               00046500
046600     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00046600
046700     WRITE RPT-LINE                                               00046700
046800     MOVE W-BOARDED-COUNT TO TL2-COUNT                            00046800
046900     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00046900
047000     WRITE RPT-LINE                                               00047000
047100     MOVE W-ON-FILE-COUNT TO TL3-COUNT                            00047100
047200     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00047200
047300     WRITE RPT-LINE                                               00047300
047400     MOVE W-REJECT-COUNT TO TL4-COUNT                             00047400
047500     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00047500
047600     WRITE RPT-LINE                                               00047600
047700     MOVE W-BOARDED-PRINCIPAL TO TL5-AMOUNT                       00047700
047800     MOVE W-TOTAL-LINE-5 TO RPT-LINE                              00047800
047900     WRITE RPT-LINE                                               00047900
048000     .                                                            00048000
048100 8000-EXIT.                                                       00048100
048200     EXIT.                                                        00048200
048300*                                                                 00048300
048400 8100-PRINT-HEADINGS.                                             00048400
048500     MOVE W-RUN-DATE TO W-ED-RUN-DATE                             00048500
048600     MOVE W-ED-RUN-DATE TO H1-RUN-DATE                            00048600
048700     MOVE W-HEADING-1 TO RPT-LINE                                 00048700
048800     WRITE RPT-LINE                                               00048800
048900     MOVE W-BLANK-LINE TO RPT-LINE                                00048900
049000     WRITE RPT-LINE                                               00049000
049100     MOVE W-DETAIL-HEADING TO RPT-LINE                            00049100
049200     WRITE RPT-LINE                                               00049200
049300     .                                                            00049300
049400 8100-EXIT.                                                       00049400
049500     EXIT.                                                        00049500
049600*                                                                 00049600
049700 9000-TERMINATE.                                                  00049700
049800     IF NOT W-INIT-FAILED                                         00049800
049900         CLOSE EPSLOAN-FILE                                       00049900
050000     END-IF                                                       00050000
050100     CLOSE REPORT-FILE                                            00050100
050200     IF W-INIT-FAILED OR W-SQL-FAILED OR W-EPSLOAN-IO-ERROR       00050200
050300         MOVE 8 TO RETURN-CODE                                    00050300
050400     END-IF                                                       00050400
050500     .                                                            00050500
050600 9000-EXIT.                                                       00050600
050700     EXIT.                                                        00050700
