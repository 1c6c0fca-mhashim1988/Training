000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSBRKQ.                                          00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY BROKER QUOTE PRICING.  MORTGAGE BROKERS SEND A FILE  00000800
000900*    OF LOAN SCENARIOS (BRKREQ, ONE 80-BYTE RECORD PER SCENARIO - 00000900
001000*    SEE COPYBOOK EPSBRKRQ) AND THIS RUN PRICES EVERY ONE OF THEM 00001000
001100*    THE WAY THE EPSQSRV QUOTE SERVICE PRICES A WEB QUOTE: THE    00001100
001200*    PRODUCT'S EPSRATE ROW EFFECTIVE ON THE PRICING DATE (ITS     00001200
001300*    HIGHEST ROW DATED ON OR BEFORE THAT DATE, ARM SHAPE          00001300
001400*    INCLUDED), THE EPSPLCY MINIMUM DOWN PAYMENT AND LTV BANDS    00001400
001500*    APPLIED AS EPSCMORT'S A647-APPLY-POLICY-RULES APPLIES THEM,  00001500
001600*    AND THE SAME EPSCSMRT CALCULATION, CALLED RATHER THAN LINKED.00001600
001700*    A SCENARIO THAT PRICES IS WRITTEN TO THE BRKRSP RESPONSE FILE00001700
001800*    (COPYBOOK EPSBRKRS) AND FILED ON EPSQUOTE AND THE EPAUHST    00001800
001900*    AUDIT TRAIL UNDER CHANNEL 'B', SO THE NIGHTLY VOLUME REPORT, 00001900
002000*    THE AUDIT RECONCILIATION AND THE WAREHOUSE EXTRACT COUNT     00002000
002100*    BROKER VOLUME ALONGSIDE TELLER AND WEB.  A SCENARIO THAT     00002100
002200*    CANNOT BE PRICED GOES TO THE BRKREJ REJECTS FILE (COPYBOOK   00002200
002300*    EPSBRKRJ) WITH A REASON CODE AND TEXT AND IS NOT FILED.      00002300
002400*                                                                 00002400
002500*    THE RATE TABLE IS READ ONCE, UP FRONT - ONE PASS OF EPSRATE  00002500
002600*    KEEPS EACH PRODUCT'S LATEST ROW DATED ON OR BEFORE THE       00002600
002700*    PRICING DATE, THE SAME FORWARD-BROWSE RULE EPSRTSHP USES -   00002700
002800*    SO EVERY SCENARIO IN THE FILE IS PRICED OFF ONE CONSISTENT   00002800
002900*    RATE SHEET.  THE PRICING DATE IS TODAY UNLESS A SYSIN CARD   00002900
003000*    SUPPLIES ONE.  EPSQUOTE IS A CICS FILE, SO THE JOB RUNS IN   00003000
003100*    THE BATCH WINDOW WHILE THE REGION IS DOWN - SEE JCL MEMBER   00003100
003200*    EPSBRKQ.                                                     00003200
003300*                                                                 00003300
003400*    MOD HISTORY                                                  00003400
003500*    ------------------------------------------------------------ 00003500
003600*    DATE        INIT  DESCRIPTION                                00003600
003700*    2026-10-15  DLH   ORIGINAL VERSION.                          00003700
003800*                                                                 00003800
003900 ENVIRONMENT DIVISION.                                            00003900
004000 CONFIGURATION SECTION.                                           00004000
004100 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00004100
004200 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00004200
004300 INPUT-OUTPUT SECTION.                                            00004300
004400 FILE-CONTROL.                                                    00004400
004500     SELECT CONTROL-CARD-FILE  ASSIGN TO SYSIN                    00004500
004600         ORGANIZATION IS LINE SEQUENTIAL.                         00004600
004700     SELECT BRKREQ-FILE        ASSIGN TO BRKREQ                   00004700
004800         ORGANIZATION IS LINE SEQUENTIAL                          00004800
004900         FILE STATUS  IS W-BRKREQ-STATUS.                         00004900
005000     SELECT EPSRATE-FILE       ASSIGN TO EPSRATE                  00005000
005100         ORGANIZATION IS INDEXED                                  00005100
005200         ACCESS MODE  IS SEQUENTIAL                               00005200
005300         RECORD KEY   IS EPSR-KEY                                 00005300
005400         FILE STATUS  IS W-EPSRATE-STATUS.                        00005400
005500     SELECT EPSPLCY-FILE       ASSIGN TO EPSPLCY                  00005500
005600         ORGANIZATION IS INDEXED                                  00005600
005700         ACCESS MODE  IS RANDOM                                   00005700
005800         RECORD KEY   IS EPSPL-KEY                                00005800
005900         FILE STATUS  IS W-EPSPLCY-STATUS.                        00005900
006000     SELECT EPSQUOTE-FILE      ASSIGN TO EPSQUOTE                 00006000
006100         ORGANIZATION IS INDEXED                                  00006100
006200         ACCESS MODE  IS RANDOM                                   00006200
006300         RECORD KEY   IS EPSQ-KEY                                 00006300
006400         FILE STATUS  IS W-EPSQUOTE-STATUS.                       00006400
006500     SELECT EPAUHST-FILE       ASSIGN TO EPAUHST                  00006500
006600         ORGANIZATION IS INDEXED                                  00006600
006700         ACCESS MODE  IS RANDOM                                   00006700
006800         RECORD KEY   IS EPAU-KEY                                 00006800
006900         FILE STATUS  IS W-EPAUHST-STATUS.                        00006900
007000     SELECT BRKRSP-FILE        ASSIGN TO BRKRSP                   00007000
007100         ORGANIZATION IS LINE SEQUENTIAL.                         00007100
007200     SELECT BRKREJ-FILE        ASSIGN TO BRKREJ                   00007200
007300         ORGANIZATION IS LINE SEQUENTIAL.                         00007300
007400     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00007400
007500         ORGANIZATION IS LINE SEQUENTIAL.                         00007500
007600*                                                                 00007600
007700 DATA DIVISION.                                                   00007700
007800 FILE SECTION.                                                    00007800
007900 FD  CONTROL-CARD-FILE                                            00007900
008000     RECORDING MODE IS F.                                         00008000
008100 01  CONTROL-CARD.                                                00008100
008200     05  CC-PRICING-DATE            PIC 9(08).                    00008200
008300     05  FILLER                     PIC X(72).                    00008300
008400*                                                                 00008400
008500 FD  BRKREQ-FILE                                                  00008500
008600     RECORDING MODE IS F.                                         00008600
008700     COPY EPSBRKRQ.                                               00008700
008800*                                                                 00008800
008900 FD  EPSRATE-FILE.                                                00008900
009000     COPY EPSRATE.                                                00009000
009100*                                                                 00009100
009200 FD  EPSPLCY-FILE.                                                00009200
009300     COPY EPSPLCY.                                                00009300
009400*                                                                 00009400
009500 FD  EPSQUOTE-FILE.                                               00009500
009600     COPY EPSQUOTE.                                               00009600
009700*                                                                 00009700
009800 FD  EPAUHST-FILE.                                                00009800
009900     COPY EPSAUDIT.                                               00009900
010000*                                                                 00010000
010100 FD  BRKRSP-FILE                                                  00010100
010200     RECORDING MODE IS F.                                         00010200
010300     COPY EPSBRKRS.                                               00010300
010400*                                                                 00010400
010500 FD  BRKREJ-FILE                                                  00010500
010600     RECORDING MODE IS F.                                         00010600
010700     COPY EPSBRKRJ.                                               00010700
010800*                                                                 00010800
010900 FD  REPORT-FILE                                                  00010900
011000     RECORDING MODE IS F.                                         00011000
011100 01  RPT-LINE                       PIC X(132).                   00011100
011200*                                                                 00011200
011300 WORKING-STORAGE SECTION.                                         00011300
011400 01  W-BRKREQ-STATUS                PIC X(02).                    00011400
011500     88  W-BRKREQ-OK                       VALUE '00'.            00011500
011600 01  W-EPSRATE-STATUS               PIC X(02).                    00011600
011700     88  W-EPSRATE-OK                      VALUE '00'.            00011700
011800 01  W-EPSPLCY-STATUS               PIC X(02).                    00011800
011900     88  W-EPSPLCY-OK                      VALUE '00'.            00011900
012000     88  W-EPSPLCY-NOTFND                  VALUE '23'.            00012000
012100 01  W-EPSQUOTE-STATUS              PIC X(02).                    00012100
012200     88  W-EPSQUOTE-OK                     VALUE '00'.            00012200
012300 01  W-EPAUHST-STATUS               PIC X(02).                    00012300
012400     88  W-EPAUHST-OK                      VALUE '00'.            00012400
012500 01  W-BRKREQ-ERROR-MSG.                                          00012500
012600     05  FILLER                 PIC X(30) VALUE                   00012600
012700            'BRKREQ FILE ERROR - STATUS '.                        00012700
012800     05  EM-BRKREQ-STATUS       PIC X(02).                        00012800
012900     05  FILLER                 PIC X(40) VALUE SPACES.           00012900
013000 01  W-EPSRATE-ERROR-MSG.                                         00013000
013100     05  FILLER                 PIC X(30) VALUE                   00013100
013200            'EPSRATE FILE ERROR - STATUS '.                       00013200
013300     05  EM-EPSRATE-STATUS      PIC X(02).                        00013300
013400     05  FILLER                 PIC X(40) VALUE SPACES.           00013400
013500 01  W-EPSPLCY-ERROR-MSG.                                         00013500
013600     05  FILLER                 PIC X(30) VALUE                   00013600
013700            'EPSPLCY FILE ERROR - STATUS '.                       00013700
013800     05  EM-EPSPLCY-STATUS      PIC X(02).                        00013800
013900     05  FILLER                 PIC X(40) VALUE SPACES.           00013900
014000 01  W-EPSQUOTE-ERROR-MSG.                                        00014000
014100     05  FILLER                 PIC X(30) VALUE                   00014100
014200            'EPSQUOTE FILE ERROR - STATUS '.                      00014200
014300     05  EM-EPSQUOTE-STATUS     PIC X(02).                        00014300
014400     05  FILLER                 PIC X(40) VALUE SPACES.           00014400
014500 01  W-EPAUHST-ERROR-MSG.                                         00014500
014600     05  FILLER                 PIC X(30) VALUE                   00014600
014700            'EPAUHST FILE ERROR - STATUS '.                       00014700
014800     05  EM-EPAUHST-STATUS      PIC X(02).                        00014800
014900     05  FILLER                 PIC X(40) VALUE SPACES.           00014900
015000 01  W-SWITCHES.                                                  00015000
015100     05  W-CARD-SWITCH              PIC X(01).                    00015100
015200         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00015200
015300     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00015300
015400         88  W-INIT-FAILED                 VALUE 'Y'.             00015400
015500     05  W-IO-ERROR-SWITCH          PIC X(01).                    00015500
015600         88  W-IO-ERROR                    VALUE 'Y'.             00015600
015700     05  W-REQUEST-EOF-SWITCH       PIC X(01).                    00015700
015800         88  W-REQUEST-EOF                 VALUE 'Y'.             00015800
015900     05  W-RATE-EOF-SWITCH          PIC X(01).                    00015900
016000         88  W-RATE-EOF                    VALUE 'Y'.             00016000
016100     05  W-RATE-SKIP-SWITCH         PIC X(01).                    00016100
016200         88  W-RATE-PRODUCT-SKIPPED        VALUE 'Y'.             00016200
016300     05  W-POLICY-FOUND-SWITCH      PIC X(01).                    00016300
016400         88  W-POLICY-FOUND                VALUE 'Y'.             00016400
016500     05  W-BANDS-PRESENT-SWITCH     PIC X(01).                    00016500
016600         88  W-BANDS-PRESENT               VALUE 'Y'.             00016600
016700     05  W-BAND-FOUND-SWITCH        PIC X(01).                    00016700
016800         88  W-BAND-FOUND                  VALUE 'Y'.             00016800
016900 01  W-PRICING-DATE                 PIC 9(08).                    00016900
017000 01  W-TODAY-DATE                   PIC 9(08).                    00017000
017100 01  W-CLOCK.                                                     00017100
017200     05  W-CLOCK-HHMMSS             PIC 9(06).                    00017200
017300     05  W-CLOCK-HUNDREDTHS         PIC 9(02).                    00017300
017400 01  W-BATCH-ID                     PIC X(03) VALUE 'BKQ'.        00017400
017500 01  W-BATCH-TRANID                 PIC X(04) VALUE 'BRKQ'.       00017500
017600 01  W-SCENARIO-SEQ                 PIC 9(07).                    00017600
017700*                                                                 00017700
017800*    EPSCSMRT IS CALLED, NOT LINKED, FROM BATCH - IT TAKES ITS    00017800
017900*    PARAMETERS THROUGH THE SAME COMMAREA LAYOUT EITHER WAY.      00017900
018000 01  W-CALL-PROGRAM                 PIC X(08) VALUE 'EPSCSMRT'.   00018000
018100 01  W-CALC-COMMAREA.                                             00018100
018200     COPY EPSMTCOM.                                               00018200
018300*                                                                 00018300
018400*    ONE ROW PER PRODUCT WITH A RATE EFFECTIVE ON THE PRICING     00018400
018500*    DATE (SEE 1250-LOAD-ONE-RATE).  EPSR-KEY IS PRODUCT THEN     00018500
018600*    EFFECTIVE DATE, SO A PRODUCT'S ROWS COME BY TOGETHER IN DATE 00018600
018700*    ORDER AND THE LAST ONE NOT PAST THE PRICING DATE STICKS.     00018700
018800 01  W-RATE-TABLE.                                                00018800
018900     05  W-RATE-ENTRY OCCURS 100 TIMES                            00018900
019000                          INDEXED BY W-RATE-IDX.                  00019000
019100         10  W-RT-PRODUCT-CODE      PIC X(04).                    00019100
019200         10  W-RT-EFFECTIVE-DATE    PIC 9(08).                    00019200
019300         10  W-RT-INTEREST-RATE     PIC 9(02)V999.                00019300
019400         10  W-RT-RATE-TYPE         PIC X(01).                    00019400
019500         10  W-RT-ARM-FIXED-YEARS   PIC 9(02).                    00019500
019600         10  W-RT-ARM-ADJ-FREQ-YRS  PIC 9(02).                    00019600
019700         10  W-RT-ARM-PERIODIC-CAP  PIC 9(02)V999.                00019700
019800         10  W-RT-ARM-LIFETIME-CAP  PIC 9(02)V999.                00019800
019900         10  W-RT-ARM-MARGIN        PIC 9(02)V999.                00019900
020000         10  W-RT-ARM-INDEX-RATE    PIC 9(02)V999.                00020000
020100 01  W-RATE-COUNT                   PIC 9(03)   COMP-3 VALUE ZERO.00020100
020200 01  W-RATE-OVERFLOW-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.00020200
020300 01  W-LAST-RATE-PRODUCT            PIC X(04)   VALUE SPACES.     00020300
020400*                                                                 00020400
020500 01  W-LTV-PCT                      PIC 9(03)V99.                 00020500
020600 01  W-BAND-SUB                     PIC 9(01)   COMP-3.           00020600
020700*                                                                 00020700
020800*    REJECT REASONS - THE SUBSCRIPT IS THE REASON CODE WRITTEN TO 00020800
020900*    THE REJECTS FILE (SEE COPYBOOK EPSBRKRJ).  ZERO MEANS THE    00020900
021000*    SCENARIO IS STILL GOOD.                                      00021000
021100 01  W-REJECT-SUB                   PIC 9(02).                    00021100
021200     88  W-SCENARIO-GOOD                   VALUE ZERO.            00021200
021300 01  W-REJECT-TEXT                  PIC X(40).                    00021300
021400 01  W-REASON-TEXT-DATA.                                          00021400
021500     05  FILLER                     PIC X(40) VALUE               00021500
021600            'BROKER ID MISSING'.                                  00021600
021700     05  FILLER                     PIC X(40) VALUE               00021700
021800            'LOAN PRODUCT MISSING'.                               00021800
021900     05  FILLER                     PIC X(40) VALUE               00021900
022000            'LOAN AMOUNT MISSING OR NOT NUMERIC'.                 00022000
022100     05  FILLER                     PIC X(40) VALUE               00022100
022200            'TERM IN YEARS MISSING OR NOT NUMERIC'.               00022200
022300     05  FILLER                     PIC X(40) VALUE               00022300
022400            'DOWN PAYMENT, TAX OR INSURANCE INVALID'.             00022400
022500     05  FILLER                     PIC X(40) VALUE               00022500
022600            'NO RATE EFFECTIVE ON THE PRICING DATE'.              00022600
022700     05  FILLER                     PIC X(40) VALUE               00022700
022800            'DOWN PAYMENT BELOW THE PRODUCT MINIMUM'.             00022800
022900     05  FILLER                     PIC X(40) VALUE               00022900
023000            'LOAN-TO-VALUE OUTSIDE PRODUCT LTV BANDS'.            00023000
023100     05  FILLER                     PIC X(40) VALUE               00023100
023200            'CALCULATION ERROR'.                                  00023200
023300 01  W-REASON-TEXT-TABLE REDEFINES W-REASON-TEXT-DATA.            00023300
023400     05  W-REASON-TEXT OCCURS 9 TIMES                             00023400
023500                                    PIC X(40).                    00023500
023600 01  W-REASON-COUNT-TABLE.                                        00023600
023700     05  W-REASON-COUNT OCCURS 9 TIMES                            00023700
023800                                    PIC 9(07)   COMP-3.           00023800
023900*                                                                 00023900
024000 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00024000
024100 01  W-PRICED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00024100
024200 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00024200
024300 01  W-PRICED-PRINCIPAL             PIC 9(11)V99 COMP-3           00024300
024400                                                VALUE ZERO.       00024400
024500*                                                                 00024500
024600 01  W-EDIT-FIELDS.                                               00024600
024700     05  W-ED-DATE                  PIC 9(04)/99/99.              00024700
024800*                                                                 00024800
024900 01  W-HEADING-1.                                                 00024900
025000     05  FILLER                     PIC X(40) VALUE               00025000
025100            'EPSBRKQ - BROKER QUOTE PRICING'.                     00025100
025200     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00025200
025300     05  H1-RUN-DATE                PIC X(10).                    00025300
025400 01  W-HEADING-2.                                                 00025400
025500     05  FILLER                     PIC X(40) VALUE               00025500
025600            'RATES EFFECTIVE ON PRICING DATE'.                    00025600
025700     05  FILLER                     PIC X(06) VALUE SPACES.       00025700
025800     05  H2-PRICING-DATE            PIC X(10).                    00025800
025900*                                                                 00025900
026000 01  W-TOTAL-LINE-1.                                              00026000
026100     05  FILLER                     PIC X(24) VALUE               00026100
026200            'SCENARIOS READ          '.                           00026200
026300     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00026300
026400 01  W-TOTAL-LINE-2.                                              00026400
026500     05  FILLER                     PIC X(24) VALUE               00026500
026600            'SCENARIOS PRICED        '.                           00026600
026700     05  TL2-COUNT                  PIC ZZZ,ZZ9.                  00026700
026800     05  FILLER                     PIC X(03) VALUE SPACES.       00026800
026900     05  TL2-PRINCIPAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.        00026900
027000 01  W-TOTAL-LINE-3.                                              00027000
027100     05  FILLER                     PIC X(24) VALUE               00027100
027200            'SCENARIOS REJECTED      '.                           00027200
027300     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00027300
027400 01  W-REASON-LINE.                                               00027400
027500     05  FILLER                     PIC X(04) VALUE SPACES.       00027500
027600     05  RSL-CODE                   PIC 9(02).                    00027600
027700     05  FILLER                     PIC X(02) VALUE SPACES.       00027700
027800     05  RSL-TEXT                   PIC X(40).                    00027800
027900     05  RSL-COUNT                  PIC ZZZ,ZZ9.                  00027900
028000 01  W-RATE-OVFL-LINE.                                            00028000
028100     05  FILLER                     PIC X(40) VALUE               00028100
028200            'RATE TABLE FULL - PRODUCTS NOT LOADED: '.            00028200
028300     05  ROL-COUNT                  PIC ZZZ,ZZ9.                  00028300
028400 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00028400
028500 01  W-NO-REQUESTS-MSG              PIC X(40) VALUE               00028500
028600        'NO SCENARIOS ON THE BROKER REQUEST FILE'.                00028600
028700 01  W-NO-RATES-MSG                 PIC X(44) VALUE               00028700
028800        'NO RATES EFFECTIVE ON THE PRICING DATE'.                 00028800
028900*                                                                 00028900
029000 PROCEDURE DIVISION.                                              00029000
029100 0000-MAINLINE.                                                   00029100
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00029200
029300     IF NOT W-INIT-FAILED                                         00029300
029400         PERFORM 2000-PRICE-ONE-SCENARIO THRU 2000-EXIT           00029400
029500             UNTIL W-REQUEST-EOF                                  00029500
029600                OR W-IO-ERROR                                     00029600
029700         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00029700
029800     END-IF                                                       00029800
029900     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00029900
030000     GOBACK                                                       00030000
030100     .                                                            00030100
030200*                                                                 00030200
030300 1000-INITIALIZE.                                                 00030300
030400     OPEN OUTPUT REPORT-FILE                                      00030400
030500     OPEN INPUT CONTROL-CARD-FILE                                 00030500
030600     READ CONTROL-CARD-FILE                                       00030600
030700         AT END                                                   00030700
030800             SET W-NO-CONTROL-CARD TO TRUE                        00030800
030900     END-READ                                                     00030900
031000     CLOSE CONTROL-CARD-FILE                                      00031000
031100     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00031100
031200     ACCEPT W-CLOCK FROM TIME                                     00031200
031300*    A CARD WITH A REAL DATE PRICES OFF THE RATES EFFECTIVE ON    00031300
031400*    THAT DATE - OTHERWISE THE PRICING DATE IS TODAY.  THE QUOTES 00031400
031500*    ARE FILED UNDER TODAY'S DATE EITHER WAY.                     00031500
031600     IF W-NO-CONTROL-CARD OR CC-PRICING-DATE NOT NUMERIC          00031600
031700         MOVE W-TODAY-DATE TO W-PRICING-DATE                      00031700
031800     ELSE                                                         00031800
031900         MOVE CC-PRICING-DATE TO W-PRICING-DATE                   00031900
032000     END-IF                                                       00032000
032100     MOVE W-TODAY-DATE TO W-ED-DATE                               00032100
032200     MOVE W-ED-DATE TO H1-RUN-DATE                                00032200
032300     MOVE W-PRICING-DATE TO W-ED-DATE                             00032300
032400     MOVE W-ED-DATE TO H2-PRICING-DATE                            00032400
032500     MOVE ZERO TO W-SCENARIO-SEQ                                  00032500
032600     INITIALIZE W-REASON-COUNT-TABLE                              00032600
032700     OPEN INPUT BRKREQ-FILE                                       00032700
032800     IF NOT W-BRKREQ-OK                                           00032800
032900         SET W-INIT-FAILED TO TRUE                                00032900
033000         MOVE W-BRKREQ-STATUS TO EM-BRKREQ-STATUS                 00033000
033100         MOVE W-BRKREQ-ERROR-MSG TO RPT-LINE                      00033100
033200         WRITE RPT-LINE                                           00033200
033300         GO TO 1000-EXIT                                          00033300
033400     END-IF                                                       00033400
033500     OPEN INPUT EPSRATE-FILE                                      00033500
033600     IF NOT W-EPSRATE-OK                                          00033600
033700         SET W-INIT-FAILED TO TRUE                                00033700
033800         MOVE W-EPSRATE-STATUS TO EM-EPSRATE-STATUS               00033800
033900         MOVE W-EPSRATE-ERROR-MSG TO RPT-LINE                     00033900
034000         WRITE RPT-LINE                                           00034000
034100         CLOSE BRKREQ-FILE                                        00034100
034200         GO TO 1000-EXIT                                          00034200
034300     END-IF                                                       00034300
034400     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT                  00034400
034500     CLOSE EPSRATE-FILE                                           00034500
034600     IF W-INIT-FAILED                                             00034600
034700         CLOSE BRKREQ-FILE                                        00034700
034800         GO TO 1000-EXIT                                          00034800
034900     END-IF                                                       00034900
035000     OPEN INPUT EPSPLCY-FILE                                      00035000
035100     IF NOT W-EPSPLCY-OK                                          00035100
035200         SET W-INIT-FAILED TO TRUE                                00035200
035300         MOVE W-EPSPLCY-STATUS TO EM-EPSPLCY-STATUS               00035300
035400         MOVE W-EPSPLCY-ERROR-MSG TO RPT-LINE                     00035400
035500         WRITE RPT-LINE                                           00035500
035600         CLOSE BRKREQ-FILE                                        00035600
035700         GO TO 1000-EXIT                                          00035700
035800     END-IF                                                       00035800
035900     OPEN I-O EPSQUOTE-FILE                                       00035900
036000     IF NOT W-EPSQUOTE-OK                                         00036000
036100         SET W-INIT-FAILED TO TRUE                                00036100
036200         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00036200
036300         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00036300
036400         WRITE RPT-LINE                                           00036400
036500         CLOSE BRKREQ-FILE                                        00036500
036600         CLOSE EPSPLCY-FILE                                       00036600
036700         GO TO 1000-EXIT                                          00036700
036800     END-IF                                                       00036800
036900     OPEN I-O EPAUHST-FILE                                        00036900
037000     IF NOT W-EPAUHST-OK                                          00037000
037100         SET W-INIT-FAILED TO TRUE                                00037100
037200         MOVE W-EPAUHST-STATUS TO EM-EPAUHST-STATUS               00037200
037300         MOVE W-EPAUHST-ERROR-MSG TO RPT-LINE                     00037300
037400         WRITE RPT-LINE                                           00037400
037500         CLOSE BRKREQ-FILE                                        00037500
037600         CLOSE EPSPLCY-FILE                                       00037600
037700         CLOSE EPSQUOTE-FILE                                      00037700
037800         GO TO 1000-EXIT                                          00037800
037900     END-IF                                                       00037900
038000     OPEN OUTPUT BRKRSP-FILE                                      00038000
038100     OPEN OUTPUT BRKREJ-FILE                                      00038100
038200     .                                                            00038200
038300 1000-EXIT.                                                       00038300
038400     EXIT.                                                        00038400
038500*                                                                 00038500
038600*    ONE PASS OF EPSRATE BUILDS THE DAY'S RATE SHEET.  A PRODUCT  00038600
038700*    WITH NO ROW DATED ON OR BEFORE THE PRICING DATE NEVER MAKES  00038700
038800*    THE TABLE, SO ITS SCENARIOS REJECT WITH NO RATE EFFECTIVE.   00038800
038900 1200-LOAD-RATE-TABLE.                                            00038900
039000     PERFORM 1250-LOAD-ONE-RATE THRU 1250-EXIT                    00039000
039100         UNTIL W-RATE-EOF                                         00039100
039200            OR W-INIT-FAILED                                      00039200
039300     IF W-RATE-COUNT = 0 AND NOT W-INIT-FAILED                    00039300
039400         MOVE W-NO-RATES-MSG TO RPT-LINE                          00039400
039500         WRITE RPT-LINE                                           00039500
039600     END-IF                                                       00039600
039700     .                                                            00039700
039800 1200-EXIT.                                                       00039800
039900     EXIT.                                                        00039900
040000*                                                                 00040000
040100 1250-LOAD-ONE-RATE.                                              00040100
040200     READ EPSRATE-FILE NEXT RECORD                                00040200
040300         AT END                                                   00040300
040400             SET W-RATE-EOF TO TRUE                               00040400
040500             GO TO 1250-EXIT                                      00040500
040600     END-READ                                                     00040600
040700     IF NOT W-EPSRATE-OK                                          00040700
040800         SET W-INIT-FAILED TO TRUE                                00040800
040900         MOVE W-EPSRATE-STATUS TO EM-EPSRATE-STATUS               00040900
041000         MOVE W-EPSRATE-ERROR-MSG TO RPT-LINE                     00041000
041100         WRITE RPT-LINE                                           00041100
041200         GO TO 1250-EXIT                                          00041200
041300     END-IF                                                       00041300
041400     IF EPSR-EFFECTIVE-DATE > W-PRICING-DATE                      00041400
041500         GO TO 1250-EXIT                                          00041500
041600     END-IF                                                       00041600
041700     IF EPSR-PRODUCT-CODE NOT = W-LAST-RATE-PRODUCT               00041700
041800         MOVE EPSR-PRODUCT-CODE TO W-LAST-RATE-PRODUCT            00041800
041900         MOVE SPACE TO W-RATE-SKIP-SWITCH                         00041900
042000         IF W-RATE-COUNT < 100                                    00042000
042100             ADD 1 TO W-RATE-COUNT                                00042100
042200         ELSE                                                     00042200
042300             SET W-RATE-PRODUCT-SKIPPED TO TRUE                   00042300
042400             ADD 1 TO W-RATE-OVERFLOW-COUNT                       00042400
042500         END-IF                                                   00042500
042600     END-IF                                                       00042600
042700     IF W-RATE-PRODUCT-SKIPPED                                    00042700
042800         GO TO 1250-EXIT                                          00042800
042900     END-IF                                                       00042900
043000     SET W-RATE-IDX TO W-RATE-COUNT                               00043000
043100     MOVE EPSR-PRODUCT-CODE TO                                    00043100
043200        W-RT-PRODUCT-CODE(W-RATE-IDX)                             00043200
043300     MOVE EPSR-EFFECTIVE-DATE TO                                  00043300
043400        W-RT-EFFECTIVE-DATE(W-RATE-IDX)                           00043400
043500     MOVE EPSR-INTEREST-RATE TO                                   00043500
043600        W-RT-INTEREST-RATE(W-RATE-IDX)                            00043600
043700     IF EPSR-ARM-RATE                                             00043700
043800        MOVE EPSR-RATE-TYPE TO                                    00043800
043900           W-RT-RATE-TYPE(W-RATE-IDX)                             00043900
044000     ELSE                                                         00044000
044100        MOVE 'F' TO                                               00044100
044200           W-RT-RATE-TYPE(W-RATE-IDX)                             00044200
044300     END-IF                                                       00044300
044400     MOVE EPSR-ARM-FIXED-YEARS TO                                 00044400
044500        W-RT-ARM-FIXED-YEARS(W-RATE-IDX)                          00044500
044600     MOVE EPSR-ARM-ADJ-FREQ-YEARS TO                              00044600
044700        W-RT-ARM-ADJ-FREQ-YRS(W-RATE-IDX)                         00044700
044800     MOVE EPSR-ARM-PERIODIC-CAP TO                                00044800
044900        W-RT-ARM-PERIODIC-CAP(W-RATE-IDX)                         00044900
045000     MOVE EPSR-ARM-LIFETIME-CAP TO                                00045000
045100        W-RT-ARM-LIFETIME-CAP(W-RATE-IDX)                         00045100
045200     MOVE EPSR-ARM-MARGIN TO                                      00045200
045300        W-RT-ARM-MARGIN(W-RATE-IDX)                               00045300
045400     MOVE EPSR-ARM-INDEX-RATE TO                                  00045400
045500        W-RT-ARM-INDEX-RATE(W-RATE-IDX)                           00045500
045600     .                                                            00045600
045700 1250-EXIT.                                                       00045700
045800     EXIT.                                                        00045800
045900*                                                                 00045900
046000*    EACH SCENARIO IS EDITED, RATED, HELD TO ITS PRODUCT POLICY   00046000
046100*    AND PRICED IN TURN - THE FIRST STEP IT FAILS NAMES THE       00046100
046200*    REJECT REASON.  ONLY A PRICED SCENARIO IS FILED.             00046200
046300 2000-PRICE-ONE-SCENARIO.                                         00046300
046400     READ BRKREQ-FILE                                             00046400
046500         AT END                                                   00046500
046600             SET W-REQUEST-EOF TO TRUE                            00046600
046700             GO TO 2000-EXIT                                      00046700
046800     END-READ                                                     00046800
046900     ADD 1 TO W-READ-COUNT                                        00046900
047000     MOVE ZERO TO W-REJECT-SUB                                    00047000
047100     MOVE SPACES TO W-REJECT-TEXT                                 00047100
047200     PERFORM 2100-EDIT-REQUEST THRU 2100-EXIT                     00047200
047300     IF NOT W-SCENARIO-GOOD                                       00047300
047400         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT                 00047400
047500         GO TO 2000-EXIT                                          00047500
047600     END-IF                                                       00047600
047700     PERFORM 2200-FIND-RATE THRU 2200-EXIT                        00047700
047800     IF NOT W-SCENARIO-GOOD                                       00047800
047900         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT                 00047900
048000         GO TO 2000-EXIT                                          00048000
048100     END-IF                                                       00048100
048200     PERFORM 2300-CHECK-POLICY THRU 2300-EXIT                     00048200
048300     IF W-IO-ERROR                                                00048300
048400         GO TO 2000-EXIT                                          00048400
048500     END-IF                                                       00048500
048600     IF NOT W-SCENARIO-GOOD                                       00048600
048700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT                 00048700
048800         GO TO 2000-EXIT                                          00048800
048900     END-IF                                                       00048900
049000     PERFORM 2400-CALCULATE-QUOTE THRU 2400-EXIT                  00049000
049100     IF NOT W-SCENARIO-GOOD                                       00049100
049200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT                 00049200
049300         GO TO 2000-EXIT                                          00049300
049400     END-IF                                                       00049400
049500     ADD 1 TO W-SCENARIO-SEQ                                      00049500
049600     PERFORM 2500-SAVE-QUOTE-HISTORY THRU 2500-EXIT               00049600
049700     IF W-IO-ERROR                                                00049700
049800         GO TO 2000-EXIT                                          00049800
049900     END-IF                                                       00049900
050000     PERFORM 2600-WRITE-AUDIT-TRAIL THRU 2600-EXIT                00050000
050100     IF W-IO-ERROR                                                00050100
050200         GO TO 2000-EXIT                                          00050200
050300     END-IF                                                       00050300
050400     PERFORM 2700-WRITE-RESPONSE THRU 2700-EXIT                   00050400
050500     ADD 1 TO W-PRICED-COUNT                                      00050500
050600     ADD EPSBQ-LOAN-AMOUNT TO W-PRICED-PRINCIPAL                  00050600
050700     .                                                            00050700
050800 2000-EXIT.                                                       00050800
050900     EXIT.                                                        00050900
051000*                                                                 00051000
051100*    DOWN PAYMENT, TAX AND INSURANCE ARE OPTIONAL AND COME IN AS  00051100
051200*    ZERO WHEN THE BROKER LEAVES THEM OFF, BUT THEY MUST STILL BE 00051200
051300*    NUMERIC.                                                     00051300
051400 2100-EDIT-REQUEST.                                               00051400
051500     IF EPSBQ-BROKER-ID = SPACES                                  00051500
051600         MOVE 1 TO W-REJECT-SUB                                   00051600
051700         GO TO 2100-EXIT                                          00051700
051800     END-IF                                                       00051800
051900     IF EPSBQ-LOAN-PRODUCT = SPACES                               00051900
052000         MOVE 2 TO W-REJECT-SUB                                   00052000
052100         GO TO 2100-EXIT                                          00052100
052200     END-IF                                                       00052200
052300     IF EPSBQ-LOAN-AMOUNT NOT NUMERIC                             00052300
052400        OR EPSBQ-LOAN-AMOUNT = ZERO                               00052400
052500         MOVE 3 TO W-REJECT-SUB                                   00052500
052600         GO TO 2100-EXIT                                          00052600
052700     END-IF                                                       00052700
052800     IF EPSBQ-NUMBER-OF-YEARS NOT NUMERIC                         00052800
052900        OR EPSBQ-NUMBER-OF-YEARS = ZERO                           00052900
053000         MOVE 4 TO W-REJECT-SUB                                   00053000
053100         GO TO 2100-EXIT                                          00053100
053200     END-IF                                                       00053200
053300     IF EPSBQ-DOWN-PAYMENT-PCT NOT NUMERIC                        00053300
053400        OR EPSBQ-ANNUAL-PROPERTY-TAX NOT NUMERIC                  00053400
053500        OR EPSBQ-ANNUAL-INSURANCE NOT NUMERIC                     00053500
053600         MOVE 5 TO W-REJECT-SUB                                   00053600
053700         GO TO 2100-EXIT                                          00053700
053800     END-IF                                                       00053800
053900     .                                                            00053900
054000 2100-EXIT.                                                       00054000
054100     EXIT.                                                        00054100
054200*                                                                 00054200
054300 2200-FIND-RATE.                                                  00054300
054400     PERFORM 2250-FIND-RATE-ROW THRU 2250-EXIT                    00054400
054500         VARYING W-RATE-IDX FROM 1 BY 1                           00054500
054600         UNTIL W-RATE-IDX > W-RATE-COUNT                          00054600
054700            OR W-RT-PRODUCT-CODE(W-RATE-IDX) =                    00054700
054800               EPSBQ-LOAN-PRODUCT                                 00054800
054900     IF W-RATE-IDX > W-RATE-COUNT                                 00054900
055000         MOVE 6 TO W-REJECT-SUB                                   00055000
055100     END-IF                                                       00055100
055200     .                                                            00055200
055300 2200-EXIT.                                                       00055300
055400     EXIT.                                                        00055400
055500*                                                                 00055500
055600 2250-FIND-RATE-ROW.                                              00055600
055700     CONTINUE                                                     00055700
055800     .                                                            00055800
055900 2250-EXIT.                                                       00055900
056000     EXIT.                                                        00056000
056100*                                                                 00056100
056200*    THE SAME TESTS EPSCMORT'S A647-APPLY-POLICY-RULES MAKES:     00056200
056300*    A PRODUCT WITH NO EPSPLCY ROW IS NOT CHECKED, AND A ZERO     00056300
056400*    DOWN PAYMENT MEANS NONE WAS SUPPLIED, SO NEITHER THE MINIMUM 00056400
056500*    DOWN PAYMENT NOR THE LTV BANDS APPLY.  LTV IS 100 LESS THE   00056500
056600*    DOWN PAYMENT PERCENT.  A POLICY ROW WITH NO BANDS SET ACCEPTS00056600
056700*    ANY LTV.  THERE IS NO DTI TEST - THE BROKER FEED CARRIES NO  00056700
056800*    INCOME.                                                      00056800
056900 2300-CHECK-POLICY.                                               00056900
057000     MOVE EPSBQ-LOAN-PRODUCT TO EPSPL-PRODUCT-CODE                00057000
057100     READ EPSPLCY-FILE                                            00057100
057200     IF W-EPSPLCY-NOTFND                                          00057200
057300         GO TO 2300-EXIT                                          00057300
057400     END-IF                                                       00057400
057500     IF NOT W-EPSPLCY-OK                                          00057500
057600         SET W-IO-ERROR TO TRUE                                   00057600
057700         MOVE W-EPSPLCY-STATUS TO EM-EPSPLCY-STATUS               00057700
057800         MOVE W-EPSPLCY-ERROR-MSG TO RPT-LINE                     00057800
057900         WRITE RPT-LINE                                           00057900
058000         GO TO 2300-EXIT                                          00058000
058100     END-IF                                                       00058100
058200     IF EPSBQ-DOWN-PAYMENT-PCT = ZERO                             00058200
058300         GO TO 2300-EXIT                                          00058300
058400     END-IF                                                       00058400
058500     IF EPSBQ-DOWN-PAYMENT-PCT < EPSPL-MIN-DOWN-PCT               00058500
058600         MOVE 7 TO W-REJECT-SUB                                   00058600
058700         GO TO 2300-EXIT                                          00058700
058800     END-IF                                                       00058800
058900     COMPUTE W-LTV-PCT = 100 - EPSBQ-DOWN-PAYMENT-PCT             00058900
059000     MOVE SPACE TO W-BANDS-PRESENT-SWITCH                         00059000
059100     MOVE SPACE TO W-BAND-FOUND-SWITCH                            00059100
059200     PERFORM 2350-CHECK-LTV-BAND THRU 2350-EXIT                   00059200
059300         VARYING W-BAND-SUB FROM 1 BY 1                           00059300
059400         UNTIL W-BAND-SUB > 3                                     00059400
059500            OR W-BAND-FOUND                                       00059500
059600     IF W-BANDS-PRESENT AND NOT W-BAND-FOUND                      00059600
059700         MOVE 8 TO W-REJECT-SUB                                   00059700
059800     END-IF                                                       00059800
059900     .                                                            00059900
060000 2300-EXIT.                                                       00060000
060100     EXIT.                                                        00060100
060200*                                                                 00060200
060300 2350-CHECK-LTV-BAND.                                             00060300
060400     IF EPSPL-BAND-MAX-LTV-PCT(W-BAND-SUB) = ZERO                 00060400
060500         GO TO 2350-EXIT                                          00060500
060600     END-IF                                                       00060600
060700     SET W-BANDS-PRESENT TO TRUE                                  00060700
060800     IF W-LTV-PCT NOT > EPSPL-BAND-MAX-LTV-PCT(W-BAND-SUB)        00060800
060900         SET W-BAND-FOUND TO TRUE                                 00060900
061000     END-IF                                                       00061000
061100     .                                                            00061100
061200 2350-EXIT.                                                       00061200
061300     EXIT.                                                        00061300
061400*                                                                 00061400
061500*    PRICED AS EPSQSRV PRICES A WEB QUOTE - NO ORIGINATION FEE OR 00061500
061600*    DISCOUNT POINTS, SO THE APR IS THE NOTE RATE'S.              00061600
061700 2400-CALCULATE-QUOTE.                                            00061700
061800     INITIALIZE W-CALC-COMMAREA                                   00061800
061900     MOVE EPSBQ-LOAN-PRODUCT TO                                   00061900
062000        EPSPCOM-LOAN-PRODUCT OF W-CALC-COMMAREA                   00062000
062100     MOVE EPSBQ-LOAN-AMOUNT TO                                    00062100
062200        EPSPCOM-PRINCIPLE-DATA OF W-CALC-COMMAREA                 00062200
062300     MOVE EPSBQ-NUMBER-OF-YEARS TO                                00062300
062400        EPSPCOM-NUMBER-OF-YEARS OF W-CALC-COMMAREA                00062400
062500     MOVE EPSBQ-DOWN-PAYMENT-PCT TO                               00062500
062600        EPSPCOM-DOWN-PAYMENT-PCT OF W-CALC-COMMAREA               00062600
062700     MOVE EPSBQ-ANNUAL-PROPERTY-TAX TO                            00062700
062800        EPSPCOM-ANNUAL-PROPERTY-TAX OF W-CALC-COMMAREA            00062800
062900     MOVE EPSBQ-ANNUAL-INSURANCE TO                               00062900
063000        EPSPCOM-ANNUAL-INSURANCE OF W-CALC-COMMAREA               00063000
063100     MOVE ZERO TO                                                 00063100
063200        EPSPCOM-ORIGINATION-FEE OF W-CALC-COMMAREA                00063200
063300        EPSPCOM-DISCOUNT-POINTS OF W-CALC-COMMAREA                00063300
063400     MOVE W-RT-INTEREST-RATE(W-RATE-IDX) TO                       00063400
063500        EPSPCOM-QUOTED-INTEREST-RATE OF W-CALC-COMMAREA           00063500
063600     MOVE W-RT-RATE-TYPE(W-RATE-IDX) TO                           00063600
063700        EPSPCOM-RATE-TYPE OF W-CALC-COMMAREA                      00063700
063800     IF EPSPCOM-ARM-RATE OF W-CALC-COMMAREA                       00063800
063900        MOVE W-RT-ARM-FIXED-YEARS(W-RATE-IDX) TO                  00063900
064000           EPSPCOM-ARM-FIXED-YEARS OF W-CALC-COMMAREA             00064000
064100        MOVE W-RT-ARM-ADJ-FREQ-YRS(W-RATE-IDX) TO                 00064100
064200           EPSPCOM-ARM-ADJ-FREQ-YEARS OF W-CALC-COMMAREA          00064200
064300        MOVE W-RT-ARM-PERIODIC-CAP(W-RATE-IDX) TO                 00064300
064400           EPSPCOM-ARM-PERIODIC-CAP OF W-CALC-COMMAREA            00064400
064500        MOVE W-RT-ARM-LIFETIME-CAP(W-RATE-IDX) TO                 00064500
064600           EPSPCOM-ARM-LIFETIME-CAP OF W-CALC-COMMAREA            00064600
064700        MOVE W-RT-ARM-MARGIN(W-RATE-IDX) TO                       00064700
064800           EPSPCOM-ARM-MARGIN OF W-CALC-COMMAREA                  00064800
064900        MOVE W-RT-ARM-INDEX-RATE(W-RATE-IDX) TO                   00064900
065000           EPSPCOM-ARM-INDEX-RATE OF W-CALC-COMMAREA              00065000
065100     END-IF                                                       00065100
065200     MOVE 'Y' TO EPSPCOM-YEAR-MONTH-IND                           00065200
065300        OF W-CALC-COMMAREA                                        00065300
065400     CALL W-CALL-PROGRAM USING W-CALC-COMMAREA                    00065400
065500     IF EPSPCOM-ERRMSG OF W-CALC-COMMAREA NOT = SPACES            00065500
065600         MOVE 9 TO W-REJECT-SUB                                   00065600
065700         MOVE EPSPCOM-ERRMSG OF W-CALC-COMMAREA TO W-REJECT-TEXT  00065700
065800     END-IF                                                       00065800
065900     .                                                            00065900
066000 2400-EXIT.                                                       00066000
066100     EXIT.                                                        00066100
066200*                                                                 00066200
066300*    THE SAME HISTORY ROW EPSQSRV WRITES, FILED UNDER THE BROKER  00066300
066400*    ID AND THIS RUN'S SCENARIO SEQUENCE NUMBER WITH THE RUN'S    00066400
066500*    START TIME, SO EVERY SCENARIO PRICED IN ONE RUN SORTS        00066500
066600*    TOGETHER.  NO CUSTOMER, SO NO RATE LOCK.                     00066600
066700 2500-SAVE-QUOTE-HISTORY.                                         00066700
066800     MOVE SPACES TO EPSQ-RECORD                                   00066800
066900     MOVE W-TODAY-DATE          TO EPSQ-QUOTE-DATE                00066900
067000     MOVE W-CLOCK-HHMMSS        TO EPSQ-QUOTE-TIME                00067000
067100     MOVE EPSBQ-BROKER-ID       TO EPSQ-TERMID                    00067100
067200     MOVE W-SCENARIO-SEQ        TO EPSQ-TASKNBR                   00067200
067300     MOVE W-BATCH-ID            TO EPSQ-OPERATOR-ID               00067300
067400     MOVE EPSPCOM-LOAN-PRODUCT                                    00067400
067500        OF W-CALC-COMMAREA TO EPSQ-LOAN-PRODUCT                   00067500
067600     MOVE EPSPCOM-PRINCIPLE-DATA                                  00067600
067700        OF W-CALC-COMMAREA TO EPSQ-PRINCIPLE-DATA                 00067700
067800     MOVE EPSPCOM-NUMBER-OF-YEARS                                 00067800
067900        OF W-CALC-COMMAREA TO EPSQ-NUMBER-OF-YEARS                00067900
068000     MOVE EPSPCOM-QUOTED-INTEREST-RATE                            00068000
068100        OF W-CALC-COMMAREA TO EPSQ-QUOTED-INTEREST-RATE           00068100
068200     MOVE EPSPCOM-RETURN-MONTH-PAYMENT                            00068200
068300        OF W-CALC-COMMAREA TO EPSQ-MONTH-PAYMENT                  00068300
068400     SET EPSQ-QUOTE-ACCEPTED TO TRUE                              00068400
068500     SET EPSQ-BROKER-CHANNEL TO TRUE                              00068500
068600     MOVE EPSPCOM-ORIGINATION-FEE                                 00068600
068700        OF W-CALC-COMMAREA TO EPSQ-ORIGINATION-FEE                00068700
068800     MOVE EPSPCOM-DISCOUNT-POINTS                                 00068800
068900        OF W-CALC-COMMAREA TO EPSQ-DISCOUNT-POINTS                00068900
069000     MOVE EPSPCOM-RETURN-APR                                      00069000
069100        OF W-CALC-COMMAREA TO EPSQ-APR                            00069100
069200     MOVE EPSPCOM-RETURN-FINANCE-CHARGE                           00069200
069300        OF W-CALC-COMMAREA TO EPSQ-FINANCE-CHARGE                 00069300
069400     MOVE EPSPCOM-RETURN-AMOUNT-FINANCED                          00069400
069500        OF W-CALC-COMMAREA TO EPSQ-AMOUNT-FINANCED                00069500
069600     MOVE EPSPCOM-RETURN-TOTAL-OF-PMTS                            00069600
069700        OF W-CALC-COMMAREA TO EPSQ-TOTAL-OF-PAYMENTS              00069700
069800     MOVE ZERO TO EPSQ-LOCK-EXPIRE-DATE                           00069800
069900     WRITE EPSQ-RECORD                                            00069900
070000     IF NOT W-EPSQUOTE-OK                                         00070000
070100         SET W-IO-ERROR TO TRUE                                   00070100
070200         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00070200
070300         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00070300
070400         WRITE RPT-LINE                                           00070400
070500     END-IF                                                       00070500
070600     .                                                            00070600
070700 2500-EXIT.                                                       00070700
070800     EXIT.                                                        00070800
070900*                                                                 00070900
071000 2600-WRITE-AUDIT-TRAIL.                                          00071000
071100     MOVE SPACES TO EPAU-RECORD                                   00071100
071200     MOVE EPSQ-QUOTE-DATE        TO EPAU-AUDIT-DATE               00071200
071300     MOVE EPSQ-QUOTE-TIME        TO EPAU-AUDIT-TIME               00071300
071400     MOVE EPSQ-TERMID            TO EPAU-TERMID                   00071400
071500     MOVE W-BATCH-TRANID         TO EPAU-TRANID                   00071500
071600     MOVE EPSQ-TASKNBR           TO EPAU-TASKNBR                  00071600
071700     MOVE EPSQ-OPERATOR-ID       TO EPAU-OPERATOR-ID              00071700
071800     MOVE EPSQ-LOAN-PRODUCT      TO EPAU-LOAN-PRODUCT             00071800
071900     MOVE EPSQ-PRINCIPLE-DATA    TO EPAU-PRINCIPLE-DATA           00071900
072000     MOVE EPSQ-NUMBER-OF-YEARS   TO EPAU-NUMBER-OF-YEARS          00072000
072100     MOVE EPSQ-QUOTED-INTEREST-RATE                               00072100
072200        TO EPAU-QUOTED-INTEREST-RATE                              00072200
072300     MOVE EPSPCOM-DOWN-PAYMENT-PCT                                00072300
072400        OF W-CALC-COMMAREA TO EPAU-DOWN-PAYMENT-PCT               00072400
072500     MOVE EPSPCOM-ANNUAL-PROPERTY-TAX                             00072500
072600        OF W-CALC-COMMAREA TO EPAU-ANNUAL-PROPERTY-TAX            00072600
072700     MOVE EPSPCOM-ANNUAL-INSURANCE                                00072700
072800        OF W-CALC-COMMAREA TO EPAU-ANNUAL-INSURANCE               00072800
072900     MOVE EPSQ-MONTH-PAYMENT     TO EPAU-MONTH-PAYMENT            00072900
073000     MOVE EPSPCOM-RETURN-ESCROW-PAYMENT                           00073000
073100        OF W-CALC-COMMAREA TO EPAU-ESCROW-PAYMENT                 00073100
073200     MOVE EPSPCOM-RETURN-PITI-PAYMENT                             00073200
073300        OF W-CALC-COMMAREA TO EPAU-PITI-PAYMENT                   00073300
073400     SET EPAU-QUOTE-ACCEPTED TO TRUE                              00073400
073500     SET EPAU-BROKER-CHANNEL TO TRUE                              00073500
073600     MOVE EPSQ-ORIGINATION-FEE   TO EPAU-ORIGINATION-FEE          00073600
073700     MOVE EPSQ-DISCOUNT-POINTS   TO EPAU-DISCOUNT-POINTS          00073700
073800     MOVE EPSQ-APR               TO EPAU-APR                      00073800
073900     MOVE EPSQ-FINANCE-CHARGE    TO EPAU-FINANCE-CHARGE           00073900
074000     MOVE EPSQ-AMOUNT-FINANCED   TO EPAU-AMOUNT-FINANCED          00074000
074100     MOVE EPSQ-TOTAL-OF-PAYMENTS TO EPAU-TOTAL-OF-PAYMENTS        00074100
074200     WRITE EPAU-RECORD                                            00074200
074300     IF NOT W-EPAUHST-OK                                          00074300
074400         SET W-IO-ERROR TO TRUE                                   00074400
074500         MOVE W-EPAUHST-STATUS TO EM-EPAUHST-STATUS               00074500
074600         MOVE W-EPAUHST-ERROR-MSG TO RPT-LINE                     00074600
074700         WRITE RPT-LINE                                           00074700
074800     END-IF                                                       00074800
074900     .                                                            00074900
075000 2600-EXIT.                                                       00075000
075100     EXIT.                                                        00075100
075200*                                                                 00075200
075300 2700-WRITE-RESPONSE.                                             00075300
075400     MOVE SPACES TO EPSBP-RECORD                                  00075400
075500     MOVE EPSBQ-BROKER-ID        TO EPSBP-BROKER-ID               00075500
075600     MOVE EPSBQ-SCENARIO-ID      TO EPSBP-SCENARIO-ID             00075600
075700     MOVE EPSBQ-LOAN-PRODUCT     TO EPSBP-LOAN-PRODUCT            00075700
075800     MOVE EPSBQ-LOAN-AMOUNT      TO EPSBP-LOAN-AMOUNT             00075800
075900     MOVE EPSBQ-NUMBER-OF-YEARS  TO EPSBP-NUMBER-OF-YEARS         00075900
076000     MOVE EPSBQ-DOWN-PAYMENT-PCT TO EPSBP-DOWN-PAYMENT-PCT        00076000
076100     MOVE W-PRICING-DATE         TO EPSBP-PRICING-DATE            00076100
076200     MOVE EPSPCOM-QUOTED-INTEREST-RATE                            00076200
076300        OF W-CALC-COMMAREA TO EPSBP-INTEREST-RATE                 00076300
076400     MOVE EPSPCOM-RATE-TYPE                                       00076400
076500        OF W-CALC-COMMAREA TO EPSBP-RATE-TYPE                     00076500
076600     MOVE EPSPCOM-RETURN-MONTH-PAYMENT                            00076600
076700        OF W-CALC-COMMAREA TO EPSBP-MONTH-PAYMENT                 00076700
076800     MOVE EPSPCOM-RETURN-MAX-PAYMENT                              00076800
076900        OF W-CALC-COMMAREA TO EPSBP-MAX-PAYMENT                   00076900
077000     MOVE EPSPCOM-RETURN-ESCROW-PAYMENT                           00077000
077100        OF W-CALC-COMMAREA TO EPSBP-ESCROW-PAYMENT                00077100
077200     MOVE EPSPCOM-RETURN-PITI-PAYMENT                             00077200
077300        OF W-CALC-COMMAREA TO EPSBP-PITI-PAYMENT                  00077300
077400     MOVE EPSQ-APR               TO EPSBP-APR                     00077400
077500     MOVE EPSQ-FINANCE-CHARGE    TO EPSBP-FINANCE-CHARGE          00077500
077600     MOVE EPSQ-AMOUNT-FINANCED   TO EPSBP-AMOUNT-FINANCED         00077600
077700     MOVE EPSQ-TOTAL-OF-PAYMENTS TO EPSBP-TOTAL-OF-PAYMENTS       00077700
077800     MOVE EPSQ-QUOTE-DATE        TO EPSBP-QUOTE-DATE              00077800
077900     MOVE EPSQ-QUOTE-TIME        TO EPSBP-QUOTE-TIME              00077900
078000     MOVE EPSQ-TERMID            TO EPSBP-QUOTE-TERMID            00078000
078100     MOVE EPSQ-TASKNBR           TO EPSBP-QUOTE-TASKNBR           00078100
078200     WRITE EPSBP-RECORD                                           00078200
078300     .                                                            00078300
078400 2700-EXIT.                                                       00078400
078500     EXIT.                                                        00078500
078600*                                                                 00078600
078700*    THE REQUEST GOES BACK AS SENT, WITH THE REASON CODE AND      00078700
078800*    TEXT - EPSCSMRT'S OWN MESSAGE FOR A CALCULATION ERROR,       00078800
078900*    OTHERWISE THE TEXT FROM THE REASON TABLE.                    00078900
079000 2900-WRITE-REJECT.                                               00079000
079100     IF W-REJECT-TEXT = SPACES                                    00079100
079200         MOVE W-REASON-TEXT(W-REJECT-SUB) TO W-REJECT-TEXT        00079200
079300     END-IF                                                       00079300
079400     MOVE SPACES TO EPSBJ-RECORD                                  00079400
079500     MOVE EPSBQ-RECORD           TO EPSBJ-REQUEST                 00079500
079600     MOVE W-REJECT-SUB           TO EPSBJ-REASON-CODE             00079600
079700     MOVE W-REJECT-TEXT          TO EPSBJ-REASON-TEXT             00079700
079800     WRITE EPSBJ-RECORD                                           00079800
079900     ADD 1 TO W-REJECT-COUNT                                      00079900
080000     ADD 1 TO W-REASON-COUNT(W-REJECT-SUB)                        00080000
080100     .                                                            00080100
080200 2900-EXIT.                                                       00080200
080300     EXIT.                                                        00080300
080400*                                                                 00080400
080500 8000-PRINT-SUMMARY.                                              00080500
080600     MOVE W-HEADING-1 TO RPT-LINE                                 00080600
080700     WRITE RPT-LINE                                               00080700
080800     MOVE W-HEADING-2 TO RPT-LINE                                 00080800
080900     WRITE RPT-LINE                                               00080900
081000     MOVE W-BLANK-LINE TO RPT-LINE                                00081000
081100     WRITE RPT-LINE                                               00081100
081200     IF W-READ-COUNT = 0                                          00081200
081300         MOVE W-NO-REQUESTS-MSG TO RPT-LINE                       00081300
081400         WRITE RPT-LINE                                           00081400
081500     END-IF                                                       00081500
081600     MOVE W-READ-COUNT TO TL1-COUNT                               00081600
081700     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00081700
081800     WRITE RPT-LINE                                               00081800
081900     MOVE W-PRICED-COUNT TO TL2-COUNT                             00081900
082000     MOVE W-PRICED-PRINCIPAL TO TL2-PRINCIPAL                     00082000
082100     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00082100
082200     WRITE RPT-LINE                                               00082200
082300     MOVE W-REJECT-COUNT TO TL3-COUNT                             00082300
082400     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00082400
082500     WRITE RPT-LINE                                               00082500
082600     PERFORM 8100-PRINT-REASON-LINE THRU 8100-EXIT                00082600
082700         VARYING W-REJECT-SUB FROM 1 BY 1                         00082700
082800         UNTIL W-REJECT-SUB > 9                                   00082800
082900     IF W-RATE-OVERFLOW-COUNT > 0                                 00082900
083000         MOVE W-RATE-OVERFLOW-COUNT TO ROL-COUNT                  00083000
083100         MOVE W-RATE-OVFL-LINE TO RPT-LINE                        00083100
083200         WRITE RPT-LINE                                           00083200
083300     END-IF                                                       00083300
083400     .                                                            00083400
083500 8000-EXIT.                                                       00083500
083600     EXIT.                                                        00083600
083700*                                                                 00083700
083800 8100-PRINT-REASON-LINE.                                          00083800
083900     IF W-REASON-COUNT(W-REJECT-SUB) = 0                          00083900
084000         GO TO 8100-EXIT                                          00084000
084100     END-IF                                                       00084100
084200     MOVE W-REJECT-SUB TO RSL-CODE                                00084200
084300     MOVE W-REASON-TEXT(W-REJECT-SUB) TO RSL-TEXT                 00084300
084400     MOVE W-REASON-COUNT(W-REJECT-SUB) TO RSL-COUNT               00084400
084500     MOVE W-REASON-LINE TO RPT-LINE                               00084500
084600     WRITE RPT-LINE                                               00084600
084700     .                                                            00084700
084800 8100-EXIT.                                                       00084800
084900     EXIT.                                                        00084900
085000*                                                                 00085000
085100 9000-TERMINATE.                                                  00085100
085200     IF NOT W-INIT-FAILED                                         00085200
085300         CLOSE BRKREQ-FILE                                        00085300
085400         CLOSE EPSPLCY-FILE                                       00085400
085500         CLOSE EPSQUOTE-FILE                                      00085500
085600         CLOSE EPAUHST-FILE                                       00085600
085700         CLOSE BRKRSP-FILE                                        00085700
085800         CLOSE BRKREJ-FILE                                        00085800
085900     END-IF                                                       00085900
086000     CLOSE REPORT-FILE                                            00086000
086100     IF W-INIT-FAILED OR W-IO-ERROR                               00086100
086200         MOVE 8 TO RETURN-CODE                                    00086200
086300     END-IF                                                       00086300
086400     .                                                            00086400
086500 9000-EXIT.                                                       00086500
086600     EXIT.                                                        00086600
