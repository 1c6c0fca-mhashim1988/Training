000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSCMRG.                                          00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY CUSTOMER MERGE.  A SUPERVISOR ORDERS A MERGE ON THE  00000800
000900*    EPSCUMNT CUSTOMER SCREEN (ACTION 'M'), WHICH FILES A PENDING 00000900
001000*    EPSCXRF CROSS-REFERENCE ROW - RETIRED ID, SURVIVING ID, WHO  00001000
001100*    ORDERED IT AND WHEN (SEE COPYBOOK EPSCXRF).  THIS RUN APPLIES00001100
001200*    EVERY PENDING ROW:                                           00001200
001300*                                                                 00001300
001400*      - EVERY EPSLNAPP APPLICATION NAMING THE RETIRED ID, AS THE 00001400
001500*        PRIMARY BORROWER OR AS ANY OF THE THREE CO-BORROWERS, IS 00001500
001600*        RE-POINTED TO THE SURVIVOR, NAME INCLUDED.  EACH MERGE   00001600
001700*        IS COMMITTED ON ITS OWN, SO A MERGE THAT CANNOT BE       00001700
001800*        APPLIED IS HELD WITHOUT HOLDING UP THE REST.             00001800
001900*      - ONE SEQUENTIAL PASS OF EPSQUOTE RE-POINTS EVERY QUOTE    00001900
002000*        FILED UNDER A RETIRED ID TO ITS SURVIVOR.                00002000
002010*        THE QUOTE'S EPSQCIX CUSTOMER INDEX ROW MOVES WITH IT.    00002010
002100*      - THE RETIRED EPSCUST ROW IS DELETED AND THE CROSS-        00002100
002200*        REFERENCE ROW IS MARKED COMPLETE WITH THE COUNTS MOVED.  00002200
002300*        THE ROW IS KEPT FOR GOOD SO THE OLD ID STILL RESOLVES ON 00002300
002400*        THE QUOTE SCREEN, THE WEB QUOTE SERVICE AND CUSTOMER     00002400
002500*        MAINTENANCE.                                             00002500
002600*      - A COMPLETED ROW FROM AN EARLIER NIGHT WHOSE SURVIVOR WAS 00002600
002700*        ITSELF RETIRED TONIGHT IS RE-POINTED TO THE NEW SURVIVOR,00002700
002800*        SO ONE READ OF EPSCXRF ALWAYS GIVES THE LIVE ID.         00002800
002900*                                                                 00002900
003000*    TWO MERGES ORDERED THE SAME DAY CAN CHAIN (A INTO B, B INTO  00003000
003100*    C) - BOTH END UP ON C.  A MERGE IS HELD, AND LEFT PENDING FOR00003100
003200*    THE SUPERVISOR TO CANCEL OR LET RUN AGAIN, WHEN ITS SURVIVOR 00003200
003300*    IS NO LONGER ON FILE OR WHEN MOVING AN APPLICATION WOULD     00003300
003400*    DUPLICATE ONE THE SURVIVOR ALREADY HOLDS.  EVERY FILE CHANGE 00003400
003500*    IS WRITTEN TO THE EPSCHGJ CHANGE JOURNAL.  EPSQUOTE, EPSCUST,00003500
003600*    EPSQCIX AND EPSCXRF ARE CICS FILES, SO THE JOB RUNS IN THE   00003600
003700*    BATCH WINDOW WHILE THE REGION IS DOWN - SEE JCL MEMBER       00003700
003750*    EPSCDUP.                                                     00003750
003800*                                                                 00003800
003900*    MOD HISTORY                                                  00003900
004000*    ------------------------------------------------------------ 00004000
004100*    DATE        INIT  DESCRIPTION                                00004100
004200*    2026-10-15  DLH   ORIGINAL VERSION.                          00004200
004250*    2026-10-15  DLH   MOVE THE EPSQCIX INDEX ROW WITH EACH QUOTE.00004250
004300*                                                                 00004300
004400 ENVIRONMENT DIVISION.                                            00004400
004500 CONFIGURATION SECTION.                                           00004500
004600 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00004600
004700 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00004700
004800 INPUT-OUTPUT SECTION.                                            00004800
004900 FILE-CONTROL.                                                    00004900
005000     SELECT EPSCXRF-FILE       ASSIGN TO EPSCXRF                  00005000
005100         ORGANIZATION IS INDEXED                                  00005100
005200         ACCESS MODE  IS DYNAMIC                                  00005200
005300         RECORD KEY   IS EPSCX-KEY                                00005300
005400         FILE STATUS  IS W-EPSCXRF-STATUS.                        00005400
005500     SELECT EPSCUST-FILE       ASSIGN TO EPSCUST                  00005500
005600         ORGANIZATION IS INDEXED                                  00005600
005700         ACCESS MODE  IS RANDOM                                   00005700
005800         RECORD KEY   IS EPSC-KEY                                 00005800
005900         FILE STATUS  IS W-EPSCUST-STATUS.                        00005900
006000     SELECT EPSQUOTE-FILE      ASSIGN TO EPSQUOTE                 00006000
006100         ORGANIZATION IS INDEXED                                  00006100
006200         ACCESS MODE  IS SEQUENTIAL                               00006200
006300         RECORD KEY   IS EPSQ-KEY                                 00006300
006400         FILE STATUS  IS W-EPSQUOTE-STATUS.                       00006400
006410     SELECT EPSQCIX-FILE       ASSIGN TO EPSQCIX                  00006410
006420         ORGANIZATION IS INDEXED                                  00006420
006430         ACCESS MODE  IS RANDOM                                   00006430
006440         RECORD KEY   IS EPSQC-KEY                                00006440
006450         FILE STATUS  IS W-EPSQCIX-STATUS.                        00006450
006500     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00006500
006600         ORGANIZATION IS INDEXED                                  00006600
006700         ACCESS MODE  IS RANDOM                                   00006700
006800         RECORD KEY   IS EPSCJ-KEY                                00006800
006900         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00006900
007000     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00007000
007100         ORGANIZATION IS LINE SEQUENTIAL.                         00007100
007200*                                                                 00007200
007300 DATA DIVISION.                                                   00007300
007400 FILE SECTION.                                                    00007400
007500 FD  EPSCXRF-FILE.                                                00007500
007600     COPY EPSCXRF.                                                00007600
007700*                                                                 00007700
007800 FD  EPSCUST-FILE.                                                00007800
007900     COPY EPSCUST.                                                00007900
008000*                                                                 00008000
008100 FD  EPSQUOTE-FILE.                                               00008100
008200     COPY EPSQUOTE.                                               00008200
008300*                                                                 00008300
008310 FD  EPSQCIX-FILE.                                                00008310
008320     COPY EPSQCIX.                                                00008320
008330*                                                                 00008330
008400 FD  EPSCHGJ-FILE.                                                00008400
008500     COPY EPSCHGJ.                                                00008500
008600*                                                                 00008600
008700 FD  REPORT-FILE                                                  00008700
008800     RECORDING MODE IS F.                                         00008800
008900 01  RPT-LINE                       PIC X(132).                   00008900
009000*                                                                 00009000
009100 WORKING-STORAGE SECTION.                                         00009100
009200 01  W-EPSCXRF-STATUS               PIC X(02).                    00009200
009300     88  W-EPSCXRF-OK                      VALUE '00'.            00009300
009400     88  W-EPSCXRF-NOTFND                  VALUE '23'.            00009400
009500     88  W-EPSCXRF-END                     VALUE '10'.            00009500
009600 01  W-EPSCUST-STATUS               PIC X(02).                    00009600
009700     88  W-EPSCUST-OK                      VALUE '00'.            00009700
009800     88  W-EPSCUST-NOTFND                  VALUE '23'.            00009800
009900 01  W-EPSQUOTE-STATUS              PIC X(02).                    00009900
010000     88  W-EPSQUOTE-OK                     VALUE '00'.            00010000
010100     88  W-EPSQUOTE-END                    VALUE '10'.            00010100
010110 01  W-EPSQCIX-STATUS               PIC X(02).                    00010110
010120     88  W-EPSQCIX-OK                      VALUE '00'.            00010120
010130     88  W-EPSQCIX-NOTFND                  VALUE '23'.            00010130
010200 01  W-EPSCHGJ-STATUS               PIC X(02).                    00010200
010300     88  W-EPSCHGJ-OK                      VALUE '00'.            00010300
010400 01  W-EPSCXRF-ERROR-MSG.                                         00010400
010500     05  FILLER                 PIC X(30) VALUE                   00010500
010600            'EPSCXRF FILE ERROR - STATUS '.                       00010600
010700     05  EM-EPSCXRF-STATUS      PIC X(02).                        00010700
010800     05  FILLER                 PIC X(40) VALUE SPACES.           00010800
010900 01  W-EPSCUST-ERROR-MSG.                                         00010900
011000     05  FILLER                 PIC X(30) VALUE                   00011000
011100            'EPSCUST FILE ERROR - STATUS '.                       00011100
011200     05  EM-EPSCUST-STATUS      PIC X(02).                        00011200
011300     05  FILLER                 PIC X(40) VALUE SPACES.           00011300
011400 01  W-EPSQUOTE-ERROR-MSG.                                        00011400
011500     05  FILLER                 PIC X(30) VALUE                   00011500
011600            'EPSQUOTE FILE ERROR - STATUS '.                      00011600
011700     05  EM-EPSQUOTE-STATUS     PIC X(02).                        00011700
011800     05  FILLER                 PIC X(40) VALUE SPACES.           00011800
011810 01  W-EPSQCIX-ERROR-MSG.                                         00011810
011820     05  FILLER                 PIC X(30) VALUE                   00011820
011830            'EPSQCIX FILE ERROR - STATUS '.                       00011830
011840     05  EM-EPSQCIX-STATUS      PIC X(02).                        00011840
011850     05  FILLER                 PIC X(40) VALUE SPACES.           00011850
011900 01  W-EPSCHGJ-ERROR-MSG.                                         00011900
012000     05  FILLER                 PIC X(30) VALUE                   00012000
012100            'EPSCHGJ FILE ERROR - STATUS '.                       00012100
012200     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00012200
012300     05  FILLER                 PIC X(40) VALUE SPACES.           00012300
012400 01  W-SQL-ERROR-MSG.                                             00012400
012500     05  FILLER                 PIC X(11) VALUE 'SQL ERROR: '.    00012500
012600     05  W-SQL-ERROR-CODE       PIC 9(05) DISPLAY.                00012600
012700 01  W-SWITCHES.                                                  00012700
012800     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00012800
012900         88  W-INIT-FAILED                 VALUE 'Y'.             00012900
013000     05  W-IO-ERROR-SWITCH          PIC X(01).                    00013000
013100         88  W-IO-ERROR                    VALUE 'Y'.             00013100
013200     05  W-SQL-FAIL-SWITCH          PIC X(01).                    00013200
013300         88  W-SQL-FAILED                  VALUE 'Y'.             00013300
013400     05  W-XREF-EOF-SWITCH          PIC X(01).                    00013400
013500         88  W-XREF-EOF                    VALUE 'Y'.             00013500
013600     05  W-QUOTE-EOF-SWITCH         PIC X(01).                    00013600
013700         88  W-QUOTE-EOF                   VALUE 'Y'.             00013700
013800     05  W-CHAIN-SWITCH             PIC X(01).                    00013800
013900         88  W-CHAIN-DONE                  VALUE 'Y'.             00013900
014000 01  W-SAVE-SQLCODE                 PIC S9(09)  COMP.             00014000
014100 01  W-TODAY-DATE                   PIC 9(08).                    00014100
014200 01  W-CLOCK.                                                     00014200
014300     05  W-CLOCK-HHMMSS             PIC 9(06).                    00014300
014400     05  W-CLOCK-HUNDREDTHS         PIC 9(02).                    00014400
014500 01  W-BATCH-ID                     PIC X(03) VALUE 'MRG'.        00014500
014600 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSCMRG'.    00014600
014700 01  W-JOURNAL-SEQ                  PIC 9(07)   COMP-3 VALUE ZERO.00014700
014800*                                                                 00014800
014900*    ONE ROW PER PENDING MERGE, IN RETIRED-ID ORDER.  FINAL-ID IS 00014900
015000*    WHERE THE RETIRED ID ENDS UP ONCE ANY CHAIN OF TONIGHT'S     00015000
015100*    MERGES HAS BEEN FOLLOWED (SEE 1300-RESOLVE-ONE-CHAIN).       00015100
015200 01  W-MERGE-TABLE.                                               00015200
015300     05  W-MERGE-ENTRY OCCURS 500 TIMES                           00015300
015400                          INDEXED BY W-MRG-IDX W-CHN-IDX.         00015400
015500         10  W-MG-RETIRED-ID        PIC X(08).                    00015500
015600         10  W-MG-SURVIVOR-ID       PIC X(08).                    00015600
015700         10  W-MG-FINAL-ID          PIC X(08).                    00015700
015800         10  W-MG-FINAL-NAME        PIC X(30).                    00015800
015900         10  W-MG-ORDERED-BY        PIC X(03).                    00015900
016000         10  W-MG-ORDERED-DATE      PIC 9(08).                    00016000
016100         10  W-MG-QUOTES-MOVED      PIC 9(07)   COMP-3.           00016100
016200         10  W-MG-APPS-MOVED        PIC 9(07)   COMP-3.           00016200
016300         10  W-MG-STATE             PIC X(01).                    00016300
016400             88  W-MG-TO-APPLY             VALUE 'A'.             00016400
016500             88  W-MG-HELD                 VALUE 'H'.             00016500
016600             88  W-MG-APPLIED              VALUE 'C'.             00016600
016700         10  W-MG-DISPOSITION       PIC X(30).                    00016700
016800 01  W-MERGE-COUNT                  PIC 9(03)   COMP-3 VALUE ZERO.00016800
016900 01  W-MERGE-OVERFLOW-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.00016900
017000 01  W-LOOKUP-ID                    PIC X(08).                    00017000
017100 01  W-HOP-COUNT                    PIC 9(03)   COMP-3.           00017100
017200*                                                                 00017200
017300*    HOST VARIABLE FOR THE RETIRED ID - THE SURVIVOR'S ID AND NAME00017300
017400*    GO THROUGH EPSLA-CUSTOMER-ID AND EPSLA-CUSTOMER-NAME.        00017400
017500 01  W-RETIRED-ID                   PIC X(08).                    00017500
017600*                                                                 00017600
017700 01  W-PENDING-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00017700
017800 01  W-APPLIED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00017800
017900 01  W-HELD-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00017900
018000 01  W-QUOTES-MOVED-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.00018000
018100 01  W-APPS-MOVED-COUNT             PIC 9(07)   COMP-3 VALUE ZERO.00018100
018200 01  W-XREF-REPOINT-COUNT           PIC 9(07)   COMP-3 VALUE ZERO.00018200
018300 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00018300
018400*                                                                 00018400
018500 01  W-EDIT-FIELDS.                                               00018500
018600     05  W-ED-DATE                  PIC 9(04)/99/99.              00018600
018700*                                                                 00018700
018800 01  W-HEADING-1.                                                 00018800
018900     05  FILLER                     PIC X(40) VALUE               00018900
019000            'EPSCMRG - NIGHTLY CUSTOMER MERGE'.                   00019000
019100     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00019100
019200     05  H1-RUN-DATE                PIC X(10).                    00019200
019300 01  W-HEADING-2.                                                 00019300
019400     05  FILLER                     PIC X(40) VALUE               00019400
019500            'RETIRED   SURVIVOR  SURVIVOR NAME'.                  00019500
019600     05  FILLER                     PIC X(40) VALUE               00019600
019700            '               BY  ORDERED     QUOTES'.              00019700
019800     05  FILLER                     PIC X(40) VALUE               00019800
019900            '   APPS  DISPOSITION'.                               00019900
020000 01  W-DETAIL-LINE.                                               00020000
020100     05  DL-RETIRED-ID              PIC X(08).                    00020100
020200     05  FILLER                     PIC X(02) VALUE SPACES.       00020200
020300     05  DL-SURVIVOR-ID             PIC X(08).                    00020300
020400     05  FILLER                     PIC X(02) VALUE SPACES.       00020400
020500     05  DL-SURVIVOR-NAME           PIC X(30).                    00020500
020600     05  FILLER                     PIC X(02) VALUE SPACES.       00020600
020700     05  DL-ORDERED-BY              PIC X(03).                    00020700
020800     05  FILLER                     PIC X(02) VALUE SPACES.       00020800
020900     05  DL-ORDERED-DATE            PIC X(10).                    00020900
021000     05  FILLER                     PIC X(01) VALUE SPACES.       00021000
021100     05  DL-QUOTES-MOVED            PIC ZZZ,ZZ9.                  00021100
021200     05  FILLER                     PIC X(01) VALUE SPACES.       00021200
021300     05  DL-APPS-MOVED              PIC ZZZ,ZZ9.                  00021300
021400     05  FILLER                     PIC X(02) VALUE SPACES.       00021400
021500     05  DL-DISPOSITION             PIC X(30).                    00021500
021600*                                                                 00021600
021700 01  W-TOTAL-LINE-1.                                              00021700
021800     05  FILLER                     PIC X(32) VALUE               00021800
021900            'PENDING MERGES READ             '.                   00021900
022000     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00022000
022100 01  W-TOTAL-LINE-2.                                              00022100
022200     05  FILLER                     PIC X(32) VALUE               00022200
022300            'MERGES APPLIED                  '.                   00022300
022400     05  TL2-COUNT                  PIC ZZZ,ZZ9.                  00022400
022500 01  W-TOTAL-LINE-3.                                              00022500
022600     05  FILLER                     PIC X(32) VALUE               00022600
022700            'MERGES HELD                     '.                   00022700
022800     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00022800
022900 01  W-TOTAL-LINE-4.                                              00022900
023000     05  FILLER                     PIC X(32) VALUE               00023000
023100            'QUOTES RE-POINTED               '.                   00023100
023200     05  TL4-COUNT                  PIC ZZZ,ZZ9.                  00023200
023300 01  W-TOTAL-LINE-5.                                              00023300
023400     05  FILLER                     PIC X(32) VALUE               00023400
023500            'APPLICATIONS RE-POINTED         '.                   00023500
023600     05  TL5-COUNT                  PIC ZZZ,ZZ9.                  00023600
023700 01  W-TOTAL-LINE-6.                                              00023700
023800     05  FILLER                     PIC X(32) VALUE               00023800
023900            'EARLIER CROSS-REFS RE-POINTED   '.                   00023900
024000     05  TL6-COUNT                  PIC ZZZ,ZZ9.                  00024000
024100 01  W-TOTAL-LINE-7.                                              00024100
024200     05  FILLER                     PIC X(32) VALUE               00024200
024300            'CHANGES JOURNALED               '.                   00024300
024400     05  TL7-COUNT                  PIC ZZZ,ZZ9.                  00024400
024500 01  W-MERGE-OVFL-LINE.                                           00024500
024600     05  FILLER                     PIC X(40) VALUE               00024600
024700            'MERGE TABLE FULL - LEFT PENDING: '.                  00024700
024800     05  MOL-COUNT                  PIC ZZZ,ZZ9.                  00024800
024900 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00024900
025000 01  W-NO-MERGES-MSG                PIC X(40) VALUE               00025000
025100        'NO CUSTOMER MERGES PENDING'.                             00025100
025200 01  W-MERGED-TEXT                  PIC X(30) VALUE               00025200
025300        'MERGED'.                                                 00025300
025400 01  W-SURVIVOR-GONE-TEXT           PIC X(30) VALUE               00025400
025500        'HELD - SURVIVOR NOT ON FILE'.                            00025500
025600 01  W-CHAIN-TOO-LONG-TEXT          PIC X(30) VALUE               00025600
025700        'HELD - MERGE CHAIN TOO LONG'.                            00025700
025800 01  W-APP-CLASH-TEXT               PIC X(30) VALUE               00025800
025900        'HELD - SURVIVOR HAS SAME APP'.                           00025900
026000*                                                                 00026000
026100     EXEC SQL INCLUDE SQLCA END-EXEC.                             00026100
026200*                                                                 00026200
026300     COPY EPSLNAPP.                                               00026300
026400*                                                                 00026400
026500 PROCEDURE DIVISION.                                              00026500
026600 0000-MAINLINE.                                                   00026600
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00026700
026800     IF NOT W-INIT-FAILED                                         00026800
026900         PERFORM 2000-VALIDATE-ONE-MERGE THRU 2000-EXIT           00026900
027000             VARYING W-MRG-IDX FROM 1 BY 1                        00027000
027100             UNTIL W-MRG-IDX > W-MERGE-COUNT                      00027100
027200                OR W-IO-ERROR                                     00027200
027300         IF NOT W-IO-ERROR                                        00027300
027400             PERFORM 3000-MOVE-APPLICATIONS THRU 3000-EXIT        00027400
027500                 VARYING W-MRG-IDX FROM 1 BY 1                    00027500
027600                 UNTIL W-MRG-IDX > W-MERGE-COUNT                  00027600
027700                    OR W-SQL-FAILED                               00027700
027800         END-IF                                                   00027800
027900         IF NOT W-IO-ERROR AND NOT W-SQL-FAILED                   00027900
028000             PERFORM 4000-SWEEP-QUOTES THRU 4000-EXIT             00028000
028100             PERFORM 5000-FINISH-ONE-MERGE THRU 5000-EXIT         00028100
028200                 VARYING W-MRG-IDX FROM 1 BY 1                    00028200
028300                 UNTIL W-MRG-IDX > W-MERGE-COUNT                  00028300
028400                    OR W-IO-ERROR                                 00028400
028500             PERFORM 6000-REPOINT-OLD-MERGES THRU 6000-EXIT       00028500
028600         END-IF                                                   00028600
028700         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00028700
028800     END-IF                                                       00028800
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00028900
029000     GOBACK                                                       00029000
029100     .                                                            00029100
029200*                                                                 00029200
029300***************************************************************** 00029300
029400*    OPEN THE FILES AND LOAD EVERY PENDING MERGE                * 00029400
029500***************************************************************** 00029500
029600 1000-INITIALIZE.                                                 00029600
029700     OPEN OUTPUT REPORT-FILE                                      00029700
029800     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00029800
029900     ACCEPT W-CLOCK FROM TIME                                     00029900
030000     MOVE W-TODAY-DATE TO W-ED-DATE                               00030000
030100     MOVE W-ED-DATE TO H1-RUN-DATE                                00030100
030200     MOVE W-HEADING-1 TO RPT-LINE                                 00030200
030300     WRITE RPT-LINE                                               00030300
030400     MOVE W-BLANK-LINE TO RPT-LINE                                00030400
030500     WRITE RPT-LINE                                               00030500
030600     OPEN I-O EPSCXRF-FILE                                        00030600
030700     IF NOT W-EPSCXRF-OK                                          00030700
030800         SET W-INIT-FAILED TO TRUE                                00030800
030900         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00030900
031000         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00031000
031100         WRITE RPT-LINE                                           00031100
031200         GO TO 1000-EXIT                                          00031200
031300     END-IF                                                       00031300
031400     OPEN I-O EPSCUST-FILE                                        00031400
031500     IF NOT W-EPSCUST-OK                                          00031500
031600         SET W-INIT-FAILED TO TRUE                                00031600
031700         MOVE W-EPSCUST-STATUS TO EM-EPSCUST-STATUS               00031700
031800         MOVE W-EPSCUST-ERROR-MSG TO RPT-LINE                     00031800
031900         WRITE RPT-LINE                                           00031900
032000         CLOSE EPSCXRF-FILE                                       00032000
032100         GO TO 1000-EXIT                                          00032100
032200     END-IF                                                       00032200
032300     OPEN I-O EPSQUOTE-FILE                                       00032300
032400     IF NOT W-EPSQUOTE-OK                                         00032400
032500         SET W-INIT-FAILED TO TRUE                                00032500
032600         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00032600
032700         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00032700
032800         WRITE RPT-LINE                                           00032800
032900         CLOSE EPSCXRF-FILE                                       00032900
033000         CLOSE EPSCUST-FILE                                       00033000
033100         GO TO 1000-EXIT                                          00033100
033200     END-IF                                                       00033200
033210     OPEN I-O EPSQCIX-FILE                                        00033210
033220     IF NOT W-EPSQCIX-OK                                          00033220
033230         SET W-INIT-FAILED TO TRUE                                00033230
033240         MOVE W-EPSQCIX-STATUS TO EM-EPSQCIX-STATUS               00033240
033250         MOVE W-EPSQCIX-ERROR-MSG TO RPT-LINE                     00033250
033260         WRITE RPT-LINE                                           00033260
033270         CLOSE EPSCXRF-FILE                                       00033270
033275         CLOSE EPSCUST-FILE                                       00033275
033280         CLOSE EPSQUOTE-FILE                                      00033280
033285         GO TO 1000-EXIT                                          00033285
033290     END-IF                                                       00033290
033300     OPEN I-O EPSCHGJ-FILE                                        00033300
033400     IF NOT W-EPSCHGJ-OK                                          00033400
033500         SET W-INIT-FAILED TO TRUE                                00033500
033600         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00033600
033700         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00033700
033800         WRITE RPT-LINE                                           00033800
033900         CLOSE EPSCXRF-FILE                                       00033900
034000         CLOSE EPSCUST-FILE                                       00034000
034100         CLOSE EPSQUOTE-FILE                                      00034100
034150         CLOSE EPSQCIX-FILE                                       00034150
034200         GO TO 1000-EXIT                                          00034200
034300     END-IF                                                       00034300
034400     PERFORM 1200-LOAD-PENDING-MERGES THRU 1200-EXIT              00034400
034500     IF W-INIT-FAILED                                             00034500
034600         CLOSE EPSCXRF-FILE                                       00034600
034700         CLOSE EPSCUST-FILE                                       00034700
034800         CLOSE EPSQUOTE-FILE                                      00034800
034850         CLOSE EPSQCIX-FILE                                       00034850
034900         CLOSE EPSCHGJ-FILE                                       00034900
035000         GO TO 1000-EXIT                                          00035000
035100     END-IF                                                       00035100
035200     PERFORM 1300-RESOLVE-ONE-CHAIN THRU 1300-EXIT                00035200
035300         VARYING W-MRG-IDX FROM 1 BY 1                            00035300
035400         UNTIL W-MRG-IDX > W-MERGE-COUNT                          00035400
035500     IF W-MERGE-COUNT > 0                                         00035500
035600         MOVE W-HEADING-2 TO RPT-LINE                             00035600
035700         WRITE RPT-LINE                                           00035700
035800     END-IF                                                       00035800
035900     .                                                            00035900
036000 1000-EXIT.                                                       00036000
036100     EXIT.                                                        00036100
036200*                                                                 00036200
036300*    ONE PASS OF EPSCXRF.  COMPLETED ROWS ARE SKIPPED; PENDING    00036300
036400*    ROWS PAST THE TABLE'S CAPACITY ARE COUNTED AND LEFT FOR THE  00036400
036500*    NEXT RUN.                                                    00036500
036600 1200-LOAD-PENDING-MERGES.                                        00036600
036700     MOVE LOW-VALUES TO EPSCX-KEY                                 00036700
036800     START EPSCXRF-FILE KEY IS NOT LESS THAN EPSCX-KEY            00036800
036900     IF W-EPSCXRF-NOTFND                                          00036900
037000         GO TO 1200-EXIT                                          00037000
037100     END-IF                                                       00037100
037200     IF NOT W-EPSCXRF-OK                                          00037200
037300         SET W-INIT-FAILED TO TRUE                                00037300
037400         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00037400
037500         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00037500
037600         WRITE RPT-LINE                                           00037600
037700         GO TO 1200-EXIT                                          00037700
037800     END-IF                                                       00037800
037900     PERFORM 1250-LOAD-ONE-MERGE THRU 1250-EXIT                   00037900
038000         UNTIL W-XREF-EOF                                         00038000
038100            OR W-INIT-FAILED                                      00038100
038200     .                                                            00038200
038300 1200-EXIT.                                                       00038300
038400     EXIT.                                                        00038400
038500*                                                                 00038500
038600 1250-LOAD-ONE-MERGE.                                             00038600
038700     READ EPSCXRF-FILE NEXT RECORD                                00038700
038800     IF W-EPSCXRF-END                                             00038800
038900         SET W-XREF-EOF TO TRUE                                   00038900
039000         GO TO 1250-EXIT                                          00039000
039100     END-IF                                                       00039100
039200     IF NOT W-EPSCXRF-OK                                          00039200
039300         SET W-INIT-FAILED TO TRUE                                00039300
039400         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00039400
039500         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00039500
039600         WRITE RPT-LINE                                           00039600
039700         GO TO 1250-EXIT                                          00039700
039800     END-IF                                                       00039800
039900     IF NOT EPSCX-MERGE-PENDING                                   00039900
040000         GO TO 1250-EXIT                                          00040000
040100     END-IF                                                       00040100
040200     ADD 1 TO W-PENDING-COUNT                                     00040200
040300     IF W-MERGE-COUNT NOT < 500                                   00040300
040400         ADD 1 TO W-MERGE-OVERFLOW-COUNT                          00040400
040500         GO TO 1250-EXIT                                          00040500
040600     END-IF                                                       00040600
040700     ADD 1 TO W-MERGE-COUNT                                       00040700
040800     SET W-MRG-IDX TO W-MERGE-COUNT                               00040800
040900     MOVE EPSCX-RETIRED-ID TO W-MG-RETIRED-ID (W-MRG-IDX)         00040900
041000     MOVE EPSCX-SURVIVOR-ID TO W-MG-SURVIVOR-ID (W-MRG-IDX)       00041000
041100     MOVE EPSCX-SURVIVOR-ID TO W-MG-FINAL-ID (W-MRG-IDX)          00041100
041200     MOVE SPACES TO W-MG-FINAL-NAME (W-MRG-IDX)                   00041200
041300     MOVE EPSCX-ORDERED-BY TO W-MG-ORDERED-BY (W-MRG-IDX)         00041300
041400     MOVE EPSCX-ORDERED-DATE TO W-MG-ORDERED-DATE (W-MRG-IDX)     00041400
041500     MOVE ZERO TO W-MG-QUOTES-MOVED (W-MRG-IDX)                   00041500
041600     MOVE ZERO TO W-MG-APPS-MOVED (W-MRG-IDX)                     00041600
041700     SET W-MG-TO-APPLY (W-MRG-IDX) TO TRUE                        00041700
041800     MOVE SPACES TO W-MG-DISPOSITION (W-MRG-IDX)                  00041800
041900     .                                                            00041900
042000 1250-EXIT.                                                       00042000
042100     EXIT.                                                        00042100
042200*                                                                 00042200
042300*    FOLLOW THE SURVIVOR THROUGH TONIGHT'S OTHER MERGES UNTIL IT  00042300
042400*    LANDS ON AN ID THAT IS NOT ITSELF BEING RETIRED.  THE ONLINE 00042400
042500*    EDIT REFUSES A SURVIVOR THAT ALREADY HAS A CROSS-REFERENCE   00042500
042600*    ROW, BUT A SURVIVOR CAN BE ORDERED INTO ANOTHER ID AFTERWARDS00042600
042700*    - THE HOP LIMIT IS ONLY A BACKSTOP.                          00042700
042800 1300-RESOLVE-ONE-CHAIN.                                          00042800
042900     MOVE ZERO TO W-HOP-COUNT                                     00042900
043000     MOVE SPACE TO W-CHAIN-SWITCH                                 00043000
043100     PERFORM 1350-FOLLOW-ONE-HOP THRU 1350-EXIT                   00043100
043200         UNTIL W-CHAIN-DONE                                       00043200
043300     IF W-HOP-COUNT > 20                                          00043300
043400         SET W-MG-HELD (W-MRG-IDX) TO TRUE                        00043400
043500         MOVE W-CHAIN-TOO-LONG-TEXT                               00043500
043600           TO W-MG-DISPOSITION (W-MRG-IDX)                        00043600
043700     END-IF                                                       00043700
043800     .                                                            00043800
043900 1300-EXIT.                                                       00043900
044000     EXIT.                                                        00044000
044100*                                                                 00044100
044200 1350-FOLLOW-ONE-HOP.                                             00044200
044300     MOVE W-MG-FINAL-ID (W-MRG-IDX) TO W-LOOKUP-ID                00044300
044400     PERFORM 7100-FIND-MERGE-ROW THRU 7100-EXIT                   00044400
044500     IF W-CHN-IDX > W-MERGE-COUNT                                 00044500
044600         SET W-CHAIN-DONE TO TRUE                                 00044600
044700         GO TO 1350-EXIT                                          00044700
044800     END-IF                                                       00044800
044900     ADD 1 TO W-HOP-COUNT                                         00044900
045000     IF W-HOP-COUNT > 20                                          00045000
045100         SET W-CHAIN-DONE TO TRUE                                 00045100
045200         GO TO 1350-EXIT                                          00045200
045300     END-IF                                                       00045300
045400     MOVE W-MG-SURVIVOR-ID (W-CHN-IDX)                            00045400
045500       TO W-MG-FINAL-ID (W-MRG-IDX)                               00045500
045600     .                                                            00045600
045700 1350-EXIT.                                                       00045700
045800     EXIT.                                                        00045800
045900*                                                                 00045900
046000***************************************************************** 00046000
046100*    CONFIRM THE FINAL SURVIVOR IS STILL ON EPSCUST             * 00046100
046200***************************************************************** 00046200
046300*    A SURVIVOR THAT WAS ITSELF MERGED AWAY ON AN EARLIER NIGHT   00046300
046400*    IS FOLLOWED THROUGH ITS COMPLETED CROSS-REFERENCE ROW.       00046400
046500 2000-VALIDATE-ONE-MERGE.                                         00046500
046600     IF NOT W-MG-TO-APPLY (W-MRG-IDX)                             00046600
046700         GO TO 2000-EXIT                                          00046700
046800     END-IF                                                       00046800
046900     MOVE W-MG-FINAL-ID (W-MRG-IDX) TO EPSC-CUSTOMER-ID           00046900
047000     READ EPSCUST-FILE                                            00047000
047100     IF W-EPSCUST-NOTFND                                          00047100
047200         MOVE W-MG-FINAL-ID (W-MRG-IDX) TO EPSCX-RETIRED-ID       00047200
047300         READ EPSCXRF-FILE                                        00047300
047400         IF W-EPSCXRF-OK AND EPSCX-MERGE-COMPLETE                 00047400
047500             MOVE EPSCX-SURVIVOR-ID TO W-MG-FINAL-ID (W-MRG-IDX)  00047500
047600             MOVE EPSCX-SURVIVOR-ID TO EPSC-CUSTOMER-ID           00047600
047700             READ EPSCUST-FILE                                    00047700
047800         END-IF                                                   00047800
047900     END-IF                                                       00047900
048000     IF W-EPSCUST-NOTFND                                          00048000
048100         SET W-MG-HELD (W-MRG-IDX) TO TRUE                        00048100
048200         MOVE W-SURVIVOR-GONE-TEXT                                00048200
048300           TO W-MG-DISPOSITION (W-MRG-IDX)                        00048300
048400         GO TO 2000-EXIT                                          00048400
048500     END-IF                                                       00048500
048600     IF NOT W-EPSCUST-OK                                          00048600
048700         SET W-IO-ERROR TO TRUE                                   00048700
048800         MOVE W-EPSCUST-STATUS TO EM-EPSCUST-STATUS               00048800
048900         MOVE W-EPSCUST-ERROR-MSG TO RPT-LINE                     00048900
049000         WRITE RPT-LINE                                           00049000
049100         GO TO 2000-EXIT                                          00049100
049200     END-IF                                                       00049200
049300     MOVE EPSC-CUSTOMER-NAME TO W-MG-FINAL-NAME (W-MRG-IDX)       00049300
049400     .                                                            00049400
049500 2000-EXIT.                                                       00049500
049600     EXIT.                                                        00049600
049700*                                                                 00049700
049800***************************************************************** 00049800
049900*    RE-POINT ONE MERGE'S LOAN APPLICATIONS                     * 00049900
050000***************************************************************** 00050000
050100*    THE PRIMARY BORROWER AND EACH CO-BORROWER SLOT ARE MOVED IN  00050100
050200*    ONE UNIT OF WORK.  CUSTOMER_ID LEADS THE EPSLNAPP KEY, SO A  00050200
050300*    DUPLICATE KEY (-803) MEANS THE SURVIVOR ALREADY HAS AN       00050300
050400*    APPLICATION FILED AT THE SAME MOMENT - THE MERGE IS BACKED   00050400
050500*    OUT AND HELD.  ANY OTHER SQL ERROR STOPS THE RUN BEFORE ANY  00050500
050600*    MERGE IS MARKED COMPLETE, AND A RERUN FINDS THE APPLICATIONS 00050600
050700*    ALREADY COMMITTED SIMPLY MOVED.                              00050700
050800 3000-MOVE-APPLICATIONS.                                          00050800
050900     IF NOT W-MG-TO-APPLY (W-MRG-IDX)                             00050900
051000         GO TO 3000-EXIT                                          00051000
051100     END-IF                                                       00051100
051200     MOVE W-MG-RETIRED-ID (W-MRG-IDX) TO W-RETIRED-ID             00051200
051300     MOVE W-MG-FINAL-ID (W-MRG-IDX) TO EPSLA-CUSTOMER-ID          00051300
051400     MOVE W-MG-FINAL-NAME (W-MRG-IDX) TO EPSLA-CUSTOMER-NAME      00051400
051500     EXEC SQL                                                     00051500
051600          UPDATE EPSLNAPP                                         00051600
051700             SET CUSTOMER_ID = :EPSLA-CUSTOMER-ID,                00051700
051800                 CUSTOMER_NAME = :EPSLA-CUSTOMER-NAME             00051800
051900           WHERE CUSTOMER_ID = :W-RETIRED-ID                      00051900
052000         END-EXEC                                                 00052000
052100     PERFORM 3100-CHECK-APP-UPDATE THRU 3100-EXIT                 00052100
052200     IF NOT W-MG-TO-APPLY (W-MRG-IDX) OR W-SQL-FAILED             00052200
052300         GO TO 3000-EXIT                                          00052300
052400     END-IF                                                       00052400
052500     EXEC SQL                                                     00052500
052600          UPDATE EPSLNAPP                                         00052600
052700             SET CO_BORR1_ID = :EPSLA-CUSTOMER-ID,                00052700
052800                 CO_BORR1_NAME = :EPSLA-CUSTOMER-NAME             00052800
052900           WHERE CO_BORR1_ID = :W-RETIRED-ID                      00052900
053000         END-EXEC                                                 00053000
053100     PERFORM 3100-CHECK-APP-UPDATE THRU 3100-EXIT                 00053100
053200     IF W-SQL-FAILED                                              00053200
053300         GO TO 3000-EXIT                                          00053300
053400     END-IF                                                       00053400
053500     EXEC SQL                                                     00053500
053600          UPDATE EPSLNAPP                                         00053600
053700             SET CO_BORR2_ID = :EPSLA-CUSTOMER-ID,                00053700
053800                 CO_BORR2_NAME = :EPSLA-CUSTOMER-NAME             00053800
053900           WHERE CO_BORR2_ID = :W-RETIRED-ID                      00053900
054000         END-EXEC                                                 00054000
054100     PERFORM 3100-CHECK-APP-UPDATE THRU 3100-EXIT                 00054100
054200     IF W-SQL-FAILED                                              00054200
054300         GO TO 3000-EXIT                                          00054300
054400     END-IF                                                       00054400
054500     EXEC SQL                                                     00054500
054600          UPDATE EPSLNAPP                                         00054600
054700             SET CO_BORR3_ID = :EPSLA-CUSTOMER-ID,                00054700
054800                 CO_BORR3_NAME = :EPSLA-CUSTOMER-NAME             00054800
054900           WHERE CO_BORR3_ID = :W-RETIRED-ID                      00054900
055000         END-EXEC                                                 00055000
055100     PERFORM 3100-CHECK-APP-UPDATE THRU 3100-EXIT                 00055100
055200     IF W-SQL-FAILED                                              00055200
055300         GO TO 3000-EXIT                                          00055300
055400     END-IF                                                       00055400
055500     EXEC SQL COMMIT END-EXEC                                     00055500
055600     .                                                            00055600
055700 3000-EXIT.                                                       00055700
055800     EXIT.                                                        00055800
055900*                                                                 00055900
056000 3100-CHECK-APP-UPDATE.                                           00056000
056100     IF SQLCODE = 0                                               00056100
056200         ADD SQLERRD (3) TO W-MG-APPS-MOVED (W-MRG-IDX)           00056200
056300         GO TO 3100-EXIT                                          00056300
056400     END-IF                                                       00056400
056500     IF SQLCODE = 100                                             00056500
056600         GO TO 3100-EXIT                                          00056600
056700     END-IF                                                       00056700
056800     MOVE SQLCODE TO W-SAVE-SQLCODE                               00056800
056900     EXEC SQL ROLLBACK END-EXEC                                   00056900
057000     MOVE ZERO TO W-MG-APPS-MOVED (W-MRG-IDX)                     00057000
057100     IF W-SAVE-SQLCODE = -803                                     00057100
057200         SET W-MG-HELD (W-MRG-IDX) TO TRUE                        00057200
057300         MOVE W-APP-CLASH-TEXT TO W-MG-DISPOSITION (W-MRG-IDX)    00057300
057400         GO TO 3100-EXIT                                          00057400
057500     END-IF                                                       00057500
057600     SET W-SQL-FAILED TO TRUE                                     00057600
057700     MOVE W-SAVE-SQLCODE TO W-SQL-ERROR-CODE                      00057700
057800     MOVE W-SQL-ERROR-MSG TO RPT-LINE                             00057800
057900     WRITE RPT-LINE                                               00057900
058000     .                                                            00058000
058100 3100-EXIT.                                                       00058100
058200     EXIT.                                                        00058200
058300*                                                                 00058300
058400***************************************************************** 00058400
058500*    ONE PASS OF EPSQUOTE - RE-POINT QUOTES FILED UNDER A       * 00058500
058600*    RETIRED ID                                                 * 00058600
058700***************************************************************** 00058700
058800 4000-SWEEP-QUOTES.                                               00058800
058900     IF W-MERGE-COUNT = 0                                         00058900
059000         GO TO 4000-EXIT                                          00059000
059100     END-IF                                                       00059100
059200     PERFORM 4100-CHECK-ONE-QUOTE THRU 4100-EXIT                  00059200
059300         UNTIL W-QUOTE-EOF                                        00059300
059400            OR W-IO-ERROR                                         00059400
059500     .                                                            00059500
059600 4000-EXIT.                                                       00059600
059700     EXIT.                                                        00059700
059800*                                                                 00059800
059900 4100-CHECK-ONE-QUOTE.                                            00059900
060000     READ EPSQUOTE-FILE NEXT RECORD                               00060000
060100     IF W-EPSQUOTE-END                                            00060100
060200         SET W-QUOTE-EOF TO TRUE                                  00060200
060300         GO TO 4100-EXIT                                          00060300
060400     END-IF                                                       00060400
060500     IF NOT W-EPSQUOTE-OK                                         00060500
060600         SET W-IO-ERROR TO TRUE                                   00060600
060700         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00060700
060800         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00060800
060900         WRITE RPT-LINE                                           00060900
061000         GO TO 4100-EXIT                                          00061000
061100     END-IF                                                       00061100
061200     IF EPSQ-CUSTOMER-ID = SPACES                                 00061200
061300         GO TO 4100-EXIT                                          00061300
061400     END-IF                                                       00061400
061500     MOVE EPSQ-CUSTOMER-ID TO W-LOOKUP-ID                         00061500
061600     PERFORM 7100-FIND-MERGE-ROW THRU 7100-EXIT                   00061600
061700     IF W-CHN-IDX > W-MERGE-COUNT                                 00061700
061800         GO TO 4100-EXIT                                          00061800
061900     END-IF                                                       00061900
062000     IF NOT W-MG-TO-APPLY (W-CHN-IDX)                             00062000
062100         GO TO 4100-EXIT                                          00062100
062200     END-IF                                                       00062200
062300     MOVE SPACES TO EPSCJ-RECORD                                  00062300
062400     MOVE EPSQ-RECORD TO EPSCJ-BEFORE-IMAGE                       00062400
062500     MOVE W-MG-FINAL-ID (W-CHN-IDX) TO EPSQ-CUSTOMER-ID           00062500
062600     REWRITE EPSQ-RECORD                                          00062600
062700     IF NOT W-EPSQUOTE-OK                                         00062700
062800         SET W-IO-ERROR TO TRUE                                   00062800
062900         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00062900
063000         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00063000
063100         WRITE RPT-LINE                                           00063100
063200         GO TO 4100-EXIT                                          00063200
063300     END-IF                                                       00063300
063400     ADD 1 TO W-MG-QUOTES-MOVED (W-CHN-IDX)                       00063400
063500     ADD 1 TO W-QUOTES-MOVED-COUNT                                00063500
063600     MOVE EPSQ-RECORD TO EPSCJ-AFTER-IMAGE                        00063600
063700     MOVE EPSQ-KEY TO EPSCJ-RECORD-KEY                            00063700
063800     MOVE 'EPSQUOTE' TO EPSCJ-FILE-NAME                           00063800
063900     SET EPSCJ-RECORD-CHANGED TO TRUE                             00063900
064000     PERFORM 7000-WRITE-CHANGE-JOURNAL THRU 7000-EXIT             00064000
064050     PERFORM 4200-MOVE-QUOTE-INDEX THRU 4200-EXIT                 00064050
064100     .                                                            00064100
064200 4100-EXIT.                                                       00064200
064300     EXIT.                                                        00064300
064310*                                                                 00064310
064320*    THE QUOTE'S EPSQCIX ROW IS KEYED BY CUSTOMER, SO IT IS       00064320
064330*    DELETED UNDER THE RETIRED ID AND WRITTEN AGAIN UNDER THE     00064330
064340*    SURVIVOR.  A QUOTE FILED BEFORE THE INDEX WAS LOADED HAS NO  00064340
064350*    ROW TO DELETE.  THE INDEX IS BUILT FROM EPSQUOTE, WHOSE      00064350
064360*    CHANGE IS ALREADY JOURNALED, SO IT IS NOT JOURNALED AGAIN.   00064360
064370 4200-MOVE-QUOTE-INDEX.                                           00064370
064380     MOVE SPACES TO EPSQC-RECORD                                  00064380
064390     MOVE W-MG-RETIRED-ID (W-CHN-IDX) TO EPSQC-CUSTOMER-ID        00064390
064400     COMPUTE EPSQC-INVERTED-DATE = 99999999 - EPSQ-QUOTE-DATE     00064400
064402     COMPUTE EPSQC-INVERTED-TIME = 999999 - EPSQ-QUOTE-TIME       00064402
064404     MOVE EPSQ-TERMID TO EPSQC-TERMID                             00064404
064406     MOVE EPSQ-TASKNBR TO EPSQC-TASKNBR                           00064406
064408     DELETE EPSQCIX-FILE RECORD                                   00064408
064410     IF NOT W-EPSQCIX-OK AND NOT W-EPSQCIX-NOTFND                 00064410
064412         SET W-IO-ERROR TO TRUE                                   00064412
064414         MOVE W-EPSQCIX-STATUS TO EM-EPSQCIX-STATUS               00064414
064416         MOVE W-EPSQCIX-ERROR-MSG TO RPT-LINE                     00064416
064418         WRITE RPT-LINE                                           00064418
064420         GO TO 4200-EXIT                                          00064420
064422     END-IF                                                       00064422
064424     MOVE EPSQ-CUSTOMER-ID TO EPSQC-CUSTOMER-ID                   00064424
064426     MOVE EPSQ-KEY TO EPSQC-QUOTE-KEY                             00064426
064428     MOVE EPSQ-LOCK-EXPIRE-DATE TO EPSQC-LOCK-EXPIRE-DATE         00064428
064430     WRITE EPSQC-RECORD                                           00064430
064432     IF NOT W-EPSQCIX-OK                                          00064432
064434         SET W-IO-ERROR TO TRUE                                   00064434
064436         MOVE W-EPSQCIX-STATUS TO EM-EPSQCIX-STATUS               00064436
064438         MOVE W-EPSQCIX-ERROR-MSG TO RPT-LINE                     00064438
064440         WRITE RPT-LINE                                           00064440
064442     END-IF                                                       00064442
064444     .                                                            00064444
064446 4200-EXIT.                                                       00064446
064448     EXIT.                                                        00064448
064474*                                                                 00064474
064500***************************************************************** 00064500
064600*    RETIRE THE OLD CUSTOMER ROW AND CLOSE OUT THE CROSS-REF    * 00064600
064700***************************************************************** 00064700
064800 5000-FINISH-ONE-MERGE.                                           00064800
064900     IF W-MG-HELD (W-MRG-IDX)                                     00064900
065000         ADD 1 TO W-HELD-COUNT                                    00065000
065100         PERFORM 8300-PRINT-MERGE-LINE THRU 8300-EXIT             00065100
065200         GO TO 5000-EXIT                                          00065200
065300     END-IF                                                       00065300
065400     MOVE W-MG-RETIRED-ID (W-MRG-IDX) TO EPSC-CUSTOMER-ID         00065400
065500     READ EPSCUST-FILE                                            00065500
065600     IF W-EPSCUST-OK                                              00065600
065700         MOVE SPACES TO EPSCJ-RECORD                              00065700
065800         MOVE EPSC-RECORD TO EPSCJ-BEFORE-IMAGE                   00065800
065900         DELETE EPSCUST-FILE RECORD                               00065900
066000     END-IF                                                       00066000
066100     IF NOT W-EPSCUST-OK AND NOT W-EPSCUST-NOTFND                 00066100
066200         SET W-IO-ERROR TO TRUE                                   00066200
066300         MOVE W-EPSCUST-STATUS TO EM-EPSCUST-STATUS               00066300
066400         MOVE W-EPSCUST-ERROR-MSG TO RPT-LINE                     00066400
066500         WRITE RPT-LINE                                           00066500
066600         GO TO 5000-EXIT                                          00066600
066700     END-IF                                                       00066700
066800     IF W-EPSCUST-OK                                              00066800
066900         MOVE EPSC-KEY TO EPSCJ-RECORD-KEY                        00066900
067000         MOVE 'EPSCUST' TO EPSCJ-FILE-NAME                        00067000
067100         SET EPSCJ-RECORD-DELETED TO TRUE                         00067100
067200         PERFORM 7000-WRITE-CHANGE-JOURNAL THRU 7000-EXIT         00067200
067300     END-IF                                                       00067300
067400     MOVE W-MG-RETIRED-ID (W-MRG-IDX) TO EPSCX-RETIRED-ID         00067400
067500     READ EPSCXRF-FILE                                            00067500
067600     IF W-EPSCXRF-OK                                              00067600
067700         MOVE SPACES TO EPSCJ-RECORD                              00067700
067800         MOVE EPSCX-RECORD TO EPSCJ-BEFORE-IMAGE                  00067800
067900         MOVE W-MG-FINAL-ID (W-MRG-IDX) TO EPSCX-SURVIVOR-ID      00067900
068000         SET EPSCX-MERGE-COMPLETE TO TRUE                         00068000
068100         MOVE W-TODAY-DATE TO EPSCX-COMPLETED-DATE                00068100
068200         MOVE W-MG-QUOTES-MOVED (W-MRG-IDX) TO EPSCX-QUOTES-MOVED 00068200
068300         MOVE W-MG-APPS-MOVED (W-MRG-IDX) TO EPSCX-APPS-MOVED     00068300
068400         REWRITE EPSCX-RECORD                                     00068400
068500     END-IF                                                       00068500
068600     IF NOT W-EPSCXRF-OK                                          00068600
068700         SET W-IO-ERROR TO TRUE                                   00068700
068800         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00068800
068900         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00068900
069000         WRITE RPT-LINE                                           00069000
069100         GO TO 5000-EXIT                                          00069100
069200     END-IF                                                       00069200
069300     MOVE EPSCX-RECORD TO EPSCJ-AFTER-IMAGE                       00069300
069400     MOVE EPSCX-KEY TO EPSCJ-RECORD-KEY                           00069400
069500     MOVE 'EPSCXRF' TO EPSCJ-FILE-NAME                            00069500
069600     SET EPSCJ-RECORD-CHANGED TO TRUE                             00069600
069700     PERFORM 7000-WRITE-CHANGE-JOURNAL THRU 7000-EXIT             00069700
069800     SET W-MG-APPLIED (W-MRG-IDX) TO TRUE                         00069800
069900     MOVE W-MERGED-TEXT TO W-MG-DISPOSITION (W-MRG-IDX)           00069900
070000     ADD 1 TO W-APPLIED-COUNT                                     00070000
070100     ADD W-MG-APPS-MOVED (W-MRG-IDX) TO W-APPS-MOVED-COUNT        00070100
070200     PERFORM 8300-PRINT-MERGE-LINE THRU 8300-EXIT                 00070200
070300     .                                                            00070300
070400 5000-EXIT.                                                       00070400
070500     EXIT.                                                        00070500
070600*                                                                 00070600
070700***************************************************************** 00070700
070800*    CARRY EARLIER MERGES FORWARD TO TONIGHT'S SURVIVORS        * 00070800
070900***************************************************************** 00070900
071000 6000-REPOINT-OLD-MERGES.                                         00071000
071100     IF W-APPLIED-COUNT = 0 OR W-IO-ERROR                         00071100
071200         GO TO 6000-EXIT                                          00071200
071300     END-IF                                                       00071300
071400     MOVE SPACE TO W-XREF-EOF-SWITCH                              00071400
071500     MOVE LOW-VALUES TO EPSCX-KEY                                 00071500
071600     START EPSCXRF-FILE KEY IS NOT LESS THAN EPSCX-KEY            00071600
071700     IF NOT W-EPSCXRF-OK                                          00071700
071800         GO TO 6000-EXIT                                          00071800
071900     END-IF                                                       00071900
072000     PERFORM 6100-CHECK-ONE-XREF THRU 6100-EXIT                   00072000
072100         UNTIL W-XREF-EOF                                         00072100
072200            OR W-IO-ERROR                                         00072200
072300     .                                                            00072300
072400 6000-EXIT.                                                       00072400
072500     EXIT.                                                        00072500
072600*                                                                 00072600
072700 6100-CHECK-ONE-XREF.                                             00072700
072800     READ EPSCXRF-FILE NEXT RECORD                                00072800
072900     IF W-EPSCXRF-END                                             00072900
073000         SET W-XREF-EOF TO TRUE                                   00073000
073100         GO TO 6100-EXIT                                          00073100
073200     END-IF                                                       00073200
073300     IF NOT W-EPSCXRF-OK                                          00073300
073400         SET W-IO-ERROR TO TRUE                                   00073400
073500         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00073500
073600         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00073600
073700         WRITE RPT-LINE                                           00073700
073800         GO TO 6100-EXIT                                          00073800
073900     END-IF                                                       00073900
074000     IF NOT EPSCX-MERGE-COMPLETE                                  00074000
074100         GO TO 6100-EXIT                                          00074100
074200     END-IF                                                       00074200
074300     MOVE EPSCX-SURVIVOR-ID TO W-LOOKUP-ID                        00074300
074400     PERFORM 7100-FIND-MERGE-ROW THRU 7100-EXIT                   00074400
074500     IF W-CHN-IDX > W-MERGE-COUNT                                 00074500
074600         GO TO 6100-EXIT                                          00074600
074700     END-IF                                                       00074700
074800     IF NOT W-MG-APPLIED (W-CHN-IDX)                              00074800
074900         GO TO 6100-EXIT                                          00074900
075000     END-IF                                                       00075000
075100     MOVE SPACES TO EPSCJ-RECORD                                  00075100
075200     MOVE EPSCX-RECORD TO EPSCJ-BEFORE-IMAGE                      00075200
075300     MOVE W-MG-FINAL-ID (W-CHN-IDX) TO EPSCX-SURVIVOR-ID          00075300
075400     REWRITE EPSCX-RECORD                                         00075400
075500     IF NOT W-EPSCXRF-OK                                          00075500
075600         SET W-IO-ERROR TO TRUE                                   00075600
075700         MOVE W-EPSCXRF-STATUS TO EM-EPSCXRF-STATUS               00075700
075800         MOVE W-EPSCXRF-ERROR-MSG TO RPT-LINE                     00075800
075900         WRITE RPT-LINE                                           00075900
076000         GO TO 6100-EXIT                                          00076000
076100     END-IF                                                       00076100
076200     ADD 1 TO W-XREF-REPOINT-COUNT                                00076200
076300     MOVE EPSCX-RECORD TO EPSCJ-AFTER-IMAGE                       00076300
076400     MOVE EPSCX-KEY TO EPSCJ-RECORD-KEY                           00076400
076500     MOVE 'EPSCXRF' TO EPSCJ-FILE-NAME                            00076500
076600     SET EPSCJ-RECORD-CHANGED TO TRUE                             00076600
076700     PERFORM 7000-WRITE-CHANGE-JOURNAL THRU 7000-EXIT             00076700
076800     .                                                            00076800
076900 6100-EXIT.                                                       00076900
077000     EXIT.                                                        00077000
077100*                                                                 00077100
077200***************************************************************** 00077200
077300*    JOURNAL ONE CHANGE - THE CALLER SETS THE FILE NAME, KEY,   * 00077300
077400*    ACTION AND IMAGES                                          * 00077400
077500***************************************************************** 00077500
077600 7000-WRITE-CHANGE-JOURNAL.                                       00077600
077700     ADD 1 TO W-JOURNAL-SEQ                                       00077700
077800     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00077800
077900     MOVE W-CLOCK-HHMMSS TO EPSCJ-CHANGE-TIME                     00077900
078000     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00078000
078100     MOVE W-JOURNAL-SEQ TO EPSCJ-SEQUENCE                         00078100
078200     SET EPSCJ-BATCH-CHANGE TO TRUE                               00078200
078300     MOVE W-BATCH-ID TO EPSCJ-CHANGED-BY                          00078300
078400     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00078400
078500     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00078500
078600     WRITE EPSCJ-RECORD                                           00078600
078700     IF W-EPSCHGJ-OK                                              00078700
078800         ADD 1 TO W-JOURNALED-COUNT                               00078800
078900     ELSE                                                         00078900
079000         SET W-IO-ERROR TO TRUE                                   00079000
079100         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00079100
079200         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00079200
079300         WRITE RPT-LINE                                           00079300
079400     END-IF                                                       00079400
079500     .                                                            00079500
079600 7000-EXIT.                                                       00079600
079700     EXIT.                                                        00079700
079800*                                                                 00079800
079900*    LEAVES W-CHN-IDX ON THE TABLE ROW RETIRING W-LOOKUP-ID, OR   00079900
080000*    PAST W-MERGE-COUNT WHEN THERE IS NONE.                       00080000
080100 7100-FIND-MERGE-ROW.                                             00080100
080200     PERFORM 7150-TEST-MERGE-ROW THRU 7150-EXIT                   00080200
080300         VARYING W-CHN-IDX FROM 1 BY 1                            00080300
080400         UNTIL W-CHN-IDX > W-MERGE-COUNT                          00080400
080500            OR W-MG-RETIRED-ID (W-CHN-IDX) = W-LOOKUP-ID          00080500
080600     .                                                            00080600
080700 7100-EXIT.                                                       00080700
080800     EXIT.                                                        00080800
080900*                                                                 00080900
081000 7150-TEST-MERGE-ROW.                                             00081000
081100     CONTINUE                                                     00081100
081200     .                                                            00081200
081300 7150-EXIT.                                                       00081300
081400     EXIT.                                                        00081400
081500*                                                                 00081500
081600***************************************************************** 00081600
081700*    RUN TOTALS                                                 * 00081700
081800***************************************************************** 00081800
081900 8000-PRINT-SUMMARY.                                              00081900
082000     MOVE W-BLANK-LINE TO RPT-LINE                                00082000
082100     WRITE RPT-LINE                                               00082100
082200     IF W-PENDING-COUNT = 0                                       00082200
082300         MOVE W-NO-MERGES-MSG TO RPT-LINE                         00082300
082400         WRITE RPT-LINE                                           00082400
082500     END-IF                                                       00082500
082600     MOVE W-PENDING-COUNT TO TL1-COUNT                            00082600
082700     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00082700
082800     WRITE RPT-LINE                                               00082800
082900     MOVE W-APPLIED-COUNT TO TL2-COUNT                            00082900
083000     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00083000
083100     WRITE RPT-LINE                                               00083100
083200     MOVE W-HELD-COUNT TO TL3-COUNT                               00083200
083300     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00083300
083400     WRITE RPT-LINE                                               00083400
083500     MOVE W-QUOTES-MOVED-COUNT TO TL4-COUNT                       00083500
083600     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00083600
083700     WRITE RPT-LINE                                               00083700
083800     MOVE W-APPS-MOVED-COUNT TO TL5-COUNT                         00083800
083900     MOVE W-TOTAL-LINE-5 TO RPT-LINE                              00083900
084000     WRITE RPT-LINE                                               00084000
084100     MOVE W-XREF-REPOINT-COUNT TO TL6-COUNT                       00084100
084200     MOVE W-TOTAL-LINE-6 TO RPT-LINE                              00084200
084300     WRITE RPT-LINE                                               00084300
084400     MOVE W-JOURNALED-COUNT TO TL7-COUNT                          00084400
084500     MOVE W-TOTAL-LINE-7 TO RPT-LINE                              00084500
084600     WRITE RPT-LINE                                               00084600
084700     IF W-MERGE-OVERFLOW-COUNT > 0                                00084700
084800         MOVE W-MERGE-OVERFLOW-COUNT TO MOL-COUNT                 00084800
084900         MOVE W-MERGE-OVFL-LINE TO RPT-LINE                       00084900
085000         WRITE RPT-LINE                                           00085000
085100     END-IF                                                       00085100
085200     .                                                            00085200
085300 8000-EXIT.                                                       00085300
085400     EXIT.                                                        00085400
085500*                                                                 00085500
085600 8300-PRINT-MERGE-LINE.                                           00085600
085700     MOVE W-MG-RETIRED-ID (W-MRG-IDX) TO DL-RETIRED-ID            00085700
085800     MOVE W-MG-FINAL-ID (W-MRG-IDX) TO DL-SURVIVOR-ID             00085800
085900     MOVE W-MG-FINAL-NAME (W-MRG-IDX) TO DL-SURVIVOR-NAME         00085900
086000     MOVE W-MG-ORDERED-BY (W-MRG-IDX) TO DL-ORDERED-BY            00086000
086100     MOVE W-MG-ORDERED-DATE (W-MRG-IDX) TO W-ED-DATE              00086100
086200     MOVE W-ED-DATE TO DL-ORDERED-DATE                            00086200
086300     MOVE W-MG-QUOTES-MOVED (W-MRG-IDX) TO DL-QUOTES-MOVED        00086300
086400     MOVE W-MG-APPS-MOVED (W-MRG-IDX) TO DL-APPS-MOVED            00086400
086500     MOVE W-MG-DISPOSITION (W-MRG-IDX) TO DL-DISPOSITION          00086500
086600     MOVE W-DETAIL-LINE TO RPT-LINE                               00086600
086700     WRITE RPT-LINE                                               00086700
086800     .                                                            00086800
086900 8300-EXIT.                                                       00086900
087000     EXIT.                                                        00087000
087100*                                                                 00087100
087200 9000-TERMINATE.                                                  00087200
087300     IF NOT W-INIT-FAILED                                         00087300
087400         CLOSE EPSCXRF-FILE                                       00087400
087500         CLOSE EPSCUST-FILE                                       00087500
087600         CLOSE EPSQUOTE-FILE                                      00087600
087650         CLOSE EPSQCIX-FILE                                       00087650
087700         CLOSE EPSCHGJ-FILE                                       00087700
087800     END-IF                                                       00087800
087900     CLOSE REPORT-FILE                                            00087900
088000     IF W-INIT-FAILED OR W-IO-ERROR OR W-SQL-FAILED               00088000
088100         MOVE 8 TO RETURN-CODE                                    00088100
088200     END-IF                                                       00088200
088300     .                                                            00088300
088400 9000-EXIT.                                                       00088400
088500     EXIT.                                                        00088500
