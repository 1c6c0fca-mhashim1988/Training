000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSQCBLD.                                         00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    REBUILD OF THE EPSQCIX CUSTOMER QUOTE INDEX (SEE COPYBOOK    00000800
000900*    EPSQCIX) FROM THE EPSQUOTE HISTORY FILE.  EPSQCIX IS OPENED  00000900
001000*    OUTPUT, WHICH EMPTIES THE CLUSTER, AND ONE SEQUENTIAL PASS   00001000
001100*    OF EPSQUOTE WRITES AN INDEX ROW FOR EVERY QUOTE CARRYING A   00001100
001200*    CUSTOMER ID - KEYED BY CUSTOMER, NEWEST QUOTE FIRST, WITH    00001200
001300*    THE QUOTE'S EPSQUOTE KEY AND RATE LOCK EXPIRATION.  THE      00001300
001400*    ONLINE PROGRAMS AND EPSCMRG KEEP THE INDEX IN STEP ONE QUOTE 00001400
001500*    AT A TIME; THIS RUN IS FOR THE FIRST LOAD AND FOR AFTER ANY  00001500
001600*    JOB THAT TAKES EPSQUOTE ROWS AWAY IN BULK, SUCH AS AN        00001600
001700*    ARCHIVE OR PURGE, SO NO INDEX ROW IS LEFT POINTING AT A      00001700
001800*    QUOTE THAT IS GONE.  EPSQUOTE AND EPSQCIX ARE CICS FILES, SO 00001800
001900*    THE JOB RUNS IN THE BATCH WINDOW WHILE THE REGION IS DOWN -  00001900
002000*    SEE JCL MEMBER EPSQCBLD.                                     00002000
002100*                                                                 00002100
002200*    MOD HISTORY                                                  00002200
002300*    ------------------------------------------------------------ 00002300
002400*    DATE        INIT  DESCRIPTION                                00002400
002500*    2026-10-15  DLH   ORIGINAL VERSION.                          00002500
002600*                                                                 00002600
002700 ENVIRONMENT DIVISION.                                            00002700
002800 CONFIGURATION SECTION.                                           00002800
002900 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00002900
003000 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00003000
003100 INPUT-OUTPUT SECTION.                                            00003100
003200 FILE-CONTROL.                                                    00003200
003300     SELECT EPSQUOTE-FILE      ASSIGN TO EPSQUOTE                 00003300
003400         ORGANIZATION IS INDEXED                                  00003400
003500         ACCESS MODE  IS SEQUENTIAL                               00003500
003600         RECORD KEY   IS EPSQ-KEY                                 00003600
003700         FILE STATUS  IS W-EPSQUOTE-STATUS.                       00003700
003800     SELECT EPSQCIX-FILE       ASSIGN TO EPSQCIX                  00003800
003900         ORGANIZATION IS INDEXED                                  00003900
004000         ACCESS MODE  IS RANDOM                                   00004000
004100         RECORD KEY   IS EPSQC-KEY                                00004100
004200         FILE STATUS  IS W-EPSQCIX-STATUS.                        00004200
004300     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004300
004400         ORGANIZATION IS LINE SEQUENTIAL.                         00004400
004500*                                                                 00004500
004600 DATA DIVISION.                                                   00004600
004700 FILE SECTION.                                                    00004700
004800 FD  EPSQUOTE-FILE.                                               00004800
004900     COPY EPSQUOTE.                                               00004900
005000*                                                                 00005000
005100 FD  EPSQCIX-FILE.                                                00005100
005200     COPY EPSQCIX.                                                00005200
005300*                                                                 00005300
005400 FD  REPORT-FILE                                                  00005400
005500     RECORDING MODE IS F.                                         00005500
005600 01  RPT-LINE                       PIC X(132).                   00005600
005700*                                                                 00005700
005800 WORKING-STORAGE SECTION.                                         00005800
005900 01  W-EPSQUOTE-STATUS              PIC X(02).                    00005900
006000     88  W-EPSQUOTE-OK                     VALUE '00'.            00006000
006100     88  W-EPSQUOTE-END                    VALUE '10'.            00006100
006200 01  W-EPSQCIX-STATUS               PIC X(02).                    00006200
006300     88  W-EPSQCIX-OK                      VALUE '00'.            00006300
006400 01  W-EPSQUOTE-ERROR-MSG.                                        00006400
006500     05  FILLER                 PIC X(30) VALUE                   00006500
006600            'EPSQUOTE FILE ERROR - STATUS '.                      00006600
006700     05  EM-EPSQUOTE-STATUS     PIC X(02).                        00006700
006800     05  FILLER                 PIC X(40) VALUE SPACES.           00006800
006900 01  W-EPSQCIX-ERROR-MSG.                                         00006900
007000     05  FILLER                 PIC X(30) VALUE                   00007000
007100            'EPSQCIX FILE ERROR - STATUS '.                       00007100
007200     05  EM-EPSQCIX-STATUS      PIC X(02).                        00007200
007300     05  FILLER                 PIC X(40) VALUE SPACES.           00007300
007400 01  W-SWITCHES.                                                  00007400
007500     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00007500
007600         88  W-INIT-FAILED                 VALUE 'Y'.             00007600
007700     05  W-IO-ERROR-SWITCH          PIC X(01).                    00007700
007800         88  W-IO-ERROR                    VALUE 'Y'.             00007800
007900     05  W-QUOTE-EOF-SWITCH         PIC X(01).                    00007900
008000         88  W-QUOTE-EOF                   VALUE 'Y'.             00008000
008100 01  W-TODAY-DATE                   PIC 9(08).                    00008100
008200*                                                                 00008200
008300 01  W-QUOTES-READ-COUNT            PIC 9(07)   COMP-3 VALUE ZERO.00008300
008400 01  W-INDEXED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00008400
008500 01  W-LOCKED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00008500
008600 01  W-NO-CUSTOMER-COUNT            PIC 9(07)   COMP-3 VALUE ZERO.00008600
008700*                                                                 00008700
008800 01  W-EDIT-FIELDS.                                               00008800
008900     05  W-ED-DATE                  PIC 9(04)/99/99.              00008900
009000*                                                                 00009000
009100 01  W-HEADING-1.                                                 00009100
009200     05  FILLER                     PIC X(40) VALUE               00009200
009300            'EPSQCBLD - CUSTOMER QUOTE INDEX REBUILD'.            00009300
009400     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00009400
009500     05  H1-RUN-DATE                PIC X(10).                    00009500
009600*                                                                 00009600
009700 01  W-TOTAL-LINE-1.                                              00009700
009800     05  FILLER                     PIC X(32) VALUE               00009800
009900            'EPSQUOTE QUOTES READ            '.                   00009900
010000     05  TL1-COUNT                  PIC Z,ZZZ,ZZ9.                00010000
010100 01  W-TOTAL-LINE-2.                                              00010100
010200     05  FILLER                     PIC X(32) VALUE               00010200
010300            'QUOTES WITHOUT A CUSTOMER ID    '.                   00010300
010400     05  TL2-COUNT                  PIC Z,ZZZ,ZZ9.                00010400
010500 01  W-TOTAL-LINE-3.                                              00010500
010600     05  FILLER                     PIC X(32) VALUE               00010600
010700            'EPSQCIX INDEX ROWS WRITTEN      '.                   00010700
010800     05  TL3-COUNT                  PIC Z,ZZZ,ZZ9.                00010800
010900 01  W-TOTAL-LINE-4.                                              00010900
011000     05  FILLER                     PIC X(32) VALUE               00011000
011100            '  OF WHICH CARRY A RATE LOCK    '.                   00011100
011200     05  TL4-COUNT                  PIC Z,ZZZ,ZZ9.                00011200
011300 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00011300
011400 01  W-INCOMPLETE-MSG               PIC X(60) VALUE               00011400
011500        'REBUILD INCOMPLETE - RERUN BEFORE THE REGION COMES UP'.  00011500
011600*                                                                 00011600
011700 PROCEDURE DIVISION.                                              00011700
011800 0000-MAINLINE.                                                   00011800
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00011900
012000     IF NOT W-INIT-FAILED                                         00012000
012100         PERFORM 2000-INDEX-ONE-QUOTE THRU 2000-EXIT              00012100
012200             UNTIL W-QUOTE-EOF                                    00012200
012300                OR W-IO-ERROR                                     00012300
012400         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00012400
012500     END-IF                                                       00012500
012600     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00012600
012700     GOBACK                                                       00012700
012800     .                                                            00012800
012900*                                                                 00012900
013000***************************************************************** 00013000
013100*    OPEN THE FILES - OUTPUT EMPTIES THE INDEX                  * 00013100
013200***************************************************************** 00013200
013300 1000-INITIALIZE.                                                 00013300
013400     OPEN OUTPUT REPORT-FILE                                      00013400
013500     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00013500
013600     MOVE W-TODAY-DATE TO W-ED-DATE                               00013600
013700     MOVE W-ED-DATE TO H1-RUN-DATE                                00013700
013800     MOVE W-HEADING-1 TO RPT-LINE                                 00013800
013900     WRITE RPT-LINE                                               00013900
014000     MOVE W-BLANK-LINE TO RPT-LINE                                00014000
014100     WRITE RPT-LINE                                               00014100
014200     OPEN INPUT EPSQUOTE-FILE                                     00014200
014300     IF NOT W-EPSQUOTE-OK                                         00014300
014400         SET W-INIT-FAILED TO TRUE                                00014400
014500         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00014500
014600         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00014600
014700         WRITE RPT-LINE                                           00014700
014800         GO TO 1000-EXIT                                          00014800
014900     END-IF                                                       00014900
015000     OPEN OUTPUT EPSQCIX-FILE                                     00015000
015100     IF NOT W-EPSQCIX-OK                                          00015100
015200         SET W-INIT-FAILED TO TRUE                                00015200
015300         MOVE W-EPSQCIX-STATUS TO EM-EPSQCIX-STATUS               00015300
015400         MOVE W-EPSQCIX-ERROR-MSG TO RPT-LINE                     00015400
015500         WRITE RPT-LINE                                           00015500
015600         CLOSE EPSQUOTE-FILE                                      00015600
015700         GO TO 1000-EXIT                                          00015700
015800     END-IF                                                       00015800
015900     .                                                            00015900
016000 1000-EXIT.                                                       00016000
016100     EXIT.                                                        00016100
016200*                                                                 00016200
016300***************************************************************** 00016300
016400*    ONE EPSQUOTE ROW - INDEX IT IF IT NAMES A CUSTOMER         * 00016400
016500***************************************************************** 00016500
016600 2000-INDEX-ONE-QUOTE.                                            00016600
016700     READ EPSQUOTE-FILE NEXT RECORD                               00016700
016800     IF W-EPSQUOTE-END                                            00016800
016900         SET W-QUOTE-EOF TO TRUE                                  00016900
017000         GO TO 2000-EXIT                                          00017000
017100     END-IF                                                       00017100
017200     IF NOT W-EPSQUOTE-OK                                         00017200
017300         SET W-IO-ERROR TO TRUE                                   00017300
017400         MOVE W-EPSQUOTE-STATUS TO EM-EPSQUOTE-STATUS             00017400
017500         MOVE W-EPSQUOTE-ERROR-MSG TO RPT-LINE                    00017500
017600         WRITE RPT-LINE                                           00017600
017700         GO TO 2000-EXIT                                          00017700
017800     END-IF                                                       00017800
017900     ADD 1 TO W-QUOTES-READ-COUNT                                 00017900
018000     IF EPSQ-CUSTOMER-ID = SPACES                                 00018000
018100         ADD 1 TO W-NO-CUSTOMER-COUNT                             00018100
018200         GO TO 2000-EXIT                                          00018200
018300     END-IF                                                       00018300
018400     MOVE SPACES TO EPSQC-RECORD                                  00018400
018500     MOVE EPSQ-CUSTOMER-ID TO EPSQC-CUSTOMER-ID                   00018500
018600     COMPUTE EPSQC-INVERTED-DATE = 99999999 - EPSQ-QUOTE-DATE     00018600
018700     COMPUTE EPSQC-INVERTED-TIME = 999999 - EPSQ-QUOTE-TIME       00018700
018800     MOVE EPSQ-TERMID TO EPSQC-TERMID                             00018800
018900     MOVE EPSQ-TASKNBR TO EPSQC-TASKNBR                           00018900
019000     MOVE EPSQ-KEY TO EPSQC-QUOTE-KEY                             00019000
019100     MOVE EPSQ-LOCK-EXPIRE-DATE TO EPSQC-LOCK-EXPIRE-DATE         00019100
019200     WRITE EPSQC-RECORD                                           00019200
019300     IF NOT W-EPSQCIX-OK                                          00019300
019400         SET W-IO-ERROR TO TRUE                                   00019400
019500         MOVE W-EPSQCIX-STATUS TO EM-EPSQCIX-STATUS               00019500
019600         MOVE W-EPSQCIX-ERROR-MSG TO RPT-LINE                     00019600
019700         WRITE RPT-LINE                                           00019700
019800         GO TO 2000-EXIT                                          00019800
019900     END-IF                                                       00019900
020000     ADD 1 TO W-INDEXED-COUNT                                     00020000
020100     IF EPSQ-LOCK-EXPIRE-DATE IS NUMERIC                          00020100
020200        AND EPSQ-LOCK-EXPIRE-DATE NOT = ZERO                      00020200
020300         ADD 1 TO W-LOCKED-COUNT                                  00020300
020400     END-IF                                                       00020400
020500     .                                                            00020500
020600 2000-EXIT.                                                       00020600
020700     EXIT.                                                        00020700
020800*                                                                 00020800
020900***************************************************************** 00020900
021000*    RUN TOTALS                                                 * 00021000
021100***************************************************************** 00021100
021200 8000-PRINT-SUMMARY.                                              00021200
021300     MOVE W-QUOTES-READ-COUNT TO TL1-COUNT                        00021300
021400     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00021400
021500     WRITE RPT-LINE                                               00021500
021600     MOVE W-NO-CUSTOMER-COUNT TO TL2-COUNT                        00021600
021700     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00021700
021800     WRITE RPT-LINE                                               00021800
021900     MOVE W-INDEXED-COUNT TO TL3-COUNT                            00021900
022000     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00022000
022100     WRITE RPT-LINE                                               00022100
022200     MOVE W-LOCKED-COUNT TO TL4-COUNT                             00022200
022300     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00022300
022400     WRITE RPT-LINE                                               00022400
022500     IF W-IO-ERROR                                                00022500
022600         MOVE W-BLANK-LINE TO RPT-LINE                            00022600
022700         WRITE RPT-LINE                                           00022700
022800         MOVE W-INCOMPLETE-MSG TO RPT-LINE                        00022800
022900         WRITE RPT-LINE                                           00022900
023000     END-IF                                                       00023000
023100     .                                                            00023100
023200 8000-EXIT.                                                       00023200
023300     EXIT.                                                        00023300
023400*                                                                 00023400
023500 9000-TERMINATE.                                                  00023500
023600     IF NOT W-INIT-FAILED                                         00023600
023700         CLOSE EPSQUOTE-FILE                                      00023700
023800         CLOSE EPSQCIX-FILE                                       00023800
023900     END-IF                                                       00023900
024000     CLOSE REPORT-FILE                                            00024000
024100     IF W-INIT-FAILED OR W-IO-ERROR                               00024100
024200         MOVE 8 TO RETURN-CODE                                    00024200
024300     END-IF                                                       00024300
024400     .                                                            00024400
024500 9000-EXIT.                                                       00024500
024600     EXIT.                                                        00024600
