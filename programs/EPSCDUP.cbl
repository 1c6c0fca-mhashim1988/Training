000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSCDUP.                                          00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY DUPLICATE CUSTOMER REVIEW LIST.  EVERY EPSCUST ROW IS00000800
000900*    COMPARED WITH EVERY OTHER ONE AND EACH PAIR IS SCORED ON HOW 00000900
001000*    MUCH OF THE CUSTOMER IT HAS IN COMMON:                       00001000
001100*                                                                 00001100
001200*      NAME      40 WHEN THE NAMES MATCH, 20 WHEN ONLY THE FIRST  00001200
001300*                SIX LETTERS DO                                   00001300
001400*      ADDRESS   25 WHEN THE STREET ADDRESS LINES MATCH           00001400
001500*      ZIP       15 WHEN THE FIVE-DIGIT ZIP CODES MATCH           00001500
001600*      PHONE     30 WHEN THE PHONE NUMBERS MATCH                  00001600
001700*                                                                 00001700
001800*    NAMES AND ADDRESSES ARE COMPARED WITH THE SPACES AND         00001800
001900*    PUNCTUATION SQUEEZED OUT AND IN UPPER CASE, SO 'SMITH, JOHN' 00001900
002000*    MEETS 'SMITH JOHN' AND '12 OAK ST.' MEETS '12 OAK ST'.  A    00002000
002100*    PAIR SCORING 60 OR MORE, WITH AT LEAST PART OF THE NAME IN   00002100
002200*    COMMON, IS PRINTED FOR REVIEW WITH WHAT IT MATCHED ON        00002200
002300*    ('NAME*' MEANS ONLY THE FIRST SIX LETTERS).  TWO PEOPLE      00002300
002400*    SHARING A HOUSEHOLD MATCH ON ADDRESS, ZIP AND PHONE BUT NOT  00002400
002500*    ON NAME, AND ARE LEFT OFF.                                   00002500
002600*                                                                 00002600
002700*    NOTHING IS CHANGED HERE: A SUPERVISOR WHO AGREES TWO IDS ARE 00002700
002800*    ONE CUSTOMER ORDERS THE MERGE ON THE EPSCUMNT CUSTOMER SCREEN00002800
002900*    (ACTION 'M') AND EPSCMRG APPLIES IT THE NEXT NIGHT - SEE JCL 00002900
003000*    MEMBER EPSCDUP.                                              00003000
003100*                                                                 00003100
003200*    MOD HISTORY                                                  00003200
003300*    ------------------------------------------------------------ 00003300
003400*    DATE        INIT  DESCRIPTION                                00003400
003500*    2026-10-15  DLH   ORIGINAL VERSION.                          00003500
003600*                                                                 00003600
003700 ENVIRONMENT DIVISION.                                            00003700
003800 CONFIGURATION SECTION.                                           00003800
003900 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00003900
004000 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00004000
004100 INPUT-OUTPUT SECTION.                                            00004100
004200 FILE-CONTROL.                                                    00004200
004300     SELECT EPSCUST-FILE       ASSIGN TO EPSCUST                  00004300
004400         ORGANIZATION IS INDEXED                                  00004400
004500         ACCESS MODE  IS SEQUENTIAL                               00004500
004600         RECORD KEY   IS EPSC-KEY                                 00004600
004700         FILE STATUS  IS W-EPSCUST-STATUS.                        00004700
004800     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004800
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00004900
005000*                                                                 00005000
005100 DATA DIVISION.                                                   00005100
005200 FILE SECTION.                                                    00005200
005300 FD  EPSCUST-FILE.                                                00005300
005400     COPY EPSCUST.                                                00005400
005500*                                                                 00005500
005600 FD  REPORT-FILE                                                  00005600
005700     RECORDING MODE IS F.                                         00005700
005800 01  RPT-LINE                       PIC X(132).                   00005800
005900*                                                                 00005900
006000 WORKING-STORAGE SECTION.                                         00006000
006100 01  W-EPSCUST-STATUS               PIC X(02).                    00006100
006200     88  W-EPSCUST-OK                      VALUE '00'.            00006200
006300     88  W-EPSCUST-END                     VALUE '10'.            00006300
006400 01  W-EPSCUST-ERROR-MSG.                                         00006400
006500     05  FILLER                 PIC X(30) VALUE                   00006500
006600            'EPSCUST FILE ERROR - STATUS '.                       00006600
006700     05  EM-EPSCUST-STATUS      PIC X(02).                        00006700
006800     05  FILLER                 PIC X(40) VALUE SPACES.           00006800
006900 01  W-SWITCHES.                                                  00006900
007000     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00007000
007100         88  W-INIT-FAILED                 VALUE 'Y'.             00007100
007200     05  W-IO-ERROR-SWITCH          PIC X(01).                    00007200
007300         88  W-IO-ERROR                    VALUE 'Y'.             00007300
007400     05  W-CUSTOMER-EOF-SWITCH      PIC X(01).                    00007400
007500         88  W-CUSTOMER-EOF                VALUE 'Y'.             00007500
007600     05  W-NAME-MATCH-SWITCH        PIC X(01).                    00007600
007700         88  W-NAME-EXACT                  VALUE 'E'.             00007700
007800         88  W-NAME-PARTIAL                VALUE 'P'.             00007800
007900         88  W-NAME-NO-MATCH               VALUE SPACE.           00007900
008000 01  W-TODAY-DATE                   PIC 9(08).                    00008000
008100*                                                                 00008100
008200*    ONE ROW PER CUSTOMER, KEPT IN THE FORM THE PAIRS ARE SCORED  00008200
008300*    ON (SEE 1250-LOAD-ONE-CUSTOMER).                             00008300
008400 01  W-CUSTOMER-TABLE.                                            00008400
008500     05  W-CUSTOMER-ENTRY OCCURS 3000 TIMES                       00008500
008600                          INDEXED BY W-CUS-IDX W-CMP-IDX.         00008600
008700         10  W-CU-CUSTOMER-ID       PIC X(08).                    00008700
008800         10  W-CU-CUSTOMER-NAME     PIC X(30).                    00008800
008900         10  W-CU-NAME-KEY          PIC X(30).                    00008900
009000         10  W-CU-ADDRESS-KEY       PIC X(30).                    00009000
009100         10  W-CU-ZIP5              PIC X(05).                    00009100
009200         10  W-CU-PHONE             PIC X(10).                    00009200
009300 01  W-CUSTOMER-COUNT               PIC 9(05)   COMP-3 VALUE ZERO.00009300
009400 01  W-CUSTOMER-OVERFLOW-COUNT      PIC 9(07)   COMP-3 VALUE ZERO.00009400
009500*                                                                 00009500
009600*    SQUEEZE WORK AREA - W-SQUEEZE-IN IS COPIED TO W-SQUEEZE-OUT  00009600
009700*    ONE LETTER OR DIGIT AT A TIME.                               00009700
009800 01  W-SQUEEZE-IN                   PIC X(30).                    00009800
009900 01  W-SQUEEZE-OUT                  PIC X(30).                    00009900
010000 01  W-SQUEEZE-CHAR                 PIC X(01).                    00010000
010100 01  W-SQUEEZE-IN-SUB               PIC 9(03)   COMP-3.           00010100
010200 01  W-SQUEEZE-OUT-SUB              PIC 9(03)   COMP-3.           00010200
010300 01  W-LOWER-CASE                   PIC X(26) VALUE               00010300
010400        'abcdefghijklmnopqrstuvwxyz'.                             00010400
010500 01  W-UPPER-CASE                   PIC X(26) VALUE               00010500
010600        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                             00010600
010700*                                                                 00010700
010800 01  W-PAIR-SCORE                   PIC 9(03)   COMP-3.           00010800
010900 01  W-REVIEW-THRESHOLD             PIC 9(03)   COMP-3 VALUE 60.  00010900
011000 01  W-NAME-EXACT-POINTS            PIC 9(03)   COMP-3 VALUE 40.  00011000
011100 01  W-NAME-PARTIAL-POINTS          PIC 9(03)   COMP-3 VALUE 20.  00011100
011200 01  W-ADDRESS-POINTS               PIC 9(03)   COMP-3 VALUE 25.  00011200
011300 01  W-ZIP-POINTS                   PIC 9(03)   COMP-3 VALUE 15.  00011300
011400 01  W-PHONE-POINTS                 PIC 9(03)   COMP-3 VALUE 30.  00011400
011500*                                                                 00011500
011600 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00011600
011700 01  W-PAIR-COUNT                   PIC 9(09)   COMP-3 VALUE ZERO.00011700
011800 01  W-LISTED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00011800
011900*                                                                 00011900
012000 01  W-EDIT-FIELDS.                                               00012000
012100     05  W-ED-DATE                  PIC 9(04)/99/99.              00012100
012200*                                                                 00012200
012300 01  W-HEADING-1.                                                 00012300
012400     05  FILLER                     PIC X(40) VALUE               00012400
012500            'EPSCDUP - POSSIBLE DUPLICATE CUSTOMERS'.             00012500
012600     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00012600
012700     05  H1-RUN-DATE                PIC X(10).                    00012700
012800 01  W-HEADING-2.                                                 00012800
012900     05  FILLER                     PIC X(40) VALUE               00012900
013000            'SCORE  CUSTOMER  NAME'.                              00013000
013100     05  FILLER                     PIC X(40) VALUE               00013100
013200            '                   CUSTOMER  NAME'.                  00013200
013300     05  FILLER                     PIC X(40) VALUE               00013300
013400            '                     MATCHED ON'.                    00013400
013500 01  W-DETAIL-LINE.                                               00013500
013600     05  DL-SCORE                   PIC ZZ9.                      00013600
013700     05  FILLER                     PIC X(04) VALUE SPACES.       00013700
013800     05  DL-CUSTOMER-ID-1           PIC X(08).                    00013800
013900     05  FILLER                     PIC X(02) VALUE SPACES.       00013900
014000     05  DL-CUSTOMER-NAME-1         PIC X(30).                    00014000
014100     05  FILLER                     PIC X(02) VALUE SPACES.       00014100
014200     05  DL-CUSTOMER-ID-2           PIC X(08).                    00014200
014300     05  FILLER                     PIC X(02) VALUE SPACES.       00014300
014400     05  DL-CUSTOMER-NAME-2         PIC X(30).                    00014400
014500     05  FILLER                     PIC X(02) VALUE SPACES.       00014500
014600     05  DL-NAME-FLAG               PIC X(05).                    00014600
014700     05  FILLER                     PIC X(01) VALUE SPACES.       00014700
014800     05  DL-ADDRESS-FLAG            PIC X(04).                    00014800
014900     05  FILLER                     PIC X(01) VALUE SPACES.       00014900
015000     05  DL-ZIP-FLAG                PIC X(03).                    00015000
015100     05  FILLER                     PIC X(01) VALUE SPACES.       00015100
015200     05  DL-PHONE-FLAG              PIC X(05).                    00015200
015300*                                                                 00015300
015400 01  W-TOTAL-LINE-1.                                              00015400
015500     05  FILLER                     PIC X(32) VALUE               00015500
015600            'CUSTOMERS READ                  '.                   00015600
015700     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00015700
015800 01  W-TOTAL-LINE-2.                                              00015800
015900     05  FILLER                     PIC X(32) VALUE               00015900
016000            'PAIRS COMPARED                  '.                   00016000
016100     05  TL2-COUNT                  PIC ZZZ,ZZZ,ZZ9.              00016100
016200 01  W-TOTAL-LINE-3.                                              00016200
016300     05  FILLER                     PIC X(32) VALUE               00016300
016400            'PAIRS LISTED FOR REVIEW         '.                   00016400
016500     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00016500
016600 01  W-CUSTOMER-OVFL-LINE.                                        00016600
016700     05  FILLER                     PIC X(40) VALUE               00016700
016800            'CUSTOMER TABLE FULL - NOT COMPARED: '.               00016800
016900     05  COL-COUNT                  PIC ZZZ,ZZ9.                  00016900
017000 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00017000
017100 01  W-NO-DUPLICATES-MSG            PIC X(40) VALUE               00017100
017200        'NO POSSIBLE DUPLICATE CUSTOMERS FOUND'.                  00017200
017300*                                                                 00017300
017400 PROCEDURE DIVISION.                                              00017400
017500 0000-MAINLINE.                                                   00017500
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00017600
017700     IF NOT W-INIT-FAILED                                         00017700
017800         PERFORM 2000-COMPARE-ONE-CUSTOMER THRU 2000-EXIT         00017800
017900             VARYING W-CUS-IDX FROM 1 BY 1                        00017900
018000             UNTIL W-CUS-IDX > W-CUSTOMER-COUNT                   00018000
018100         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00018100
018200     END-IF                                                       00018200
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00018300
018400     GOBACK                                                       00018400
018500     .                                                            00018500
018600*                                                                 00018600
018700***************************************************************** 00018700
018800*    LOAD EVERY CUSTOMER INTO THE COMPARISON TABLE              * 00018800
018900***************************************************************** 00018900
019000 1000-INITIALIZE.                                                 00019000
019100     OPEN OUTPUT REPORT-FILE                                      00019100
019200     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00019200
019300     MOVE W-TODAY-DATE TO W-ED-DATE                               00019300
019400     MOVE W-ED-DATE TO H1-RUN-DATE                                00019400
019500     MOVE W-HEADING-1 TO RPT-LINE                                 00019500
019600     WRITE RPT-LINE                                               00019600
019700     MOVE W-BLANK-LINE TO RPT-LINE                                00019700
019800     WRITE RPT-LINE                                               00019800
019900     OPEN INPUT EPSCUST-FILE                                      00019900
020000     IF NOT W-EPSCUST-OK                                          00020000
020100         SET W-INIT-FAILED TO TRUE                                00020100
020200         MOVE W-EPSCUST-STATUS TO EM-EPSCUST-STATUS               00020200
020300         MOVE W-EPSCUST-ERROR-MSG TO RPT-LINE                     00020300
020400         WRITE RPT-LINE                                           00020400
020500         GO TO 1000-EXIT                                          00020500
020600     END-IF                                                       00020600
020700     PERFORM 1250-LOAD-ONE-CUSTOMER THRU 1250-EXIT                00020700
020800         UNTIL W-CUSTOMER-EOF                                     00020800
020900            OR W-IO-ERROR                                         00020900
021000     CLOSE EPSCUST-FILE                                           00021000
021100     IF W-IO-ERROR                                                00021100
021200         SET W-INIT-FAILED TO TRUE                                00021200
021300         GO TO 1000-EXIT                                          00021300
021400     END-IF                                                       00021400
021500     MOVE W-HEADING-2 TO RPT-LINE                                 00021500
021600     WRITE RPT-LINE                                               00021600
021700     .                                                            00021700
021800 1000-EXIT.                                                       00021800
021900     EXIT.                                                        00021900
022000*                                                                 00022000
022100 1250-LOAD-ONE-CUSTOMER.                                          00022100
022200     READ EPSCUST-FILE NEXT RECORD                                00022200
022300     IF W-EPSCUST-END                                             00022300
022400         SET W-CUSTOMER-EOF TO TRUE                               00022400
022500         GO TO 1250-EXIT                                          00022500
022600     END-IF                                                       00022600
022700     IF NOT W-EPSCUST-OK                                          00022700
022800         SET W-IO-ERROR TO TRUE                                   00022800
022900         MOVE W-EPSCUST-STATUS TO EM-EPSCUST-STATUS               00022900
023000         MOVE W-EPSCUST-ERROR-MSG TO RPT-LINE                     00023000
023100         WRITE RPT-LINE                                           00023100
023200         GO TO 1250-EXIT                                          00023200
023300     END-IF                                                       00023300
023400     ADD 1 TO W-READ-COUNT                                        00023400
023500     IF W-CUSTOMER-COUNT NOT < 3000                               00023500
023600         ADD 1 TO W-CUSTOMER-OVERFLOW-COUNT                       00023600
023700         GO TO 1250-EXIT                                          00023700
023800     END-IF                                                       00023800
023900     ADD 1 TO W-CUSTOMER-COUNT                                    00023900
024000     SET W-CUS-IDX TO W-CUSTOMER-COUNT                            00024000
024100     MOVE EPSC-CUSTOMER-ID TO W-CU-CUSTOMER-ID (W-CUS-IDX)        00024100
024200     MOVE EPSC-CUSTOMER-NAME TO W-CU-CUSTOMER-NAME (W-CUS-IDX)    00024200
024300     MOVE EPSC-CUSTOMER-NAME TO W-SQUEEZE-IN                      00024300
024400     PERFORM 1300-SQUEEZE THRU 1300-EXIT                          00024400
024500     MOVE W-SQUEEZE-OUT TO W-CU-NAME-KEY (W-CUS-IDX)              00024500
024600     MOVE EPSC-ADDRESS-LINE TO W-SQUEEZE-IN                       00024600
024700     PERFORM 1300-SQUEEZE THRU 1300-EXIT                          00024700
024800     MOVE W-SQUEEZE-OUT TO W-CU-ADDRESS-KEY (W-CUS-IDX)           00024800
024900     MOVE EPSC-ZIP-CODE(1:5) TO W-CU-ZIP5 (W-CUS-IDX)             00024900
025000     MOVE EPSC-PHONE TO W-CU-PHONE (W-CUS-IDX)                    00025000
025100     IF EPSC-PHONE = ZEROS                                        00025100
025200         MOVE SPACES TO W-CU-PHONE (W-CUS-IDX)                    00025200
025300     END-IF                                                       00025300
025400     .                                                            00025400
025500 1250-EXIT.                                                       00025500
025600     EXIT.                                                        00025600
025700*                                                                 00025700
025800*    UPPER-CASE W-SQUEEZE-IN AND KEEP ONLY ITS LETTERS AND DIGITS.00025800
025900 1300-SQUEEZE.                                                    00025900
026000     INSPECT W-SQUEEZE-IN CONVERTING W-LOWER-CASE TO W-UPPER-CASE 00026000
026100     MOVE SPACES TO W-SQUEEZE-OUT                                 00026100
026200     MOVE ZERO TO W-SQUEEZE-OUT-SUB                               00026200
026300     PERFORM 1350-SQUEEZE-ONE-CHAR THRU 1350-EXIT                 00026300
026400         VARYING W-SQUEEZE-IN-SUB FROM 1 BY 1                     00026400
026500         UNTIL W-SQUEEZE-IN-SUB > 30                              00026500
026600     .                                                            00026600
026700 1300-EXIT.                                                       00026700
026800     EXIT.                                                        00026800
026900*                                                                 00026900
027000 1350-SQUEEZE-ONE-CHAR.                                           00027000
027100     MOVE W-SQUEEZE-IN(W-SQUEEZE-IN-SUB:1) TO W-SQUEEZE-CHAR      00027100
027200     IF (W-SQUEEZE-CHAR NOT < 'A' AND W-SQUEEZE-CHAR NOT > 'Z')   00027200
027300        OR (W-SQUEEZE-CHAR NOT < '0' AND W-SQUEEZE-CHAR NOT > '9')00027300
027400         ADD 1 TO W-SQUEEZE-OUT-SUB                               00027400
027500         MOVE W-SQUEEZE-CHAR                                      00027500
027600           TO W-SQUEEZE-OUT(W-SQUEEZE-OUT-SUB:1)                  00027600
027700     END-IF                                                       00027700
027800     .                                                            00027800
027900 1350-EXIT.                                                       00027900
028000     EXIT.                                                        00028000
028100*                                                                 00028100
028200***************************************************************** 00028200
028300*    SCORE ONE CUSTOMER AGAINST EVERY CUSTOMER AFTER IT         * 00028300
028400***************************************************************** 00028400
028500 2000-COMPARE-ONE-CUSTOMER.                                       00028500
028600     IF W-CUS-IDX NOT < W-CUSTOMER-COUNT                          00028600
028700         GO TO 2000-EXIT                                          00028700
028800     END-IF                                                       00028800
028900     PERFORM 2100-SCORE-ONE-PAIR THRU 2100-EXIT                   00028900
029000         VARYING W-CMP-IDX FROM W-CUS-IDX BY 1                    00029000
029100         UNTIL W-CMP-IDX > W-CUSTOMER-COUNT                       00029100
029200     .                                                            00029200
029300 2000-EXIT.                                                       00029300
029400     EXIT.                                                        00029400
029500*                                                                 00029500
029600 2100-SCORE-ONE-PAIR.                                             00029600
029700     IF W-CMP-IDX = W-CUS-IDX                                     00029700
029800         GO TO 2100-EXIT                                          00029800
029900     END-IF                                                       00029900
030000     ADD 1 TO W-PAIR-COUNT                                        00030000
030100     MOVE ZERO TO W-PAIR-SCORE                                    00030100
030200     SET W-NAME-NO-MATCH TO TRUE                                  00030200
030300     IF W-CU-NAME-KEY (W-CUS-IDX) = SPACES                        00030300
030400         GO TO 2100-EXIT                                          00030400
030500     END-IF                                                       00030500
030600     IF W-CU-NAME-KEY (W-CUS-IDX) = W-CU-NAME-KEY (W-CMP-IDX)     00030600
030700         SET W-NAME-EXACT TO TRUE                                 00030700
030800         ADD W-NAME-EXACT-POINTS TO W-PAIR-SCORE                  00030800
030900     ELSE                                                         00030900
031000         IF W-CU-NAME-KEY (W-CUS-IDX)(1:6)                        00031000
031100              = W-CU-NAME-KEY (W-CMP-IDX)(1:6)                    00031100
031200             SET W-NAME-PARTIAL TO TRUE                           00031200
031300             ADD W-NAME-PARTIAL-POINTS TO W-PAIR-SCORE            00031300
031400         END-IF                                                   00031400
031500     END-IF                                                       00031500
031600     IF W-NAME-NO-MATCH                                           00031600
031700         GO TO 2100-EXIT                                          00031700
031800     END-IF                                                       00031800
031900     MOVE SPACES TO DL-ADDRESS-FLAG DL-ZIP-FLAG DL-PHONE-FLAG     00031900
032000     IF W-CU-ADDRESS-KEY (W-CUS-IDX) NOT = SPACES                 00032000
032100        AND W-CU-ADDRESS-KEY (W-CUS-IDX)                          00032100
032200          = W-CU-ADDRESS-KEY (W-CMP-IDX)                          00032200
032300         ADD W-ADDRESS-POINTS TO W-PAIR-SCORE                     00032300
032400         MOVE 'ADDR' TO DL-ADDRESS-FLAG                           00032400
032500     END-IF                                                       00032500
032600     IF W-CU-ZIP5 (W-CUS-IDX) NOT = SPACES                        00032600
032700        AND W-CU-ZIP5 (W-CUS-IDX) = W-CU-ZIP5 (W-CMP-IDX)         00032700
032800         ADD W-ZIP-POINTS TO W-PAIR-SCORE                         00032800
032900         MOVE 'ZIP' TO DL-ZIP-FLAG                                00032900
033000     END-IF                                                       00033000
033100     IF W-CU-PHONE (W-CUS-IDX) NOT = SPACES                       00033100
033200        AND W-CU-PHONE (W-CUS-IDX) = W-CU-PHONE (W-CMP-IDX)       00033200
033300         ADD W-PHONE-POINTS TO W-PAIR-SCORE                       00033300
033400         MOVE 'PHONE' TO DL-PHONE-FLAG                            00033400
033500     END-IF                                                       00033500
033600     IF W-PAIR-SCORE < W-REVIEW-THRESHOLD                         00033600
033700         GO TO 2100-EXIT                                          00033700
033800     END-IF                                                       00033800
033900     IF W-NAME-EXACT                                              00033900
034000         MOVE 'NAME' TO DL-NAME-FLAG                              00034000
034100     ELSE                                                         00034100
034200         MOVE 'NAME*' TO DL-NAME-FLAG                             00034200
034300     END-IF                                                       00034300
034400     MOVE W-PAIR-SCORE TO DL-SCORE                                00034400
034500     MOVE W-CU-CUSTOMER-ID (W-CUS-IDX) TO DL-CUSTOMER-ID-1        00034500
034600     MOVE W-CU-CUSTOMER-NAME (W-CUS-IDX) TO DL-CUSTOMER-NAME-1    00034600
034700     MOVE W-CU-CUSTOMER-ID (W-CMP-IDX) TO DL-CUSTOMER-ID-2        00034700
034800     MOVE W-CU-CUSTOMER-NAME (W-CMP-IDX) TO DL-CUSTOMER-NAME-2    00034800
034900     MOVE W-DETAIL-LINE TO RPT-LINE                               00034900
035000     WRITE RPT-LINE                                               00035000
035100     ADD 1 TO W-LISTED-COUNT                                      00035100
035200     .                                                            00035200
035300 2100-EXIT.                                                       00035300
035400     EXIT.                                                        00035400
035500*                                                                 00035500
035600***************************************************************** 00035600
035700*    RUN TOTALS                                                 * 00035700
035800***************************************************************** 00035800
035900 8000-PRINT-SUMMARY.                                              00035900
036000     MOVE W-BLANK-LINE TO RPT-LINE                                00036000
036100     WRITE RPT-LINE                                               00036100
036200     IF W-LISTED-COUNT = 0                                        00036200
036300         MOVE W-NO-DUPLICATES-MSG TO RPT-LINE                     00036300
036400         WRITE RPT-LINE                                           00036400
036500     END-IF                                                       00036500
036600     MOVE W-READ-COUNT TO TL1-COUNT                               00036600
036700     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00036700
036800     WRITE RPT-LINE                                               00036800
036900     MOVE W-PAIR-COUNT TO TL2-COUNT                               00036900
037000     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00037000
037100     WRITE RPT-LINE                                               00037100
037200     MOVE W-LISTED-COUNT TO TL3-COUNT                             00037200
037300     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00037300
037400     WRITE RPT-LINE                                               00037400
037500     IF W-CUSTOMER-OVERFLOW-COUNT > 0                             00037500
037600         MOVE W-CUSTOMER-OVERFLOW-COUNT TO COL-COUNT              00037600
037700         MOVE W-CUSTOMER-OVFL-LINE TO RPT-LINE                    00037700
037800         WRITE RPT-LINE                                           00037800
037900     END-IF                                                       00037900
038000     .                                                            00038000
038100 8000-EXIT.                                                       00038100
038200     EXIT.                                                        00038200
038300*                                                                 00038300
038400 9000-TERMINATE.                                                  00038400
038500     CLOSE REPORT-FILE                                            00038500
038600     IF W-INIT-FAILED                                             00038600
038700         MOVE 8 TO RETURN-CODE                                    00038700
038800     END-IF                                                       00038800
038900     .                                                            00038900
039000 9000-EXIT.                                                       00039000
039100     EXIT.                                                        00039100
