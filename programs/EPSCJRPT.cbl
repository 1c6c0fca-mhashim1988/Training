000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSCJRPT.                                         00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY MASTER-FILE CHANGE REPORT OFF THE EPSCHGJ CHANGE     00000800
000900*    JOURNAL.  THE RUN DATE IS DRIVEN BY THE JOB'S EPSRNCTL RUN-  00000900
001000*    CONTROL ROW - EVERY DATE FROM THE DAY AFTER THE LAST         00001000
001100*    SUCCESSFUL RUN THROUGH TODAY IS REPORTED IN ONE EXECUTION,   00001100
001200*    ONE DAY SECTION PER DATE, A SYSIN CARD STILL FORCING A       00001200
001300*    SINGLE MANUAL RUN DATE.  EACH DAY PASS LISTS EVERY ADD,      00001300
001400*    CHANGE AND DELETE JOURNALED THAT DAY BY THE MAINTENANCE      00001400
001500*    SCREENS (EPSRTMNT, EPSATMNT, EPSCUMNT) AND THE TABLE LOADERS 00001500
001600*    (EPSRTLD, EPSPLLD, EPSBRLD, EPSRSNLD, EPSRCLD), GROUPED BY   00001600
001700*    FILE AND THEN BY THE OPERATOR OR BATCH ID THAT MADE THEM,    00001700
001800*    WITH THE RECORD'S BEFORE AND AFTER IMAGE UNDER EACH CHANGE.  00001800
001900*    SECURITY-PROFILE (EPSRTAUT) AND CREDIT-POLICY (EPSPLCY)      00001900
002000*    CHANGES ARE PULLED TO THE TOP OF THE DAY, FLAGGED, SPELLED   00002000
002100*    OUT FIELD BY FIELD AND CLOSED WITH A SIGN-OFF BLOCK FOR THE  00002100
002200*    SUPERVISOR; EVERYTHING ELSE FOLLOWS AS A PLAIN LISTING.  SEE 00002200
002300*    JCL MEMBER EPSCJRPT FOR THE JOB RUN NIGHTLY.                 00002300
002400*                                                                 00002400
002500*    MOD HISTORY                                                  00002500
002600*    ------------------------------------------------------------ 00002600
002700*    DATE        INIT  DESCRIPTION                                00002700
002800*    2026-10-15  DLH   ORIGINAL VERSION.                          00002800
002810*    2026-10-15  DLH   MERGE CUSTOMER AUTHORITY ADDED TO THE      00002810
002820*                      EPSRTAUT IMAGE.                            00002820
002900*                                                                 00002900
003000 ENVIRONMENT DIVISION.                                            00003000
003100 CONFIGURATION SECTION.                                           00003100
003200 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00003200
003300 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00003300
003400 INPUT-OUTPUT SECTION.                                            00003400
003500 FILE-CONTROL.                                                    00003500
003600     SELECT CONTROL-CARD-FILE  ASSIGN TO SYSIN                    00003600
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00003700
003800     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003800
003900         ORGANIZATION IS INDEXED                                  00003900
004000         ACCESS MODE  IS DYNAMIC                                  00004000
004100         RECORD KEY   IS EPSCJ-KEY                                00004100
004200         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00004200
004300     SELECT EPSRNCTL-FILE      ASSIGN TO EPSRNCTL                 00004300
004400         ORGANIZATION IS INDEXED                                  00004400
004500         ACCESS MODE  IS RANDOM                                   00004500
004600         RECORD KEY   IS EPSRC-KEY                                00004600
004700         FILE STATUS  IS W-EPSRNCTL-STATUS.                       00004700
004800     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004800
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00004900
005000*                                                                 00005000
005100 DATA DIVISION.                                                   00005100
005200 FILE SECTION.                                                    00005200
005300 FD  CONTROL-CARD-FILE                                            00005300
005400     RECORDING MODE IS F.                                         00005400
005500 01  CONTROL-CARD.                                                00005500
005600     05  CC-RUN-DATE                PIC 9(08).                    00005600
005700     05  FILLER                     PIC X(72).                    00005700
005800*                                                                 00005800
005900 FD  EPSCHGJ-FILE.                                                00005900
006000     COPY EPSCHGJ.                                                00006000
006100*                                                                 00006100
006200 FD  EPSRNCTL-FILE.                                               00006200
006300     COPY EPSRNCTL.                                               00006300
006400*                                                                 00006400
006500 FD  REPORT-FILE                                                  00006500
006600     RECORDING MODE IS F.                                         00006600
006700 01  RPT-LINE                       PIC X(132).                   00006700
006800*                                                                 00006800
006900 WORKING-STORAGE SECTION.                                         00006900
007000 01  W-EPSCHGJ-STATUS               PIC X(02).                    00007000
007100     88  W-EPSCHGJ-OK                      VALUE '00'.            00007100
007200     88  W-EPSCHGJ-NOT-FOUND               VALUE '23'.            00007200
007300 01  W-EPSCHGJ-ERROR-MSG.                                         00007300
007400     05  FILLER                 PIC X(30) VALUE                   00007400
007500            'EPSCHGJ FILE ERROR - STATUS '.                       00007500
007600     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00007600
007700     05  FILLER                 PIC X(40) VALUE SPACES.           00007700
007800 01  W-EPSRNCTL-STATUS              PIC X(02).                    00007800
007900     88  W-EPSRNCTL-OK                     VALUE '00'.            00007900
008000 01  W-EPSRNCTL-ERROR-MSG.                                        00008000
008100     05  FILLER                 PIC X(30) VALUE                   00008100
008200            'EPSRNCTL FILE ERROR - STATUS '.                      00008200
008300     05  EM-EPSRNCTL-STATUS     PIC X(02).                        00008300
008400     05  FILLER                 PIC X(40) VALUE SPACES.           00008400
008500 01  W-SWITCHES.                                                  00008500
008600     05  W-EOF-SWITCH               PIC X(01).                    00008600
008700         88  W-END-OF-FILE                 VALUE 'Y'.             00008700
008800     05  W-CARD-SWITCH              PIC X(01).                    00008800
008900         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00008900
009000     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00009000
009100         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00009100
009200     05  W-MANUAL-RUN-SWITCH        PIC X(01).                    00009200
009300         88  W-MANUAL-RUN                  VALUE 'Y'.             00009300
009400     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00009400
009500         88  W-INIT-FAILED                 VALUE 'Y'.             00009500
009600     05  W-NOTHING-TO-DO-SWITCH     PIC X(01).                    00009600
009700         88  W-NOTHING-TO-DO               VALUE 'Y'.             00009700
009800     05  W-EPSRNCTL-OPEN-SWITCH     PIC X(01).                    00009800
009900         88  W-EPSRNCTL-OPENED             VALUE 'Y'.             00009900
010000 01  W-RUN-DATE                     PIC 9(08).                    00010000
010100*                                                                 00010100
010200*    RUN-CONTROL CATCH-UP WORKING STORAGE (SEE 1100-BUILD-        00010200
010300*    CATCHUP-DATES) - THE SAME SHAPE AS EPSQRPT'S.                00010300
010400 01  W-JOB-NAME                     PIC X(08) VALUE 'EPSCJRPT'.   00010400
010500 01  W-TODAY-DATE                   PIC 9(08).                    00010500
010600 01  W-TODAY-TIME                   PIC 9(06).                    00010600
010700 01  W-NEXT-DATE                    PIC 9(08).                    00010700
010800 01  W-RUN-DATE-COUNT               PIC 9(02)   COMP-3.           00010800
010900 01  W-DATE-SUB                     PIC 9(02)   COMP-3.           00010900
011000 01  W-RUN-DATE-LIST.                                             00011000
011100     05  W-RUN-DATE-ENTRY OCCURS 31 TIMES                         00011100
011200                                    PIC 9(08).                    00011200
011300     COPY EPSNXTPM.                                               00011300
011400 01  W-NO-RUNCTL-MSG                PIC X(40) VALUE               00011400
011500        'NO EPSRNCTL ROW FOR JOB - JOB ABENDED'.                  00011500
011600 01  W-NOTHING-TO-DO-MSG            PIC X(40) VALUE               00011600
011700        'RUN CONTROL UP TO DATE - NOTHING TO DO'.                 00011700
011800 01  W-CATCHUP-LIMIT-MSG            PIC X(44) VALUE               00011800
011900        'CATCH-UP LIMITED TO 31 DAYS - RERUN FOR REST'.           00011900
012000 01  W-BAD-RUNCTL-DATE-MSG          PIC X(44) VALUE               00012000
012100        'INVALID DATE ON EPSRNCTL ROW - JOB ABENDED'.             00012100
012200*                                                                 00012200
012300*    ONE ROW PER JOURNAL RECORD ON THE RUN DATE, IN KEY (TIME)    00012300
012400*    ORDER.  ONLY WHAT THE GROUPING NEEDS IS HELD HERE - EACH     00012400
012500*    RECORD IS READ BACK BY KEY WHEN ITS TURN COMES TO PRINT, SO  00012500
012600*    THE IMAGES NEVER HAVE TO SIT IN THE TABLE.                   00012600
012700*                                                                 00012700
012800 01  W-CHANGE-TABLE.                                              00012800
012900     05  W-CHANGE-ENTRY OCCURS 500 TIMES                          00012900
013000                        INDEXED BY W-CHG-IDX.                     00013000
013100         10  W-CE-KEY               PIC X(29).                    00013100
013200         10  W-CE-FILE-NAME         PIC X(08).                    00013200
013300         10  W-CE-CHANGED-BY        PIC X(08).                    00013300
013400         10  W-CE-CHANGE-CLASS      PIC X(01).                    00013400
013500         10  W-CE-PRINTED-SWITCH    PIC X(01).                    00013500
013600 01  W-CHANGE-COUNT                 PIC 9(03)   COMP-3 VALUE ZERO.00013600
013700 01  W-CHANGE-OVERFLOW-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.00013700
013800 01  W-OPER-SUB                     PIC 9(03)   COMP-3.           00013800
013900 01  W-DTL-SUB                      PIC 9(03)   COMP-3.           00013900
014000 01  W-PRINT-CLASS                  PIC X(01).                    00014000
014100 01  W-GROUP-FILE-NAME              PIC X(08).                    00014100
014200 01  W-GROUP-CHANGED-BY             PIC X(08).                    00014200
014300*                                                                 00014300
014400 01  W-SECURITY-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00014400
014500 01  W-POLICY-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00014500
014600 01  W-OTHER-COUNT                  PIC 9(07)   COMP-3 VALUE ZERO.00014600
014700 01  W-MAX-APPROVAL-AMT             PIC 9(07)V99 COMP-3.          00014700
014800*                                                                 00014800
014900*    THE SECURITY PROFILE AND POLICY RULE LAYOUTS, SO THOSE TWO   00014900
015000*    FILES' IMAGES CAN BE SPELLED OUT FIELD BY FIELD FOR THE      00015000
015100*    SUPERVISOR RATHER THAN PRINTED AS A RAW RECORD.              00015100
015200*                                                                 00015200
015300     COPY EPSRTAUT.                                               00015300
015400     COPY EPSPLCY.                                                00015400
015500*                                                                 00015500
015600 01  W-EDIT-FIELDS.                                               00015600
015700     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00015700
015800*                                                                 00015800
015900 01  W-HEADING-1.                                                 00015900
016000     05  FILLER                     PIC X(40) VALUE               00016000
016100            'EPSCJRPT - MASTER FILE CHANGE JOURNAL  '.            00016100
016200     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00016200
016300     05  H1-RUN-DATE                PIC X(10).                    00016300
016400*                                                                 00016400
016500 01  W-SIGNOFF-HEADING.                                           00016500
016600     05  FILLER                     PIC X(32) VALUE               00016600
016700            '*** SECURITY PROFILE AND CREDIT '.                   00016700
016800     05  FILLER                     PIC X(40) VALUE               00016800
016900            'POLICY CHANGES - SUPERVISOR SIGN-OFF ***'.           00016900
017000 01  W-OTHER-HEADING                PIC X(40) VALUE               00017000
017100        'OTHER MASTER FILE CHANGES'.                              00017100
017200 01  W-FILE-HEADING.                                              00017200
017300     05  FILLER                     PIC X(06) VALUE 'FILE  '.     00017300
017400     05  FH-FILE-NAME               PIC X(08).                    00017400
017500 01  W-OPERATOR-HEADING.                                          00017500
017600     05  FILLER                     PIC X(02) VALUE SPACES.       00017600
017700     05  FILLER                     PIC X(12) VALUE               00017700
017800            'CHANGED BY  '.                                       00017800
017900     05  OH-CHANGED-BY              PIC X(08).                    00017900
018000 01  W-DETAIL-HEADING.                                            00018000
018100     05  FILLER                     PIC X(04) VALUE SPACES.       00018100
018200     05  FILLER                     PIC X(10) VALUE 'TIME'.       00018200
018300     05  FILLER                     PIC X(08) VALUE 'ACTION'.     00018300
018400     05  FILLER                     PIC X(22) VALUE 'RECORD KEY'. 00018400
018500     05  FILLER                     PIC X(10) VALUE 'PROGRAM'.    00018500
018600     05  FILLER                     PIC X(08) VALUE 'TERM/JOB'.   00018600
018700*                                                                 00018700
018800 01  W-DETAIL-LINE.                                               00018800
018900     05  DL-FLAG                    PIC X(03).                    00018900
019000     05  FILLER                     PIC X(01) VALUE SPACES.       00019000
019100     05  DL-CHANGE-TIME             PIC 99B99B99.                 00019100
019200     05  FILLER                     PIC X(02) VALUE SPACES.       00019200
019300     05  DL-ACTION                  PIC X(06).                    00019300
019400     05  FILLER                     PIC X(02) VALUE SPACES.       00019400
019500     05  DL-RECORD-KEY              PIC X(20).                    00019500
019600     05  FILLER                     PIC X(02) VALUE SPACES.       00019600
019700     05  DL-PROGRAM-ID              PIC X(08).                    00019700
019800     05  FILLER                     PIC X(02) VALUE SPACES.       00019800
019900     05  DL-ORIGIN-ID               PIC X(08).                    00019900
020000*                                                                 00020000
020100 01  W-IMAGE-LINE.                                                00020100
020200     05  FILLER                     PIC X(06) VALUE SPACES.       00020200
020300     05  IL-LABEL                   PIC X(08).                    00020300
020400     05  IL-TEXT                    PIC X(118).                   00020400
020500*                                                                 00020500
020600 01  W-AUTH-TEXT.                                                 00020600
020700     05  FILLER                     PIC X(10) VALUE 'OVRD RATE '. 00020700
020800     05  AT-OVERRIDE-RATE           PIC X(01).                    00020800
020900     05  FILLER                     PIC X(11) VALUE '  MNT RATE '.00020900
021000     05  AT-MAINTAIN-RATE           PIC X(01).                    00021000
021100     05  FILLER                     PIC X(13) VALUE               00021100
021200            '  UNDERWRITE '.                                      00021200
021300     05  AT-UNDERWRITE              PIC X(01).                    00021300
021400     05  FILLER                     PIC X(11) VALUE '  MNT CUST '.00021400
021500     05  AT-MAINTAIN-CUST           PIC X(01).                    00021500
021600     05  FILLER                     PIC X(15) VALUE               00021600
021700            '  MAX APPROVAL '.                                    00021700
021800     05  AT-MAX-APPROVAL            PIC Z,ZZZ,ZZ9.99.             00021800
021900     05  FILLER                     PIC X(16) VALUE               00021900
022000            '  OUT OF POLICY '.                                   00022000
022100     05  AT-OUT-OF-POLICY           PIC X(01).                    00022100
022110     05  FILLER                     PIC X(13) VALUE               00022110
022120            '  MERGE CUST '.                                      00022120
022130     05  AT-MERGE-CUST              PIC X(01).                    00022130
022200*                                                                 00022200
022300 01  W-POLICY-TEXT.                                               00022300
022400     05  FILLER                     PIC X(08) VALUE 'MAX DTI '.   00022400
022500     05  PT-MAX-DTI                 PIC Z9.99.                    00022500
022600     05  FILLER                     PIC X(10) VALUE ' MIN DOWN '. 00022600
022700     05  PT-MIN-DOWN                PIC Z9.99.                    00022700
022800     05  FILLER                     PIC X(09) VALUE ' LTV/DTI '.  00022800
022900     05  PT-BAND-LTV-1              PIC ZZ9.99.                   00022900
023000     05  FILLER                     PIC X(01) VALUE '/'.          00023000
023100     05  PT-BAND-DTI-1              PIC Z9.99.                    00023100
023200     05  FILLER                     PIC X(01) VALUE SPACES.       00023200
023300     05  PT-BAND-LTV-2              PIC ZZ9.99.                   00023300
023400     05  FILLER                     PIC X(01) VALUE '/'.          00023400
023500     05  PT-BAND-DTI-2              PIC Z9.99.                    00023500
023600     05  FILLER                     PIC X(01) VALUE SPACES.       00023600
023700     05  PT-BAND-LTV-3              PIC ZZ9.99.                   00023700
023800     05  FILLER                     PIC X(01) VALUE '/'.          00023800
023900     05  PT-BAND-DTI-3              PIC Z9.99.                    00023900
024000     05  FILLER                     PIC X(11) VALUE ' LOCK DAYS '.00024000
024100     05  PT-LOCK-DAYS               PIC ZZ9.                      00024100
024200     05  FILLER                     PIC X(10) VALUE ' LOCKABLE '. 00024200
024300     05  PT-LOCKABLE                PIC X(01).                    00024300
024400*                                                                 00024400
024500 01  W-SIGNOFF-LINE-1.                                            00024500
024600     05  FILLER                     PIC X(28) VALUE               00024600
024700            'SECURITY/POLICY CHANGES     '.                       00024700
024800     05  SL-COUNT                   PIC ZZZ,ZZ9.                  00024800
024900 01  W-SIGNOFF-LINE-2.                                            00024900
025000     05  FILLER                     PIC X(42) VALUE               00025000
025100            'REVIEWED BY ______________________________'.         00025100
025200     05  FILLER                     PIC X(20) VALUE               00025200
025300            '   DATE ____________'.                               00025300
025400 01  W-TOTAL-LINE.                                                00025400
025500     05  FILLER                     PIC X(28) VALUE               00025500
025600            'TOTAL CHANGES JOURNALED     '.                       00025600
025700     05  TL-COUNT                   PIC ZZZ,ZZ9.                  00025700
025800 01  W-SECURITY-LINE.                                             00025800
025900     05  FILLER                     PIC X(28) VALUE               00025900
026000            '  SECURITY PROFILE CHANGES  '.                       00026000
026100     05  SCL-COUNT                  PIC ZZZ,ZZ9.                  00026100
026200 01  W-POLICY-LINE.                                               00026200
026300     05  FILLER                     PIC X(28) VALUE               00026300
026400            '  CREDIT POLICY CHANGES     '.                       00026400
026500     05  PCL-COUNT                  PIC ZZZ,ZZ9.                  00026500
026600 01  W-OTHER-LINE.                                                00026600
026700     05  FILLER                     PIC X(28) VALUE               00026700
026800            '  OTHER CHANGES             '.                       00026800
026900     05  OCL-COUNT                  PIC ZZZ,ZZ9.                  00026900
027000 01  W-OVERFLOW-LINE.                                             00027000
027100     05  FILLER                     PIC X(40) VALUE               00027100
027200            'CHANGE TABLE FULL - UNLISTED CHANGES:   '.           00027200
027300     05  OFL-COUNT                  PIC ZZZ,ZZ9.                  00027300
027400*                                                                 00027400
027500 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00027500
027600 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00027600
027700        'NO CHANGES JOURNALED FOR RUN DATE'.                      00027700
027800 01  W-NO-SIGNOFF-MSG               PIC X(50) VALUE               00027800
027900        'NO SECURITY PROFILE OR CREDIT POLICY CHANGES'.           00027900
028000 01  W-LOST-RECORD-MSG.                                           00028000
028100     05  FILLER                     PIC X(32) VALUE               00028100
028200            'JOURNAL RECORD NOT READ BACK -  '.                   00028200
028300     05  LM-KEY                     PIC X(29).                    00028300
028400*                                                                 00028400
028500 PROCEDURE DIVISION.                                              00028500
028600 0000-MAINLINE.                                                   00028600
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00028700
028800     IF NOT W-INIT-FAILED AND NOT W-NOTHING-TO-DO                 00028800
028900         PERFORM 1500-PROCESS-ONE-RUN-DATE THRU 1500-EXIT         00028900
029000             VARYING W-DATE-SUB FROM 1 BY 1                       00029000
029100             UNTIL W-DATE-SUB > W-RUN-DATE-COUNT                  00029100
029200                OR W-EPSCHGJ-IO-ERROR                             00029200
029300         IF NOT W-MANUAL-RUN AND NOT W-EPSCHGJ-IO-ERROR           00029300
029400             PERFORM 1800-UPDATE-RUN-CONTROL THRU 1800-EXIT       00029400
029500         END-IF                                                   00029500
029600     END-IF                                                       00029600
029700     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00029700
029800     GOBACK                                                       00029800
029900     .                                                            00029900
030000*                                                                 00030000
030100 1000-INITIALIZE.                                                 00030100
030200     OPEN OUTPUT REPORT-FILE                                      00030200
030300     OPEN INPUT CONTROL-CARD-FILE                                 00030300
030400     READ CONTROL-CARD-FILE                                       00030400
030500         AT END                                                   00030500
030600             SET W-NO-CONTROL-CARD TO TRUE                        00030600
030700     END-READ                                                     00030700
030800     CLOSE CONTROL-CARD-FILE                                      00030800
030900*    A CARD WITH A REAL DATE FORCES A SINGLE MANUAL RUN DATE AND  00030900
031000*    LEAVES THE RUN-CONTROL ROW ALONE - AN EMPTY OR BLANK SYSIN   00031000
031100*    LETS EPSRNCTL DRIVE THE DATES AUTOMATICALLY.                 00031100
031200     IF W-NO-CONTROL-CARD OR CC-RUN-DATE NOT NUMERIC              00031200
031300         PERFORM 1100-BUILD-CATCHUP-DATES THRU 1100-EXIT          00031300
031400     ELSE                                                         00031400
031500         SET W-MANUAL-RUN TO TRUE                                 00031500
031600         MOVE 1 TO W-RUN-DATE-COUNT                               00031600
031700         MOVE CC-RUN-DATE TO W-RUN-DATE-ENTRY(1)                  00031700
031800     END-IF                                                       00031800
031900     .                                                            00031900
032000 1000-EXIT.                                                       00032000
032100     EXIT.                                                        00032100
032200*                                                                 00032200
032300 1100-BUILD-CATCHUP-DATES.                                        00032300
032400     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00032400
032500     ACCEPT W-TODAY-TIME FROM TIME                                00032500
032600     OPEN I-O EPSRNCTL-FILE                                       00032600
032700     IF NOT W-EPSRNCTL-OK                                         00032700
032800         SET W-INIT-FAILED TO TRUE                                00032800
032900         MOVE W-EPSRNCTL-STATUS TO EM-EPSRNCTL-STATUS             00032900
033000         MOVE W-EPSRNCTL-ERROR-MSG TO RPT-LINE                    00033000
033100         WRITE RPT-LINE                                           00033100
033200         GO TO 1100-EXIT                                          00033200
033300     END-IF                                                       00033300
033400     SET W-EPSRNCTL-OPENED TO TRUE                                00033400
033500     MOVE W-JOB-NAME TO EPSRC-JOB-NAME                            00033500
033600     READ EPSRNCTL-FILE                                           00033600
033700     IF NOT W-EPSRNCTL-OK                                         00033700
033800         SET W-INIT-FAILED TO TRUE                                00033800
033900         MOVE W-NO-RUNCTL-MSG TO RPT-LINE                         00033900
034000         WRITE RPT-LINE                                           00034000
034100         GO TO 1100-EXIT                                          00034100
034200     END-IF                                                       00034200
034300     IF EPSRC-LAST-RUN-DATE NOT < W-TODAY-DATE                    00034300
034400         SET W-NOTHING-TO-DO TO TRUE                              00034400
034500         MOVE W-NOTHING-TO-DO-MSG TO RPT-LINE                     00034500
034600         WRITE RPT-LINE                                           00034600
034700         GO TO 1100-EXIT                                          00034700
034800     END-IF                                                       00034800
034900     SET EPSRC-RUN-STARTED TO TRUE                                00034900
035000     MOVE W-TODAY-DATE TO EPSRC-UPDATED-DATE                      00035000
035100     MOVE W-TODAY-TIME TO EPSRC-UPDATED-TIME                      00035100
035200     REWRITE EPSRC-RECORD                                         00035200
035300     MOVE ZERO TO W-RUN-DATE-COUNT                                00035300
035400     MOVE EPSRC-LAST-RUN-DATE TO W-NEXT-DATE                      00035400
035500     PERFORM 1150-ADD-ONE-RUN-DATE THRU 1150-EXIT                 00035500
035600         UNTIL W-NEXT-DATE NOT < W-TODAY-DATE                     00035600
035700            OR W-RUN-DATE-COUNT = 31                              00035700
035800            OR W-INIT-FAILED                                      00035800
035900     IF NOT W-INIT-FAILED                                         00035900
036000        AND W-NEXT-DATE < W-TODAY-DATE                            00036000
036100         MOVE W-CATCHUP-LIMIT-MSG TO RPT-LINE                     00036100
036200         WRITE RPT-LINE                                           00036200
036300     END-IF                                                       00036300
036400     .                                                            00036400
036500 1100-EXIT.                                                       00036500
036600     EXIT.                                                        00036600
036700*                                                                 00036700
036800 1150-ADD-ONE-RUN-DATE.                                           00036800
036900     MOVE W-NEXT-DATE TO EPSNXT-DATE-IN                           00036900
037000     CALL 'EPSNXTDT' USING EPS-NEXT-DATE-PARM                     00037000
037100     IF EPSNXT-INVALID                                            00037100
037200         SET W-INIT-FAILED TO TRUE                                00037200
037300         MOVE W-BAD-RUNCTL-DATE-MSG TO RPT-LINE                   00037300
037400         WRITE RPT-LINE                                           00037400
037500     ELSE                                                         00037500
037600         MOVE EPSNXT-DATE-OUT TO W-NEXT-DATE                      00037600
037700         ADD 1 TO W-RUN-DATE-COUNT                                00037700
037800         MOVE W-NEXT-DATE TO W-RUN-DATE-ENTRY(W-RUN-DATE-COUNT)   00037800
037900     END-IF                                                       00037900
038000     .                                                            00038000
038100 1150-EXIT.                                                       00038100
038200     EXIT.                                                        00038200
038300*                                                                 00038300
038400*    ONE PASS OF THE RUN DATE'S SLICE OF EPSCHGJ PER RUN DATE -   00038400
038500*    THE KEY LEADS WITH THE CHANGE DATE, SO THE PASS STARTS AT    00038500
038600*    THE FIRST RECORD OF THE DAY AND STOPS AT THE FIRST RECORD OF 00038600
038700*    THE NEXT ONE INSTEAD OF READING THE WHOLE JOURNAL.           00038700
038800 1500-PROCESS-ONE-RUN-DATE.                                       00038800
038900     MOVE W-RUN-DATE-ENTRY(W-DATE-SUB) TO W-RUN-DATE              00038900
039000     PERFORM 1600-RESET-DAY-TOTALS THRU 1600-EXIT                 00039000
039100     OPEN INPUT EPSCHGJ-FILE                                      00039100
039200     IF NOT W-EPSCHGJ-OK                                          00039200
039300         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00039300
039400         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00039400
039500         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00039500
039600         WRITE RPT-LINE                                           00039600
039700         GO TO 1500-EXIT                                          00039700
039800     END-IF                                                       00039800
039900     IF W-DATE-SUB > 1                                            00039900
040000         MOVE W-BLANK-LINE TO RPT-LINE                            00040000
040100         WRITE RPT-LINE                                           00040100
040200     END-IF                                                       00040200
040300     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00040300
040400     PERFORM 1700-POSITION-AT-RUN-DATE THRU 1700-EXIT             00040400
040500     IF NOT W-END-OF-FILE                                         00040500
040600         PERFORM 2100-READ-NEXT-CHANGE THRU 2100-EXIT             00040600
040700     END-IF                                                       00040700
040800     PERFORM 2000-PROCESS-ONE-CHANGE THRU 2000-EXIT               00040800
040900         UNTIL W-END-OF-FILE                                      00040900
041000     IF NOT W-EPSCHGJ-IO-ERROR                                    00041000
041100         PERFORM 3000-PRINT-DAY-CHANGES THRU 3000-EXIT            00041100
041200     END-IF                                                       00041200
041300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    00041300
041400     CLOSE EPSCHGJ-FILE                                           00041400
041500     .                                                            00041500
041600 1500-EXIT.                                                       00041600
041700     EXIT.                                                        00041700
041800*                                                                 00041800
041900 1600-RESET-DAY-TOTALS.                                           00041900
042000     MOVE SPACES TO W-EOF-SWITCH                                  00042000
042100     MOVE ZERO TO W-CHANGE-COUNT W-CHANGE-OVERFLOW-COUNT          00042100
042200     MOVE ZERO TO W-SECURITY-COUNT W-POLICY-COUNT W-OTHER-COUNT   00042200
042300     .                                                            00042300
042400 1600-EXIT.                                                       00042400
042500     EXIT.                                                        00042500
042600*                                                                 00042600
042700*    NO RECORD AT OR PAST THE RUN DATE (STATUS 23) SIMPLY MEANS   00042700
042800*    NOTHING WAS CHANGED THAT DAY OR SINCE.                       00042800
042900 1700-POSITION-AT-RUN-DATE.                                       00042900
043000     MOVE LOW-VALUES TO EPSCJ-KEY                                 00043000
043100     MOVE W-RUN-DATE TO EPSCJ-CHANGE-DATE                         00043100
043200     START EPSCHGJ-FILE KEY NOT < EPSCJ-KEY                       00043200
043300     IF W-EPSCHGJ-NOT-FOUND                                       00043300
043400         SET W-END-OF-FILE TO TRUE                                00043400
043500         GO TO 1700-EXIT                                          00043500
043600     END-IF                                                       00043600
043700     IF NOT W-EPSCHGJ-OK                                          00043700
043800         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00043800
043900         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00043900
044000         SET W-END-OF-FILE TO TRUE                                00044000
044100     END-IF                                                       00044100
044200     .                                                            00044200
044300 1700-EXIT.                                                       00044300
044400     EXIT.                                                        00044400
044500*                                                                 00044500
044600 1800-UPDATE-RUN-CONTROL.                                         00044600
044700     MOVE W-RUN-DATE-ENTRY(W-RUN-DATE-COUNT)                      00044700
044800        TO EPSRC-LAST-RUN-DATE                                    00044800
044900     SET EPSRC-RUN-COMPLETE TO TRUE                               00044900
045000     MOVE W-TODAY-DATE TO EPSRC-UPDATED-DATE                      00045000
045100     MOVE W-TODAY-TIME TO EPSRC-UPDATED-TIME                      00045100
045200     REWRITE EPSRC-RECORD                                         00045200
045300     IF NOT W-EPSRNCTL-OK                                         00045300
045400         SET W-INIT-FAILED TO TRUE                                00045400
045500         MOVE W-EPSRNCTL-STATUS TO EM-EPSRNCTL-STATUS             00045500
045600         MOVE W-EPSRNCTL-ERROR-MSG TO RPT-LINE                    00045600
045700         WRITE RPT-LINE                                           00045700
045800     END-IF                                                       00045800
045900     .                                                            00045900
046000 1800-EXIT.                                                       00046000
046100     EXIT.                                                        00046100
046200*                                                                 00046200
046300 2000-PROCESS-ONE-CHANGE.                                         00046300
046400     IF EPSCJ-CHANGE-DATE NOT = W-RUN-DATE                        00046400
046500         SET W-END-OF-FILE TO TRUE                                00046500
046600         GO TO 2000-EXIT                                          00046600
046700     END-IF                                                       00046700
046800     EVALUATE TRUE                                                00046800
046900         WHEN EPSCJ-SECURITY-CHANGE                               00046900
047000             ADD 1 TO W-SECURITY-COUNT                            00047000
047100         WHEN EPSCJ-POLICY-CHANGE                                 00047100
047200             ADD 1 TO W-POLICY-COUNT                              00047200
047300         WHEN OTHER                                               00047300
047400             ADD 1 TO W-OTHER-COUNT                               00047400
047500     END-EVALUATE                                                 00047500
047600     IF W-CHANGE-COUNT < 500                                      00047600
047700         ADD 1 TO W-CHANGE-COUNT                                  00047700
047800         SET W-CHG-IDX TO W-CHANGE-COUNT                          00047800
047900         MOVE EPSCJ-KEY TO W-CE-KEY(W-CHG-IDX)                    00047900
048000         MOVE EPSCJ-FILE-NAME TO W-CE-FILE-NAME(W-CHG-IDX)        00048000
048100         MOVE EPSCJ-CHANGED-BY TO W-CE-CHANGED-BY(W-CHG-IDX)      00048100
048200         MOVE EPSCJ-CHANGE-CLASS TO W-CE-CHANGE-CLASS(W-CHG-IDX)  00048200
048300         MOVE SPACE TO W-CE-PRINTED-SWITCH(W-CHG-IDX)             00048300
048400     ELSE                                                         00048400
048500         ADD 1 TO W-CHANGE-OVERFLOW-COUNT                         00048500
048600     END-IF                                                       00048600
048700     PERFORM 2100-READ-NEXT-CHANGE THRU 2100-EXIT                 00048700
048800     .                                                            00048800
048900 2000-EXIT.                                                       00048900
049000     EXIT.                                                        00049000
049100*                                                                 00049100
049200 2100-READ-NEXT-CHANGE.                                           00049200
049300     READ EPSCHGJ-FILE NEXT RECORD                                00049300
049400         AT END                                                   00049400
049500             SET W-END-OF-FILE TO TRUE                            00049500
049600     END-READ                                                     00049600
049700     IF NOT W-END-OF-FILE AND NOT W-EPSCHGJ-OK                    00049700
049800         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00049800
049900         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00049900
050000         SET W-END-OF-FILE TO TRUE                                00050000
050100     END-IF                                                       00050100
050200     .                                                            00050200
050300 2100-EXIT.                                                       00050300
050400     EXIT.                                                        00050400
050500*                                                                 00050500
050600*    SECURITY PROFILE CHANGES FIRST, THEN CREDIT POLICY, THEN THE 00050600
050700*    SIGN-OFF BLOCK, THEN EVERYTHING ELSE.                        00050700
050800 3000-PRINT-DAY-CHANGES.                                          00050800
050900     IF W-CHANGE-COUNT = 0                                        00050900
051000         GO TO 3000-EXIT                                          00051000
051100     END-IF                                                       00051100
051200     MOVE W-BLANK-LINE TO RPT-LINE                                00051200
051300     WRITE RPT-LINE                                               00051300
051400     MOVE W-SIGNOFF-HEADING TO RPT-LINE                           00051400
051500     WRITE RPT-LINE                                               00051500
051600     IF W-SECURITY-COUNT + W-POLICY-COUNT = 0                     00051600
051700         MOVE W-NO-SIGNOFF-MSG TO RPT-LINE                        00051700
051800         WRITE RPT-LINE                                           00051800
051900     ELSE                                                         00051900
052000         MOVE 'S' TO W-PRINT-CLASS                                00052000
052100         PERFORM 3100-PRINT-FILE-GROUP THRU 3100-EXIT             00052100
052200             VARYING W-CHG-IDX FROM 1 BY 1                        00052200
052300             UNTIL W-CHG-IDX > W-CHANGE-COUNT                     00052300
052400         MOVE 'P' TO W-PRINT-CLASS                                00052400
052500         PERFORM 3100-PRINT-FILE-GROUP THRU 3100-EXIT             00052500
052600             VARYING W-CHG-IDX FROM 1 BY 1                        00052600
052700             UNTIL W-CHG-IDX > W-CHANGE-COUNT                     00052700
052800         MOVE W-BLANK-LINE TO RPT-LINE                            00052800
052900         WRITE RPT-LINE                                           00052900
053000         COMPUTE SL-COUNT = W-SECURITY-COUNT + W-POLICY-COUNT     00053000
053100         MOVE W-SIGNOFF-LINE-1 TO RPT-LINE                        00053100
053200         WRITE RPT-LINE                                           00053200
053300         MOVE W-BLANK-LINE TO RPT-LINE                            00053300
053400         WRITE RPT-LINE                                           00053400
053500         MOVE W-SIGNOFF-LINE-2 TO RPT-LINE                        00053500
053600         WRITE RPT-LINE                                           00053600
053700     END-IF                                                       00053700
053800     IF W-OTHER-COUNT > 0                                         00053800
053900         MOVE W-BLANK-LINE TO RPT-LINE                            00053900
054000         WRITE RPT-LINE                                           00054000
054100         MOVE W-OTHER-HEADING TO RPT-LINE                         00054100
054200         WRITE RPT-LINE                                           00054200
054300         MOVE 'R' TO W-PRINT-CLASS                                00054300
054400         PERFORM 3100-PRINT-FILE-GROUP THRU 3100-EXIT             00054400
054500             VARYING W-CHG-IDX FROM 1 BY 1                        00054500
054600             UNTIL W-CHG-IDX > W-CHANGE-COUNT                     00054600
054700     END-IF                                                       00054700
054800     .                                                            00054800
054900 3000-EXIT.                                                       00054900
055000     EXIT.                                                        00055000
055100*                                                                 00055100
055200*    EACH PASS OPENS THE NEXT UNPRINTED CHANGE'S FILE AS A GROUP  00055200
055300*    AND WORKS THROUGH ITS OPERATORS IN TURN, SO THE LISTING COMES00055300
055400*    OUT BY FILE, THEN BY OPERATOR, THEN BY TIME - NO SORT WORK   00055400
055500*    FILE IS NEEDED FOR ONE DAY'S CHANGES.                        00055500
055600 3100-PRINT-FILE-GROUP.                                           00055600
055700     IF W-CE-PRINTED-SWITCH(W-CHG-IDX) NOT = 'Y'                  00055700
055800        AND W-CE-CHANGE-CLASS(W-CHG-IDX) = W-PRINT-CLASS          00055800
055900         MOVE W-CE-FILE-NAME(W-CHG-IDX) TO W-GROUP-FILE-NAME      00055900
056000         MOVE W-GROUP-FILE-NAME TO FH-FILE-NAME                   00056000
056100         MOVE W-BLANK-LINE TO RPT-LINE                            00056100
056200         WRITE RPT-LINE                                           00056200
056300         MOVE W-FILE-HEADING TO RPT-LINE                          00056300
056400         WRITE RPT-LINE                                           00056400
056500         PERFORM 3200-PRINT-OPERATOR-GROUP THRU 3200-EXIT         00056500
056600             VARYING W-OPER-SUB FROM W-CHG-IDX BY 1               00056600
056700             UNTIL W-OPER-SUB > W-CHANGE-COUNT                    00056700
056800     END-IF                                                       00056800
056900     .                                                            00056900
057000 3100-EXIT.                                                       00057000
057100     EXIT.                                                        00057100
057200*                                                                 00057200
057300 3200-PRINT-OPERATOR-GROUP.                                       00057300
057400     IF W-CE-PRINTED-SWITCH(W-OPER-SUB) NOT = 'Y'                 00057400
057500        AND W-CE-CHANGE-CLASS(W-OPER-SUB) = W-PRINT-CLASS         00057500
057600        AND W-CE-FILE-NAME(W-OPER-SUB) = W-GROUP-FILE-NAME        00057600
057700         MOVE W-CE-CHANGED-BY(W-OPER-SUB) TO W-GROUP-CHANGED-BY   00057700
057800         MOVE W-GROUP-CHANGED-BY TO OH-CHANGED-BY                 00057800
057900         MOVE W-OPERATOR-HEADING TO RPT-LINE                      00057900
058000         WRITE RPT-LINE                                           00058000
058100         MOVE W-DETAIL-HEADING TO RPT-LINE                        00058100
058200         WRITE RPT-LINE                                           00058200
058300         PERFORM 3300-PRINT-ONE-CHANGE THRU 3300-EXIT             00058300
058400             VARYING W-DTL-SUB FROM W-OPER-SUB BY 1               00058400
058500             UNTIL W-DTL-SUB > W-CHANGE-COUNT                     00058500
058600     END-IF                                                       00058600
058700     .                                                            00058700
058800 3200-EXIT.                                                       00058800
058900     EXIT.                                                        00058900
059000*                                                                 00059000
059100 3300-PRINT-ONE-CHANGE.                                           00059100
059200     IF W-CE-PRINTED-SWITCH(W-DTL-SUB) = 'Y'                      00059200
059300        OR W-CE-CHANGE-CLASS(W-DTL-SUB) NOT = W-PRINT-CLASS       00059300
059400        OR W-CE-FILE-NAME(W-DTL-SUB) NOT = W-GROUP-FILE-NAME      00059400
059500        OR W-CE-CHANGED-BY(W-DTL-SUB) NOT = W-GROUP-CHANGED-BY    00059500
059600         GO TO 3300-EXIT                                          00059600
059700     END-IF                                                       00059700
059800     MOVE 'Y' TO W-CE-PRINTED-SWITCH(W-DTL-SUB)                   00059800
059900     MOVE W-CE-KEY(W-DTL-SUB) TO EPSCJ-KEY                        00059900
060000     READ EPSCHGJ-FILE                                            00060000
060100     IF NOT W-EPSCHGJ-OK                                          00060100
060200         MOVE W-CE-KEY(W-DTL-SUB) TO LM-KEY                       00060200
060300         MOVE W-LOST-RECORD-MSG TO RPT-LINE                       00060300
060400         WRITE RPT-LINE                                           00060400
060500         GO TO 3300-EXIT                                          00060500
060600     END-IF                                                       00060600
060700     IF EPSCJ-SECURITY-CHANGE OR EPSCJ-POLICY-CHANGE              00060700
060800         MOVE '***' TO DL-FLAG                                    00060800
060900     ELSE                                                         00060900
061000         MOVE SPACES TO DL-FLAG                                   00061000
061100     END-IF                                                       00061100
061200     MOVE EPSCJ-CHANGE-TIME TO DL-CHANGE-TIME                     00061200
061300     EVALUATE TRUE                                                00061300
061400         WHEN EPSCJ-RECORD-ADDED                                  00061400
061500             MOVE 'ADD' TO DL-ACTION                              00061500
061600         WHEN EPSCJ-RECORD-DELETED                                00061600
061700             MOVE 'DELETE' TO DL-ACTION                           00061700
061800         WHEN OTHER                                               00061800
061900             MOVE 'CHANGE' TO DL-ACTION                           00061900
062000     END-EVALUATE                                                 00062000
062100     MOVE EPSCJ-RECORD-KEY TO DL-RECORD-KEY                       00062100
062200     MOVE EPSCJ-PROGRAM-ID TO DL-PROGRAM-ID                       00062200
062300     MOVE EPSCJ-ORIGIN-ID TO DL-ORIGIN-ID                         00062300
062400     MOVE W-DETAIL-LINE TO RPT-LINE                               00062400
062500     WRITE RPT-LINE                                               00062500
062600     IF NOT EPSCJ-RECORD-ADDED                                    00062600
062700         MOVE 'BEFORE' TO IL-LABEL                                00062700
062800         MOVE EPSCJ-BEFORE-IMAGE TO EPSRT-RECORD EPSPL-RECORD     00062800
062900         PERFORM 3400-PRINT-ONE-IMAGE THRU 3400-EXIT              00062900
063000     END-IF                                                       00063000
063100     IF NOT EPSCJ-RECORD-DELETED                                  00063100
063200         MOVE 'AFTER' TO IL-LABEL                                 00063200
063300         MOVE EPSCJ-AFTER-IMAGE TO EPSRT-RECORD EPSPL-RECORD      00063300
063400         PERFORM 3400-PRINT-ONE-IMAGE THRU 3400-EXIT              00063400
063500     END-IF                                                       00063500
063600     .                                                            00063600
063700 3300-EXIT.                                                       00063700
063800     EXIT.                                                        00063800
063900*                                                                 00063900
064000*    THE IMAGE BEING PRINTED HAS JUST BEEN LAID OVER BOTH THE     00064000
064100*    EPSRTAUT AND THE EPSPLCY LAYOUT - ONLY THE ONE MATCHING THE  00064100
064200*    JOURNALED FILE IS LOOKED AT.  ANY OTHER FILE'S RECORD IS ALL 00064200
064300*    DISPLAY DATA AND PRINTS AS IT STANDS, 70 BYTES TO A LINE.    00064300
064400 3400-PRINT-ONE-IMAGE.                                            00064400
064500     EVALUATE EPSCJ-FILE-NAME                                     00064500
064600         WHEN 'EPSRTAUT'                                          00064600
064700             PERFORM 3500-FORMAT-AUTH-IMAGE THRU 3500-EXIT        00064700
064800         WHEN 'EPSPLCY'                                           00064800
064900             PERFORM 3600-FORMAT-POLICY-IMAGE THRU 3600-EXIT      00064900
065000         WHEN OTHER                                               00065000
065100             IF IL-LABEL = 'BEFORE'                               00065100
065200                 MOVE EPSCJ-BEFORE-IMAGE(1:70) TO IL-TEXT         00065200
065300                 MOVE W-IMAGE-LINE TO RPT-LINE                    00065300
065400                 WRITE RPT-LINE                                   00065400
065500                 MOVE EPSCJ-BEFORE-IMAGE(71:70) TO IL-TEXT        00065500
065600             ELSE                                                 00065600
065700                 MOVE EPSCJ-AFTER-IMAGE(1:70) TO IL-TEXT          00065700
065800                 MOVE W-IMAGE-LINE TO RPT-LINE                    00065800
065900                 WRITE RPT-LINE                                   00065900
066000                 MOVE EPSCJ-AFTER-IMAGE(71:70) TO IL-TEXT         00066000
066100             END-IF                                               00066100
066200             MOVE SPACES TO IL-LABEL                              00066200
066300             IF IL-TEXT = SPACES                                  00066300
066400                 GO TO 3400-EXIT                                  00066400
066500             END-IF                                               00066500
066600     END-EVALUATE                                                 00066600
066700     MOVE W-IMAGE-LINE TO RPT-LINE                                00066700
066800     WRITE RPT-LINE                                               00066800
066900     .                                                            00066900
067000 3400-EXIT.                                                       00067000
067100     EXIT.                                                        00067100
067200*                                                                 00067200
067300*    A PROFILE NEVER SAVED SINCE THE LENDING-AUTHORITY FIELDS WERE00067300
067400*    ADDED HAS NO AMOUNT ON IT - SHOWN AS ZERO, THE SAME WAY      00067400
067500*    EPSATMNT AND EPSUWMNT TREAT IT.                              00067500
067600 3500-FORMAT-AUTH-IMAGE.                                          00067600
067700     MOVE EPSRT-OVERRIDE-RATE-AUTH TO AT-OVERRIDE-RATE            00067700
067800     MOVE EPSRT-MAINTAIN-RATE-AUTH TO AT-MAINTAIN-RATE            00067800
067900     MOVE EPSRT-UNDERWRITE-AUTH TO AT-UNDERWRITE                  00067900
068000     MOVE EPSRT-MAINTAIN-CUST-AUTH TO AT-MAINTAIN-CUST            00068000
068100     IF EPSRT-MAX-APPROVAL-AMT NUMERIC                            00068100
068200         MOVE EPSRT-MAX-APPROVAL-AMT TO W-MAX-APPROVAL-AMT        00068200
068300     ELSE                                                         00068300
068400         MOVE ZERO TO W-MAX-APPROVAL-AMT                          00068400
068500     END-IF                                                       00068500
068600     MOVE W-MAX-APPROVAL-AMT TO AT-MAX-APPROVAL                   00068600
068700     MOVE EPSRT-OUT-OF-POLICY-AUTH TO AT-OUT-OF-POLICY            00068700
068710     MOVE EPSRT-MERGE-CUST-AUTH TO AT-MERGE-CUST                  00068710
068800     MOVE W-AUTH-TEXT TO IL-TEXT                                  00068800
068900     .                                                            00068900
069000 3500-EXIT.                                                       00069000
069100     EXIT.                                                        00069100
069200*                                                                 00069200
069300 3600-FORMAT-POLICY-IMAGE.                                        00069300
069400     MOVE EPSPL-MAX-DTI-PCT TO PT-MAX-DTI                         00069400
069500     MOVE EPSPL-MIN-DOWN-PCT TO PT-MIN-DOWN                       00069500
069600     MOVE EPSPL-BAND-MAX-LTV-PCT(1) TO PT-BAND-LTV-1              00069600
069700     MOVE EPSPL-BAND-MAX-DTI-PCT(1) TO PT-BAND-DTI-1              00069700
069800     MOVE EPSPL-BAND-MAX-LTV-PCT(2) TO PT-BAND-LTV-2              00069800
069900     MOVE EPSPL-BAND-MAX-DTI-PCT(2) TO PT-BAND-DTI-2              00069900
070000     MOVE EPSPL-BAND-MAX-LTV-PCT(3) TO PT-BAND-LTV-3              00070000
070100     MOVE EPSPL-BAND-MAX-DTI-PCT(3) TO PT-BAND-DTI-3              00070100
070200     MOVE EPSPL-LOCK-DAYS TO PT-LOCK-DAYS                         00070200
070300     MOVE EPSPL-LOCKABLE-FLAG TO PT-LOCKABLE                      00070300
070400     MOVE W-POLICY-TEXT TO IL-TEXT                                00070400
070500     .                                                            00070500
070600 3600-EXIT.                                                       00070600
070700     EXIT.                                                        00070700
070800*                                                                 00070800
070900 8000-PRINT-SUMMARY.                                              00070900
071000     IF W-EPSCHGJ-IO-ERROR                                        00071000
071100         MOVE W-BLANK-LINE TO RPT-LINE                            00071100
071200         WRITE RPT-LINE                                           00071200
071300         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00071300
071400         WRITE RPT-LINE                                           00071400
071500         GO TO 8000-EXIT                                          00071500
071600     END-IF                                                       00071600
071700     IF W-SECURITY-COUNT + W-POLICY-COUNT + W-OTHER-COUNT = 0     00071700
071800         MOVE W-BLANK-LINE TO RPT-LINE                            00071800
071900         WRITE RPT-LINE                                           00071900
072000         MOVE W-NO-RECORDS-MSG TO RPT-LINE                        00072000
072100         WRITE RPT-LINE                                           00072100
072200         GO TO 8000-EXIT                                          00072200
072300     END-IF                                                       00072300
072400     MOVE W-BLANK-LINE TO RPT-LINE                                00072400
072500     WRITE RPT-LINE                                               00072500
072600     COMPUTE TL-COUNT                                             00072600
072700         = W-SECURITY-COUNT + W-POLICY-COUNT + W-OTHER-COUNT      00072700
072800     MOVE W-TOTAL-LINE TO RPT-LINE                                00072800
072900     WRITE RPT-LINE                                               00072900
073000     MOVE W-SECURITY-COUNT TO SCL-COUNT                           00073000
073100     MOVE W-SECURITY-LINE TO RPT-LINE                             00073100
073200     WRITE RPT-LINE                                               00073200
073300     MOVE W-POLICY-COUNT TO PCL-COUNT                             00073300
073400     MOVE W-POLICY-LINE TO RPT-LINE                               00073400
073500     WRITE RPT-LINE                                               00073500
073600     MOVE W-OTHER-COUNT TO OCL-COUNT                              00073600
073700     MOVE W-OTHER-LINE TO RPT-LINE                                00073700
073800     WRITE RPT-LINE                                               00073800
073900     IF W-CHANGE-OVERFLOW-COUNT > 0                               00073900
074000         MOVE W-CHANGE-OVERFLOW-COUNT TO OFL-COUNT                00074000
074100         MOVE W-OVERFLOW-LINE TO RPT-LINE                         00074100
074200         WRITE RPT-LINE                                           00074200
074300     END-IF                                                       00074300
074400     .                                                            00074400
074500 8000-EXIT.                                                       00074500
074600     EXIT.                                                        00074600
074700*                                                                 00074700
074800 8100-PRINT-HEADINGS.                                             00074800
074900     MOVE W-RUN-DATE TO W-ED-RUN-DATE                             00074900
075000     MOVE W-ED-RUN-DATE TO H1-RUN-DATE                            00075000
075100     MOVE W-HEADING-1 TO RPT-LINE                                 00075100
075200     WRITE RPT-LINE                                               00075200
075300     .                                                            00075300
075400 8100-EXIT.                                                       00075400
075500     EXIT.                                                        00075500
075600*                                                                 00075600
075700 9000-TERMINATE.                                                  00075700
075800     IF W-EPSRNCTL-OPENED                                         00075800
075900         CLOSE EPSRNCTL-FILE                                      00075900
076000     END-IF                                                       00076000
076100     CLOSE REPORT-FILE                                            00076100
076200     IF W-INIT-FAILED OR W-EPSCHGJ-IO-ERROR                       00076200
076300         MOVE 8 TO RETURN-CODE                                    00076300
076400     END-IF                                                       00076400
076500     .                                                            00076500
076600 9000-EXIT.                                                       00076600
076700     EXIT.                                                        00076700
