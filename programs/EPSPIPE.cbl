000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSPIPE.                                          00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY APPLICATION PIPELINE AGING.  READS EVERY OPEN        00000800
000900*    EPSLNAPP APPLICATION - PENDING ('P'), PENDING SECOND         00000900
001000*    APPROVAL ('S') AND SENT BACK FOR MORE INFORMATION ('M') -    00001000
001100*    AND AGES IT IN BUSINESS DAYS (MONDAY THROUGH FRIDAY, SEE     00001100
001200*    2500-COUNT-BUSINESS-DAYS): DAYS IN THE PIPELINE SINCE THE    00001200
001300*    APPLICATION WAS KEYED, AND DAYS IN ITS CURRENT STATUS SINCE  00001300
001400*    IT WAS KEYED, FIRST-SIGNED OR SENT BACK.  AN 'M' APPLICATION 00001400
001500*    THE CUSTOMER HAS NOT ANSWERED IN THE WITHDRAWAL PERIOD IS    00001500
001600*    MOVED TO STATUS 'W' (WITHDRAWN) WITH THE WITHDRAWAL REASON   00001600
001700*    CODE AND TONIGHT'S DATE AS ITS DECISION, SO EPSLTRS MAILS THE00001700
001800*    FILE-CLOSED LETTER, EPSDEXT SENDS IT TO THE WAREHOUSE AND    00001800
001900*    EPSHMDA REPORTS IT AS CLOSED FOR INCOMPLETENESS, THE SAME AS 00001900
002000*    ANY OTHER DECISION.  EVERY APPLICATION STILL OPEN IS THEN    00002000
002100*    ROLLED UP BY BRANCH (OFF THE EPSBRNCH MASTER) AND STATUS INTO00002100
002200*    AGE BUCKETS, AND ANY APPLICATION IN ITS STATUS LONGER THAN   00002200
002300*    THE SERVICE-LEVEL TARGET FOR THAT STATUS IS LISTED UNDER ITS 00002300
002400*    BRANCH AND FLAGGED.  THE RUN DATE IS TODAY UNLESS THE SYSIN  00002400
002500*    CARD SUPPLIES ONE; THE CARD ALSO CARRIES THE WITHDRAWAL      00002500
002600*    PERIOD, THE THREE SLA TARGETS, THE WITHDRAWAL REASON CODE AND00002600
002700*    A REPORT-ONLY SWITCH - A BLANK FIELD TAKES THE DEFAULT.  SEE 00002700
002800*    JCL MEMBER EPSPIPE, RUN AHEAD OF EPSLTRS AND EPSQEXT.        00002800
002900*                                                                 00002900
003000*    MOD HISTORY                                                  00003000
003100*    ------------------------------------------------------------ 00003100
003200*    DATE        INIT  DESCRIPTION                                00003200
003300*    2026-10-15  DLH   ORIGINAL VERSION.                          00003300
003400*                                                                 00003400
003500 ENVIRONMENT DIVISION.                                            00003500
003600 CONFIGURATION SECTION.                                           00003600
003700 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00003700
003800 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00003800
003900 INPUT-OUTPUT SECTION.                                            00003900
004000 FILE-CONTROL.                                                    00004000
004100     SELECT CONTROL-CARD-FILE  ASSIGN TO SYSIN                    00004100
004200         ORGANIZATION IS LINE SEQUENTIAL.                         00004200
004300     SELECT EPSRSN-FILE        ASSIGN TO EPSRSN                   00004300
004400         ORGANIZATION IS INDEXED                                  00004400
004500         ACCESS MODE  IS RANDOM                                   00004500
004600         RECORD KEY   IS EPSRN-KEY                                00004600
004700         FILE STATUS  IS W-EPSRSN-STATUS.                         00004700
004800     SELECT EPSBRNCH-FILE      ASSIGN TO EPSBRNCH                 00004800
004900         ORGANIZATION IS INDEXED                                  00004900
005000         ACCESS MODE  IS RANDOM                                   00005000
005100         RECORD KEY   IS EPSBR-KEY                                00005100
005200         FILE STATUS  IS W-EPSBRNCH-STATUS.                       00005200
005300     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00005300
005400         ORGANIZATION IS LINE SEQUENTIAL.                         00005400
005500*                                                                 00005500
005600 DATA DIVISION.                                                   00005600
005700 FILE SECTION.                                                    00005700
005800 FD  CONTROL-CARD-FILE                                            00005800
005900     RECORDING MODE IS F.                                         00005900
006000 01  CONTROL-CARD.                                                00006000
006100     05  CC-RUN-DATE                PIC 9(08).                    00006100
006200     05  CC-WITHDRAW-DAYS           PIC 9(03).                    00006200
006300     05  CC-PENDING-SLA-DAYS        PIC 9(03).                    00006300
006400     05  CC-SECOND-APPR-SLA-DAYS    PIC 9(03).                    00006400
006500     05  CC-MORE-INFO-SLA-DAYS      PIC 9(03).                    00006500
006600     05  CC-WITHDRAW-REASON         PIC X(03).                    00006600
006700     05  CC-REPORT-ONLY             PIC X(01).                    00006700
006800     05  FILLER                     PIC X(56).                    00006800
006900*                                                                 00006900
007000 FD  EPSRSN-FILE.                                                 00007000
007100     COPY EPSRSN.                                                 00007100
007200*                                                                 00007200
007300 FD  EPSBRNCH-FILE.                                               00007300
007400     COPY EPSBRNCH.                                               00007400
007500*                                                                 00007500
007600 FD  REPORT-FILE                                                  00007600
007700     RECORDING MODE IS F.                                         00007700
007800 01  RPT-LINE                       PIC X(132).                   00007800
007900*                                                                 00007900
008000 WORKING-STORAGE SECTION.                                         00008000
008100 01  W-EPSRSN-STATUS                PIC X(02).                    00008100
008200     88  W-EPSRSN-OK                       VALUE '00'.            00008200
008300 01  W-EPSBRNCH-STATUS              PIC X(02).                    00008300
008400     88  W-EPSBRNCH-OK                     VALUE '00'.            00008400
008500 01  W-SQL-ERROR-MSG.                                             00008500
008600     05  FILLER                 PIC X(11) VALUE 'SQL ERROR: '.    00008600
008700     05  W-SQL-ERROR-CODE       PIC 9(05) DISPLAY.                00008700
008800 01  W-SWITCHES.                                                  00008800
008900     05  W-CARD-SWITCH              PIC X(01).                    00008900
009000         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00009000
009100     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00009100
009200         88  W-INIT-FAILED                 VALUE 'Y'.             00009200
009300     05  W-SQL-FAIL-SWITCH          PIC X(01).                    00009300
009400         88  W-SQL-FAILED                  VALUE 'Y'.             00009400
009500     05  W-CURSOR-EOF-SWITCH        PIC X(01).                    00009500
009600         88  W-CURSOR-EOF                  VALUE 'Y'.             00009600
009700     05  W-EPSBRNCH-AVAIL-SWITCH    PIC X(01).                    00009700
009800         88  W-EPSBRNCH-AVAILABLE          VALUE 'Y'.             00009800
009900     05  W-REPORT-ONLY-SWITCH       PIC X(01).                    00009900
010000         88  W-REPORT-ONLY                 VALUE 'Y'.             00010000
010100     05  W-WITHDRAWN-SWITCH         PIC X(01).                    00010100
010200         88  W-APPLICATION-WITHDRAWN       VALUE 'Y'.             00010200
010300     05  W-BRANCHES-DONE-SWITCH     PIC X(01).                    00010300
010400         88  W-BRANCHES-DONE               VALUE 'Y'.             00010400
010500     05  W-EXCEPTION-HDG-SWITCH     PIC X(01).                    00010500
010600         88  W-EXCEPTION-HDG-PRINTED       VALUE 'Y'.             00010600
010700 01  W-RUN-DATE                     PIC 9(08).                    00010700
010800 01  W-TODAY-TIME                   PIC 9(06).                    00010800
010900 01  W-BATCH-ID                     PIC X(03) VALUE 'PIP'.        00010900
011000*                                                                 00011000
011100*    THE CONTROL-CARD SETTINGS, DEFAULTED IN 1100-SET-RUN-        00011100
011200*    PARAMETERS WHEN THE CARD LEAVES THEM BLANK.  ALL DAY COUNTS  00011200
011300*    ARE BUSINESS DAYS.                                           00011300
011400 01  W-WITHDRAW-DAYS                PIC 9(03)   COMP-3.           00011400
011500 01  W-PENDING-SLA-DAYS             PIC 9(03)   COMP-3.           00011500
011600 01  W-SECOND-APPR-SLA-DAYS         PIC 9(03)   COMP-3.           00011600
011700 01  W-MORE-INFO-SLA-DAYS           PIC 9(03)   COMP-3.           00011700
011800 01  W-WITHDRAW-REASON              PIC X(03).                    00011800
011900 01  W-DEFAULT-WITHDRAW-DAYS        PIC 9(03)   VALUE 30.         00011900
012000 01  W-DEFAULT-PENDING-SLA          PIC 9(03)   VALUE 5.          00012000
012100 01  W-DEFAULT-SECOND-APPR-SLA      PIC 9(03)   VALUE 2.          00012100
012200 01  W-DEFAULT-MORE-INFO-SLA        PIC 9(03)   VALUE 10.         00012200
012300 01  W-DEFAULT-WITHDRAW-REASON      PIC X(03)   VALUE 'WDN'.      00012300
012400*                                                                 00012400
012500*    BUSINESS-DAY ARITHMETIC - EPSDAYNO GIVES THE SERIAL DAY      00012500
012600*    NUMBER AND DAY OF THE WEEK OF EACH DATE.                     00012600
012700     COPY EPSDAYPM.                                               00012700
012800 01  W-RUN-DAY-NUMBER               PIC 9(07)   COMP-3.           00012800
012900 01  W-COUNT-FROM-DATE              PIC X(08).                    00012900
013000 01  W-CALENDAR-DAYS                PIC 9(07)   COMP-3.           00013000
013100 01  W-WEEK-COUNT                   PIC 9(07)   COMP-3.           00013100
013200 01  W-ODD-DAYS                     PIC 9(01)   COMP-3.           00013200
013300 01  W-ODD-SUB                      PIC 9(01)   COMP-3.           00013300
013400 01  W-ODD-DAY-OF-WEEK              PIC 9(01)   COMP-3.           00013400
013500 01  W-BUSINESS-DAYS                PIC 9(05)   COMP-3.           00013500
013600*                                                                 00013600
013700*    THE APPLICATION BEING AGED.                                  00013700
013800 01  W-PIPELINE-DAYS                PIC 9(05)   COMP-3.           00013800
013900 01  W-STATUS-DAYS                  PIC 9(05)   COMP-3.           00013900
014000 01  W-SLA-TARGET-DAYS              PIC 9(03)   COMP-3.           00014000
014100 01  W-STATUS-START-DATE            PIC X(08).                    00014100
014200 01  W-SENT-BACK-DATE               PIC X(08).                    00014200
014300 01  W-STATUS-SUB                   PIC 9(01)   COMP-3.           00014300
014400 01  W-BUCKET-SUB                   PIC 9(01)   COMP-3.           00014400
014500 01  W-LOOKUP-BRANCH-ID             PIC X(04).                    00014500
014600 01  W-LOOKUP-BRANCH-NAME           PIC X(20).                    00014600
014700*                                                                 00014700
014800*    OPEN STATUSES IN REPORT ORDER, WITH THEIR PRINTED NAMES.     00014800
014900 01  W-STATUS-CODE-DATA             PIC X(03) VALUE 'PSM'.        00014900
015000 01  W-STATUS-CODE-TABLE REDEFINES W-STATUS-CODE-DATA.            00015000
015100     05  W-STATUS-CODE OCCURS 3 TIMES                             00015100
015200                                    PIC X(01).                    00015200
015300 01  W-STATUS-NAME-DATA.                                          00015300
015400     05  FILLER                     PIC X(12) VALUE 'PENDING'.    00015400
015500     05  FILLER                     PIC X(12) VALUE               00015500
015600            '2ND APPROVAL'.                                       00015600
015700     05  FILLER                     PIC X(12) VALUE 'MORE INFO'.  00015700
015800 01  W-STATUS-NAME-TABLE REDEFINES W-STATUS-NAME-DATA.            00015800
015900     05  W-STATUS-NAME OCCURS 3 TIMES                             00015900
016000                                    PIC X(12).                    00016000
016100*                                                                 00016100
016200*    ONE ROW PER BRANCH AND OPEN STATUS.  THE FOUR AGE BUCKETS    00016200
016300*    ARE 0-5, 6-10, 11-20 AND OVER 20 BUSINESS DAYS IN THE        00016300
016400*    PIPELINE.  BRANCHES PRINT IN BRANCH-ID ORDER (SEE            00016400
016500*    8200-PRINT-AGING-REPORT), SO NO SORT WORK FILE IS NEEDED.    00016500
016600 01  W-AGING-TABLE.                                               00016600
016700     05  W-AGING-ENTRY OCCURS 200 TIMES                           00016700
016800                       INDEXED BY W-AGE-IDX.                      00016800
016900         10  W-AG-BRANCH-ID         PIC X(04).                    00016900
017000         10  W-AG-BRANCH-NAME       PIC X(20).                    00017000
017100         10  W-AG-STATUS            PIC X(01).                    00017100
017200         10  W-AG-STATUS-SUB        PIC 9(01)   COMP-3.           00017200
017300         10  W-AG-COUNT             PIC 9(05)   COMP-3.           00017300
017400         10  W-AG-BUCKET-COUNT OCCURS 4 TIMES                     00017400
017500                                    PIC 9(05)   COMP-3.           00017500
017600         10  W-AG-OVER-SLA-COUNT    PIC 9(05)   COMP-3.           00017600
017700         10  W-AG-OLDEST-DAYS       PIC 9(05)   COMP-3.           00017700
017800         10  W-AG-PRINTED-SWITCH    PIC X(01).                    00017800
017900 01  W-AGING-COUNT                  PIC 9(03)   COMP-3 VALUE ZERO.00017900
018000 01  W-AGING-OVERFLOW-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.00018000
018100 01  W-NEXT-BRANCH-ID               PIC X(04).                    00018100
018200 01  W-PRINT-STATUS-SUB             PIC 9(01)   COMP-3.           00018200
018300*                                                                 00018300
018400*    BANK-WIDE TOTALS BY STATUS, SAME SHAPE AS AN AGING ROW.      00018400
018500 01  W-GRAND-TOTAL-TABLE.                                         00018500
018600     05  W-GRAND-TOTAL OCCURS 3 TIMES.                            00018600
018700         10  W-GT-COUNT             PIC 9(05)   COMP-3.           00018700
018800         10  W-GT-BUCKET-COUNT OCCURS 4 TIMES                     00018800
018900                                    PIC 9(05)   COMP-3.           00018900
019000         10  W-GT-OVER-SLA-COUNT    PIC 9(05)   COMP-3.           00019000
019100         10  W-GT-OLDEST-DAYS       PIC 9(05)   COMP-3.           00019100
019200*                                                                 00019200
019300*    EVERY APPLICATION PAST ITS SLA TARGET, LISTED UNDER ITS      00019300
019400*    BRANCH'S AGING LINES.                                        00019400
019500 01  W-SLA-EXCEPTION-TABLE.                                       00019500
019600     05  W-SLA-EXCEPTION OCCURS 500 TIMES                         00019600
019700                         INDEXED BY W-SE-IDX.                     00019700
019800         10  W-SE-BRANCH-ID         PIC X(04).                    00019800
019900         10  W-SE-CUSTOMER-ID       PIC X(08).                    00019900
020000         10  W-SE-CUSTOMER-NAME     PIC X(30).                    00020000
020100         10  W-SE-STATUS-SUB        PIC 9(01)   COMP-3.           00020100
020200         10  W-SE-APPLICATION-DATE  PIC 9(08).                    00020200
020300         10  W-SE-PIPELINE-DAYS     PIC 9(05)   COMP-3.           00020300
020400         10  W-SE-STATUS-DAYS       PIC 9(05)   COMP-3.           00020400
020500         10  W-SE-TARGET-DAYS       PIC 9(03)   COMP-3.           00020500
020600 01  W-EXCEPTION-COUNT              PIC 9(03)   COMP-3 VALUE ZERO.00020600
020700 01  W-EXCEPTION-OVERFLOW-COUNT     PIC 9(07)   COMP-3 VALUE ZERO.00020700
020800*                                                                 00020800
020900 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00020900
021000 01  W-OPEN-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00021000
021100 01  W-WITHDRAWN-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00021100
021200 01  W-WOULD-WITHDRAW-COUNT         PIC 9(07)   COMP-3 VALUE ZERO.00021200
021300 01  W-SKIPPED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00021300
021400 01  W-PAST-SLA-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00021400
021500*                                                                 00021500
021600 01  W-EDIT-FIELDS.                                               00021600
021700     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00021700
021800     05  W-ED-DATE-NUM              PIC 9(08).                    00021800
021900*                                                                 00021900
022000 01  W-HEADING-1.                                                 00022000
022100     05  FILLER                     PIC X(40) VALUE               00022100
022200            'EPSPIPE - APPLICATION PIPELINE AGING    '.           00022200
022300     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00022300
022400     05  H1-RUN-DATE                PIC X(10).                    00022400
022500 01  W-PARM-LINE.                                                 00022500
022600     05  FILLER                     PIC X(22) VALUE               00022600
022700            'BUSINESS DAYS - SLA P '.                             00022700
022800     05  PL-PENDING-SLA             PIC ZZ9.                      00022800
022900     05  FILLER                     PIC X(04) VALUE '  S '.       00022900
023000     05  PL-SECOND-APPR-SLA         PIC ZZ9.                      00023000
023100     05  FILLER                     PIC X(04) VALUE '  M '.       00023100
023200     05  PL-MORE-INFO-SLA           PIC ZZ9.                      00023200
023300     05  FILLER                     PIC X(14) VALUE               00023300
023400            '  WITHDRAW M  '.                                     00023400
023500     05  PL-WITHDRAW-DAYS           PIC ZZ9.                      00023500
023600     05  FILLER                     PIC X(10) VALUE               00023600
023700            '  REASON  '.                                         00023700
023800     05  PL-WITHDRAW-REASON         PIC X(03).                    00023800
023900     05  PL-REPORT-ONLY             PIC X(16).                    00023900
024000*                                                                 00024000
024100 01  W-WITHDRAW-HEADING             PIC X(60) VALUE               00024100
024200        'MORE-INFO APPLICATIONS NOT ANSWERED IN WITHDRAWAL TIME'. 00024200
024300 01  W-WITHDRAW-COLUMNS.                                          00024300
024400     05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.   00024400
024500     05  FILLER                     PIC X(32) VALUE 'NAME'.       00024500
024600     05  FILLER                     PIC X(12) VALUE 'APPLIED'.    00024600
024700     05  FILLER                     PIC X(12) VALUE 'SENT BACK'.  00024700
024800     05  FILLER                     PIC X(08) VALUE '   DAYS'.    00024800
024900     05  FILLER                     PIC X(08) VALUE 'BRANCH'.     00024900
025000     05  FILLER                     PIC X(12) VALUE 'DISPOSITION'.00025000
025100 01  W-WITHDRAW-LINE.                                             00025100
025200     05  WL-CUSTOMER-ID             PIC X(08).                    00025200
025300     05  FILLER                     PIC X(02) VALUE SPACES.       00025300
025400     05  WL-CUSTOMER-NAME           PIC X(30).                    00025400
025500     05  FILLER                     PIC X(02) VALUE SPACES.       00025500
025600     05  WL-APPLICATION-DATE        PIC 9(04)/99/99.              00025600
025700     05  FILLER                     PIC X(02) VALUE SPACES.       00025700
025800     05  WL-SENT-BACK-DATE          PIC 9(04)/99/99.              00025800
025900     05  FILLER                     PIC X(02) VALUE SPACES.       00025900
026000     05  WL-STATUS-DAYS             PIC ZZ,ZZ9.                   00026000
026100     05  FILLER                     PIC X(02) VALUE SPACES.       00026100
026200     05  WL-BRANCH-ID               PIC X(04).                    00026200
026300     05  FILLER                     PIC X(04) VALUE SPACES.       00026300
026400     05  WL-DISPOSITION             PIC X(20).                    00026400
026500 01  W-WITHDRAWN-DISP               PIC X(20) VALUE 'WITHDRAWN'.  00026500
026600 01  W-REPORT-ONLY-DISP             PIC X(20) VALUE               00026600
026700        'DUE - REPORT ONLY'.                                      00026700
026800 01  W-SKIPPED-DISP                 PIC X(20) VALUE               00026800
026900        'ACTED ON - SKIPPED'.                                     00026900
027000 01  W-NONE-DUE-MSG                 PIC X(40) VALUE               00027000
027100        'NO APPLICATIONS DUE FOR WITHDRAWAL'.                     00027100
027200*                                                                 00027200
027300 01  W-AGING-HEADING                PIC X(60) VALUE               00027300
027400        'OPEN APPLICATIONS BY BRANCH AND STATUS - BUSINESS DAYS'. 00027400
027500 01  W-AGING-COLUMNS.                                             00027500
027600     05  FILLER                     PIC X(28) VALUE 'BRANCH'.     00027600
027700     05  FILLER                     PIC X(12) VALUE 'STATUS'.     00027700
027800     05  FILLER                     PIC X(08) VALUE ' COUNT'.     00027800
027900     05  FILLER                     PIC X(08) VALUE '   0-5'.     00027900
028000     05  FILLER                     PIC X(08) VALUE '  6-10'.     00028000
028100     05  FILLER                     PIC X(08) VALUE ' 11-20'.     00028100
028200     05  FILLER                     PIC X(08) VALUE '   21+'.     00028200
028300     05  FILLER                     PIC X(08) VALUE ' > SLA'.     00028300
028400     05  FILLER                     PIC X(06) VALUE 'OLDEST'.     00028400
028500 01  W-AGING-LINE.                                                00028500
028600     05  AL-BRANCH-ID               PIC X(04).                    00028600
028700     05  FILLER                     PIC X(02) VALUE SPACES.       00028700
028800     05  AL-BRANCH-NAME             PIC X(20).                    00028800
028900     05  FILLER                     PIC X(02) VALUE SPACES.       00028900
029000     05  AL-STATUS-NAME             PIC X(12).                    00029000
029100     05  AL-COUNT                   PIC ZZ,ZZ9.                   00029100
029200     05  FILLER                     PIC X(02) VALUE SPACES.       00029200
029300     05  AL-BUCKET-1                PIC ZZ,ZZ9.                   00029300
029400     05  FILLER                     PIC X(02) VALUE SPACES.       00029400
029500     05  AL-BUCKET-2                PIC ZZ,ZZ9.                   00029500
029600     05  FILLER                     PIC X(02) VALUE SPACES.       00029600
029700     05  AL-BUCKET-3                PIC ZZ,ZZ9.                   00029700
029800     05  FILLER                     PIC X(02) VALUE SPACES.       00029800
029900     05  AL-BUCKET-4                PIC ZZ,ZZ9.                   00029900
030000     05  FILLER                     PIC X(02) VALUE SPACES.       00030000
030100     05  AL-OVER-SLA                PIC ZZ,ZZ9.                   00030100
030200     05  FILLER                     PIC X(02) VALUE SPACES.       00030200
030300     05  AL-OLDEST                  PIC ZZ,ZZ9.                   00030300
030400     05  FILLER                     PIC X(02) VALUE SPACES.       00030400
030500     05  AL-SLA-FLAG                PIC X(03).                    00030500
030600 01  W-EXCEPTION-HEADING.                                         00030600
030700     05  FILLER                     PIC X(06) VALUE SPACES.       00030700
030800     05  FILLER                     PIC X(40) VALUE               00030800
030900            'PAST SLA TARGET:'.                                   00030900
031000 01  W-EXCEPTION-LINE.                                            00031000
031100     05  FILLER                     PIC X(06) VALUE SPACES.       00031100
031200     05  SL-CUSTOMER-ID             PIC X(08).                    00031200
031300     05  FILLER                     PIC X(02) VALUE SPACES.       00031300
031400     05  SL-CUSTOMER-NAME           PIC X(30).                    00031400
031500     05  FILLER                     PIC X(02) VALUE SPACES.       00031500
031600     05  SL-STATUS-NAME             PIC X(12).                    00031600
031700     05  FILLER                     PIC X(09) VALUE 'APPLIED '.   00031700
031800     05  SL-APPLICATION-DATE        PIC 9(04)/99/99.              00031800
031900     05  FILLER                     PIC X(11) VALUE               00031900
032000            '  IN PIPE  '.                                        00032000
032100     05  SL-PIPELINE-DAYS           PIC ZZ,ZZ9.                   00032100
032200     05  FILLER                     PIC X(13) VALUE               00032200
032300            '  IN STATUS  '.                                      00032300
032400     05  SL-STATUS-DAYS             PIC ZZ,ZZ9.                   00032400
032500     05  FILLER                     PIC X(10) VALUE               00032500
032600            '  TARGET  '.                                         00032600
032700     05  SL-TARGET-DAYS             PIC ZZ9.                      00032700
032800     05  FILLER                     PIC X(04) VALUE ' ***'.       00032800
032900*                                                                 00032900
033000 01  W-TOTAL-LINE-1.                                              00033000
033100     05  FILLER                     PIC X(28) VALUE               00033100
033200            'OPEN APPLICATIONS READ      '.                       00033200
033300     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00033300
033400 01  W-TOTAL-LINE-2.                                              00033400
033500     05  FILLER                     PIC X(28) VALUE               00033500
033600            'WITHDRAWN - NO RESPONSE     '.                       00033600
033700     05  TL2-COUNT                  PIC ZZZ,ZZ9.                  00033700
033800 01  W-TOTAL-LINE-3.                                              00033800
033900     05  FILLER                     PIC X(28) VALUE               00033900
034000            'DUE - NOT WITHDRAWN         '.                       00034000
034100     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00034100
034200 01  W-TOTAL-LINE-4.                                              00034200
034300     05  FILLER                     PIC X(28) VALUE               00034300
034400            'STILL OPEN AFTER THIS RUN   '.                       00034400
034500     05  TL4-COUNT                  PIC ZZZ,ZZ9.                  00034500
034600 01  W-TOTAL-LINE-5.                                              00034600
034700     05  FILLER                     PIC X(28) VALUE               00034700
034800            'PAST SLA TARGET             '.                       00034800
034900     05  TL5-COUNT                  PIC ZZZ,ZZ9.                  00034900
035000 01  W-AGING-OVERFLOW-LINE.                                       00035000
035100     05  FILLER                     PIC X(40) VALUE               00035100
035200            'AGING TABLE FULL - APPLICATIONS UNLISTED'.           00035200
035300     05  AOL-COUNT                  PIC ZZZ,ZZ9.                  00035300
035400 01  W-EXCEPTION-OVERFLOW-LINE.                                   00035400
035500     05  FILLER                     PIC X(40) VALUE               00035500
035600            'SLA LIST FULL - EXCEPTIONS UNLISTED     '.           00035600
035700     05  EOL-COUNT                  PIC ZZZ,ZZ9.                  00035700
035800 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00035800
035900 01  W-ALL-BRANCHES-NAME            PIC X(20) VALUE               00035900
036000        'ALL BRANCHES'.                                           00036000
036100 01  W-NO-OPEN-MSG                  PIC X(40) VALUE               00036100
036200        'NO OPEN APPLICATIONS IN THE PIPELINE'.                   00036200
036300 01  W-BAD-RUN-DATE-MSG             PIC X(44) VALUE               00036300
036400        'INVALID RUN DATE ON SYSIN CARD - JOB ABENDED'.           00036400
036500 01  W-NO-REASON-MSG.                                             00036500
036600     05  FILLER                     PIC X(18) VALUE               00036600
036700            'WITHDRAWAL REASON '.                                 00036700
036800     05  NRM-REASON                 PIC X(03).                    00036800
036900     05  FILLER                     PIC X(35) VALUE               00036900
037000            ' NOT ON EPSRSN - JOB ABENDED'.                       00037000
037100 01  W-NO-BRNCH-MSG                 PIC X(50) VALUE               00037100
037200        'EPSBRNCH NOT AVAILABLE - ALL BRANCHES UNASSIGNED'.       00037200
037300*                                                                 00037300
037400     EXEC SQL INCLUDE SQLCA END-EXEC.                             00037400
037500*                                                                 00037500
037600     COPY EPSLNAPP.                                               00037600
037700*                                                                 00037700
037800*    PIPCSR WALKS EVERY OPEN APPLICATION, OLDEST FIRST, WITH THE  00037800
037900*    DATE EACH ONE ENTERED ITS CURRENT STATUS.                    00037900
038000     EXEC SQL DECLARE PIPCSR CURSOR FOR                           00038000
038100          SELECT CUSTOMER_ID, APPLICATION_DATE,                   00038100
038200                 APPLICATION_TIME, CUSTOMER_NAME,                 00038200
038300                 TERMINAL_ID, STATUS, DECIDED_DATE,               00038300
038400                 ORIGINATED_BY, FIRST_APPR_DATE                   00038400
038500            FROM EPSLNAPP                                         00038500
038600           WHERE STATUS IN ('P', 'S', 'M')                        00038600
038700           ORDER BY APPLICATION_DATE, APPLICATION_TIME            00038700
038800          END-EXEC.                                               00038800
038900*                                                                 00038900
039000 PROCEDURE DIVISION.                                              00039000
039100 0000-MAINLINE.                                                   00039100
039200     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00039200
039300     IF NOT W-INIT-FAILED                                         00039300
039400         PERFORM 2000-AGE-ONE-APPLICATION THRU 2000-EXIT          00039400
039500             UNTIL W-CURSOR-EOF                                   00039500
039600                OR W-SQL-FAILED                                   00039600
039700         EXEC SQL CLOSE PIPCSR END-EXEC                           00039700
039800         IF W-WITHDRAWN-COUNT + W-WOULD-WITHDRAW-COUNT            00039800
039900            + W-SKIPPED-COUNT = 0                                 00039900
040000             MOVE W-NONE-DUE-MSG TO RPT-LINE                      00040000
040100             WRITE RPT-LINE                                       00040100
040200         END-IF                                                   00040200
040300         IF NOT W-SQL-FAILED                                      00040300
040400             PERFORM 8200-PRINT-AGING-REPORT THRU 8200-EXIT       00040400
040500         END-IF                                                   00040500
040600         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00040600
040700     END-IF                                                       00040700
040800     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00040800
040900     GOBACK                                                       00040900
041000     .                                                            00041000
041100*                                                                 00041100
041200 1000-INITIALIZE.                                                 00041200
041300     OPEN OUTPUT REPORT-FILE                                      00041300
041400     OPEN INPUT CONTROL-CARD-FILE                                 00041400
041500     READ CONTROL-CARD-FILE                                       00041500
041600         AT END                                                   00041600
041700             SET W-NO-CONTROL-CARD TO TRUE                        00041700
041800     END-READ                                                     00041800
041900     CLOSE CONTROL-CARD-FILE                                      00041900
042000     ACCEPT W-TODAY-TIME FROM TIME                                00042000
042100     PERFORM 1100-SET-RUN-PARAMETERS THRU 1100-EXIT               00042100
042200     MOVE W-RUN-DATE TO EPSDAY-DATE-IN                            00042200
042300     CALL 'EPSDAYNO' USING EPS-DAY-NUMBER-PARM                    00042300
042400     IF EPSDAY-INVALID                                            00042400
042500         SET W-INIT-FAILED TO TRUE                                00042500
042600         MOVE W-BAD-RUN-DATE-MSG TO RPT-LINE                      00042600
042700         WRITE RPT-LINE                                           00042700
042800         GO TO 1000-EXIT                                          00042800
042900     END-IF                                                       00042900
043000     MOVE EPSDAY-DAY-NUMBER TO W-RUN-DAY-NUMBER                   00043000
043100     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00043100
043200     PERFORM 1200-CHECK-WITHDRAW-REASON THRU 1200-EXIT            00043200
043300     IF W-INIT-FAILED                                             00043300
043400         GO TO 1000-EXIT                                          00043400
043500     END-IF                                                       00043500
043600     PERFORM 1300-OPEN-BRANCH-MASTER THRU 1300-EXIT               00043600
043700     INITIALIZE W-GRAND-TOTAL-TABLE                               00043700
043800     EXEC SQL OPEN PIPCSR END-EXEC                                00043800
043900     IF SQLCODE NOT = 0                                           00043900
044000         SET W-INIT-FAILED TO TRUE                                00044000
044100         SET W-SQL-FAILED TO TRUE                                 00044100
044200         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00044200
044300         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00044300
044400         WRITE RPT-LINE                                           00044400
044500     END-IF                                                       00044500
044600     .                                                            00044600
044700 1000-EXIT.                                                       00044700
044800     EXIT.                                                        00044800
044900*                                                                 00044900
045000*    A CARD WITH A REAL DATE AGES THE PIPELINE AS OF THAT DATE -  00045000
045100*    OTHERWISE TODAY.  A BLANK OR ZERO SETTING TAKES THE DEFAULT. 00045100
045200 1100-SET-RUN-PARAMETERS.                                         00045200
045300     IF W-NO-CONTROL-CARD                                         00045300
045400         MOVE SPACES TO CONTROL-CARD                              00045400
045500     END-IF                                                       00045500
045600     IF CC-RUN-DATE NUMERIC                                       00045600
045700         MOVE CC-RUN-DATE TO W-RUN-DATE                           00045700
045800     ELSE                                                         00045800
045900         ACCEPT W-RUN-DATE FROM DATE YYYYMMDD                     00045900
046000     END-IF                                                       00046000
046100     IF CC-WITHDRAW-DAYS NUMERIC AND CC-WITHDRAW-DAYS > ZERO      00046100
046200         MOVE CC-WITHDRAW-DAYS TO W-WITHDRAW-DAYS                 00046200
046300     ELSE                                                         00046300
046400         MOVE W-DEFAULT-WITHDRAW-DAYS TO W-WITHDRAW-DAYS          00046400
046500     END-IF                                                       00046500
046600     IF CC-PENDING-SLA-DAYS NUMERIC AND CC-PENDING-SLA-DAYS > ZERO00046600
046700         MOVE CC-PENDING-SLA-DAYS TO W-PENDING-SLA-DAYS           00046700
046800     ELSE                                                         00046800
046900         MOVE W-DEFAULT-PENDING-SLA TO W-PENDING-SLA-DAYS         00046900
047000     END-IF                                                       00047000
047100     IF CC-SECOND-APPR-SLA-DAYS NUMERIC                           00047100
047200        AND CC-SECOND-APPR-SLA-DAYS > ZERO                        00047200
047300         MOVE CC-SECOND-APPR-SLA-DAYS TO W-SECOND-APPR-SLA-DAYS   00047300
047400     ELSE                                                         00047400
047500         MOVE W-DEFAULT-SECOND-APPR-SLA TO W-SECOND-APPR-SLA-DAYS 00047500
047600     END-IF                                                       00047600
047700     IF CC-MORE-INFO-SLA-DAYS NUMERIC                             00047700
047800        AND CC-MORE-INFO-SLA-DAYS > ZERO                          00047800
047900         MOVE CC-MORE-INFO-SLA-DAYS TO W-MORE-INFO-SLA-DAYS       00047900
048000     ELSE                                                         00048000
048100         MOVE W-DEFAULT-MORE-INFO-SLA TO W-MORE-INFO-SLA-DAYS     00048100
048200     END-IF                                                       00048200
048300     IF CC-WITHDRAW-REASON = SPACES                               00048300
048400         MOVE W-DEFAULT-WITHDRAW-REASON TO W-WITHDRAW-REASON      00048400
048500     ELSE                                                         00048500
048600         MOVE CC-WITHDRAW-REASON TO W-WITHDRAW-REASON             00048600
048700     END-IF                                                       00048700
048800     IF CC-REPORT-ONLY = 'Y'                                      00048800
048900         SET W-REPORT-ONLY TO TRUE                                00048900
049000     END-IF                                                       00049000
049100     .                                                            00049100
049200 1100-EXIT.                                                       00049200
049300     EXIT.                                                        00049300
049400*                                                                 00049400
049500*    THE WITHDRAWAL REASON MUST BE ON THE REASON TABLE, OR THE    00049500
049600*    FILE-CLOSED LETTER WOULD GO OUT WITH NO REASON SPELLED OUT.  00049600
049700 1200-CHECK-WITHDRAW-REASON.                                      00049700
049800     OPEN INPUT EPSRSN-FILE                                       00049800
049900     MOVE W-WITHDRAW-REASON TO EPSRN-REASON-CODE                  00049900
050000     IF W-EPSRSN-OK                                               00050000
050100         READ EPSRSN-FILE                                         00050100
050200     END-IF                                                       00050200
050300     IF NOT W-EPSRSN-OK                                           00050300
050400         SET W-INIT-FAILED TO TRUE                                00050400
050500         MOVE W-WITHDRAW-REASON TO NRM-REASON                     00050500
050600         MOVE W-NO-REASON-MSG TO RPT-LINE                         00050600
050700         WRITE RPT-LINE                                           00050700
050800     END-IF                                                       00050800
050900     CLOSE EPSRSN-FILE                                            00050900
051000     .                                                            00051000
051100 1200-EXIT.                                                       00051100
051200     EXIT.                                                        00051200
051300*                                                                 00051300
051400*    THE BRANCH MASTER IS OPTIONAL - WITHOUT IT EVERY APPLICATION 00051400
051500*    AGES UNDER THE UNASSIGNED BRANCH AND THE LISTING SAYS SO.    00051500
051600 1300-OPEN-BRANCH-MASTER.                                         00051600
051700     OPEN INPUT EPSBRNCH-FILE                                     00051700
051800     IF W-EPSBRNCH-OK                                             00051800
051900         SET W-EPSBRNCH-AVAILABLE TO TRUE                         00051900
052000     ELSE                                                         00052000
052100         MOVE W-NO-BRNCH-MSG TO RPT-LINE                          00052100
052200         WRITE RPT-LINE                                           00052200
052300     END-IF                                                       00052300
052400     .                                                            00052400
052500 1300-EXIT.                                                       00052500
052600     EXIT.                                                        00052600
052700*                                                                 00052700
052800 2000-AGE-ONE-APPLICATION.                                        00052800
052900     EXEC SQL FETCH PIPCSR                                        00052900
053000          INTO :EPSLA-CUSTOMER-ID, :EPSLA-APPLICATION-DATE,       00053000
053100               :EPSLA-APPLICATION-TIME, :EPSLA-CUSTOMER-NAME,     00053100
053200               :EPSLA-TERMINAL-ID, :EPSLA-STATUS,                 00053200
053300               :EPSLA-DECIDED-DATE, :EPSLA-ORIGINATED-BY,         00053300
053400               :EPSLA-FIRST-APPR-DATE                             00053400
053500          END-EXEC                                                00053500
053600     IF SQLCODE = 100                                             00053600
053700         SET W-CURSOR-EOF TO TRUE                                 00053700
053800         GO TO 2000-EXIT                                          00053800
053900     END-IF                                                       00053900
054000     IF SQLCODE NOT = 0                                           00054000
054100         SET W-SQL-FAILED TO TRUE                                 00054100
054200         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00054200
054300         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00054300
054400         WRITE RPT-LINE                                           00054400
054500         GO TO 2000-EXIT                                          00054500
054600     END-IF                                                       00054600
054700     ADD 1 TO W-READ-COUNT                                        00054700
054800     PERFORM 2600-FIND-BRANCH THRU 2600-EXIT                      00054800
054900     MOVE EPSLA-APPLICATION-DATE TO W-COUNT-FROM-DATE             00054900
055000     PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT              00055000
055100     MOVE W-BUSINESS-DAYS TO W-PIPELINE-DAYS                      00055100
055200*    EACH STATUS IS TIMED FROM THE DAY THE APPLICATION ENTERED IT 00055200
055300*    - KEYED, FIRST SIGNED, OR SENT BACK TO THE CUSTOMER.         00055300
055400     EVALUATE TRUE                                                00055400
055500         WHEN EPSLA-PENDING-SECOND-APPR                           00055500
055600             MOVE 2 TO W-STATUS-SUB                               00055600
055700             MOVE EPSLA-FIRST-APPR-DATE TO W-STATUS-START-DATE    00055700
055800             MOVE W-SECOND-APPR-SLA-DAYS TO W-SLA-TARGET-DAYS     00055800
055900         WHEN EPSLA-NEEDS-MORE-INFO                               00055900
056000             MOVE 3 TO W-STATUS-SUB                               00056000
056100             MOVE EPSLA-DECIDED-DATE TO W-STATUS-START-DATE       00056100
056200             MOVE W-MORE-INFO-SLA-DAYS TO W-SLA-TARGET-DAYS       00056200
056300         WHEN OTHER                                               00056300
056400             MOVE 1 TO W-STATUS-SUB                               00056400
056500             MOVE EPSLA-APPLICATION-DATE TO W-STATUS-START-DATE   00056500
056600             MOVE W-PENDING-SLA-DAYS TO W-SLA-TARGET-DAYS         00056600
056700     END-EVALUATE                                                 00056700
056800     IF W-STATUS-START-DATE = EPSLA-APPLICATION-DATE              00056800
056900         MOVE W-PIPELINE-DAYS TO W-STATUS-DAYS                    00056900
057000     ELSE                                                         00057000
057100         MOVE W-STATUS-START-DATE TO W-COUNT-FROM-DATE            00057100
057200         PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT          00057200
057300         MOVE W-BUSINESS-DAYS TO W-STATUS-DAYS                    00057300
057400     END-IF                                                       00057400
057500     IF EPSLA-NEEDS-MORE-INFO                                     00057500
057600        AND W-STATUS-DAYS NOT < W-WITHDRAW-DAYS                   00057600
057700         PERFORM 2700-WITHDRAW-APPLICATION THRU 2700-EXIT         00057700
057800         IF W-APPLICATION-WITHDRAWN OR W-SQL-FAILED               00057800
057900             GO TO 2000-EXIT                                      00057900
058000         END-IF                                                   00058000
058100     END-IF                                                       00058100
058200     ADD 1 TO W-OPEN-COUNT                                        00058200
058300     PERFORM 3000-ADD-TO-AGING THRU 3000-EXIT                     00058300
058400     IF W-STATUS-DAYS > W-SLA-TARGET-DAYS                         00058400
058500         ADD 1 TO W-PAST-SLA-COUNT                                00058500
058600         PERFORM 3100-ADD-SLA-EXCEPTION THRU 3100-EXIT            00058600
058700     END-IF                                                       00058700
058800     .                                                            00058800
058900 2000-EXIT.                                                       00058900
059000     EXIT.                                                        00059000
059100*                                                                 00059100
059200*    BUSINESS DAYS FROM W-COUNT-FROM-DATE UP TO THE RUN DATE -    00059200
059300*    EVERY WEEKDAY AFTER THE FROM DATE THROUGH THE RUN DATE, SO   00059300
059400*    AN APPLICATION KEYED TODAY IS ZERO DAYS OLD AND ONE KEYED ON 00059400
059500*    FRIDAY IS ONE DAY OLD ON MONDAY.  WHOLE WEEKS COUNT FIVE     00059500
059600*    DAYS EACH AND THE ODD DAYS LEFT OVER ARE WALKED ONE AT A     00059600
059700*    TIME.  A MISSING OR BAD DATE, OR ONE AFTER THE RUN DATE,     00059700
059800*    COUNTS AS ZERO.                                              00059800
059900 2500-COUNT-BUSINESS-DAYS.                                        00059900
060000     MOVE ZERO TO W-BUSINESS-DAYS                                 00060000
060100     IF W-COUNT-FROM-DATE NOT NUMERIC                             00060100
060200         GO TO 2500-EXIT                                          00060200
060300     END-IF                                                       00060300
060400     MOVE W-COUNT-FROM-DATE TO EPSDAY-DATE-IN                     00060400
060500     CALL 'EPSDAYNO' USING EPS-DAY-NUMBER-PARM                    00060500
060600     IF EPSDAY-INVALID                                            00060600
060700        OR EPSDAY-DAY-NUMBER NOT < W-RUN-DAY-NUMBER               00060700
060800         GO TO 2500-EXIT                                          00060800
060900     END-IF                                                       00060900
061000     COMPUTE W-CALENDAR-DAYS =                                    00061000
061100         W-RUN-DAY-NUMBER - EPSDAY-DAY-NUMBER                     00061100
061200     DIVIDE W-CALENDAR-DAYS BY 7 GIVING W-WEEK-COUNT              00061200
061300         REMAINDER W-ODD-DAYS                                     00061300
061400     COMPUTE W-BUSINESS-DAYS = W-WEEK-COUNT * 5                   00061400
061500     MOVE EPSDAY-DAY-OF-WEEK TO W-ODD-DAY-OF-WEEK                 00061500
061600     PERFORM 2510-COUNT-ONE-ODD-DAY THRU 2510-EXIT                00061600
061700         VARYING W-ODD-SUB FROM 1 BY 1                            00061700
061800         UNTIL W-ODD-SUB > W-ODD-DAYS                             00061800
061900     .                                                            00061900
062000 2500-EXIT.                                                       00062000
062100     EXIT.                                                        00062100
062200*                                                                 00062200
062300 2510-COUNT-ONE-ODD-DAY.                                          00062300
062400     IF W-ODD-DAY-OF-WEEK = 6                                     00062400
062500         MOVE 0 TO W-ODD-DAY-OF-WEEK                              00062500
062600     ELSE                                                         00062600
062700         ADD 1 TO W-ODD-DAY-OF-WEEK                               00062700
062800     END-IF                                                       00062800
062900     IF W-ODD-DAY-OF-WEEK NOT = 0 AND W-ODD-DAY-OF-WEEK NOT = 6   00062900
063000         ADD 1 TO W-BUSINESS-DAYS                                 00063000
063100     END-IF                                                       00063100
063200     .                                                            00063200
063300 2510-EXIT.                                                       00063300
063400     EXIT.                                                        00063400
063500*                                                                 00063500
063600*    MAP THE APPLICATION TO A BRANCH - THE TERMINAL IT WAS KEYED  00063600
063700*    ON FIRST, THEN THE OPERATOR WHO KEYED IT (PADDED TO THE      00063700
063800*    FOUR-BYTE ID), THEN THE UNASSIGNED BUCKET - THE SAME LOOKUP  00063800
063900*    THE QUOTE REPORTS MAKE.                                      00063900
064000 2600-FIND-BRANCH.                                                00064000
064100     IF NOT W-EPSBRNCH-AVAILABLE                                  00064100
064200         MOVE '????' TO W-LOOKUP-BRANCH-ID                        00064200
064300         MOVE 'UNASSIGNED' TO W-LOOKUP-BRANCH-NAME                00064300
064400         GO TO 2600-EXIT                                          00064400
064500     END-IF                                                       00064500
064600     MOVE 'T' TO EPSBR-ID-TYPE                                    00064600
064700     MOVE EPSLA-TERMINAL-ID TO EPSBR-ID                           00064700
064800     READ EPSBRNCH-FILE                                           00064800
064900     IF NOT W-EPSBRNCH-OK                                         00064900
065000         MOVE 'O' TO EPSBR-ID-TYPE                                00065000
065100         MOVE SPACES TO EPSBR-ID                                  00065100
065200         MOVE EPSLA-ORIGINATED-BY TO EPSBR-ID(1:3)                00065200
065300         READ EPSBRNCH-FILE                                       00065300
065400     END-IF                                                       00065400
065500     IF W-EPSBRNCH-OK                                             00065500
065600         MOVE EPSBR-BRANCH-ID TO W-LOOKUP-BRANCH-ID               00065600
065700         MOVE EPSBR-BRANCH-NAME TO W-LOOKUP-BRANCH-NAME           00065700
065800     ELSE                                                         00065800
065900         MOVE '????' TO W-LOOKUP-BRANCH-ID                        00065900
066000         MOVE 'UNASSIGNED' TO W-LOOKUP-BRANCH-NAME                00066000
066100     END-IF                                                       00066100
066200     .                                                            00066200
066300 2600-EXIT.                                                       00066300
066400     EXIT.                                                        00066400
066500*                                                                 00066500
066600*    THE CUSTOMER NEVER ANSWERED THE INFORMATION REQUEST - CLOSE  00066600
066700*    THE FILE.  THE WITHDRAWAL IS STAMPED AS TONIGHT'S DECISION   00066700
066800*    UNDER THE JOB'S BATCH ID, SO EPSLTRS AND EPSDEXT PICK IT UP  00066800
066900*    FOR THE RUN DATE.  THE UPDATE ONLY TAKES THE ROW IF IT IS    00066900
067000*    STILL IN 'M' - ONE AN UNDERWRITER HAS ACTED ON SINCE THE     00067000
067100*    FETCH IS LISTED AND LEFT ALONE.                              00067100
067200 2700-WITHDRAW-APPLICATION.                                       00067200
067300     MOVE SPACE TO W-WITHDRAWN-SWITCH                             00067300
067400     MOVE EPSLA-DECIDED-DATE TO W-SENT-BACK-DATE                  00067400
067500     IF W-REPORT-ONLY                                             00067500
067600         ADD 1 TO W-WOULD-WITHDRAW-COUNT                          00067600
067700         MOVE W-REPORT-ONLY-DISP TO WL-DISPOSITION                00067700
067800         PERFORM 2800-PRINT-WITHDRAW-LINE THRU 2800-EXIT          00067800
067900         GO TO 2700-EXIT                                          00067900
068000     END-IF                                                       00068000
068100     SET EPSLA-WITHDRAWN TO TRUE                                  00068100
068200     MOVE W-BATCH-ID TO EPSLA-DECIDED-BY                          00068200
068300     MOVE W-RUN-DATE TO EPSLA-DECIDED-DATE                        00068300
068400     MOVE W-TODAY-TIME TO EPSLA-DECIDED-TIME                      00068400
068500     MOVE W-WITHDRAW-REASON TO EPSLA-REASON-CODE                  00068500
068600     EXEC SQL                                                     00068600
068700          UPDATE EPSLNAPP                                         00068700
068800             SET STATUS = :EPSLA-STATUS,                          00068800
068900                 DECIDED_BY = :EPSLA-DECIDED-BY,                  00068900
069000                 DECIDED_DATE = :EPSLA-DECIDED-DATE,              00069000
069100                 DECIDED_TIME = :EPSLA-DECIDED-TIME,              00069100
069200                 REASON_CODE = :EPSLA-REASON-CODE                 00069200
069300           WHERE CUSTOMER_ID = :EPSLA-CUSTOMER-ID                 00069300
069400             AND APPLICATION_DATE = :EPSLA-APPLICATION-DATE       00069400
069500             AND APPLICATION_TIME = :EPSLA-APPLICATION-TIME       00069500
069600             AND STATUS = 'M'                                     00069600
069700          END-EXEC                                                00069700
069800     IF SQLCODE = 100                                             00069800
069900         ADD 1 TO W-SKIPPED-COUNT                                 00069900
070000         MOVE W-SKIPPED-DISP TO WL-DISPOSITION                    00070000
070100         PERFORM 2800-PRINT-WITHDRAW-LINE THRU 2800-EXIT          00070100
070200         SET W-APPLICATION-WITHDRAWN TO TRUE                      00070200
070300         GO TO 2700-EXIT                                          00070300
070400     END-IF                                                       00070400
070500     IF SQLCODE NOT = 0                                           00070500
070600         SET W-SQL-FAILED TO TRUE                                 00070600
070700         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00070700
070800         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00070800
070900         WRITE RPT-LINE                                           00070900
071000         GO TO 2700-EXIT                                          00071000
071100     END-IF                                                       00071100
071200     ADD 1 TO W-WITHDRAWN-COUNT                                   00071200
071300     SET W-APPLICATION-WITHDRAWN TO TRUE                          00071300
071400     MOVE W-WITHDRAWN-DISP TO WL-DISPOSITION                      00071400
071500     PERFORM 2800-PRINT-WITHDRAW-LINE THRU 2800-EXIT              00071500
071600     .                                                            00071600
071700 2700-EXIT.                                                       00071700
071800     EXIT.                                                        00071800
071900*                                                                 00071900
072000 2800-PRINT-WITHDRAW-LINE.                                        00072000
072100     MOVE EPSLA-CUSTOMER-ID TO WL-CUSTOMER-ID                     00072100
072200     MOVE EPSLA-CUSTOMER-NAME TO WL-CUSTOMER-NAME                 00072200
072300     MOVE EPSLA-APPLICATION-DATE TO W-ED-DATE-NUM                 00072300
072400     MOVE W-ED-DATE-NUM TO WL-APPLICATION-DATE                    00072400
072500     MOVE W-SENT-BACK-DATE TO W-ED-DATE-NUM                       00072500
072600     MOVE W-ED-DATE-NUM TO WL-SENT-BACK-DATE                      00072600
072700     MOVE W-STATUS-DAYS TO WL-STATUS-DAYS                         00072700
072800     MOVE W-LOOKUP-BRANCH-ID TO WL-BRANCH-ID                      00072800
072900     MOVE W-WITHDRAW-LINE TO RPT-LINE                             00072900
073000     WRITE RPT-LINE                                               00073000
073100     .                                                            00073100
073200 2800-EXIT.                                                       00073200
073300     EXIT.                                                        00073300
073400*                                                                 00073400
073500 3000-ADD-TO-AGING.                                               00073500
073600     PERFORM 3010-FIND-AGING-ROW THRU 3010-EXIT                   00073600
073700         VARYING W-AGE-IDX FROM 1 BY 1                            00073700
073800         UNTIL W-AGE-IDX > W-AGING-COUNT                          00073800
073900            OR (W-AG-BRANCH-ID(W-AGE-IDX) = W-LOOKUP-BRANCH-ID    00073900
074000                AND W-AG-STATUS-SUB(W-AGE-IDX) = W-STATUS-SUB)    00074000
074100     IF W-AGE-IDX > W-AGING-COUNT                                 00074100
074200         IF W-AGING-COUNT = 200                                   00074200
074300             ADD 1 TO W-AGING-OVERFLOW-COUNT                      00074300
074400             GO TO 3000-EXIT                                      00074400
074500         END-IF                                                   00074500
074600         ADD 1 TO W-AGING-COUNT                                   00074600
074700         SET W-AGE-IDX TO W-AGING-COUNT                           00074700
074800         INITIALIZE W-AGING-ENTRY(W-AGE-IDX)                      00074800
074900         MOVE W-LOOKUP-BRANCH-ID TO W-AG-BRANCH-ID(W-AGE-IDX)     00074900
075000         MOVE W-LOOKUP-BRANCH-NAME TO W-AG-BRANCH-NAME(W-AGE-IDX) 00075000
075100         MOVE EPSLA-STATUS TO W-AG-STATUS(W-AGE-IDX)              00075100
075200         MOVE W-STATUS-SUB TO W-AG-STATUS-SUB(W-AGE-IDX)          00075200
075300     END-IF                                                       00075300
075400     EVALUATE TRUE                                                00075400
075500         WHEN W-PIPELINE-DAYS NOT > 5                             00075500
075600             MOVE 1 TO W-BUCKET-SUB                               00075600
075700         WHEN W-PIPELINE-DAYS NOT > 10                            00075700
075800             MOVE 2 TO W-BUCKET-SUB                               00075800
075900         WHEN W-PIPELINE-DAYS NOT > 20                            00075900
076000             MOVE 3 TO W-BUCKET-SUB                               00076000
076100         WHEN OTHER                                               00076100
076200             MOVE 4 TO W-BUCKET-SUB                               00076200
076300     END-EVALUATE                                                 00076300
076400     ADD 1 TO W-AG-COUNT(W-AGE-IDX)                               00076400
076500     ADD 1 TO W-AG-BUCKET-COUNT(W-AGE-IDX, W-BUCKET-SUB)          00076500
076600     ADD 1 TO W-GT-COUNT(W-STATUS-SUB)                            00076600
076700     ADD 1 TO W-GT-BUCKET-COUNT(W-STATUS-SUB, W-BUCKET-SUB)       00076700
076800     IF W-STATUS-DAYS > W-SLA-TARGET-DAYS                         00076800
076900         ADD 1 TO W-AG-OVER-SLA-COUNT(W-AGE-IDX)                  00076900
077000         ADD 1 TO W-GT-OVER-SLA-COUNT(W-STATUS-SUB)               00077000
077100     END-IF                                                       00077100
077200     IF W-PIPELINE-DAYS > W-AG-OLDEST-DAYS(W-AGE-IDX)             00077200
077300         MOVE W-PIPELINE-DAYS TO W-AG-OLDEST-DAYS(W-AGE-IDX)      00077300
077400     END-IF                                                       00077400
077500     IF W-PIPELINE-DAYS > W-GT-OLDEST-DAYS(W-STATUS-SUB)          00077500
077600         MOVE W-PIPELINE-DAYS TO W-GT-OLDEST-DAYS(W-STATUS-SUB)   00077600
077700     END-IF                                                       00077700
077800     .                                                            00077800
077900 3000-EXIT.                                                       00077900
078000     EXIT.                                                        00078000
078100*                                                                 00078100
078200 3010-FIND-AGING-ROW.                                             00078200
078300     CONTINUE                                                     00078300
078400     .                                                            00078400
078500 3010-EXIT.                                                       00078500
078600     EXIT.                                                        00078600
078700*                                                                 00078700
078800 3100-ADD-SLA-EXCEPTION.                                          00078800
078900     IF W-EXCEPTION-COUNT = 500                                   00078900
079000         ADD 1 TO W-EXCEPTION-OVERFLOW-COUNT                      00079000
079100         GO TO 3100-EXIT                                          00079100
079200     END-IF                                                       00079200
079300     ADD 1 TO W-EXCEPTION-COUNT                                   00079300
079400     SET W-SE-IDX TO W-EXCEPTION-COUNT                            00079400
079500     MOVE W-LOOKUP-BRANCH-ID TO W-SE-BRANCH-ID(W-SE-IDX)          00079500
079600     MOVE EPSLA-CUSTOMER-ID TO W-SE-CUSTOMER-ID(W-SE-IDX)         00079600
079700     MOVE EPSLA-CUSTOMER-NAME TO W-SE-CUSTOMER-NAME(W-SE-IDX)     00079700
079800     MOVE W-STATUS-SUB TO W-SE-STATUS-SUB(W-SE-IDX)               00079800
079900     MOVE EPSLA-APPLICATION-DATE                                  00079900
080000        TO W-SE-APPLICATION-DATE(W-SE-IDX)                        00080000
080100     MOVE W-PIPELINE-DAYS TO W-SE-PIPELINE-DAYS(W-SE-IDX)         00080100
080200     MOVE W-STATUS-DAYS TO W-SE-STATUS-DAYS(W-SE-IDX)             00080200
080300     MOVE W-SLA-TARGET-DAYS TO W-SE-TARGET-DAYS(W-SE-IDX)         00080300
080400     .                                                            00080400
080500 3100-EXIT.                                                       00080500
080600     EXIT.                                                        00080600
080700*                                                                 00080700
080800 8000-PRINT-SUMMARY.                                              00080800
080900     MOVE W-BLANK-LINE TO RPT-LINE                                00080900
081000     WRITE RPT-LINE                                               00081000
081100     MOVE W-READ-COUNT TO TL1-COUNT                               00081100
081200     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00081200
081300     WRITE RPT-LINE                                               00081300
081400     MOVE W-WITHDRAWN-COUNT TO TL2-COUNT                          00081400
081500     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00081500
081600     WRITE RPT-LINE                                               00081600
081700     COMPUTE TL3-COUNT = W-WOULD-WITHDRAW-COUNT + W-SKIPPED-COUNT 00081700
081800     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00081800
081900     WRITE RPT-LINE                                               00081900
082000     MOVE W-OPEN-COUNT TO TL4-COUNT                               00082000
082100     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00082100
082200     WRITE RPT-LINE                                               00082200
082300     MOVE W-PAST-SLA-COUNT TO TL5-COUNT                           00082300
082400     MOVE W-TOTAL-LINE-5 TO RPT-LINE                              00082400
082500     WRITE RPT-LINE                                               00082500
082600     IF W-AGING-OVERFLOW-COUNT > 0                                00082600
082700         MOVE W-AGING-OVERFLOW-COUNT TO AOL-COUNT                 00082700
082800         MOVE W-AGING-OVERFLOW-LINE TO RPT-LINE                   00082800
082900         WRITE RPT-LINE                                           00082900
083000     END-IF                                                       00083000
083100     IF W-EXCEPTION-OVERFLOW-COUNT > 0                            00083100
083200         MOVE W-EXCEPTION-OVERFLOW-COUNT TO EOL-COUNT             00083200
083300         MOVE W-EXCEPTION-OVERFLOW-LINE TO RPT-LINE               00083300
083400         WRITE RPT-LINE                                           00083400
083500     END-IF                                                       00083500
083600     .                                                            00083600
083700 8000-EXIT.                                                       00083700
083800     EXIT.                                                        00083800
083900*                                                                 00083900
084000 8100-PRINT-HEADINGS.                                             00084000
084100     MOVE W-RUN-DATE TO W-ED-RUN-DATE                             00084100
084200     MOVE W-ED-RUN-DATE TO H1-RUN-DATE                            00084200
084300     MOVE W-HEADING-1 TO RPT-LINE                                 00084300
084400     WRITE RPT-LINE                                               00084400
084500     MOVE W-PENDING-SLA-DAYS TO PL-PENDING-SLA                    00084500
084600     MOVE W-SECOND-APPR-SLA-DAYS TO PL-SECOND-APPR-SLA            00084600
084700     MOVE W-MORE-INFO-SLA-DAYS TO PL-MORE-INFO-SLA                00084700
084800     MOVE W-WITHDRAW-DAYS TO PL-WITHDRAW-DAYS                     00084800
084900     MOVE W-WITHDRAW-REASON TO PL-WITHDRAW-REASON                 00084900
085000     IF W-REPORT-ONLY                                             00085000
085100         MOVE '  - REPORT ONLY' TO PL-REPORT-ONLY                 00085100
085200     ELSE                                                         00085200
085300         MOVE SPACES TO PL-REPORT-ONLY                            00085300
085400     END-IF                                                       00085400
085500     MOVE W-PARM-LINE TO RPT-LINE                                 00085500
085600     WRITE RPT-LINE                                               00085600
085700     MOVE W-BLANK-LINE TO RPT-LINE                                00085700
085800     WRITE RPT-LINE                                               00085800
085900     MOVE W-WITHDRAW-HEADING TO RPT-LINE                          00085900
086000     WRITE RPT-LINE                                               00086000
086100     MOVE W-WITHDRAW-COLUMNS TO RPT-LINE                          00086100
086200     WRITE RPT-LINE                                               00086200
086300     .                                                            00086300
086400 8100-EXIT.                                                       00086400
086500     EXIT.                                                        00086500
086600*                                                                 00086600
086700*    ONE BLOCK PER BRANCH, LOWEST BRANCH ID FIRST - ITS AGING     00086700
086800*    LINES IN STATUS ORDER, THEN ITS APPLICATIONS PAST THE SLA    00086800
086900*    TARGET - AND THE BANK-WIDE TOTALS BY STATUS LAST.            00086900
087000 8200-PRINT-AGING-REPORT.                                         00087000
087100     MOVE W-BLANK-LINE TO RPT-LINE                                00087100
087200     WRITE RPT-LINE                                               00087200
087300     MOVE W-AGING-HEADING TO RPT-LINE                             00087300
087400     WRITE RPT-LINE                                               00087400
087500     IF W-AGING-COUNT = 0                                         00087500
087600         MOVE W-NO-OPEN-MSG TO RPT-LINE                           00087600
087700         WRITE RPT-LINE                                           00087700
087800         GO TO 8200-EXIT                                          00087800
087900     END-IF                                                       00087900
088000     MOVE W-AGING-COLUMNS TO RPT-LINE                             00088000
088100     WRITE RPT-LINE                                               00088100
088200     MOVE SPACE TO W-BRANCHES-DONE-SWITCH                         00088200
088300     PERFORM 8210-PRINT-NEXT-BRANCH THRU 8210-EXIT                00088300
088400         UNTIL W-BRANCHES-DONE                                    00088400
088500     MOVE W-BLANK-LINE TO RPT-LINE                                00088500
088600     WRITE RPT-LINE                                               00088600
088700     PERFORM 8260-PRINT-GRAND-TOTAL THRU 8260-EXIT                00088700
088800         VARYING W-PRINT-STATUS-SUB FROM 1 BY 1                   00088800
088900         UNTIL W-PRINT-STATUS-SUB > 3                             00088900
089000     .                                                            00089000
089100 8200-EXIT.                                                       00089100
089200     EXIT.                                                        00089200
089300*                                                                 00089300
089400 8210-PRINT-NEXT-BRANCH.                                          00089400
089500     MOVE HIGH-VALUES TO W-NEXT-BRANCH-ID                         00089500
089600     PERFORM 8220-FIND-LOWEST-BRANCH THRU 8220-EXIT               00089600
089700         VARYING W-AGE-IDX FROM 1 BY 1                            00089700
089800         UNTIL W-AGE-IDX > W-AGING-COUNT                          00089800
089900     IF W-NEXT-BRANCH-ID = HIGH-VALUES                            00089900
090000         SET W-BRANCHES-DONE TO TRUE                              00090000
090100         GO TO 8210-EXIT                                          00090100
090200     END-IF                                                       00090200
090300     MOVE W-BLANK-LINE TO RPT-LINE                                00090300
090400     WRITE RPT-LINE                                               00090400
090500     PERFORM 8230-PRINT-BRANCH-STATUS THRU 8230-EXIT              00090500
090600         VARYING W-PRINT-STATUS-SUB FROM 1 BY 1                   00090600
090700         UNTIL W-PRINT-STATUS-SUB > 3                             00090700
090800     MOVE SPACE TO W-EXCEPTION-HDG-SWITCH                         00090800
090900     PERFORM 8250-PRINT-BRANCH-EXCEPTION THRU 8250-EXIT           00090900
091000         VARYING W-SE-IDX FROM 1 BY 1                             00091000
091100         UNTIL W-SE-IDX > W-EXCEPTION-COUNT                       00091100
091200     .                                                            00091200
091300 8210-EXIT.                                                       00091300
091400     EXIT.                                                        00091400
091500*                                                                 00091500
091600 8220-FIND-LOWEST-BRANCH.                                         00091600
091700     IF W-AG-PRINTED-SWITCH(W-AGE-IDX) NOT = 'Y'                  00091700
091800        AND W-AG-BRANCH-ID(W-AGE-IDX) < W-NEXT-BRANCH-ID          00091800
091900         MOVE W-AG-BRANCH-ID(W-AGE-IDX) TO W-NEXT-BRANCH-ID       00091900
092000     END-IF                                                       00092000
092100     .                                                            00092100
092200 8220-EXIT.                                                       00092200
092300     EXIT.                                                        00092300
092400*                                                                 00092400
092500 8230-PRINT-BRANCH-STATUS.                                        00092500
092600     PERFORM 8240-FIND-BRANCH-STATUS THRU 8240-EXIT               00092600
092700         VARYING W-AGE-IDX FROM 1 BY 1                            00092700
092800         UNTIL W-AGE-IDX > W-AGING-COUNT                          00092800
092900            OR (W-AG-BRANCH-ID(W-AGE-IDX) = W-NEXT-BRANCH-ID      00092900
093000                AND W-AG-STATUS-SUB(W-AGE-IDX)                    00093000
093100                    = W-PRINT-STATUS-SUB)                         00093100
093200     IF W-AGE-IDX > W-AGING-COUNT                                 00093200
093300         GO TO 8230-EXIT                                          00093300
093400     END-IF                                                       00093400
093500     MOVE 'Y' TO W-AG-PRINTED-SWITCH(W-AGE-IDX)                   00093500
093600     MOVE W-AG-BRANCH-ID(W-AGE-IDX) TO AL-BRANCH-ID               00093600
093700     MOVE W-AG-BRANCH-NAME(W-AGE-IDX) TO AL-BRANCH-NAME           00093700
093800     MOVE W-STATUS-NAME(W-PRINT-STATUS-SUB) TO AL-STATUS-NAME     00093800
093900     MOVE W-AG-COUNT(W-AGE-IDX) TO AL-COUNT                       00093900
094000     MOVE W-AG-BUCKET-COUNT(W-AGE-IDX, 1) TO AL-BUCKET-1          00094000
094100     MOVE W-AG-BUCKET-COUNT(W-AGE-IDX, 2) TO AL-BUCKET-2          00094100
094200     MOVE W-AG-BUCKET-COUNT(W-AGE-IDX, 3) TO AL-BUCKET-3          00094200
094300     MOVE W-AG-BUCKET-COUNT(W-AGE-IDX, 4) TO AL-BUCKET-4          00094300
094400     MOVE W-AG-OVER-SLA-COUNT(W-AGE-IDX) TO AL-OVER-SLA           00094400
094500     MOVE W-AG-OLDEST-DAYS(W-AGE-IDX) TO AL-OLDEST                00094500
094600     IF W-AG-OVER-SLA-COUNT(W-AGE-IDX) > 0                        00094600
094700         MOVE '***' TO AL-SLA-FLAG                                00094700
094800     ELSE                                                         00094800
094900         MOVE SPACES TO AL-SLA-FLAG                               00094900
095000     END-IF                                                       00095000
095100     MOVE W-AGING-LINE TO RPT-LINE                                00095100
095200     WRITE RPT-LINE                                               00095200
095300     .                                                            00095300
095400 8230-EXIT.                                                       00095400
095500     EXIT.                                                        00095500
095600*                                                                 00095600
095700 8240-FIND-BRANCH-STATUS.                                         00095700
095800     CONTINUE                                                     00095800
095900     .                                                            00095900
096000 8240-EXIT.                                                       00096000
096100     EXIT.                                                        00096100
096200*                                                                 00096200
096300 8250-PRINT-BRANCH-EXCEPTION.                                     00096300
096400     IF W-SE-BRANCH-ID(W-SE-IDX) NOT = W-NEXT-BRANCH-ID           00096400
096500         GO TO 8250-EXIT                                          00096500
096600     END-IF                                                       00096600
096700     IF NOT W-EXCEPTION-HDG-PRINTED                               00096700
096800         SET W-EXCEPTION-HDG-PRINTED TO TRUE                      00096800
096900         MOVE W-EXCEPTION-HEADING TO RPT-LINE                     00096900
097000         WRITE RPT-LINE                                           00097000
097100     END-IF                                                       00097100
097200     MOVE W-SE-CUSTOMER-ID(W-SE-IDX) TO SL-CUSTOMER-ID            00097200
097300     MOVE W-SE-CUSTOMER-NAME(W-SE-IDX) TO SL-CUSTOMER-NAME        00097300
097400     MOVE W-STATUS-NAME(W-SE-STATUS-SUB(W-SE-IDX))                00097400
097500        TO SL-STATUS-NAME                                         00097500
097600     MOVE W-SE-APPLICATION-DATE(W-SE-IDX) TO SL-APPLICATION-DATE  00097600
097700     MOVE W-SE-PIPELINE-DAYS(W-SE-IDX) TO SL-PIPELINE-DAYS        00097700
097800     MOVE W-SE-STATUS-DAYS(W-SE-IDX) TO SL-STATUS-DAYS            00097800
097900     MOVE W-SE-TARGET-DAYS(W-SE-IDX) TO SL-TARGET-DAYS            00097900
098000     MOVE W-EXCEPTION-LINE TO RPT-LINE                            00098000
098100     WRITE RPT-LINE                                               00098100
098200     .                                                            00098200
098300 8250-EXIT.                                                       00098300
098400     EXIT.                                                        00098400
098500*                                                                 00098500
098600 8260-PRINT-GRAND-TOTAL.                                          00098600
098700     MOVE SPACES TO AL-BRANCH-ID                                  00098700
098800     MOVE W-ALL-BRANCHES-NAME TO AL-BRANCH-NAME                   00098800
098900     MOVE W-STATUS-NAME(W-PRINT-STATUS-SUB) TO AL-STATUS-NAME     00098900
099000     MOVE W-GT-COUNT(W-PRINT-STATUS-SUB) TO AL-COUNT              00099000
099100     MOVE W-GT-BUCKET-COUNT(W-PRINT-STATUS-SUB, 1) TO AL-BUCKET-1 00099100
099200     MOVE W-GT-BUCKET-COUNT(W-PRINT-STATUS-SUB, 2) TO AL-BUCKET-2 00099200
099300     MOVE W-GT-BUCKET-COUNT(W-PRINT-STATUS-SUB, 3) TO AL-BUCKET-3 00099300
099400     MOVE W-GT-BUCKET-COUNT(W-PRINT-STATUS-SUB, 4) TO AL-BUCKET-4 00099400
099500     MOVE W-GT-OVER-SLA-COUNT(W-PRINT-STATUS-SUB) TO AL-OVER-SLA  00099500
099600     MOVE W-GT-OLDEST-DAYS(W-PRINT-STATUS-SUB) TO AL-OLDEST       00099600
099700     IF W-GT-OVER-SLA-COUNT(W-PRINT-STATUS-SUB) > 0               00099700
099800         MOVE '***' TO AL-SLA-FLAG                                00099800
099900     ELSE                                                         00099900
100000         MOVE SPACES TO AL-SLA-FLAG                               00100000
100100     END-IF                                                       00100100
100200     MOVE W-AGING-LINE TO RPT-LINE                                00100200
100300     WRITE RPT-LINE                                               00100300
100400     .                                                            00100400
100500 8260-EXIT.                                                       00100500
100600     EXIT.                                                        00100600
100700*                                                                 00100700
100800 9000-TERMINATE.                                                  00100800
100900     IF W-EPSBRNCH-AVAILABLE                                      00100900
101000         CLOSE EPSBRNCH-FILE                                      00101000
101100     END-IF                                                       00101100
101200     CLOSE REPORT-FILE                                            00101200
101300     IF W-INIT-FAILED OR W-SQL-FAILED                             00101300
101400         MOVE 8 TO RETURN-CODE                                    00101400
101500     END-IF                                                       00101500
101600     .                                                            00101600
101700 9000-EXIT.                                                       00101700
101800     EXIT.                                                        00101800
