000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSHMDA.                                          00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    ANNUAL HMDA LOAN/APPLICATION REGISTER (LAR) SUBMISSION FILE. 00000800
000900*    READS EVERY EPSLNAPP ROW WHOSE FINAL ACTION FELL IN THE      00000900
001000*    REPORTING YEAR - BOARDED LOANS BY BOARDED DATE, AND APPROVED-00001000
001040*    BUT-NOT-BOARDED, DENIED AND WITHDRAWN (NO ANSWER TO AN       00001040
001080*    INFORMATION REQUEST) APPLICATIONS BY DECISION DATE - AND     00001080
001200*    MAPS THE APPLICATION STATUS TO THE HMDA ACTION TAKEN CODE AND00001200
001300*    THE UNDERWRITER'S EPSRSN REASON TO THE HMDA DENIAL REASON    00001300
001400*    CODE.  PENDING AND MORE-INFORMATION ROWS HAVE NO FINAL ACTION00001400
001500*    YET AND ARE LEFT FOR NEXT YEAR'S FILE.  EACH ROW IS PUT      00001500
001600*    THROUGH THE VALIDITY EDITS - A ROW THAT FAILS ONE IS LEFT OFF00001600
001700*    THE LAR FILE - AND THE QUALITY EDITS, WHICH ONLY WARN.  EVERY00001700
001800*    EDIT HIT IS LISTED ON THE EDITRPT EXCEPTION REPORT FOR       00001800
001900*    COMPLIANCE TO CLEAR BEFORE THE FILE IS SUBMITTED.  THE LAR   00001900
002000*    FILE IS PIPE-DELIMITED - ONE TRANSMITTAL SHEET RECORD (ID 1) 00002000
002100*    FOLLOWED BY ONE LAR RECORD (ID 2) PER APPLICATION, EACH WITH 00002100
002200*    A UNIVERSAL LOAN IDENTIFIER BUILT FROM THE INSTITUTION LEI   00002200
002300*    AND THE APPLICATION KEY WITH ISO 7064 MOD 97-10 CHECK        00002300
002400*    DIGITS.                                                      00002400
002500*    THE SYSIN CARD GIVES THE REPORTING YEAR (BLANK FOR LAST      00002500
002600*    CALENDAR YEAR), LEI, INSTITUTION NAME AND TAX ID.  RECORD    00002600
002700*    COUNTS BY ACTION TAKEN GO TO SYSPRINT.  SEE JCL MEMBER       00002700
002800*    EPSHMDA.                                                     00002800
002900*                                                                 00002900
003000*    MOD HISTORY                                                  00003000
003100*    ------------------------------------------------------------ 00003100
003200*    DATE        INIT  DESCRIPTION                                00003200
003300*    2026-10-15  DLH   ORIGINAL VERSION.                          00003300
003310*    2026-10-15  DLH   APPLICATIONS WITHDRAWN (STATUS W) REPORT   00003310
003320*                      AS FILE CLOSED FOR INCOMPLETENESS.         00003320
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
004800     SELECT LAR-WORK-FILE      ASSIGN TO LARWORK                  00004800
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00004900
005000     SELECT LAR-FILE           ASSIGN TO LARFILE                  00005000
005100         ORGANIZATION IS LINE SEQUENTIAL.                         00005100
005200     SELECT EDIT-FILE          ASSIGN TO EDITRPT                  00005200
005300         ORGANIZATION IS LINE SEQUENTIAL.                         00005300
005400     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00005400
005500         ORGANIZATION IS LINE SEQUENTIAL.                         00005500
005600*                                                                 00005600
005700 DATA DIVISION.                                                   00005700
005800 FILE SECTION.                                                    00005800
005900 FD  CONTROL-CARD-FILE                                            00005900
006000     RECORDING MODE IS F.                                         00006000
006100 01  CONTROL-CARD.                                                00006100
006200     05  CC-REPORT-YEAR             PIC X(04).                    00006200
006300     05  CC-REPORT-YEAR-N REDEFINES CC-REPORT-YEAR                00006300
006400                                    PIC 9(04).                    00006400
006500     05  CC-LEI                     PIC X(20).                    00006500
006600     05  CC-INSTITUTION-NAME        PIC X(30).                    00006600
006700     05  CC-TAX-ID                  PIC X(10).                    00006700
006800     05  FILLER                     PIC X(16).                    00006800
006900*                                                                 00006900
007000 FD  EPSRSN-FILE.                                                 00007000
007100     COPY EPSRSN.                                                 00007100
007200*                                                                 00007200
007300 FD  LAR-WORK-FILE                                                00007300
007400     RECORDING MODE IS F.                                         00007400
007500 01  LAR-WORK-RECORD                PIC X(250).                   00007500
007600*                                                                 00007600
007700 FD  LAR-FILE                                                     00007700
007800     RECORDING MODE IS F.                                         00007800
007900 01  LAR-RECORD                     PIC X(250).                   00007900
008000*                                                                 00008000
008100 FD  EDIT-FILE                                                    00008100
008200     RECORDING MODE IS F.                                         00008200
008300 01  EDIT-LINE                      PIC X(132).                   00008300
008400*                                                                 00008400
008500 FD  REPORT-FILE                                                  00008500
008600     RECORDING MODE IS F.                                         00008600
008700 01  RPT-LINE                       PIC X(132).                   00008700
008800*                                                                 00008800
008900 WORKING-STORAGE SECTION.                                         00008900
009000 01  W-EPSRSN-STATUS                PIC X(02).                    00009000
009100     88  W-EPSRSN-OK                       VALUE '00'.            00009100
009200 01  W-EPSRSN-ERROR-MSG.                                          00009200
009300     05  FILLER                 PIC X(30) VALUE                   00009300
009400            'EPSRSN FILE ERROR - STATUS  '.                       00009400
009500     05  EM-EPSRSN-STATUS       PIC X(02).                        00009500
009600     05  FILLER                 PIC X(40) VALUE SPACES.           00009600
009700 01  W-SQL-ERROR-MSG.                                             00009700
009800     05  FILLER                 PIC X(11) VALUE 'SQL ERROR: '.    00009800
009900     05  W-SQL-ERROR-CODE       PIC 9(05) DISPLAY.                00009900
010000 01  W-SWITCHES.                                                  00010000
010100     05  W-CARD-SWITCH              PIC X(01).                    00010100
010200         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00010200
010300     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00010300
010400         88  W-INIT-FAILED                 VALUE 'Y'.             00010400
010500     05  W-EPSRSN-OPEN-SWITCH       PIC X(01).                    00010500
010600         88  W-EPSRSN-OPENED               VALUE 'Y'.             00010600
010700     05  W-SQL-FAIL-SWITCH          PIC X(01).                    00010700
010800         88  W-SQL-FAILED                  VALUE 'Y'.             00010800
010900     05  W-CURSOR-EOF-SWITCH        PIC X(01).                    00010900
011000         88  W-CURSOR-EOF                  VALUE 'Y'.             00011000
011100     05  W-WORK-EOF-SWITCH          PIC X(01).                    00011100
011200         88  W-WORK-EOF                    VALUE 'Y'.             00011200
011300     05  W-VALIDITY-SWITCH          PIC X(01).                    00011300
011400         88  W-VALIDITY-FAILED             VALUE 'Y'.             00011400
011500     05  W-QUALITY-SWITCH           PIC X(01).                    00011500
011600         88  W-QUALITY-WARNED              VALUE 'Y'.             00011600
011700     05  W-ULI-BAD-SWITCH           PIC X(01).                    00011700
011800         88  W-ULI-BAD                     VALUE 'Y'.             00011800
011900 01  W-TODAY-DATE.                                                00011900
012000     05  W-TODAY-YEAR               PIC 9(04).                    00012000
012100     05  FILLER                     PIC X(04).                    00012100
012200 01  W-REPORT-YEAR                  PIC 9(04).                    00012200
012300*                                                                 00012300
012400*    HOST VARIABLES BOUNDING THE REPORTING YEAR FOR HMDACSR.      00012400
012500 01  W-YEAR-START-DATE.                                           00012500
012600     05  W-YS-YEAR                  PIC 9(04).                    00012600
012700     05  FILLER                     PIC X(04) VALUE '0101'.       00012700
012800 01  W-YEAR-END-DATE.                                             00012800
012900     05  W-YE-YEAR                  PIC 9(04).                    00012900
013000     05  FILLER                     PIC X(04) VALUE '1231'.       00013000
013100*                                                                 00013100
013200 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00013200
013300 01  W-LAR-COUNT                    PIC 9(07)   COMP-3 VALUE ZERO.00013300
013400 01  W-EXCLUDED-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00013400
013500 01  W-WARNED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00013500
013600 01  W-EDIT-HIT-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00013600
013700*                                                                 00013700
013800*    LAR RECORDS WRITTEN BY HMDA ACTION TAKEN CODE - 1 ORIGINATED,00013800
013900*    2 APPROVED NOT ACCEPTED, 3 DENIED, 4 WITHDRAWN, 5 CLOSED FOR 00013900
014000*    INCOMPLETENESS.                                              00014000
014100 01  W-ACTION-NAME-DATA.                                          00014100
014200     05  FILLER                     PIC X(30) VALUE               00014200
014300            '1 LOAN ORIGINATED'.                                  00014300
014400     05  FILLER                     PIC X(30) VALUE               00014400
014500            '2 APPROVED NOT ACCEPTED'.                            00014500
014600     05  FILLER                     PIC X(30) VALUE               00014600
014700            '3 APPLICATION DENIED'.                               00014700
014800     05  FILLER                     PIC X(30) VALUE               00014800
014900            '4 WITHDRAWN BY APPLICANT'.                           00014900
015000     05  FILLER                     PIC X(30) VALUE               00015000
015100            '5 CLOSED FOR INCOMPLETENESS'.                        00015100
015200 01  W-ACTION-NAME-TABLE REDEFINES W-ACTION-NAME-DATA.            00015200
015300     05  W-ACTION-NAME OCCURS 5 TIMES                             00015300
015400                                    PIC X(30).                    00015400
015500 01  W-ACTION-TOTALS.                                             00015500
015600     05  W-ACTION-COUNT OCCURS 5 TIMES                            00015600
015700                                    PIC 9(07)   COMP-3.           00015700
015800 01  W-ACTION-SUB                   PIC 9(01)   COMP-3.           00015800
015900*                                                                 00015900
016000*    THE ROW BEING REPORTED, WORKED OUT BEFORE THE LAR RECORD IS  00016000
016100*    BUILT.                                                       00016100
016200 01  W-ACTION-TAKEN                 PIC X(01).                    00016200
016300 01  W-ACTION-DATE                  PIC X(08).                    00016300
016400 01  W-DENIAL-REASON                PIC X(02).                    00016400
016500 01  W-LOAN-AMOUNT                  PIC 9(09)       COMP-3.       00016500
016600 01  W-INCOME-THOUSANDS             PIC 9(07)       COMP-3.       00016600
016700 01  W-ANNUAL-INCOME                PIC 9(09)V99    COMP-3.       00016700
016800 01  W-PROPERTY-VALUE               PIC 9(09)       COMP-3.       00016800
016900 01  W-POINTS-AMOUNT                PIC 9(07)V99    COMP-3.       00016900
017000 01  W-CLTV-PCT                     PIC 9(03)V99    COMP-3.       00017000
017100 01  W-LOAN-TERM                    PIC 9(03)       COMP-3.       00017100
017200 01  W-NUM-9                        PIC 9(09).                    00017200
017300 01  W-NUM-3                        PIC 9(03).                    00017300
017400 01  W-NUM-4                        PIC 9(04).                    00017400
017500 01  W-ED-AMOUNT                    PIC 9(07).99.                 00017500
017600 01  W-ED-RATE                      PIC 99.999.                   00017600
017700 01  W-ED-PCT                       PIC 999.99.                   00017700
017800*                                                                 00017800
017900*    UNIVERSAL LOAN IDENTIFIER - LEI, CUSTOMER ID, APPLICATION    00017900
018000*    DATE AND TIME, THEN TWO ISO 7064 MOD 97-10 CHECK DIGITS.     00018000
018100*    EACH CHARACTER IS VALUED BY ITS POSITION IN W-ULI-CHAR-SET   00018100
018200*    LESS ONE (0-9 AS THEMSELVES, A-Z AS 10-35).                  00018200
018300 01  W-ULI                          PIC X(45).                    00018300
018400 01  W-ULI-PTR                      PIC 9(02)   COMP-3.           00018400
018500 01  W-ULI-LENGTH                   PIC 9(02)   COMP-3.           00018500
018600 01  W-ULI-SUB                      PIC 9(02)   COMP-3.           00018600
018700 01  W-ULI-CHAR                     PIC X(01).                    00018700
018800 01  W-ULI-VALUE                    PIC 9(02)   COMP-3.           00018800
018900 01  W-ULI-REMAINDER                PIC 9(02)   COMP-3.           00018900
019000 01  W-ULI-WORK                     PIC 9(05)   COMP-3.           00019000
019100 01  W-ULI-QUOTIENT                 PIC 9(05)   COMP-3.           00019100
019200 01  W-ULI-CHECK                    PIC 9(02).                    00019200
019300 01  W-CHAR-SUB                     PIC 9(02)   COMP-3.           00019300
019400 01  W-ULI-CHAR-SET                 PIC X(36) VALUE               00019400
019500        '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                   00019500
019600 01  W-ULI-CHAR-TABLE REDEFINES W-ULI-CHAR-SET.                   00019600
019700     05  W-ULI-SET-CHAR OCCURS 36 TIMES                           00019700
019800                                    PIC X(01).                    00019800
019900*                                                                 00019900
020000*    ONE EDIT HIT, SET UP BEFORE 2900-WRITE-EDIT-LINE.            00020000
020100 01  W-EDIT-ID                      PIC X(04).                    00020100
020200 01  W-EDIT-TYPE                    PIC X(01).                    00020200
020300     88  W-EDIT-VALIDITY                   VALUE 'V'.             00020300
020400     88  W-EDIT-QUALITY                    VALUE 'Q'.             00020400
020500 01  W-EDIT-MSG                     PIC X(50).                    00020500
020600*                                                                 00020600
020700*    TRANSMITTAL SHEET - ONE PER FILE, WRITTEN AHEAD OF THE LAR   00020700
020800*    RECORDS ONCE THEIR COUNT IS KNOWN.                           00020800
020900 01  W-TS-LINE.                                                   00020900
021000     05  TS-RECORD-ID               PIC X(01) VALUE '1'.          00021000
021100     05  FILLER                     PIC X(01) VALUE '|'.          00021100
021200     05  TS-INSTITUTION-NAME        PIC X(30).                    00021200
021300     05  FILLER                     PIC X(01) VALUE '|'.          00021300
021400     05  TS-REPORT-YEAR             PIC 9(04).                    00021400
021500     05  FILLER                     PIC X(01) VALUE '|'.          00021500
021600     05  TS-QUARTER                 PIC X(01) VALUE '4'.          00021600
021700     05  FILLER                     PIC X(01) VALUE '|'.          00021700
021800     05  TS-LEI                     PIC X(20).                    00021800
021900     05  FILLER                     PIC X(01) VALUE '|'.          00021900
022000     05  TS-TAX-ID                  PIC X(10).                    00022000
022100     05  FILLER                     PIC X(01) VALUE '|'.          00022100
022200     05  TS-LAR-COUNT               PIC 9(07).                    00022200
022300*                                                                 00022300
022400*    ONE LAR RECORD PER REPORTED APPLICATION, IN HMDA FIELD ORDER.00022400
022500*    FIELDS THAT DO NOT APPLY CARRY NA.  LOAN PURPOSE 1 PURCHASE, 00022500
022600*    31 REFINANCE, 2 HOME IMPROVEMENT; OCCUPANCY 1 PRINCIPAL,     00022600
022700*    2 SECOND, 3 INVESTMENT; CO-APPLICANT CODES 5/8/5/9999 WHEN   00022700
022800*    THERE IS NONE.  EVERY LOAN IS A CONVENTIONAL, SITE-BUILT,    00022800
022900*    FIRST-LIEN LOAN WITH NO PREAPPROVAL AND NO HOEPA STATUS.     00022900
023000 01  W-LAR-LINE.                                                  00023000
023100     05  LR-RECORD-ID               PIC X(01) VALUE '2'.          00023100
023200     05  FILLER                     PIC X(01) VALUE '|'.          00023200
023300     05  LR-LEI                     PIC X(20).                    00023300
023400     05  FILLER                     PIC X(01) VALUE '|'.          00023400
023500     05  LR-ULI                     PIC X(45).                    00023500
023600     05  FILLER                     PIC X(01) VALUE '|'.          00023600
023700     05  LR-APPLICATION-DATE        PIC X(08).                    00023700
023800     05  FILLER                     PIC X(01) VALUE '|'.          00023800
023900     05  LR-LOAN-TYPE               PIC X(01) VALUE '1'.          00023900
024000     05  FILLER                     PIC X(01) VALUE '|'.          00024000
024100     05  LR-LOAN-PURPOSE            PIC X(02).                    00024100
024200     05  FILLER                     PIC X(01) VALUE '|'.          00024200
024300     05  LR-PREAPPROVAL             PIC X(01) VALUE '2'.          00024300
024400     05  FILLER                     PIC X(01) VALUE '|'.          00024400
024500     05  LR-CONSTRUCTION            PIC X(01) VALUE '1'.          00024500
024600     05  FILLER                     PIC X(01) VALUE '|'.          00024600
024700     05  LR-OCCUPANCY               PIC X(01).                    00024700
024800     05  FILLER                     PIC X(01) VALUE '|'.          00024800
024900     05  LR-LOAN-AMOUNT             PIC 9(09).                    00024900
025000     05  FILLER                     PIC X(01) VALUE '|'.          00025000
025100     05  LR-ACTION-TAKEN            PIC X(01).                    00025100
025200     05  FILLER                     PIC X(01) VALUE '|'.          00025200
025300     05  LR-ACTION-DATE             PIC X(08).                    00025300
025400     05  FILLER                     PIC X(01) VALUE '|'.          00025400
025500     05  LR-STATE                   PIC X(02).                    00025500
025600     05  FILLER                     PIC X(01) VALUE '|'.          00025600
025700     05  LR-COUNTY                  PIC X(05).                    00025700
025800     05  FILLER                     PIC X(01) VALUE '|'.          00025800
025900     05  LR-TRACT                   PIC X(11).                    00025900
026000     05  FILLER                     PIC X(01) VALUE '|'.          00026000
026100     05  LR-APPL-ETHNICITY          PIC X(01).                    00026100
026200     05  FILLER                     PIC X(01) VALUE '|'.          00026200
026300     05  LR-COAP-ETHNICITY          PIC X(01).                    00026300
026400     05  FILLER                     PIC X(01) VALUE '|'.          00026400
026500     05  LR-APPL-RACE               PIC X(01).                    00026500
026600     05  FILLER                     PIC X(01) VALUE '|'.          00026600
026700     05  LR-COAP-RACE               PIC X(01).                    00026700
026800     05  FILLER                     PIC X(01) VALUE '|'.          00026800
026900     05  LR-APPL-SEX                PIC X(01).                    00026900
027000     05  FILLER                     PIC X(01) VALUE '|'.          00027000
027100     05  LR-COAP-SEX                PIC X(01).                    00027100
027200     05  FILLER                     PIC X(01) VALUE '|'.          00027200
027300     05  LR-APPL-AGE                PIC X(04).                    00027300
027400     05  FILLER                     PIC X(01) VALUE '|'.          00027400
027500     05  LR-COAP-AGE                PIC X(04).                    00027500
027600     05  FILLER                     PIC X(01) VALUE '|'.          00027600
027700     05  LR-INCOME                  PIC X(07).                    00027700
027800     05  FILLER                     PIC X(01) VALUE '|'.          00027800
027900     05  LR-RATE-SPREAD             PIC X(02) VALUE 'NA'.         00027900
028000     05  FILLER                     PIC X(01) VALUE '|'.          00028000
028100     05  LR-HOEPA-STATUS            PIC X(01) VALUE '3'.          00028100
028200     05  FILLER                     PIC X(01) VALUE '|'.          00028200
028300     05  LR-LIEN-STATUS             PIC X(01) VALUE '1'.          00028300
028400     05  FILLER                     PIC X(01) VALUE '|'.          00028400
028500     05  LR-DENIAL-REASON           PIC X(02).                    00028500
028600     05  FILLER                     PIC X(01) VALUE '|'.          00028600
028700     05  LR-ORIGINATION-CHARGES     PIC X(10).                    00028700
028800     05  FILLER                     PIC X(01) VALUE '|'.          00028800
028900     05  LR-DISCOUNT-POINTS         PIC X(10).                    00028900
029000     05  FILLER                     PIC X(01) VALUE '|'.          00029000
029100     05  LR-INTEREST-RATE           PIC X(06).                    00029100
029200     05  FILLER                     PIC X(01) VALUE '|'.          00029200
029300     05  LR-LOAN-TERM               PIC X(03).                    00029300
029400     05  FILLER                     PIC X(01) VALUE '|'.          00029400
029500     05  LR-INTRO-RATE-PERIOD       PIC X(03).                    00029500
029600     05  FILLER                     PIC X(01) VALUE '|'.          00029600
029700     05  LR-PROPERTY-VALUE          PIC X(09).                    00029700
029800     05  FILLER                     PIC X(01) VALUE '|'.          00029800
029900     05  LR-CLTV                    PIC X(06).                    00029900
030000     05  FILLER                     PIC X(01) VALUE '|'.          00030000
030100     05  LR-DTI                     PIC X(06).                    00030100
030200*                                                                 00030200
030300 01  W-EDIT-FIELDS.                                               00030300
030400     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00030400
030500*                                                                 00030500
030600 01  W-HEADING-1.                                                 00030600
030700     05  FILLER                     PIC X(40) VALUE               00030700
030800            'EPSHMDA - HMDA LAR SUBMISSION FILE'.                 00030800
030900     05  FILLER                     PIC X(16) VALUE               00030900
031000            'REPORTING YEAR: '.                                   00031000
031100     05  H1-REPORT-YEAR             PIC 9(04).                    00031100
031200 01  W-EDIT-HEADING-1.                                            00031200
031300     05  FILLER                     PIC X(40) VALUE               00031300
031400            'EPSHMDA - HMDA LAR EDIT EXCEPTIONS'.                 00031400
031500     05  FILLER                     PIC X(16) VALUE               00031500
031600            'REPORTING YEAR: '.                                   00031600
031700     05  EH1-REPORT-YEAR            PIC 9(04).                    00031700
031800 01  W-EDIT-HEADING-2.                                            00031800
031900     05  FILLER                     PIC X(10) VALUE 'CUSTOMER'.   00031900
032000     05  FILLER                     PIC X(17) VALUE 'APPLIED'.    00032000
032100     05  FILLER                     PIC X(08) VALUE 'ACTION'.     00032100
032200     05  FILLER                     PIC X(06) VALUE 'EDIT'.       00032200
032300     05  FILLER                     PIC X(10) VALUE 'TYPE'.       00032300
032400     05  FILLER                     PIC X(50) VALUE 'EXCEPTION'.  00032400
032500 01  W-EDIT-DETAIL.                                               00032500
032600     05  ED-CUSTOMER-ID             PIC X(08).                    00032600
032700     05  FILLER                     PIC X(02) VALUE SPACES.       00032700
032800     05  ED-APPLICATION-DATE        PIC X(08).                    00032800
032900     05  FILLER                     PIC X(01) VALUE SPACES.       00032900
033000     05  ED-APPLICATION-TIME        PIC X(06).                    00033000
033100     05  FILLER                     PIC X(02) VALUE SPACES.       00033100
033200     05  ED-ACTION-TAKEN            PIC X(01).                    00033200
033300     05  FILLER                     PIC X(07) VALUE SPACES.       00033300
033400     05  ED-EDIT-ID                 PIC X(04).                    00033400
033500     05  FILLER                     PIC X(02) VALUE SPACES.       00033500
033600     05  ED-EDIT-TYPE               PIC X(08).                    00033600
033700     05  FILLER                     PIC X(02) VALUE SPACES.       00033700
033800     05  ED-EDIT-MSG                PIC X(50).                    00033800
033900 01  W-VALIDITY-LABEL               PIC X(08) VALUE 'VALIDITY'.   00033900
034000 01  W-QUALITY-LABEL                PIC X(08) VALUE 'QUALITY'.    00034000
034100 01  W-NO-EDITS-MSG                 PIC X(40) VALUE               00034100
034200        'NO EDIT EXCEPTIONS - FILE CLEAN'.                        00034200
034300*                                                                 00034300
034400 01  W-READ-LINE.                                                 00034400
034500     05  FILLER                     PIC X(30) VALUE               00034500
034600            'APPLICATIONS READ'.                                  00034600
034700     05  RDL-COUNT                  PIC ZZZ,ZZ9.                  00034700
034800 01  W-LAR-LINE-TOT.                                              00034800
034900     05  FILLER                     PIC X(30) VALUE               00034900
035000            'LAR RECORDS WRITTEN'.                                00035000
035100     05  LRL-COUNT                  PIC ZZZ,ZZ9.                  00035100
035200 01  W-EXCLUDED-LINE.                                             00035200
035300     05  FILLER                     PIC X(30) VALUE               00035300
035400            'EXCLUDED - VALIDITY EDITS'.                          00035400
035500     05  EXL-COUNT                  PIC ZZZ,ZZ9.                  00035500
035600 01  W-WARNED-LINE.                                               00035600
035700     05  FILLER                     PIC X(30) VALUE               00035700
035800            'WRITTEN WITH QUALITY WARNINGS'.                      00035800
035900     05  WNL-COUNT                  PIC ZZZ,ZZ9.                  00035900
036000 01  W-EDIT-HIT-LINE.                                             00036000
036100     05  FILLER                     PIC X(30) VALUE               00036100
036200            'EDIT EXCEPTIONS LISTED'.                             00036200
036300     05  EHL-COUNT                  PIC ZZZ,ZZ9.                  00036300
036400 01  W-ACTION-LINE.                                               00036400
036500     05  FILLER                     PIC X(04) VALUE SPACES.       00036500
036600     05  AL-ACTION-NAME             PIC X(30).                    00036600
036700     05  AL-COUNT                   PIC ZZZ,ZZ9.                  00036700
036800 01  W-ACTION-HEADING               PIC X(30) VALUE               00036800
036900        'LAR RECORDS BY ACTION TAKEN'.                            00036900
037000 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00037000
037100 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00037100
037200        'NO FINAL ACTIONS FOUND FOR REPORT YEAR'.                 00037200
037300 01  W-NO-CONTROL-CARD-MSG          PIC X(40) VALUE               00037300
037400        'MISSING SYSIN CONTROL CARD - JOB ABENDED'.               00037400
037500 01  W-NO-LEI-MSG                   PIC X(44) VALUE               00037500
037600        'NO LEI ON SYSIN CONTROL CARD - JOB ABENDED'.             00037600
037700*                                                                 00037700
037800     EXEC SQL INCLUDE SQLCA END-EXEC.                             00037800
037900*                                                                 00037900
038000     COPY EPSLNAPP.                                               00038000
038100*                                                                 00038100
038200     EXEC SQL DECLARE HMDACSR CURSOR FOR                          00038200
038300          SELECT CUSTOMER_ID, APPLICATION_DATE,                   00038300
038400                 APPLICATION_TIME, PRINCIPAL_AMT,                 00038400
038500                 NUMBER_OF_YEARS, INTEREST_RATE, STATUS,          00038500
038600                 DECIDED_DATE, REASON_CODE, MONTHLY_INCOME,       00038600
038700                 DTI_PCT, DOWN_PAYMENT_PCT, RATE_TYPE,            00038700
038800                 ARM_FIXED_YEARS, BOARDED_DATE, ORIGINATION_FEE,  00038800
038900                 DISCOUNT_POINTS, CO_BORR1_ID, COMBINED_INCOME,   00038900
039000                 PROPERTY_STATE, PROPERTY_COUNTY, CENSUS_TRACT,   00039000
039100                 LOAN_PURPOSE, OCCUPANCY_TYPE, APPL_ETHNICITY,    00039100
039200                 APPL_RACE, APPL_SEX, APPL_AGE                    00039200
039300            FROM EPSLNAPP                                         00039300
039400           WHERE ( STATUS = 'D'                                   00039400
039500                   AND DECIDED_DATE BETWEEN :W-YEAR-START-DATE    00039500
039600                                        AND :W-YEAR-END-DATE )    00039600
039700              OR ( STATUS = 'A'                                   00039700
039800                   AND BOARDED_DATE BETWEEN :W-YEAR-START-DATE    00039800
039900                                        AND :W-YEAR-END-DATE )    00039900
040000              OR ( STATUS = 'A' AND BOARDED_DATE = ' '            00040000
040100                   AND DECIDED_DATE BETWEEN :W-YEAR-START-DATE    00040100
040200                                        AND :W-YEAR-END-DATE )    00040200
040210              OR ( STATUS = 'W'                                   00040210
040220                   AND DECIDED_DATE BETWEEN :W-YEAR-START-DATE    00040220
040230                                        AND :W-YEAR-END-DATE )    00040230
040300           ORDER BY CUSTOMER_ID, APPLICATION_DATE,                00040300
040400                 APPLICATION_TIME                                 00040400
040500          END-EXEC.                                               00040500
040600*                                                                 00040600
040700 PROCEDURE DIVISION.                                              00040700
040800 0000-MAINLINE.                                                   00040800
040900     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00040900
041000     IF NOT W-INIT-FAILED                                         00041000
041100         PERFORM 1500-SELECT-FINAL-ACTIONS THRU 1500-EXIT         00041100
041200         IF NOT W-SQL-FAILED                                      00041200
041300             PERFORM 7000-WRITE-LAR-FILE THRU 7000-EXIT           00041300
041400         END-IF                                                   00041400
041500         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00041500
041600     END-IF                                                       00041600
041700     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00041700
041800     GOBACK                                                       00041800
041900     .                                                            00041900
042000*                                                                 00042000
042100 1000-INITIALIZE.                                                 00042100
042200     OPEN OUTPUT REPORT-FILE                                      00042200
042300     OPEN INPUT CONTROL-CARD-FILE                                 00042300
042400     READ CONTROL-CARD-FILE                                       00042400
042500         AT END                                                   00042500
042600             SET W-NO-CONTROL-CARD TO TRUE                        00042600
042700     END-READ                                                     00042700
042800     CLOSE CONTROL-CARD-FILE                                      00042800
042900     IF W-NO-CONTROL-CARD                                         00042900
043000         SET W-INIT-FAILED TO TRUE                                00043000
043100         MOVE W-NO-CONTROL-CARD-MSG TO RPT-LINE                   00043100
043200         WRITE RPT-LINE                                           00043200
043300         GO TO 1000-EXIT                                          00043300
043400     END-IF                                                       00043400
043500     IF CC-LEI = SPACES                                           00043500
043600         SET W-INIT-FAILED TO TRUE                                00043600
043700         MOVE W-NO-LEI-MSG TO RPT-LINE                            00043700
043800         WRITE RPT-LINE                                           00043800
043900         GO TO 1000-EXIT                                          00043900
044000     END-IF                                                       00044000
044100*    A BLANK YEAR ON THE CARD MEANS LAST CALENDAR YEAR - THE      00044100
044200*    NORMAL FIRST-QUARTER RUN.                                    00044200
044300     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00044300
044400     IF CC-REPORT-YEAR NUMERIC                                    00044400
044500         MOVE CC-REPORT-YEAR-N TO W-REPORT-YEAR                   00044500
044600     ELSE                                                         00044600
044700         COMPUTE W-REPORT-YEAR = W-TODAY-YEAR - 1                 00044700
044800     END-IF                                                       00044800
044900     MOVE W-REPORT-YEAR TO W-YS-YEAR W-YE-YEAR                    00044900
045000                           H1-REPORT-YEAR EH1-REPORT-YEAR         00045000
045100     MOVE W-HEADING-1 TO RPT-LINE                                 00045100
045200     WRITE RPT-LINE                                               00045200
045300     OPEN INPUT EPSRSN-FILE                                       00045300
045400     IF NOT W-EPSRSN-OK                                           00045400
045500         SET W-INIT-FAILED TO TRUE                                00045500
045600         MOVE W-EPSRSN-STATUS TO EM-EPSRSN-STATUS                 00045600
045700         MOVE W-EPSRSN-ERROR-MSG TO RPT-LINE                      00045700
045800         WRITE RPT-LINE                                           00045800
045900         GO TO 1000-EXIT                                          00045900
046000     END-IF                                                       00046000
046100     SET W-EPSRSN-OPENED TO TRUE                                  00046100
046200     INITIALIZE W-ACTION-TOTALS                                   00046200
046300     OPEN OUTPUT LAR-WORK-FILE                                    00046300
046400     OPEN OUTPUT EDIT-FILE                                        00046400
046500     MOVE W-EDIT-HEADING-1 TO EDIT-LINE                           00046500
046600     WRITE EDIT-LINE                                              00046600
046700     MOVE W-BLANK-LINE TO EDIT-LINE                               00046700
046800     WRITE EDIT-LINE                                              00046800
046900     MOVE W-EDIT-HEADING-2 TO EDIT-LINE                           00046900
047000     WRITE EDIT-LINE                                              00047000
047100     .                                                            00047100
047200 1000-EXIT.                                                       00047200
047300     EXIT.                                                        00047300
047400*                                                                 00047400
047500 1500-SELECT-FINAL-ACTIONS.                                       00047500
047600     MOVE SPACES TO W-CURSOR-EOF-SWITCH                           00047600
047700     EXEC SQL OPEN HMDACSR END-EXEC                               00047700
047800     IF SQLCODE NOT = 0                                           00047800
047900         SET W-SQL-FAILED TO TRUE                                 00047900
048000         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00048000
048100         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00048100
048200         WRITE RPT-LINE                                           00048200
048300         GO TO 1500-EXIT                                          00048300
048400     END-IF                                                       00048400
048500     PERFORM 2000-REPORT-ONE-APPLICATION THRU 2000-EXIT           00048500
048600         UNTIL W-CURSOR-EOF OR W-SQL-FAILED                       00048600
048700     EXEC SQL CLOSE HMDACSR END-EXEC                              00048700
048800     .                                                            00048800
048900 1500-EXIT.                                                       00048900
049000     EXIT.                                                        00049000
049100*                                                                 00049100
049200 2000-REPORT-ONE-APPLICATION.                                     00049200
049300     EXEC SQL FETCH HMDACSR                                       00049300
049400          INTO :EPSLA-CUSTOMER-ID, :EPSLA-APPLICATION-DATE,       00049400
049500               :EPSLA-APPLICATION-TIME, :EPSLA-PRINCIPAL-AMT,     00049500
049600               :EPSLA-NUMBER-OF-YEARS, :EPSLA-INTEREST-RATE,      00049600
049700               :EPSLA-STATUS, :EPSLA-DECIDED-DATE,                00049700
049800               :EPSLA-REASON-CODE, :EPSLA-MONTHLY-INCOME,         00049800
049900               :EPSLA-DTI-PCT, :EPSLA-DOWN-PAYMENT-PCT,           00049900
050000               :EPSLA-RATE-TYPE, :EPSLA-ARM-FIXED-YEARS,          00050000
050100               :EPSLA-BOARDED-DATE, :EPSLA-ORIGINATION-FEE,       00050100
050200               :EPSLA-DISCOUNT-POINTS, :EPSLA-COB1-ID,            00050200
050300               :EPSLA-COMBINED-INCOME, :EPSLA-PROPERTY-STATE,     00050300
050400               :EPSLA-PROPERTY-COUNTY, :EPSLA-CENSUS-TRACT,       00050400
050500               :EPSLA-LOAN-PURPOSE, :EPSLA-OCCUPANCY-TYPE,        00050500
050600               :EPSLA-APPL-ETHNICITY, :EPSLA-APPL-RACE,           00050600
050700               :EPSLA-APPL-SEX, :EPSLA-APPL-AGE                   00050700
050800          END-EXEC                                                00050800
050900     IF SQLCODE = 100                                             00050900
051000         SET W-CURSOR-EOF TO TRUE                                 00051000
051100         GO TO 2000-EXIT                                          00051100
051200     END-IF                                                       00051200
051300     IF SQLCODE NOT = 0                                           00051300
051400         SET W-SQL-FAILED TO TRUE                                 00051400
051500         MOVE SQLCODE TO W-SQL-ERROR-CODE                         00051500
051600         MOVE W-SQL-ERROR-MSG TO RPT-LINE                         00051600
051700         WRITE RPT-LINE                                           00051700
051800         GO TO 2000-EXIT                                          00051800
051900     END-IF                                                       00051900
052000     ADD 1 TO W-READ-COUNT                                        00052000
052100     MOVE SPACES TO W-VALIDITY-SWITCH W-QUALITY-SWITCH            00052100
052200     PERFORM 2100-SET-ACTION-TAKEN THRU 2100-EXIT                 00052200
052300     PERFORM 2200-VALIDITY-EDITS THRU 2200-EXIT                   00052300
052400     PERFORM 2400-BUILD-ULI THRU 2400-EXIT                        00052400
052500     IF W-ULI-BAD                                                 00052500
052600         MOVE 'V013' TO W-EDIT-ID                                 00052600
052700         SET W-EDIT-VALIDITY TO TRUE                              00052700
052800         MOVE 'CUSTOMER ID NOT USABLE IN ULI - NOT ALPHANUMERIC'  00052800
052900           TO W-EDIT-MSG                                          00052900
053000         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00053000
053100     END-IF                                                       00053100
053200     IF W-VALIDITY-FAILED                                         00053200
053300         ADD 1 TO W-EXCLUDED-COUNT                                00053300
053400         GO TO 2000-EXIT                                          00053400
053500     END-IF                                                       00053500
053600     PERFORM 2300-QUALITY-EDITS THRU 2300-EXIT                    00053600
053700     IF W-QUALITY-WARNED                                          00053700
053800         ADD 1 TO W-WARNED-COUNT                                  00053800
053900     END-IF                                                       00053900
054000     PERFORM 2500-BUILD-LAR-RECORD THRU 2500-EXIT                 00054000
054100     MOVE W-LAR-LINE TO LAR-WORK-RECORD                           00054100
054200     WRITE LAR-WORK-RECORD                                        00054200
054300     ADD 1 TO W-LAR-COUNT                                         00054300
054400     MOVE W-ACTION-TAKEN TO W-ACTION-SUB                          00054400
054500     ADD 1 TO W-ACTION-COUNT(W-ACTION-SUB)                        00054500
054600     .                                                            00054600
054700 2000-EXIT.                                                       00054700
054800     EXIT.                                                        00054800
054900*                                                                 00054900
055000*    A BOARDED LOAN WAS ORIGINATED ON ITS BOARDED DATE.  AN       00055000
055100*    APPROVAL THAT NEVER BOARDED WAS NOT ACCEPTED BY THE          00055100
055200*    APPLICANT.  A DENIAL CARRIES THE HMDA DENIAL REASON MAPPED   00055200
055300*    OFF ITS EPSRSN REASON CODE.  A FILE EPSPIPE WITHDREW WHEN THE00055300
055325*    CUSTOMER NEVER ANSWERED AN INFORMATION REQUEST WAS CLOSED FOR00055325
055350*    INCOMPLETENESS ON ITS WITHDRAWAL DATE.  EVERY ACTION BUT A   00055350
055375*    DENIAL REPORTS DENIAL REASON 10 (NOT APPLICABLE).            00055375
055500 2100-SET-ACTION-TAKEN.                                           00055500
055600     MOVE '10' TO W-DENIAL-REASON                                 00055600
055700     EVALUATE TRUE                                                00055700
055800         WHEN EPSLA-APPROVED AND EPSLA-BOARDED-DATE NOT = SPACES  00055800
055900             MOVE '1' TO W-ACTION-TAKEN                           00055900
056000             MOVE EPSLA-BOARDED-DATE TO W-ACTION-DATE             00056000
056100         WHEN EPSLA-APPROVED                                      00056100
056200             MOVE '2' TO W-ACTION-TAKEN                           00056200
056300             MOVE EPSLA-DECIDED-DATE TO W-ACTION-DATE             00056300
056310         WHEN EPSLA-WITHDRAWN                                     00056310
056320             MOVE '5' TO W-ACTION-TAKEN                           00056320
056330             MOVE EPSLA-DECIDED-DATE TO W-ACTION-DATE             00056330
056400         WHEN OTHER                                               00056400
056500             MOVE '3' TO W-ACTION-TAKEN                           00056500
056600             MOVE EPSLA-DECIDED-DATE TO W-ACTION-DATE             00056600
056700             MOVE SPACES TO W-DENIAL-REASON                       00056700
056800             MOVE EPSLA-REASON-CODE TO EPSRN-REASON-CODE          00056800
056900             READ EPSRSN-FILE                                     00056900
057000             IF W-EPSRSN-OK                                       00057000
057100                AND EPSRN-HMDA-DENIAL-CODE NOT = SPACE            00057100
057200                 MOVE EPSRN-HMDA-DENIAL-CODE TO W-DENIAL-REASON   00057200
057300             END-IF                                               00057300
057400     END-EVALUATE                                                 00057400
057500     .                                                            00057500
057600 2100-EXIT.                                                       00057600
057700     EXIT.                                                        00057700
057800*                                                                 00057800
057900*    VALIDITY EDITS - A FIELD THE LAR CANNOT BE FILED WITHOUT.    00057900
058000*    EVERY FAILURE IS LISTED SO ONE PASS OF THE REPORT SHOWS ALL  00058000
058100*    THAT IS WRONG WITH THE ROW.                                  00058100
058200 2200-VALIDITY-EDITS.                                             00058200
058300     SET W-EDIT-VALIDITY TO TRUE                                  00058300
058400     IF NOT EPSLA-PURCHASE AND NOT EPSLA-REFINANCE                00058400
058500        AND NOT EPSLA-HOME-IMPROVEMENT                            00058500
058600         MOVE 'V001' TO W-EDIT-ID                                 00058600
058700         MOVE 'LOAN PURPOSE MISSING OR INVALID' TO W-EDIT-MSG     00058700
058800         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00058800
058900     END-IF                                                       00058900
059000     IF NOT EPSLA-PRINCIPAL-RESIDENCE AND NOT EPSLA-SECOND-HOME   00059000
059100        AND NOT EPSLA-INVESTMENT-PROPERTY                         00059100
059200         MOVE 'V002' TO W-EDIT-ID                                 00059200
059300         MOVE 'OCCUPANCY TYPE MISSING OR INVALID' TO W-EDIT-MSG   00059300
059400         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00059400
059500     END-IF                                                       00059500
059600     IF EPSLA-PROPERTY-STATE = SPACES                             00059600
059700        OR EPSLA-PROPERTY-STATE NOT ALPHABETIC                    00059700
059800         MOVE 'V003' TO W-EDIT-ID                                 00059800
059900         MOVE 'PROPERTY STATE MISSING OR INVALID' TO W-EDIT-MSG   00059900
060000         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00060000
060100     END-IF                                                       00060100
060200     IF EPSLA-PROPERTY-COUNTY NOT NUMERIC                         00060200
060300         MOVE 'V004' TO W-EDIT-ID                                 00060300
060400         MOVE 'COUNTY CODE MISSING OR NOT FIVE DIGITS'            00060400
060500           TO W-EDIT-MSG                                          00060500
060600         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00060600
060700     END-IF                                                       00060700
060800     IF EPSLA-CENSUS-TRACT NOT = SPACES                           00060800
060900        AND (EPSLA-CENSUS-TRACT NOT NUMERIC                       00060900
061000             OR EPSLA-CENSUS-TRACT(1:5)                           00061000
061100                NOT = EPSLA-PROPERTY-COUNTY)                      00061100
061200         MOVE 'V005' TO W-EDIT-ID                                 00061200
061300         MOVE 'CENSUS TRACT INVALID OR NOT IN COUNTY'             00061300
061400           TO W-EDIT-MSG                                          00061400
061500         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00061500
061600     END-IF                                                       00061600
061700     IF EPSLA-APPL-ETHNICITY < '1' OR EPSLA-APPL-ETHNICITY > '4'  00061700
061800         MOVE 'V006' TO W-EDIT-ID                                 00061800
061900         MOVE 'APPLICANT ETHNICITY MISSING OR INVALID'            00061900
062000           TO W-EDIT-MSG                                          00062000
062100         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00062100
062200     END-IF                                                       00062200
062300     IF EPSLA-APPL-RACE < '1' OR EPSLA-APPL-RACE > '7'            00062300
062400         MOVE 'V007' TO W-EDIT-ID                                 00062400
062500         MOVE 'APPLICANT RACE MISSING OR INVALID' TO W-EDIT-MSG   00062500
062600         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00062600
062700     END-IF                                                       00062700
062800     IF EPSLA-APPL-SEX < '1' OR EPSLA-APPL-SEX > '6'              00062800
062900        OR EPSLA-APPL-SEX = '5'                                   00062900
063000         MOVE 'V008' TO W-EDIT-ID                                 00063000
063100         MOVE 'APPLICANT SEX MISSING OR INVALID' TO W-EDIT-MSG    00063100
063200         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00063200
063300     END-IF                                                       00063300
063400     IF EPSLA-APPL-AGE = ZERO                                     00063400
063500         MOVE 'V009' TO W-EDIT-ID                                 00063500
063600         MOVE 'APPLICANT AGE NOT CAPTURED' TO W-EDIT-MSG          00063600
063700         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00063700
063800     END-IF                                                       00063800
063900     IF EPSLA-PRINCIPAL-AMT = ZERO                                00063900
064000         MOVE 'V010' TO W-EDIT-ID                                 00064000
064100         MOVE 'LOAN AMOUNT IS ZERO' TO W-EDIT-MSG                 00064100
064200         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00064200
064300     END-IF                                                       00064300
064400     IF W-ACTION-TAKEN = '3' AND W-DENIAL-REASON = SPACES         00064400
064500         MOVE 'V011' TO W-EDIT-ID                                 00064500
064600         MOVE 'DENIAL REASON NOT MAPPED TO AN HMDA CODE'          00064600
064700           TO W-EDIT-MSG                                          00064700
064800         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00064800
064900     END-IF                                                       00064900
065000     IF W-ACTION-DATE < EPSLA-APPLICATION-DATE                    00065000
065100         MOVE 'V012' TO W-EDIT-ID                                 00065100
065200         MOVE 'ACTION DATE BEFORE APPLICATION DATE' TO W-EDIT-MSG 00065200
065300         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00065300
065400     END-IF                                                       00065400
065500     .                                                            00065500
065600 2200-EXIT.                                                       00065600
065700     EXIT.                                                        00065700
065800*                                                                 00065800
065900*    QUALITY EDITS - THE ROW IS FILED, BUT COMPLIANCE SHOULD      00065900
066000*    CONFIRM THE DATA BEFORE SUBMISSION.                          00066000
066100 2300-QUALITY-EDITS.                                              00066100
066200     SET W-EDIT-QUALITY TO TRUE                                   00066200
066300     IF EPSLA-CENSUS-TRACT = SPACES                               00066300
066400         MOVE 'Q001' TO W-EDIT-ID                                 00066400
066500         MOVE 'CENSUS TRACT NOT CAPTURED - REPORTED NA'           00066500
066600           TO W-EDIT-MSG                                          00066600
066700         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00066700
066800     END-IF                                                       00066800
066900     IF EPSLA-COMBINED-INCOME = ZERO                              00066900
067000        AND EPSLA-MONTHLY-INCOME = ZERO                           00067000
067100         MOVE 'Q002' TO W-EDIT-ID                                 00067100
067200         MOVE 'INCOME NOT CAPTURED - REPORTED NA' TO W-EDIT-MSG   00067200
067300         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00067300
067400     END-IF                                                       00067400
067500     IF W-ACTION-TAKEN = '2'                                      00067500
067600         MOVE 'Q003' TO W-EDIT-ID                                 00067600
067700         MOVE 'APPROVED NEVER BOARDED - REPORTED NOT ACCEPTED'    00067700
067800           TO W-EDIT-MSG                                          00067800
067900         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00067900
068000     END-IF                                                       00068000
068100     IF EPSLA-COB1-ID NOT = SPACES                                00068100
068200         MOVE 'Q004' TO W-EDIT-ID                                 00068200
068300         MOVE 'CO-APPLICANT DEMOGRAPHICS NOT CAPTURED'            00068300
068400           TO W-EDIT-MSG                                          00068400
068500         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00068500
068600     END-IF                                                       00068600
068700     IF EPSLA-APPL-AGE > 99                                       00068700
068800         MOVE 'Q005' TO W-EDIT-ID                                 00068800
068900         MOVE 'APPLICANT AGE OVER 99 - CONFIRM' TO W-EDIT-MSG     00068900
069000         PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT              00069000
069100     END-IF                                                       00069100
069200     .                                                            00069200
069300 2300-EXIT.                                                       00069300
069400     EXIT.                                                        00069400
069500*                                                                 00069500
069600 2400-BUILD-ULI.                                                  00069600
069700     MOVE SPACES TO W-ULI W-ULI-BAD-SWITCH                        00069700
069800     MOVE 1 TO W-ULI-PTR                                          00069800
069900     STRING CC-LEI                 DELIMITED BY SPACE             00069900
070000            EPSLA-CUSTOMER-ID      DELIMITED BY SPACE             00070000
070100            EPSLA-APPLICATION-DATE DELIMITED BY SIZE              00070100
070200            EPSLA-APPLICATION-TIME DELIMITED BY SIZE              00070200
070300       INTO W-ULI WITH POINTER W-ULI-PTR                          00070300
070400     END-STRING                                                   00070400
070500     COMPUTE W-ULI-LENGTH = W-ULI-PTR - 1                         00070500
070600     MOVE ZERO TO W-ULI-REMAINDER                                 00070600
070700     PERFORM 2410-ADD-ONE-ULI-CHAR THRU 2410-EXIT                 00070700
070800         VARYING W-ULI-SUB FROM 1 BY 1                            00070800
070900         UNTIL W-ULI-SUB > W-ULI-LENGTH OR W-ULI-BAD              00070900
071000     IF W-ULI-BAD                                                 00071000
071100         GO TO 2400-EXIT                                          00071100
071200     END-IF                                                       00071200
071300*    APPEND 00, THEN THE CHECK DIGITS ARE 98 LESS THE REMAINDER.  00071300
071400     COMPUTE W-ULI-WORK = W-ULI-REMAINDER * 100                   00071400
071500     DIVIDE W-ULI-WORK BY 97 GIVING W-ULI-QUOTIENT                00071500
071600         REMAINDER W-ULI-REMAINDER                                00071600
071700     COMPUTE W-ULI-CHECK = 98 - W-ULI-REMAINDER                   00071700
071800     MOVE W-ULI-CHECK TO W-ULI(W-ULI-PTR:2)                       00071800
071900     .                                                            00071900
072000 2400-EXIT.                                                       00072000
072100     EXIT.                                                        00072100
072200*                                                                 00072200
072300 2410-ADD-ONE-ULI-CHAR.                                           00072300
072400     MOVE W-ULI(W-ULI-SUB:1) TO W-ULI-CHAR                        00072400
072500     PERFORM 2420-FIND-ULI-CHAR THRU 2420-EXIT                    00072500
072600         VARYING W-CHAR-SUB FROM 1 BY 1                           00072600
072700         UNTIL W-CHAR-SUB > 36                                    00072700
072800            OR W-ULI-SET-CHAR(W-CHAR-SUB) = W-ULI-CHAR            00072800
072900     IF W-CHAR-SUB > 36                                           00072900
073000         SET W-ULI-BAD TO TRUE                                    00073000
073100         GO TO 2410-EXIT                                          00073100
073200     END-IF                                                       00073200
073300     COMPUTE W-ULI-VALUE = W-CHAR-SUB - 1                         00073300
073400     IF W-ULI-VALUE < 10                                          00073400
073500         COMPUTE W-ULI-WORK = W-ULI-REMAINDER * 10 + W-ULI-VALUE  00073500
073600     ELSE                                                         00073600
073700         COMPUTE W-ULI-WORK = W-ULI-REMAINDER * 100 + W-ULI-VALUE 00073700
073800     END-IF                                                       00073800
073900     DIVIDE W-ULI-WORK BY 97 GIVING W-ULI-QUOTIENT                00073900
074000         REMAINDER W-ULI-REMAINDER                                00074000
074100     .                                                            00074100
074200 2410-EXIT.                                                       00074200
074300     EXIT.                                                        00074300
074400*                                                                 00074400
074500 2420-FIND-ULI-CHAR.                                              00074500
074600     CONTINUE                                                     00074600
074700     .                                                            00074700
074800 2420-EXIT.                                                       00074800
074900     EXIT.                                                        00074900
075000*                                                                 00075000
075100 2500-BUILD-LAR-RECORD.                                           00075100
075200     MOVE CC-LEI TO LR-LEI                                        00075200
075300     MOVE W-ULI TO LR-ULI                                         00075300
075400     MOVE EPSLA-APPLICATION-DATE TO LR-APPLICATION-DATE           00075400
075500     EVALUATE TRUE                                                00075500
075600         WHEN EPSLA-PURCHASE                                      00075600
075700             MOVE '1' TO LR-LOAN-PURPOSE                          00075700
075800         WHEN EPSLA-REFINANCE                                     00075800
075900             MOVE '31' TO LR-LOAN-PURPOSE                         00075900
076000         WHEN EPSLA-HOME-IMPROVEMENT                              00076000
076100             MOVE '2' TO LR-LOAN-PURPOSE                          00076100
076200     END-EVALUATE                                                 00076200
076300     EVALUATE TRUE                                                00076300
076400         WHEN EPSLA-PRINCIPAL-RESIDENCE                           00076400
076500             MOVE '1' TO LR-OCCUPANCY                             00076500
076600         WHEN EPSLA-SECOND-HOME                                   00076600
076700             MOVE '2' TO LR-OCCUPANCY                             00076700
076800         WHEN EPSLA-INVESTMENT-PROPERTY                           00076800
076900             MOVE '3' TO LR-OCCUPANCY                             00076900
077000     END-EVALUATE                                                 00077000
077100     COMPUTE W-LOAN-AMOUNT ROUNDED = EPSLA-PRINCIPAL-AMT          00077100
077200     MOVE W-LOAN-AMOUNT TO LR-LOAN-AMOUNT                         00077200
077300     MOVE W-ACTION-TAKEN TO LR-ACTION-TAKEN                       00077300
077400     MOVE W-ACTION-DATE TO LR-ACTION-DATE                         00077400
077500     MOVE EPSLA-PROPERTY-STATE TO LR-STATE                        00077500
077600     MOVE EPSLA-PROPERTY-COUNTY TO LR-COUNTY                      00077600
077700     IF EPSLA-CENSUS-TRACT = SPACES                               00077700
077800         MOVE 'NA' TO LR-TRACT                                    00077800
077900     ELSE                                                         00077900
078000         MOVE EPSLA-CENSUS-TRACT TO LR-TRACT                      00078000
078100     END-IF                                                       00078100
078200     MOVE EPSLA-APPL-ETHNICITY TO LR-APPL-ETHNICITY               00078200
078300     MOVE EPSLA-APPL-RACE TO LR-APPL-RACE                         00078300
078400     MOVE EPSLA-APPL-SEX TO LR-APPL-SEX                           00078400
078500     MOVE EPSLA-APPL-AGE TO W-NUM-4                               00078500
078600     MOVE W-NUM-4 TO LR-APPL-AGE                                  00078600
078700*    CO-APPLICANT DEMOGRAPHICS ARE NOT TAKEN ON EPMENU - A FILED  00078700
078800*    CO-BORROWER IS REPORTED AS INFORMATION NOT PROVIDED.         00078800
078900     IF EPSLA-COB1-ID NOT = SPACES                                00078900
079000         MOVE '3' TO LR-COAP-ETHNICITY                            00079000
079100         MOVE '6' TO LR-COAP-RACE                                 00079100
079200         MOVE '3' TO LR-COAP-SEX                                  00079200
079300         MOVE '8888' TO LR-COAP-AGE                               00079300
079400     ELSE                                                         00079400
079500         MOVE '5' TO LR-COAP-ETHNICITY                            00079500
079600         MOVE '8' TO LR-COAP-RACE                                 00079600
079700         MOVE '5' TO LR-COAP-SEX                                  00079700
079800         MOVE '9999' TO LR-COAP-AGE                               00079800
079900     END-IF                                                       00079900
080000*    GROSS ANNUAL INCOME RELIED ON, IN THOUSANDS OF DOLLARS.      00080000
080100     IF EPSLA-COMBINED-INCOME > ZERO                              00080100
080200         COMPUTE W-ANNUAL-INCOME = EPSLA-COMBINED-INCOME * 12     00080200
080300     ELSE                                                         00080300
080400         COMPUTE W-ANNUAL-INCOME = EPSLA-MONTHLY-INCOME * 12      00080400
080500     END-IF                                                       00080500
080600     IF W-ANNUAL-INCOME = ZERO                                    00080600
080700         MOVE 'NA' TO LR-INCOME                                   00080700
080800     ELSE                                                         00080800
080900         COMPUTE W-INCOME-THOUSANDS ROUNDED                       00080900
081000             = W-ANNUAL-INCOME / 1000                             00081000
081100         MOVE W-INCOME-THOUSANDS TO W-NUM-9                       00081100
081200         MOVE W-NUM-9(3:7) TO LR-INCOME                           00081200
081300     END-IF                                                       00081300
081400     MOVE W-DENIAL-REASON TO LR-DENIAL-REASON                     00081400
081500*    PRICING FIELDS - CHARGES ONLY ON AN ORIGINATED LOAN, THE     00081500
081600*    RATE ON ANY APPROVAL, NOTHING ON A DENIAL.                   00081600
081700     IF W-ACTION-TAKEN = '1'                                      00081700
081800         MOVE EPSLA-ORIGINATION-FEE TO W-ED-AMOUNT                00081800
081900         MOVE W-ED-AMOUNT TO LR-ORIGINATION-CHARGES               00081900
082000         COMPUTE W-POINTS-AMOUNT ROUNDED                          00082000
082100             = EPSLA-PRINCIPAL-AMT * EPSLA-DISCOUNT-POINTS / 100  00082100
082200         MOVE W-POINTS-AMOUNT TO W-ED-AMOUNT                      00082200
082300         MOVE W-ED-AMOUNT TO LR-DISCOUNT-POINTS                   00082300
082400     ELSE                                                         00082400
082500         MOVE 'NA' TO LR-ORIGINATION-CHARGES LR-DISCOUNT-POINTS   00082500
082600     END-IF                                                       00082600
082700     IF W-ACTION-TAKEN = '3' OR '5'                               00082700
082800         MOVE 'NA' TO LR-INTEREST-RATE                            00082800
082900     ELSE                                                         00082900
083000         MOVE EPSLA-INTEREST-RATE TO W-ED-RATE                    00083000
083100         MOVE W-ED-RATE TO LR-INTEREST-RATE                       00083100
083200     END-IF                                                       00083200
083300     COMPUTE W-LOAN-TERM = EPSLA-NUMBER-OF-YEARS * 12             00083300
083400     MOVE W-LOAN-TERM TO W-NUM-3                                  00083400
083500     MOVE W-NUM-3 TO LR-LOAN-TERM                                 00083500
083600     IF EPSLA-ARM-RATE                                            00083600
083700         COMPUTE W-LOAN-TERM = EPSLA-ARM-FIXED-YEARS * 12         00083700
083800         MOVE W-LOAN-TERM TO W-NUM-3                              00083800
083900         MOVE W-NUM-3 TO LR-INTRO-RATE-PERIOD                     00083900
084000     ELSE                                                         00084000
084100         MOVE 'NA' TO LR-INTRO-RATE-PERIOD                        00084100
084200     END-IF                                                       00084200
084300*    PROPERTY VALUE IS BACKED OUT OF THE DOWN PAYMENT PERCENT -   00084300
084400*    WITHOUT ONE THERE IS NO VALUE AND NO COMBINED LTV TO REPORT. 00084400
084500     IF EPSLA-DOWN-PAYMENT-PCT > ZERO                             00084500
084600         COMPUTE W-PROPERTY-VALUE ROUNDED                         00084600
084700             = EPSLA-PRINCIPAL-AMT * 100                          00084700
084800               / (100 - EPSLA-DOWN-PAYMENT-PCT)                   00084800
084900         MOVE W-PROPERTY-VALUE TO W-NUM-9                         00084900
085000         MOVE W-NUM-9 TO LR-PROPERTY-VALUE                        00085000
085100         COMPUTE W-CLTV-PCT = 100 - EPSLA-DOWN-PAYMENT-PCT        00085100
085200         MOVE W-CLTV-PCT TO W-ED-PCT                              00085200
085300         MOVE W-ED-PCT TO LR-CLTV                                 00085300
085400     ELSE                                                         00085400
085500         MOVE 'NA' TO LR-PROPERTY-VALUE LR-CLTV                   00085500
085600     END-IF                                                       00085600
085700     IF EPSLA-DTI-PCT > ZERO                                      00085700
085800         MOVE EPSLA-DTI-PCT TO W-ED-PCT                           00085800
085900         MOVE W-ED-PCT TO LR-DTI                                  00085900
086000     ELSE                                                         00086000
086100         MOVE 'NA' TO LR-DTI                                      00086100
086200     END-IF                                                       00086200
086300     .                                                            00086300
086400 2500-EXIT.                                                       00086400
086500     EXIT.                                                        00086500
086600*                                                                 00086600
086700 2900-WRITE-EDIT-LINE.                                            00086700
086800     ADD 1 TO W-EDIT-HIT-COUNT                                    00086800
086900     IF W-EDIT-VALIDITY                                           00086900
087000         SET W-VALIDITY-FAILED TO TRUE                            00087000
087100         MOVE W-VALIDITY-LABEL TO ED-EDIT-TYPE                    00087100
087200     ELSE                                                         00087200
087300         SET W-QUALITY-WARNED TO TRUE                             00087300
087400         MOVE W-QUALITY-LABEL TO ED-EDIT-TYPE                     00087400
087500     END-IF                                                       00087500
087600     MOVE EPSLA-CUSTOMER-ID TO ED-CUSTOMER-ID                     00087600
087700     MOVE EPSLA-APPLICATION-DATE TO ED-APPLICATION-DATE           00087700
087800     MOVE EPSLA-APPLICATION-TIME TO ED-APPLICATION-TIME           00087800
087900     MOVE W-ACTION-TAKEN TO ED-ACTION-TAKEN                       00087900
088000     MOVE W-EDIT-ID TO ED-EDIT-ID                                 00088000
088100     MOVE W-EDIT-MSG TO ED-EDIT-MSG                               00088100
088200     MOVE W-EDIT-DETAIL TO EDIT-LINE                              00088200
088300     WRITE EDIT-LINE                                              00088300
088400     .                                                            00088400
088500 2900-EXIT.                                                       00088500
088600     EXIT.                                                        00088600
088700*                                                                 00088700
088800*    THE TRANSMITTAL SHEET NEEDS THE LAR COUNT, SO THE LAR RECORDS00088800
088900*    ARE HELD ON LARWORK UNTIL THE CURSOR IS DONE AND THEN COPIED 00088900
089000*    BEHIND IT ONTO THE SUBMISSION FILE.                          00089000
089100 7000-WRITE-LAR-FILE.                                             00089100
089200     CLOSE LAR-WORK-FILE                                          00089200
089300     OPEN OUTPUT LAR-FILE                                         00089300
089400     MOVE CC-INSTITUTION-NAME TO TS-INSTITUTION-NAME              00089400
089500     MOVE W-REPORT-YEAR TO TS-REPORT-YEAR                         00089500
089600     MOVE CC-LEI TO TS-LEI                                        00089600
089700     MOVE CC-TAX-ID TO TS-TAX-ID                                  00089700
089800     MOVE W-LAR-COUNT TO TS-LAR-COUNT                             00089800
089900     MOVE W-TS-LINE TO LAR-RECORD                                 00089900
090000     WRITE LAR-RECORD                                             00090000
090100     OPEN INPUT LAR-WORK-FILE                                     00090100
090200     PERFORM 7100-COPY-ONE-LAR-RECORD THRU 7100-EXIT              00090200
090300         UNTIL W-WORK-EOF                                         00090300
090400     CLOSE LAR-FILE                                               00090400
090500     .                                                            00090500
090600 7000-EXIT.                                                       00090600
090700     EXIT.                                                        00090700
090800*                                                                 00090800
090900 7100-COPY-ONE-LAR-RECORD.                                        00090900
091000     READ LAR-WORK-FILE                                           00091000
091100         AT END                                                   00091100
091200             SET W-WORK-EOF TO TRUE                               00091200
091300             GO TO 7100-EXIT                                      00091300
091400     END-READ                                                     00091400
091500     MOVE LAR-WORK-RECORD TO LAR-RECORD                           00091500
091600     WRITE LAR-RECORD                                             00091600
091700     .                                                            00091700
091800 7100-EXIT.                                                       00091800
091900     EXIT.                                                        00091900
092000*                                                                 00092000
092100 8000-PRINT-SUMMARY.                                              00092100
092200     IF W-EDIT-HIT-COUNT = 0                                      00092200
092300         MOVE W-BLANK-LINE TO EDIT-LINE                           00092300
092400         WRITE EDIT-LINE                                          00092400
092500         MOVE W-NO-EDITS-MSG TO EDIT-LINE                         00092500
092600         WRITE EDIT-LINE                                          00092600
092700     END-IF                                                       00092700
092800     MOVE W-BLANK-LINE TO RPT-LINE                                00092800
092900     WRITE RPT-LINE                                               00092900
093000     IF W-READ-COUNT = 0                                          00093000
093100         MOVE W-NO-RECORDS-MSG TO RPT-LINE                        00093100
093200         WRITE RPT-LINE                                           00093200
093300         GO TO 8000-EXIT                                          00093300
093400     END-IF                                                       00093400
093500     MOVE W-READ-COUNT TO RDL-COUNT                               00093500
093600     MOVE W-READ-LINE TO RPT-LINE                                 00093600
093700     WRITE RPT-LINE                                               00093700
093800     MOVE W-LAR-COUNT TO LRL-COUNT                                00093800
093900     MOVE W-LAR-LINE-TOT TO RPT-LINE                              00093900
094000     WRITE RPT-LINE                                               00094000
094100     MOVE W-EXCLUDED-COUNT TO EXL-COUNT                           00094100
094200     MOVE W-EXCLUDED-LINE TO RPT-LINE                             00094200
094300     WRITE RPT-LINE                                               00094300
094400     MOVE W-WARNED-COUNT TO WNL-COUNT                             00094400
094500     MOVE W-WARNED-LINE TO RPT-LINE                               00094500
094600     WRITE RPT-LINE                                               00094600
094700     MOVE W-EDIT-HIT-COUNT TO EHL-COUNT                           00094700
094800     MOVE W-EDIT-HIT-LINE TO RPT-LINE                             00094800
094900     WRITE RPT-LINE                                               00094900
095000     MOVE W-BLANK-LINE TO RPT-LINE                                00095000
095100     WRITE RPT-LINE                                               00095100
095200     MOVE W-ACTION-HEADING TO RPT-LINE                            00095200
095300     WRITE RPT-LINE                                               00095300
095400     PERFORM 8100-PRINT-ACTION-COUNT THRU 8100-EXIT               00095400
095500         VARYING W-ACTION-SUB FROM 1 BY 1                         00095500
095600         UNTIL W-ACTION-SUB > 5                                   00095600
095700     .                                                            00095700
095800 8000-EXIT.                                                       00095800
095900     EXIT.                                                        00095900
096000*                                                                 00096000
096100 8100-PRINT-ACTION-COUNT.                                         00096100
096200     MOVE W-ACTION-NAME(W-ACTION-SUB) TO AL-ACTION-NAME           00096200
096300     MOVE W-ACTION-COUNT(W-ACTION-SUB) TO AL-COUNT                00096300
096400     MOVE W-ACTION-LINE TO RPT-LINE                               00096400
096500     WRITE RPT-LINE                                               00096500
096600     .                                                            00096600
096700 8100-EXIT.                                                       00096700
096800     EXIT.                                                        00096800
096900*                                                                 00096900
097000 9000-TERMINATE.                                                  00097000
097100     IF W-EPSRSN-OPENED                                           00097100
097200         CLOSE EPSRSN-FILE                                        00097200
097300         CLOSE LAR-WORK-FILE                                      00097300
097400         CLOSE EDIT-FILE                                          00097400
097500     END-IF                                                       00097500
097600     CLOSE REPORT-FILE                                            00097600
097700     IF W-INIT-FAILED OR W-SQL-FAILED                             00097700
097800         MOVE 8 TO RETURN-CODE                                    00097800
097900     END-IF                                                       00097900
098000     .                                                            00098000
098100 9000-EXIT.                                                       00098100
098200     EXIT.                                                        00098200
