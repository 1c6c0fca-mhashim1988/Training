000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSPMPST.                                         00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY LOAN PAYMENT POSTING AND DELINQUENCY AGING.  READS   00000800
000900*    THE DAY'S PAYTRAN PAYMENT FILE AND POSTS EACH PAYMENT TO ITS 00000900
001000*    EPSLOAN SERVICING MASTER ROW, SPLITTING THE INSTALLMENT INTO 00001000
001100*    INTEREST, PRINCIPAL AND ESCROW THE SAME WAY THE EPSAMSCH     00001100
001200*    AMORTIZATION SCHEDULE DOES - INTEREST ON THE STANDING        00001200
001300*    BALANCE AT THE MONTHLY RATE, THE REST OF THE P&I TO          00001300
001400*    PRINCIPAL, AND ADJUSTABLE-RATE LOANS STEPPED AT EACH         00001400
001500*    ADJUSTMENT DATE.  A PAYMENT COVERING MORE THAN ONE           00001500
001600*    INSTALLMENT PAYS WHOLE PAST-DUE INSTALLMENTS FIRST AND ANY   00001600
001700*    REMAINDER GOES TO PRINCIPAL.  EVERY POSTING IS PRINTED ON    00001700
001800*    THE JOURNAL; A PAYMENT THAT MATCHES NO LOAN, IS SHORT OF THE 00001800
001900*    INSTALLMENT DUE, OR WOULD OVERPAY THE LOAN IS LISTED ON THE  00001900
002000*    REJECTS REPORT AND NOT POSTED.  AFTER POSTING, EVERY ACTIVE  00002000
002100*    LOAN IS AGED AGAINST ITS NEXT DUE DATE INTO CURRENT, 30,     00002100
002200*    60 AND 90+ DAY BUCKETS AND THE AGING REPORT IS PRINTED BY    00002200
002300*    BRANCH OFF THE EPSBRNCH MASTER.  THE AGING DATE IS TODAY     00002300
002400*    UNLESS A SYSIN CARD SUPPLIES ONE.  SEE JCL MEMBER EPSPMPST.  00002400
002500*                                                                 00002500
002600*    MOD HISTORY                                                  00002600
002700*    ------------------------------------------------------------ 00002700
002800*    DATE        INIT  DESCRIPTION                                00002800
002900*    2026-10-15  DLH   ORIGINAL VERSION.                          00002900
003000*                                                                 00003000
003100 ENVIRONMENT DIVISION.                                            00003100
003200 CONFIGURATION SECTION.                                           00003200
003300 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00003300
003400 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00003400
003500 INPUT-OUTPUT SECTION.                                            00003500
003600 FILE-CONTROL.                                                    00003600
003700     SELECT CONTROL-CARD-FILE  ASSIGN TO SYSIN                    00003700
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00003800
003900     SELECT PAYTRAN-FILE       ASSIGN TO PAYTRAN                  00003900
004000         ORGANIZATION IS LINE SEQUENTIAL                          00004000
004100         FILE STATUS  IS W-PAYTRAN-STATUS.                        00004100
004200     SELECT EPSLOAN-FILE       ASSIGN TO EPSLOAN                  00004200
004300         ORGANIZATION IS INDEXED                                  00004300
004400         ACCESS MODE  IS DYNAMIC                                  00004400
004500         RECORD KEY   IS EPSLM-KEY                                00004500
004600         FILE STATUS  IS W-EPSLOAN-STATUS.                        00004600
004700     SELECT EPSBRNCH-FILE      ASSIGN TO EPSBRNCH                 00004700
004800         ORGANIZATION IS INDEXED                                  00004800
004900         ACCESS MODE  IS RANDOM                                   00004900
005000         RECORD KEY   IS EPSBR-KEY                                00005000
005100         FILE STATUS  IS W-EPSBRNCH-STATUS.                       00005100
005200     SELECT JOURNAL-FILE       ASSIGN TO JOURNAL                  00005200
005300         ORGANIZATION IS LINE SEQUENTIAL.                         00005300
005400     SELECT REJECT-FILE        ASSIGN TO REJECTS                  00005400
005500         ORGANIZATION IS LINE SEQUENTIAL.                         00005500
005600     SELECT AGING-FILE         ASSIGN TO AGING                    00005600
005700         ORGANIZATION IS LINE SEQUENTIAL.                         00005700
005800     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00005800
005900         ORGANIZATION IS LINE SEQUENTIAL.                         00005900
006000*                                                                 00006000
006100 DATA DIVISION.                                                   00006100
006200 FILE SECTION.                                                    00006200
006300 FD  CONTROL-CARD-FILE                                            00006300
006400     RECORDING MODE IS F.                                         00006400
006500 01  CONTROL-CARD.                                                00006500
006600     05  CC-RUN-DATE                PIC 9(08).                    00006600
006700     05  FILLER                     PIC X(72).                    00006700
006800*                                                                 00006800
006900 FD  PAYTRAN-FILE                                                 00006900
007000     RECORDING MODE IS F.                                         00007000
007100     COPY EPSPMTRN.                                               00007100
007200*                                                                 00007200
007300 FD  EPSLOAN-FILE.                                                00007300
007400     COPY EPSLOAN.                                                00007400
007500*                                                                 00007500
007600 FD  EPSBRNCH-FILE.                                               00007600
007700     COPY EPSBRNCH.                                               00007700
007800*                                                                 00007800
007900 FD  JOURNAL-FILE                                                 00007900
008000     RECORDING MODE IS F.                                         00008000
008100 01  JNL-LINE                       PIC X(132).                   00008100
008200*                                                                 00008200
008300 FD  REJECT-FILE                                                  00008300
008400     RECORDING MODE IS F.                                         00008400
008500 01  REJ-LINE                       PIC X(132).                   00008500
008600*                                                                 00008600
008700 FD  AGING-FILE                                                   00008700
008800     RECORDING MODE IS F.                                         00008800
008900 01  AGE-LINE                       PIC X(132).                   00008900
009000*                                                                 00009000
009100 FD  REPORT-FILE                                                  00009100
009200     RECORDING MODE IS F.                                         00009200
009300 01  RPT-LINE                       PIC X(132).                   00009300
009400*                                                                 00009400
009500 WORKING-STORAGE SECTION.                                         00009500
009600 01  W-PAYTRAN-STATUS               PIC X(02).                    00009600
009700     88  W-PAYTRAN-OK                      VALUE '00'.            00009700
009800 01  W-EPSLOAN-STATUS               PIC X(02).                    00009800
009900     88  W-EPSLOAN-OK                      VALUE '00'.            00009900
010000     88  W-EPSLOAN-NOTFND                  VALUE '23'.            00010000
010100     88  W-EPSLOAN-EOF                     VALUE '10'.            00010100
010200 01  W-EPSBRNCH-STATUS              PIC X(02).                    00010200
010300     88  W-EPSBRNCH-OK                     VALUE '00'.            00010300
010400 01  W-PAYTRAN-ERROR-MSG.                                         00010400
010500     05  FILLER                 PIC X(30) VALUE                   00010500
010600            'PAYTRAN FILE ERROR - STATUS '.                       00010600
010700     05  EM-PAYTRAN-STATUS      PIC X(02).                        00010700
010800     05  FILLER                 PIC X(40) VALUE SPACES.           00010800
010900 01  W-EPSLOAN-ERROR-MSG.                                         00010900
011000     05  FILLER                 PIC X(30) VALUE                   00011000
011100            'EPSLOAN FILE ERROR - STATUS '.                       00011100
011200     05  EM-EPSLOAN-STATUS      PIC X(02).                        00011200
011300     05  FILLER                 PIC X(40) VALUE SPACES.           00011300
011400 01  W-SWITCHES.                                                  00011400
011500     05  W-CARD-SWITCH              PIC X(01).                    00011500
011600         88  W-NO-CONTROL-CARD             VALUE 'Y'.             00011600
011700     05  W-INIT-FAIL-SWITCH         PIC X(01).                    00011700
011800         88  W-INIT-FAILED                 VALUE 'Y'.             00011800
011900     05  W-PAYTRAN-EOF-SWITCH       PIC X(01).                    00011900
012000         88  W-PAYTRAN-EOF                 VALUE 'Y'.             00012000
012100     05  W-LOAN-IO-SWITCH           PIC X(01).                    00012100
012200         88  W-EPSLOAN-IO-ERROR            VALUE 'Y'.             00012200
012300     05  W-LOAN-EOF-SWITCH          PIC X(01).                    00012300
012400         88  W-LOAN-FILE-EOF               VALUE 'Y'.             00012400
012500     05  W-EPSBRNCH-AVAIL-SWITCH    PIC X(01).                    00012500
012600         88  W-EPSBRNCH-AVAILABLE          VALUE 'Y'.             00012600
012700     05  W-SHORT-SWITCH             PIC X(01).                    00012700
012800         88  W-INSTALLMENT-SHORT           VALUE 'Y'.             00012800
012900     05  W-RATE-CHANGE-SWITCH       PIC X(01).                    00012900
013000         88  W-RATE-CHANGED                VALUE 'Y'.             00013000
013100 01  W-RUN-DATE                     PIC 9(08).                    00013100
013200 01  W-RUN-DAY-NUMBER               PIC 9(07).                    00013200
013300 01  W-TODAY-TIME                   PIC 9(06).                    00013300
013400 01  W-BATCH-ID                     PIC X(03) VALUE 'PST'.        00013400
013500     COPY EPSDAYPM.                                               00013500
013600*                                                                 00013600
013700*    ONE INSTALLMENT, WORKED OUT BEFORE IT IS APPLIED - THE RATE, 00013700
013800*    P&I AND NEXT ADJUSTMENT ARE HELD HERE AND ONLY MOVED ONTO    00013800
013900*    THE LOAN ROW ONCE THE PAYMENT IS KNOWN TO COVER IT.          00013900
014000 01  W-INSTALLMENT-AREA.                                          00014000
014100     05  W-PAYMENT-NUMBER           PIC 9(04)       COMP-3.       00014100
014200     05  W-NUMBER-OF-PAYMENTS       PIC 9(04)       COMP-3.       00014200
014300     05  W-REMAINING-PAYMENTS       PIC 9(04)       COMP-3.       00014300
014400     05  W-MONTHLY-RATE             PIC 9(01)V9(09) COMP-3.       00014400
014500     05  W-INST-RATE                PIC 9(03)V999   COMP-3.       00014500
014600     05  W-INST-PI                  PIC 9(07)V99    COMP-3.       00014600
014700     05  W-INST-NEXT-ADJUST         PIC 9(04)       COMP-3.       00014700
014800     05  W-INST-INTEREST            PIC 9(07)V99    COMP-3.       00014800
014900     05  W-INST-PRINCIPAL           PIC 9(07)V99    COMP-3.       00014900
015000     05  W-INSTALLMENT-DUE          PIC 9(07)V99    COMP-3.       00015000
015100     05  W-ARM-MAX-RATE             PIC 9(03)V999   COMP-3.       00015100
015200     05  W-ADJ-FREQ-PAYMENTS        PIC 9(04)       COMP-3.       00015200
015300     05  W-RATE-FACTOR              PIC 9(04)V9(09) COMP-3.       00015300
015400     05  W-NUMERATOR                PIC 9(09)V9(09) COMP-3.       00015400
015500     05  W-DENOMINATOR              PIC 9(04)V9(09) COMP-3.       00015500
015600*                                                                 00015600
015700*    WHAT ONE PAYMENT POSTED, SUMMED OVER ITS INSTALLMENTS.       00015700
015800 01  W-POSTING-AREA.                                              00015800
015900     05  W-REMAINING-AMT            PIC 9(07)V99    COMP-3.       00015900
016000     05  W-POST-INSTALLMENTS        PIC 9(02)       COMP-3.       00016000
016100     05  W-POST-INTEREST            PIC 9(07)V99    COMP-3.       00016100
016200     05  W-POST-PRINCIPAL           PIC 9(07)V99    COMP-3.       00016200
016300     05  W-POST-ESCROW              PIC 9(07)V99    COMP-3.       00016300
016400     05  W-POST-EXTRA-PRIN          PIC 9(07)V99    COMP-3.       00016400
016500 01  W-DUE-DATE.                                                  00016500
016600     05  W-DUE-YEAR                 PIC 9(04).                    00016600
016700     05  W-DUE-MONTH                PIC 9(02).                    00016700
016800     05  W-DUE-DAY                  PIC 9(02).                    00016800
016900 01  W-REJECT-REASON                PIC X(40).                    00016900
017000*                                                                 00017000
017100 01  W-NO-LOAN-MSG                  PIC X(40) VALUE               00017100
017200        'NO MATCHING LOAN ON EPSLOAN'.                            00017200
017300 01  W-PAID-OFF-MSG                 PIC X(40) VALUE               00017300
017400        'LOAN IS ALREADY PAID OFF'.                               00017400
017500 01  W-BAD-AMOUNT-MSG               PIC X(40) VALUE               00017500
017600        'PAYMENT AMOUNT MISSING OR INVALID'.                      00017600
017700 01  W-SHORT-MSG                    PIC X(40) VALUE               00017700
017800        'PAYMENT LESS THAN INSTALLMENT DUE'.                      00017800
017900 01  W-OVERPAY-MSG                  PIC X(40) VALUE               00017900
018000        'PAYMENT EXCEEDS LOAN PAYOFF AMOUNT'.                     00018000
018100*                                                                 00018100
018200*    AGING BUCKETS - 1 CURRENT (UNDER 30 DAYS PAST DUE), 2 30-59  00018200
018300*    DAYS, 3 60-89 DAYS, 4 90 DAYS AND OVER.                      00018300
018400 01  W-BUCKET-NAME-DATA.                                          00018400
018500     05  FILLER                     PIC X(14) VALUE               00018500
018600            'CURRENT'.                                            00018600
018700     05  FILLER                     PIC X(14) VALUE               00018700
018800            '30-59 DAYS'.                                         00018800
018900     05  FILLER                     PIC X(14) VALUE               00018900
019000            '60-89 DAYS'.                                         00019000
019100     05  FILLER                     PIC X(14) VALUE               00019100
019200            '90+ DAYS'.                                           00019200
019300 01  W-BUCKET-NAME-TABLE REDEFINES W-BUCKET-NAME-DATA.            00019300
019400     05  W-BUCKET-NAME OCCURS 4 TIMES                             00019400
019500                                    PIC X(14).                    00019500
019600 01  W-BUCKET-SUB                   PIC 9(01)   COMP-3.           00019600
019700 01  W-DAYS-PAST-DUE                PIC 9(05)   COMP-3.           00019700
019800*                                                                 00019800
019900*    ONE ROW PER BRANCH SEEN WHILE AGING, WITH A LOAN COUNT AND   00019900
020000*    BALANCE PER BUCKET.  THE DELINQUENT TABLE HOLDS EVERY LOAN   00020000
020100*    30 OR MORE DAYS PAST DUE SO THE REPORT CAN LIST THEM UNDER   00020100
020200*    THEIR BRANCH.                                                00020200
020300 01  W-BRANCH-TABLE.                                              00020300
020400     05  W-BRANCH-ENTRY OCCURS 50 TIMES                           00020400
020500                          INDEXED BY W-BR-IDX.                    00020500
020600         10  W-BT-BRANCH-ID         PIC X(04).                    00020600
020700         10  W-BT-BRANCH-NAME       PIC X(20).                    00020700
020800         10  W-BT-BUCKET OCCURS 4 TIMES.                          00020800
020900             15  W-BT-COUNT         PIC 9(05)     COMP-3.         00020900
021000             15  W-BT-BALANCE       PIC 9(09)V99  COMP-3.         00021000
021100 01  W-BRANCH-COUNT                 PIC 9(03)   COMP-3 VALUE ZERO.00021100
021200 01  W-BRANCH-OVERFLOW-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.00021200
021300 01  W-DELINQUENT-TABLE.                                          00021300
021400     05  W-DELINQUENT-ENTRY OCCURS 500 TIMES.                     00021400
021500         10  W-DT-BRANCH-ID         PIC X(04).                    00021500
021600         10  W-DT-LOAN-NUMBER       PIC X(22).                    00021600
021700         10  W-DT-CUSTOMER-NAME     PIC X(30).                    00021700
021800         10  W-DT-NEXT-DUE-DATE     PIC 9(08).                    00021800
021900         10  W-DT-DAYS-PAST-DUE     PIC 9(05)     COMP-3.         00021900
022000         10  W-DT-BALANCE           PIC 9(07)V99  COMP-3.         00022000
022100         10  W-DT-BUCKET-SUB        PIC 9(01)     COMP-3.         00022100
022200 01  W-DELINQUENT-COUNT             PIC 9(03)   COMP-3 VALUE ZERO.00022200
022300 01  W-DELINQ-OVERFLOW-COUNT        PIC 9(07)   COMP-3 VALUE ZERO.00022300
022400 01  W-GRAND-TOTALS.                                              00022400
022500     05  W-GT-BUCKET OCCURS 4 TIMES.                              00022500
022600         10  W-GT-COUNT             PIC 9(07)     COMP-3.         00022600
022700         10  W-GT-BALANCE           PIC 9(09)V99  COMP-3.         00022700
022800 01  W-LOOKUP-BRANCH-ID             PIC X(04).                    00022800
022900 01  W-LOOKUP-BRANCH-NAME           PIC X(20).                    00022900
023000 01  W-GRP-SUB                      PIC 9(03)   COMP-3.           00023000
023100*                                                                 00023100
023200 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00023200
023300 01  W-POSTED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00023300
023400 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00023400
023500 01  W-PAYOFF-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00023500
023600 01  W-AGED-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00023600
023700 01  W-POSTED-AMOUNT                PIC 9(09)V99 COMP-3           00023700
023800                                                VALUE ZERO.       00023800
023900 01  W-REJECTED-AMOUNT              PIC 9(09)V99 COMP-3           00023900
024000                                                VALUE ZERO.       00024000
024100 01  W-TOTAL-INTEREST               PIC 9(09)V99 COMP-3           00024100
024200                                                VALUE ZERO.       00024200
024300 01  W-TOTAL-PRINCIPAL              PIC 9(09)V99 COMP-3           00024300
024400                                                VALUE ZERO.       00024400
024500 01  W-TOTAL-ESCROW                 PIC 9(09)V99 COMP-3           00024500
024600                                                VALUE ZERO.       00024600
024700*                                                                 00024700
024800 01  W-EDIT-FIELDS.                                               00024800
024900     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00024900
025000     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00025000
025100*                                                                 00025100
025200 01  W-HEADING-1.                                                 00025200
025300     05  H1-TITLE                   PIC X(40).                    00025300
025400     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00025400
025500     05  H1-RUN-DATE                PIC X(10).                    00025500
025600 01  W-JOURNAL-TITLE                PIC X(40) VALUE               00025600
025700        'EPSPMPST - PAYMENT POSTING JOURNAL'.                     00025700
025800 01  W-REJECT-TITLE                 PIC X(40) VALUE               00025800
025900        'EPSPMPST - REJECTED PAYMENTS'.                           00025900
026000 01  W-AGING-TITLE                  PIC X(40) VALUE               00026000
026100        'EPSPMPST - DELINQUENCY AGING BY BRANCH'.                 00026100
026200 01  W-SUMMARY-TITLE                PIC X(40) VALUE               00026200
026300        'EPSPMPST - PAYMENT POSTING SUMMARY'.                     00026300
026400*                                                                 00026400
026500 01  W-JOURNAL-HEADING.                                           00026500
026600     05  FILLER                     PIC X(23) VALUE               00026600
026700            'LOAN NUMBER'.                                        00026700
026800     05  FILLER                     PIC X(11) VALUE 'PAID ON'.    00026800
026900     05  FILLER                     PIC X(13) VALUE               00026900
027000            '      AMOUNT'.                                       00027000
027100     05  FILLER                     PIC X(03) VALUE 'IN'.         00027100
027200     05  FILLER                     PIC X(13) VALUE               00027200
027300            '    INTEREST'.                                       00027300
027400     05  FILLER                     PIC X(13) VALUE               00027400
027500            '   PRINCIPAL'.                                       00027500
027600     05  FILLER                     PIC X(13) VALUE               00027600
027700            '      ESCROW'.                                       00027700
027800     05  FILLER                     PIC X(13) VALUE               00027800
027900            '  EXTRA PRIN'.                                       00027900
028000     05  FILLER                     PIC X(13) VALUE               00028000
028100            ' NEW BALANCE'.                                       00028100
028200     05  FILLER                     PIC X(11) VALUE 'NEXT DUE'.   00028200
028300     05  FILLER                     PIC X(06) VALUE 'NOTE'.       00028300
028400 01  W-JOURNAL-LINE.                                              00028400
028500     05  JL-LOAN-NUMBER             PIC X(22).                    00028500
028600     05  FILLER                     PIC X(01) VALUE SPACES.       00028600
028700     05  JL-PAYMENT-DATE            PIC 9(04)/99/99.              00028700
028800     05  FILLER                     PIC X(01) VALUE SPACES.       00028800
028900     05  JL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.             00028900
029000     05  FILLER                     PIC X(01) VALUE SPACES.       00029000
029100     05  JL-INSTALLMENTS            PIC Z9.                       00029100
029200     05  FILLER                     PIC X(01) VALUE SPACES.       00029200
029300     05  JL-INTEREST                PIC Z,ZZZ,ZZ9.99.             00029300
029400     05  FILLER                     PIC X(01) VALUE SPACES.       00029400
029500     05  JL-PRINCIPAL               PIC Z,ZZZ,ZZ9.99.             00029500
029600     05  FILLER                     PIC X(01) VALUE SPACES.       00029600
029700     05  JL-ESCROW                  PIC Z,ZZZ,ZZ9.99.             00029700
029800     05  FILLER                     PIC X(01) VALUE SPACES.       00029800
029900     05  JL-EXTRA-PRIN              PIC Z,ZZZ,ZZ9.99.             00029900
030000     05  FILLER                     PIC X(01) VALUE SPACES.       00030000
030100     05  JL-NEW-BALANCE             PIC Z,ZZZ,ZZ9.99.             00030100
030200     05  FILLER                     PIC X(01) VALUE SPACES.       00030200
030300     05  JL-NEXT-DUE                PIC 9(04)/99/99.              00030300
030400     05  FILLER                     PIC X(01) VALUE SPACES.       00030400
030500     05  JL-NOTE                    PIC X(06).                    00030500
030600 01  W-RATE-ADJ-NOTE                PIC X(06) VALUE 'RATE'.       00030600
030700 01  W-PAYOFF-NOTE                  PIC X(06) VALUE 'PAYOFF'.     00030700
030800*                                                                 00030800
030900 01  W-REJECT-HEADING.                                            00030900
031000     05  FILLER                     PIC X(24) VALUE               00031000
031100            'LOAN NUMBER'.                                        00031100
031200     05  FILLER                     PIC X(12) VALUE 'PAID ON'.    00031200
031300     05  FILLER                     PIC X(14) VALUE               00031300
031400            '      AMOUNT'.                                       00031400
031500     05  FILLER                     PIC X(03) VALUE 'SRC'.        00031500
031600     05  FILLER                     PIC X(17) VALUE 'REFERENCE'.  00031600
031700     05  FILLER                     PIC X(40) VALUE 'REASON'.     00031700
031800 01  W-REJECT-LINE.                                               00031800
031900     05  RL-LOAN-NUMBER             PIC X(22).                    00031900
032000     05  FILLER                     PIC X(02) VALUE SPACES.       00032000
032100     05  RL-PAYMENT-DATE            PIC X(10).                    00032100
032200     05  FILLER                     PIC X(02) VALUE SPACES.       00032200
032300     05  RL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.             00032300
032400     05  FILLER                     PIC X(02) VALUE SPACES.       00032400
032500     05  RL-SOURCE                  PIC X(01).                    00032500
032600     05  FILLER                     PIC X(02) VALUE SPACES.       00032600
032700     05  RL-REFERENCE               PIC X(15).                    00032700
032800     05  FILLER                     PIC X(02) VALUE SPACES.       00032800
032900     05  RL-REASON                  PIC X(40).                    00032900
033000 01  W-ED-PAYMENT-DATE              PIC 9(04)/99/99.              00033000
033100*                                                                 00033100
033200 01  W-BRANCH-GROUP-HEADING.                                      00033200
033300     05  FILLER                     PIC X(07) VALUE 'BRANCH '.    00033300
033400     05  BGH-BRANCH-ID              PIC X(04).                    00033400
033500     05  FILLER                     PIC X(01) VALUE SPACES.       00033500
033600     05  BGH-BRANCH-NAME            PIC X(20).                    00033600
033700 01  W-AGING-DETAIL-HEADING.                                      00033700
033800     05  FILLER                     PIC X(02) VALUE SPACES.       00033800
033900     05  FILLER                     PIC X(24) VALUE               00033900
034000            'LOAN NUMBER'.                                        00034000
034100     05  FILLER                     PIC X(32) VALUE               00034100
034200            'CUSTOMER NAME'.                                      00034200
034300     05  FILLER                     PIC X(12) VALUE 'NEXT DUE'.   00034300
034400     05  FILLER                     PIC X(07) VALUE 'DAYS'.       00034400
034500     05  FILLER                     PIC X(14) VALUE               00034500
034600            '     BALANCE'.                                       00034600
034700     05  FILLER                     PIC X(10) VALUE 'BUCKET'.     00034700
034800 01  W-AGING-DETAIL-LINE.                                         00034800
034900     05  FILLER                     PIC X(02) VALUE SPACES.       00034900
035000     05  AL-LOAN-NUMBER             PIC X(22).                    00035000
035100     05  FILLER                     PIC X(02) VALUE SPACES.       00035100
035200     05  AL-CUSTOMER-NAME           PIC X(30).                    00035200
035300     05  FILLER                     PIC X(02) VALUE SPACES.       00035300
035400     05  AL-NEXT-DUE                PIC 9(04)/99/99.              00035400
035500     05  FILLER                     PIC X(02) VALUE SPACES.       00035500
035600     05  AL-DAYS-PAST-DUE           PIC ZZZZ9.                    00035600
035700     05  FILLER                     PIC X(02) VALUE SPACES.       00035700
035800     05  AL-BALANCE                 PIC Z,ZZZ,ZZ9.99.             00035800
035900     05  FILLER                     PIC X(02) VALUE SPACES.       00035900
036000     05  AL-BUCKET                  PIC X(14).                    00036000
036100 01  W-BUCKET-LINE.                                               00036100
036200     05  FILLER                     PIC X(04) VALUE SPACES.       00036200
036300     05  BL-BUCKET-NAME             PIC X(14).                    00036300
036400     05  BL-COUNT                   PIC ZZZ,ZZ9.                  00036400
036500     05  FILLER                     PIC X(03) VALUE SPACES.       00036500
036600     05  BL-BALANCE                 PIC ZZZ,ZZZ,ZZ9.99.           00036600
036700 01  W-BANK-TOTAL-HEADING           PIC X(40) VALUE               00036700
036800        'ALL BRANCHES'.                                           00036800
036900 01  W-BRANCH-OVFL-LINE.                                          00036900
037000     05  FILLER                     PIC X(40) VALUE               00037000
037100            'BRANCH TABLE FULL - LOANS NOT GROUPED:  '.           00037100
037200     05  BOL-COUNT                  PIC ZZZ,ZZ9.                  00037200
037300 01  W-DELINQ-OVFL-LINE.                                          00037300
037400     05  FILLER                     PIC X(40) VALUE               00037400
037500            'DELINQUENT TABLE FULL - LOANS UNLISTED: '.           00037500
037600     05  DOL-COUNT                  PIC ZZZ,ZZ9.                  00037600
037700*                                                                 00037700
037800 01  W-TOTAL-LINE-1.                                              00037800
037900     05  FILLER                     PIC X(24) VALUE               00037900
038000            'PAYMENTS READ           '.                           00038000
038100     05  TL1-COUNT                  PIC ZZZ,ZZ9.                  00038100
038200 01  W-TOTAL-LINE-2.                                              00038200
038300     05  FILLER                     PIC X(24) VALUE               00038300
038400            'PAYMENTS POSTED         '.                           00038400
038500     05  TL2-COUNT                  PIC ZZZ,ZZ9.                  00038500
038600     05  FILLER                     PIC X(03) VALUE SPACES.       00038600
038700     05  TL2-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00038700
038800 01  W-TOTAL-LINE-3.                                              00038800
038900     05  FILLER                     PIC X(24) VALUE               00038900
039000            'PAYMENTS REJECTED       '.                           00039000
039100     05  TL3-COUNT                  PIC ZZZ,ZZ9.                  00039100
039200     05  FILLER                     PIC X(03) VALUE SPACES.       00039200
039300     05  TL3-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00039300
039400 01  W-TOTAL-LINE-4.                                              00039400
039500     05  FILLER                     PIC X(34) VALUE               00039500
039600            'INTEREST APPLIED'.                                   00039600
039700     05  TL4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00039700
039800 01  W-TOTAL-LINE-5.                                              00039800
039900     05  FILLER                     PIC X(34) VALUE               00039900
040000            'PRINCIPAL APPLIED'.                                  00040000
040100     05  TL5-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00040100
040200 01  W-TOTAL-LINE-6.                                              00040200
040300     05  FILLER                     PIC X(34) VALUE               00040300
040400            'ESCROW APPLIED'.                                     00040400
040500     05  TL6-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.           00040500
040600 01  W-TOTAL-LINE-7.                                              00040600
040700     05  FILLER                     PIC X(24) VALUE               00040700
040800            'LOANS PAID OFF          '.                           00040800
040900     05  TL7-COUNT                  PIC ZZZ,ZZ9.                  00040900
041000 01  W-TOTAL-LINE-8.                                              00041000
041100     05  FILLER                     PIC X(24) VALUE               00041100
041200            'ACTIVE LOANS AGED       '.                           00041200
041300     05  TL8-COUNT                  PIC ZZZ,ZZ9.                  00041300
041400 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00041400
041500 01  W-NO-PAYMENTS-MSG              PIC X(40) VALUE               00041500
041600        'NO PAYMENTS ON PAYTRAN FOR THIS RUN'.                    00041600
041700 01  W-NO-LOANS-MSG                 PIC X(40) VALUE               00041700
041800        'NO ACTIVE LOANS ON EPSLOAN TO AGE'.                      00041800
041900 01  W-NO-BRNCH-MSG                 PIC X(46) VALUE               00041900
042000        'EPSBRNCH NOT AVAILABLE - BRANCHES UNASSIGNED'.           00042000
042100*                                                                 00042100
042200 PROCEDURE DIVISION.                                              00042200
042300 0000-MAINLINE.                                                   00042300
042400     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00042400
042500     IF NOT W-INIT-FAILED                                         00042500
042600         PERFORM 2000-POST-ONE-PAYMENT THRU 2000-EXIT             00042600
042700             UNTIL W-PAYTRAN-EOF                                  00042700
042800                OR W-EPSLOAN-IO-ERROR                             00042800
042900         IF NOT W-EPSLOAN-IO-ERROR                                00042900
043000             PERFORM 5000-AGE-LOAN-PORTFOLIO THRU 5000-EXIT       00043000
043100             PERFORM 8200-PRINT-AGING-REPORT THRU 8200-EXIT       00043100
043200         END-IF                                                   00043200
043300         PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                00043300
043400     END-IF                                                       00043400
043500     PERFORM 9000-TERMINATE THRU 9000-EXIT                        00043500
043600     GOBACK                                                       00043600
043700     .                                                            00043700
043800*                                                                 00043800
043900 1000-INITIALIZE.                                                 00043900
044000     OPEN OUTPUT REPORT-FILE                                      00044000
044100     OPEN INPUT CONTROL-CARD-FILE                                 00044100
044200     READ CONTROL-CARD-FILE                                       00044200
044300         AT END                                                   00044300
044400             SET W-NO-CONTROL-CARD TO TRUE                        00044400
044500     END-READ                                                     00044500
044600     CLOSE CONTROL-CARD-FILE                                      00044600
044700     ACCEPT W-TODAY-TIME FROM TIME                                00044700
044800*    A CARD WITH A REAL DATE AGES THE PORTFOLIO AS OF THAT DATE   00044800
044900*    FOR A RERUN - OTHERWISE THE AGING DATE IS TODAY.             00044900
045000     IF W-NO-CONTROL-CARD OR CC-RUN-DATE NOT NUMERIC              00045000
045100         ACCEPT W-RUN-DATE FROM DATE YYYYMMDD                     00045100
045200     ELSE                                                         00045200
045300         MOVE CC-RUN-DATE TO W-RUN-DATE                           00045300
045400     END-IF                                                       00045400
045500     MOVE W-RUN-DATE TO EPSDAY-DATE-IN                            00045500
045600     CALL 'EPSDAYNO' USING EPS-DAY-NUMBER-PARM                    00045600
045700     MOVE EPSDAY-DAY-NUMBER TO W-RUN-DAY-NUMBER                   00045700
045800     MOVE W-RUN-DATE TO W-ED-RUN-DATE                             00045800
045900     MOVE W-ED-RUN-DATE TO H1-RUN-DATE                            00045900
046000     OPEN INPUT PAYTRAN-FILE                                      00046000
046100     IF NOT W-PAYTRAN-OK                                          00046100
046200         SET W-INIT-FAILED TO TRUE                                00046200
046300         MOVE W-PAYTRAN-STATUS TO EM-PAYTRAN-STATUS               00046300
046400         MOVE W-PAYTRAN-ERROR-MSG TO RPT-LINE                     00046400
046500         WRITE RPT-LINE                                           00046500
046600         GO TO 1000-EXIT                                          00046600
046700     END-IF                                                       00046700
046800     OPEN I-O EPSLOAN-FILE                                        00046800
046900     IF NOT W-EPSLOAN-OK                                          00046900
047000         SET W-INIT-FAILED TO TRUE                                00047000
047100         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00047100
047200         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00047200
047300         WRITE RPT-LINE                                           00047300
047400         CLOSE PAYTRAN-FILE                                       00047400
047500         GO TO 1000-EXIT                                          00047500
047600     END-IF                                                       00047600
047700     OPEN OUTPUT JOURNAL-FILE                                     00047700
047800     OPEN OUTPUT REJECT-FILE                                      00047800
047900     OPEN OUTPUT AGING-FILE                                       00047900
048000     PERFORM 1300-OPEN-BRANCH-MASTER THRU 1300-EXIT               00048000
048100     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00048100
048200     .                                                            00048200
048300 1000-EXIT.                                                       00048300
048400     EXIT.                                                        00048400
048500*                                                                 00048500
048600*    THE BRANCH MASTER IS OPTIONAL - WITHOUT IT EVERY LOAN AGES   00048600
048700*    INTO THE UNASSIGNED BUCKET AND THE REPORT SAYS SO.           00048700
048800 1300-OPEN-BRANCH-MASTER.                                         00048800
048900     OPEN INPUT EPSBRNCH-FILE                                     00048900
049000     IF W-EPSBRNCH-OK                                             00049000
049100         SET W-EPSBRNCH-AVAILABLE TO TRUE                         00049100
049200     ELSE                                                         00049200
049300         MOVE W-NO-BRNCH-MSG TO RPT-LINE                          00049300
049400         WRITE RPT-LINE                                           00049400
049500     END-IF                                                       00049500
049600     .                                                            00049600
049700 1300-EXIT.                                                       00049700
049800     EXIT.                                                        00049800
049900*                                                                 00049900
050000 2000-POST-ONE-PAYMENT.                                           00050000
050100     READ PAYTRAN-FILE                                            00050100
050200         AT END                                                   00050200
050300             SET W-PAYTRAN-EOF TO TRUE                            00050300
050400             GO TO 2000-EXIT                                      00050400
050500     END-READ                                                     00050500
050600     ADD 1 TO W-READ-COUNT                                        00050600
050700     IF EPSPT-PAYMENT-AMT NOT NUMERIC                             00050700
050800        OR EPSPT-PAYMENT-AMT = ZERO                               00050800
050900        OR EPSPT-PAYMENT-DATE NOT NUMERIC                         00050900
051000         MOVE W-BAD-AMOUNT-MSG TO W-REJECT-REASON                 00051000
051100         PERFORM 2900-REJECT-PAYMENT THRU 2900-EXIT               00051100
051200         GO TO 2000-EXIT                                          00051200
051300     END-IF                                                       00051300
051400     MOVE EPSPT-LOAN-NUMBER TO EPSLM-LOAN-NUMBER                  00051400
051500     READ EPSLOAN-FILE                                            00051500
051600     IF W-EPSLOAN-NOTFND                                          00051600
051700         MOVE W-NO-LOAN-MSG TO W-REJECT-REASON                    00051700
051800         PERFORM 2900-REJECT-PAYMENT THRU 2900-EXIT               00051800
051900         GO TO 2000-EXIT                                          00051900
052000     END-IF                                                       00052000
052100     IF NOT W-EPSLOAN-OK                                          00052100
052200         SET W-EPSLOAN-IO-ERROR TO TRUE                           00052200
052300         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00052300
052400         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00052400
052500         WRITE RPT-LINE                                           00052500
052600         GO TO 2000-EXIT                                          00052600
052700     END-IF                                                       00052700
052800     IF EPSLM-PAID-OFF                                            00052800
052900         MOVE W-PAID-OFF-MSG TO W-REJECT-REASON                   00052900
053000         PERFORM 2900-REJECT-PAYMENT THRU 2900-EXIT               00053000
053100         GO TO 2000-EXIT                                          00053100
053200     END-IF                                                       00053200
053300     PERFORM 2100-APPLY-PAYMENT THRU 2100-EXIT                    00053300
053400     .                                                            00053400
053500 2000-EXIT.                                                       00053500
053600     EXIT.                                                        00053600
053700*                                                                 00053700
053800*    THE FIRST INSTALLMENT MUST BE COVERED IN FULL.  AFTER THAT,  00053800
053900*    WHOLE INSTALLMENTS KEEP BEING APPLIED WHILE THE LOAN IS      00053900
054000*    STILL BEHIND AS OF THE PAYMENT DATE, AND WHATEVER IS LEFT    00054000
054100*    GOES STRAIGHT TO PRINCIPAL.  NOTHING IS REWRITTEN UNTIL THE  00054100
054200*    WHOLE PAYMENT IS KNOWN TO BE GOOD, SO A REJECT LEAVES THE    00054200
054300*    LOAN ROW AS IT WAS.                                          00054300
054400 2100-APPLY-PAYMENT.                                              00054400
054500     MOVE EPSPT-PAYMENT-AMT TO W-REMAINING-AMT                    00054500
054600     MOVE ZERO TO W-POST-INSTALLMENTS W-POST-INTEREST             00054600
054700                  W-POST-PRINCIPAL W-POST-ESCROW                  00054700
054800                  W-POST-EXTRA-PRIN                               00054800
054900     MOVE SPACES TO W-SHORT-SWITCH                                00054900
055000     MOVE SPACES TO W-RATE-CHANGE-SWITCH                          00055000
055100     PERFORM 2200-APPLY-ONE-INSTALLMENT THRU 2200-EXIT            00055100
055200     IF W-INSTALLMENT-SHORT                                       00055200
055300         MOVE W-SHORT-MSG TO W-REJECT-REASON                      00055300
055400         PERFORM 2900-REJECT-PAYMENT THRU 2900-EXIT               00055400
055500         GO TO 2100-EXIT                                          00055500
055600     END-IF                                                       00055600
055700     PERFORM 2200-APPLY-ONE-INSTALLMENT THRU 2200-EXIT            00055700
055800         UNTIL W-INSTALLMENT-SHORT                                00055800
055900            OR EPSLM-PAID-OFF                                     00055900
056000            OR EPSLM-NEXT-DUE-DATE > EPSPT-PAYMENT-DATE           00056000
056100     IF W-REMAINING-AMT > ZERO                                    00056100
056200         IF EPSLM-PAID-OFF                                        00056200
056300            OR W-REMAINING-AMT > EPSLM-CURRENT-PRINCIPAL          00056300
056400             MOVE W-OVERPAY-MSG TO W-REJECT-REASON                00056400
056500             PERFORM 2900-REJECT-PAYMENT THRU 2900-EXIT           00056500
056600             GO TO 2100-EXIT                                      00056600
056700         END-IF                                                   00056700
056800         MOVE W-REMAINING-AMT TO W-POST-EXTRA-PRIN                00056800
056900         SUBTRACT W-REMAINING-AMT FROM EPSLM-CURRENT-PRINCIPAL    00056900
057000         ADD W-REMAINING-AMT TO W-POST-PRINCIPAL                  00057000
057100         MOVE ZERO TO W-REMAINING-AMT                             00057100
057200         IF EPSLM-CURRENT-PRINCIPAL = ZERO                        00057200
057300             SET EPSLM-PAID-OFF TO TRUE                           00057300
057400         END-IF                                                   00057400
057500     END-IF                                                       00057500
057600     MOVE EPSPT-PAYMENT-DATE TO EPSLM-LAST-PAYMENT-DATE           00057600
057700     MOVE EPSPT-PAYMENT-AMT TO EPSLM-LAST-PAYMENT-AMT             00057700
057800     MOVE W-BATCH-ID TO EPSLM-SET-BY-OPERATOR                     00057800
057900     MOVE W-RUN-DATE TO EPSLM-SET-DATE                            00057900
058000     MOVE W-TODAY-TIME TO EPSLM-SET-TIME                          00058000
058100     REWRITE EPSLM-RECORD                                         00058100
058200     IF NOT W-EPSLOAN-OK                                          00058200
058300         SET W-EPSLOAN-IO-ERROR TO TRUE                           00058300
058400         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00058400
058500         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00058500
058600         WRITE RPT-LINE                                           00058600
058700         GO TO 2100-EXIT                                          00058700
058800     END-IF                                                       00058800
058900     ADD 1 TO W-POSTED-COUNT                                      00058900
059000     ADD EPSPT-PAYMENT-AMT TO W-POSTED-AMOUNT                     00059000
059100     ADD W-POST-INTEREST TO W-TOTAL-INTEREST                      00059100
059200     ADD W-POST-PRINCIPAL TO W-TOTAL-PRINCIPAL                    00059200
059300     ADD W-POST-ESCROW TO W-TOTAL-ESCROW                          00059300
059400     IF EPSLM-PAID-OFF                                            00059400
059500         ADD 1 TO W-PAYOFF-COUNT                                  00059500
059600     END-IF                                                       00059600
059700     PERFORM 2800-WRITE-JOURNAL-LINE THRU 2800-EXIT               00059700
059800     .                                                            00059800
059900 2100-EXIT.                                                       00059900
060000     EXIT.                                                        00060000
060100*                                                                 00060100
060200 2200-APPLY-ONE-INSTALLMENT.                                      00060200
060300     PERFORM 2300-CALC-INSTALLMENT THRU 2300-EXIT                 00060300
060400     IF W-REMAINING-AMT < W-INSTALLMENT-DUE                       00060400
060500         SET W-INSTALLMENT-SHORT TO TRUE                          00060500
060600         GO TO 2200-EXIT                                          00060600
060700     END-IF                                                       00060700
060800     IF W-INST-RATE NOT = EPSLM-CURRENT-RATE                      00060800
060900         SET W-RATE-CHANGED TO TRUE                               00060900
061000     END-IF                                                       00061000
061100     MOVE W-INST-RATE TO EPSLM-CURRENT-RATE                       00061100
061200     MOVE W-INST-PI TO EPSLM-PI-PAYMENT                           00061200
061300     MOVE W-INST-NEXT-ADJUST TO EPSLM-NEXT-ADJUST-PMT             00061300
061400     SUBTRACT W-INSTALLMENT-DUE FROM W-REMAINING-AMT              00061400
061500     SUBTRACT W-INST-PRINCIPAL FROM EPSLM-CURRENT-PRINCIPAL       00061500
061600     ADD EPSLM-ESCROW-PAYMENT TO EPSLM-ESCROW-BALANCE             00061600
061700     ADD W-INST-INTEREST TO EPSLM-INTEREST-PAID-TOTAL             00061700
061800     ADD 1 TO EPSLM-PAYMENTS-MADE                                 00061800
061900     ADD 1 TO W-POST-INSTALLMENTS                                 00061900
062000     ADD W-INST-INTEREST TO W-POST-INTEREST                       00062000
062100     ADD W-INST-PRINCIPAL TO W-POST-PRINCIPAL                     00062100
062200     ADD EPSLM-ESCROW-PAYMENT TO W-POST-ESCROW                    00062200
062300     PERFORM 2500-ADVANCE-DUE-DATE THRU 2500-EXIT                 00062300
062400     IF EPSLM-CURRENT-PRINCIPAL = ZERO                            00062400
062500         SET EPSLM-PAID-OFF TO TRUE                               00062500
062600     END-IF                                                       00062600
062700     .                                                            00062700
062800 2200-EXIT.                                                       00062800
062900     EXIT.                                                        00062900
063000*                                                                 00063000
063100*    SPLIT THE NEXT INSTALLMENT THE WAY EPSAMSCH'S A700-BUILD-    00063100
063200*    ONE-PAYMENT DOES - INTEREST ON THE STANDING BALANCE, THE     00063200
063300*    REST OF THE P&I TO PRINCIPAL, AND THE FINAL INSTALLMENT      00063300
063400*    HELD TO WHATEVER BALANCE IS LEFT.                            00063400
063500 2300-CALC-INSTALLMENT.                                           00063500
063600     MOVE EPSLM-CURRENT-RATE TO W-INST-RATE                       00063600
063700     MOVE EPSLM-PI-PAYMENT TO W-INST-PI                           00063700
063800     MOVE EPSLM-NEXT-ADJUST-PMT TO W-INST-NEXT-ADJUST             00063800
063900     COMPUTE W-NUMBER-OF-PAYMENTS = EPSLM-NUMBER-OF-YEARS * 12    00063900
064000     COMPUTE W-PAYMENT-NUMBER = EPSLM-PAYMENTS-MADE + 1           00064000
064100     IF EPSLM-NEXT-ADJUST-PMT > ZERO                              00064100
064200        AND W-PAYMENT-NUMBER = EPSLM-NEXT-ADJUST-PMT              00064200
064300         PERFORM 2400-STEP-ARM-RATE THRU 2400-EXIT                00064300
064400     END-IF                                                       00064400
064500     COMPUTE W-MONTHLY-RATE ROUNDED                               00064500
064600         = (W-INST-RATE / 100) / 12                               00064600
064700     COMPUTE W-INST-INTEREST ROUNDED                              00064700
064800         = EPSLM-CURRENT-PRINCIPAL * W-MONTHLY-RATE               00064800
064900     IF W-INST-INTEREST > W-INST-PI                               00064900
065000         MOVE ZERO TO W-INST-PRINCIPAL                            00065000
065100     ELSE                                                         00065100
065200         COMPUTE W-INST-PRINCIPAL                                 00065200
065300             = W-INST-PI - W-INST-INTEREST                        00065300
065400     END-IF                                                       00065400
065500     IF W-INST-PRINCIPAL > EPSLM-CURRENT-PRINCIPAL                00065500
065600        OR W-PAYMENT-NUMBER NOT < W-NUMBER-OF-PAYMENTS            00065600
065700         MOVE EPSLM-CURRENT-PRINCIPAL TO W-INST-PRINCIPAL         00065700
065800     END-IF                                                       00065800
065900     COMPUTE W-INSTALLMENT-DUE                                    00065900
066000         = W-INST-INTEREST + W-INST-PRINCIPAL                     00066000
066100           + EPSLM-ESCROW-PAYMENT                                 00066100
066200     .                                                            00066200
066300 2300-EXIT.                                                       00066300
066400     EXIT.                                                        00066400
066500*                                                                 00066500
066600*    ONE WORST-CASE ADJUSTMENT, AS IN EPSAMSCH'S A750-STEP-ARM-   00066600
066700*    RATE: THE RATE RISES BY THE FULL PERIODIC CAP, HELD TO THE   00066700
066800*    LIFETIME CEILING OVER THE ORIGINAL RATE, AND THE P&I IS      00066800
066900*    RECAST OVER THE REMAINING TERM ON THE STANDING BALANCE.      00066900
067000 2400-STEP-ARM-RATE.                                              00067000
067100     COMPUTE W-ARM-MAX-RATE                                       00067100
067200         = EPSLM-ORIGINAL-RATE + EPSLM-ARM-LIFETIME-CAP           00067200
067300     IF EPSLM-ARM-ADJ-FREQ-YEARS = ZERO                           00067300
067400         MOVE 12 TO W-ADJ-FREQ-PAYMENTS                           00067400
067500     ELSE                                                         00067500
067600         COMPUTE W-ADJ-FREQ-PAYMENTS                              00067600
067700             = EPSLM-ARM-ADJ-FREQ-YEARS * 12                      00067700
067800     END-IF                                                       00067800
067900     IF W-INST-RATE < W-ARM-MAX-RATE                              00067900
068000         COMPUTE W-INST-RATE                                      00068000
068100             = W-INST-RATE + EPSLM-ARM-PERIODIC-CAP               00068100
068200         IF W-INST-RATE > W-ARM-MAX-RATE                          00068200
068300             MOVE W-ARM-MAX-RATE TO W-INST-RATE                   00068300
068400         END-IF                                                   00068400
068500         COMPUTE W-MONTHLY-RATE ROUNDED                           00068500
068600             = (W-INST-RATE / 100) / 12                           00068600
068700         COMPUTE W-REMAINING-PAYMENTS                             00068700
068800             = W-NUMBER-OF-PAYMENTS - W-PAYMENT-NUMBER + 1        00068800
068900         COMPUTE W-RATE-FACTOR ROUNDED                            00068900
069000             = (1 + W-MONTHLY-RATE) ** W-REMAINING-PAYMENTS       00069000
069100         COMPUTE W-NUMERATOR ROUNDED                              00069100
069200             = EPSLM-CURRENT-PRINCIPAL * W-MONTHLY-RATE           00069200
069300               * W-RATE-FACTOR                                    00069300
069400         COMPUTE W-DENOMINATOR ROUNDED                            00069400
069500             = W-RATE-FACTOR - 1                                  00069500
069600         COMPUTE W-INST-PI ROUNDED                                00069600
069700             = W-NUMERATOR / W-DENOMINATOR                        00069700
069800     END-IF                                                       00069800
069900     COMPUTE W-INST-NEXT-ADJUST                                   00069900
070000         = W-INST-NEXT-ADJUST + W-ADJ-FREQ-PAYMENTS               00070000
070100     .                                                            00070100
070200 2400-EXIT.                                                       00070200
070300     EXIT.                                                        00070300
070400*                                                                 00070400
070500*    DUE DATES ARE ALWAYS THE FIRST OF THE MONTH, SO ROLLING ONE  00070500
070600*    FORWARD IS JUST THE NEXT MONTH.                              00070600
070700 2500-ADVANCE-DUE-DATE.                                           00070700
070800     MOVE EPSLM-NEXT-DUE-DATE TO W-DUE-DATE                       00070800
070900     ADD 1 TO W-DUE-MONTH                                         00070900
071000     IF W-DUE-MONTH > 12                                          00071000
071100         MOVE 1 TO W-DUE-MONTH                                    00071100
071200         ADD 1 TO W-DUE-YEAR                                      00071200
071300     END-IF                                                       00071300
071400     MOVE W-DUE-DATE TO EPSLM-NEXT-DUE-DATE                       00071400
071500     .                                                            00071500
071600 2500-EXIT.                                                       00071600
071700     EXIT.                                                        00071700
071800*                                                                 00071800
071900 2800-WRITE-JOURNAL-LINE.                                         00071900
072000     MOVE EPSLM-LOAN-NUMBER TO JL-LOAN-NUMBER                     00072000
072100     MOVE EPSPT-PAYMENT-DATE TO JL-PAYMENT-DATE                   00072100
072200     MOVE EPSPT-PAYMENT-AMT TO JL-AMOUNT                          00072200
072300     MOVE W-POST-INSTALLMENTS TO JL-INSTALLMENTS                  00072300
072400     MOVE W-POST-INTEREST TO JL-INTEREST                          00072400
072500     MOVE W-POST-PRINCIPAL TO JL-PRINCIPAL                        00072500
072600     MOVE W-POST-ESCROW TO JL-ESCROW                              00072600
072700     MOVE W-POST-EXTRA-PRIN TO JL-EXTRA-PRIN                      00072700
072800     MOVE EPSLM-CURRENT-PRINCIPAL TO JL-NEW-BALANCE               00072800
072900     MOVE EPSLM-NEXT-DUE-DATE TO JL-NEXT-DUE                      00072900
073000     MOVE SPACES TO JL-NOTE                                       00073000
073100     IF W-RATE-CHANGED                                            00073100
073200         MOVE W-RATE-ADJ-NOTE TO JL-NOTE                          00073200
073300     END-IF                                                       00073300
073400     IF EPSLM-PAID-OFF                                            00073400
073500         MOVE W-PAYOFF-NOTE TO JL-NOTE                            00073500
073600     END-IF                                                       00073600
073700     MOVE W-JOURNAL-LINE TO JNL-LINE                              00073700
073800     WRITE JNL-LINE                                               00073800
073900     .                                                            00073900
074000 2800-EXIT.                                                       00074000
074100     EXIT.                                                        00074100
074200*                                                                 00074200
074300 2900-REJECT-PAYMENT.                                             00074300
074400     ADD 1 TO W-REJECT-COUNT                                      00074400
074500     MOVE EPSPT-LOAN-NUMBER TO RL-LOAN-NUMBER                     00074500
074600     IF EPSPT-PAYMENT-DATE NUMERIC                                00074600
074700         MOVE EPSPT-PAYMENT-DATE TO W-ED-PAYMENT-DATE             00074700
074800         MOVE W-ED-PAYMENT-DATE TO RL-PAYMENT-DATE                00074800
074900     ELSE                                                         00074900
075000         MOVE EPSPT-PAYMENT-DATE TO RL-PAYMENT-DATE               00075000
075100     END-IF                                                       00075100
075200     IF EPSPT-PAYMENT-AMT NUMERIC                                 00075200
075300         MOVE EPSPT-PAYMENT-AMT TO RL-AMOUNT                      00075300
075400         ADD EPSPT-PAYMENT-AMT TO W-REJECTED-AMOUNT               00075400
075500     ELSE                                                         00075500
075600         MOVE ZERO TO RL-AMOUNT                                   00075600
075700     END-IF                                                       00075700
075800     MOVE EPSPT-PAYMENT-SOURCE TO RL-SOURCE                       00075800
075900     MOVE EPSPT-REFERENCE TO RL-REFERENCE                         00075900
076000     MOVE W-REJECT-REASON TO RL-REASON                            00076000
076100     MOVE W-REJECT-LINE TO REJ-LINE                               00076100
076200     WRITE REJ-LINE                                               00076200
076300     .                                                            00076300
076400 2900-EXIT.                                                       00076400
076500     EXIT.                                                        00076500
076600*                                                                 00076600
076700*    ONE SEQUENTIAL PASS OF THE LOAN MASTER AFTER POSTING, SO     00076700
076800*    THE AGING REFLECTS TONIGHT'S PAYMENTS.                       00076800
076900 5000-AGE-LOAN-PORTFOLIO.                                         00076900
077000     MOVE ZERO TO W-GT-COUNT(1) W-GT-BALANCE(1)                   00077000
077100                  W-GT-COUNT(2) W-GT-BALANCE(2)                   00077100
077200                  W-GT-COUNT(3) W-GT-BALANCE(3)                   00077200
077300                  W-GT-COUNT(4) W-GT-BALANCE(4)                   00077300
077400     MOVE LOW-VALUES TO EPSLM-KEY                                 00077400
077500     START EPSLOAN-FILE KEY > EPSLM-KEY                           00077500
077600     IF W-EPSLOAN-NOTFND                                          00077600
077700         SET W-LOAN-FILE-EOF TO TRUE                              00077700
077800         GO TO 5000-EXIT                                          00077800
077900     END-IF                                                       00077900
078000     IF NOT W-EPSLOAN-OK                                          00078000
078100         SET W-EPSLOAN-IO-ERROR TO TRUE                           00078100
078200         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00078200
078300         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00078300
078400         WRITE RPT-LINE                                           00078400
078500         GO TO 5000-EXIT                                          00078500
078600     END-IF                                                       00078600
078700     PERFORM 5100-AGE-ONE-LOAN THRU 5100-EXIT                     00078700
078800         UNTIL W-LOAN-FILE-EOF OR W-EPSLOAN-IO-ERROR              00078800
078900     .                                                            00078900
079000 5000-EXIT.                                                       00079000
079100     EXIT.                                                        00079100
079200*                                                                 00079200
079300 5100-AGE-ONE-LOAN.                                               00079300
079400     READ EPSLOAN-FILE NEXT RECORD                                00079400
079500     IF W-EPSLOAN-EOF                                             00079500
079600         SET W-LOAN-FILE-EOF TO TRUE                              00079600
079700         GO TO 5100-EXIT                                          00079700
079800     END-IF                                                       00079800
079900     IF NOT W-EPSLOAN-OK                                          00079900
080000         SET W-EPSLOAN-IO-ERROR TO TRUE                           00080000
080100         MOVE W-EPSLOAN-STATUS TO EM-EPSLOAN-STATUS               00080100
080200         MOVE W-EPSLOAN-ERROR-MSG TO RPT-LINE                     00080200
080300         WRITE RPT-LINE                                           00080300
080400         GO TO 5100-EXIT                                          00080400
080500     END-IF                                                       00080500
080600     IF NOT EPSLM-ACTIVE                                          00080600
080700         GO TO 5100-EXIT                                          00080700
080800     END-IF                                                       00080800
080900     ADD 1 TO W-AGED-COUNT                                        00080900
081000     MOVE ZERO TO W-DAYS-PAST-DUE                                 00081000
081100     IF EPSLM-NEXT-DUE-DATE < W-RUN-DATE                          00081100
081200         MOVE EPSLM-NEXT-DUE-DATE TO EPSDAY-DATE-IN               00081200
081300         CALL 'EPSDAYNO' USING EPS-DAY-NUMBER-PARM                00081300
081400         IF EPSDAY-VALID                                          00081400
081500             COMPUTE W-DAYS-PAST-DUE                              00081500
081600                 = W-RUN-DAY-NUMBER - EPSDAY-DAY-NUMBER           00081600
081700         END-IF                                                   00081700
081800     END-IF                                                       00081800
081900     EVALUATE TRUE                                                00081900
082000         WHEN W-DAYS-PAST-DUE < 30                                00082000
082100             MOVE 1 TO W-BUCKET-SUB                               00082100
082200         WHEN W-DAYS-PAST-DUE < 60                                00082200
082300             MOVE 2 TO W-BUCKET-SUB                               00082300
082400         WHEN W-DAYS-PAST-DUE < 90                                00082400
082500             MOVE 3 TO W-BUCKET-SUB                               00082500
082600         WHEN OTHER                                               00082600
082700             MOVE 4 TO W-BUCKET-SUB                               00082700
082800     END-EVALUATE                                                 00082800
082900     ADD 1 TO W-GT-COUNT(W-BUCKET-SUB)                            00082900
083000     ADD EPSLM-CURRENT-PRINCIPAL TO W-GT-BALANCE(W-BUCKET-SUB)    00083000
083100     PERFORM 5200-FIND-BRANCH THRU 5200-EXIT                      00083100
083200     PERFORM 5300-FIND-BRANCH-ROW THRU 5300-EXIT                  00083200
083300         VARYING W-BR-IDX FROM 1 BY 1                             00083300
083400         UNTIL W-BR-IDX > W-BRANCH-COUNT                          00083400
083500            OR W-BT-BRANCH-ID(W-BR-IDX) = W-LOOKUP-BRANCH-ID      00083500
083600     IF W-BR-IDX > W-BRANCH-COUNT                                 00083600
083700         IF W-BRANCH-COUNT < 50                                   00083700
083800             ADD 1 TO W-BRANCH-COUNT                              00083800
083900             SET W-BR-IDX TO W-BRANCH-COUNT                       00083900
084000             MOVE W-LOOKUP-BRANCH-ID TO W-BT-BRANCH-ID(W-BR-IDX)  00084000
084100             MOVE W-LOOKUP-BRANCH-NAME                            00084100
084200                TO W-BT-BRANCH-NAME(W-BR-IDX)                     00084200
084300             MOVE ZERO TO W-BT-COUNT(W-BR-IDX, 1)                 00084300
084400                          W-BT-BALANCE(W-BR-IDX, 1)               00084400
084500                          W-BT-COUNT(W-BR-IDX, 2)                 00084500
084600                          W-BT-BALANCE(W-BR-IDX, 2)               00084600
084700                          W-BT-COUNT(W-BR-IDX, 3)                 00084700
084800                          W-BT-BALANCE(W-BR-IDX, 3)               00084800
084900                          W-BT-COUNT(W-BR-IDX, 4)                 00084900
085000                          W-BT-BALANCE(W-BR-IDX, 4)               00085000
085100         ELSE                                                     00085100
085200             ADD 1 TO W-BRANCH-OVERFLOW-COUNT                     00085200
085300             GO TO 5100-EXIT                                      00085300
085400         END-IF                                                   00085400
085500     END-IF                                                       00085500
085600     ADD 1 TO W-BT-COUNT(W-BR-IDX, W-BUCKET-SUB)                  00085600
085700     ADD EPSLM-CURRENT-PRINCIPAL                                  00085700
085800        TO W-BT-BALANCE(W-BR-IDX, W-BUCKET-SUB)                   00085800
085900     IF W-BUCKET-SUB > 1                                          00085900
086000         PERFORM 5400-ADD-DELINQUENT-ROW THRU 5400-EXIT           00086000
086100     END-IF                                                       00086100
086200     .                                                            00086200
086300 5100-EXIT.                                                       00086300
086400     EXIT.                                                        00086400
086500*                                                                 00086500
086600*    MAP THE LOAN TO A BRANCH OFF THE TERMINAL IT WAS ORIGINATED  00086600
086700*    ON, OR THE UNASSIGNED BUCKET WHEN THE TERMINAL IS NOT ON     00086700
086800*    THE BRANCH MASTER OR THE MASTER IS NOT AVAILABLE.            00086800
086900 5200-FIND-BRANCH.                                                00086900
087000     IF NOT W-EPSBRNCH-AVAILABLE                                  00087000
087100         MOVE '????' TO W-LOOKUP-BRANCH-ID                        00087100
087200         MOVE 'UNASSIGNED' TO W-LOOKUP-BRANCH-NAME                00087200
087300         GO TO 5200-EXIT                                          00087300
087400     END-IF                                                       00087400
087500     MOVE 'T' TO EPSBR-ID-TYPE                                    00087500
087600     MOVE EPSLM-TERMINAL-ID TO EPSBR-ID                           00087600
087700     READ EPSBRNCH-FILE                                           00087700
087800     IF W-EPSBRNCH-OK                                             00087800
087900         MOVE EPSBR-BRANCH-ID TO W-LOOKUP-BRANCH-ID               00087900
088000         MOVE EPSBR-BRANCH-NAME TO W-LOOKUP-BRANCH-NAME           00088000
088100     ELSE                                                         00088100
088200         MOVE '????' TO W-LOOKUP-BRANCH-ID                        00088200
088300         MOVE 'UNASSIGNED' TO W-LOOKUP-BRANCH-NAME                00088300
088400     END-IF                                                       00088400
088500     .                                                            00088500
088600 5200-EXIT.                                                       00088600
088700     EXIT.                                                        00088700
088800*                                                                 00088800
088900 5300-FIND-BRANCH-ROW.                                            00088900
089000     CONTINUE                                                     00089000
089100     .                                                            00089100
089200 5300-EXIT.                                                       00089200
089300     EXIT.                                                        00089300
089400*                                                                 00089400
089500 5400-ADD-DELINQUENT-ROW.                                         00089500
089600     IF W-DELINQUENT-COUNT NOT < 500                              00089600
089700         ADD 1 TO W-DELINQ-OVERFLOW-COUNT                         00089700
089800         GO TO 5400-EXIT                                          00089800
089900     END-IF                                                       00089900
090000     ADD 1 TO W-DELINQUENT-COUNT                                  00090000
090100     MOVE W-LOOKUP-BRANCH-ID                                      00090100
090200        TO W-DT-BRANCH-ID(W-DELINQUENT-COUNT)                     00090200
090300     MOVE EPSLM-LOAN-NUMBER                                       00090300
090400        TO W-DT-LOAN-NUMBER(W-DELINQUENT-COUNT)                   00090400
090500     MOVE EPSLM-CUSTOMER-NAME                                     00090500
090600        TO W-DT-CUSTOMER-NAME(W-DELINQUENT-COUNT)                 00090600
090700     MOVE EPSLM-NEXT-DUE-DATE                                     00090700
090800        TO W-DT-NEXT-DUE-DATE(W-DELINQUENT-COUNT)                 00090800
090900     MOVE W-DAYS-PAST-DUE                                         00090900
091000        TO W-DT-DAYS-PAST-DUE(W-DELINQUENT-COUNT)                 00091000
091100     MOVE EPSLM-CURRENT-PRINCIPAL                                 00091100
091200        TO W-DT-BALANCE(W-DELINQUENT-COUNT)                       00091200
091300     MOVE W-BUCKET-SUB                                            00091300
091400        TO W-DT-BUCKET-SUB(W-DELINQUENT-COUNT)                    00091400
091500     .                                                            00091500
091600 5400-EXIT.                                                       00091600
091700     EXIT.                                                        00091700
091800*                                                                 00091800
091900 8000-PRINT-SUMMARY.                                              00091900
092000     MOVE W-SUMMARY-TITLE TO H1-TITLE                             00092000
092100     MOVE W-HEADING-1 TO RPT-LINE                                 00092100
092200     WRITE RPT-LINE                                               00092200
092300     MOVE W-BLANK-LINE TO RPT-LINE                                00092300
092400     WRITE RPT-LINE                                               00092400
092500     IF W-READ-COUNT = 0                                          00092500
092600         MOVE W-NO-PAYMENTS-MSG TO RPT-LINE                       00092600
092700         WRITE RPT-LINE                                           00092700
092800     END-IF                                                       00092800
092900     MOVE W-READ-COUNT TO TL1-COUNT                               00092900
093000     MOVE W-TOTAL-LINE-1 TO RPT-LINE                              00093000
093100     WRITE RPT-LINE                                               00093100
093200     MOVE W-POSTED-COUNT TO TL2-COUNT                             00093200
093300     MOVE W-POSTED-AMOUNT TO TL2-AMOUNT                           00093300
093400     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00093400
093500     WRITE RPT-LINE                                               00093500
093600     MOVE W-REJECT-COUNT TO TL3-COUNT                             00093600
093700     MOVE W-REJECTED-AMOUNT TO TL3-AMOUNT                         00093700
093800     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00093800
093900     WRITE RPT-LINE                                               00093900
094000     MOVE W-TOTAL-INTEREST TO TL4-AMOUNT                          00094000
094100     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00094100
094200     WRITE RPT-LINE                                               00094200
094300     MOVE W-TOTAL-PRINCIPAL TO TL5-AMOUNT                         00094300
094400     MOVE W-TOTAL-LINE-5 TO RPT-LINE                              00094400
094500     WRITE RPT-LINE                                               00094500
094600     MOVE W-TOTAL-ESCROW TO TL6-AMOUNT                            00094600
094700     MOVE W-TOTAL-LINE-6 TO RPT-LINE                              00094700
094800     WRITE RPT-LINE                                               00094800
094900     MOVE W-PAYOFF-COUNT TO TL7-COUNT                             00094900
095000     MOVE W-TOTAL-LINE-7 TO RPT-LINE                              00095000
095100     WRITE RPT-LINE                                               00095100
095200     MOVE W-AGED-COUNT TO TL8-COUNT                               00095200
095300     MOVE W-TOTAL-LINE-8 TO RPT-LINE                              00095300
095400     WRITE RPT-LINE                                               00095400
095500     .                                                            00095500
095600 8000-EXIT.                                                       00095600
095700     EXIT.                                                        00095700
095800*                                                                 00095800
095900 8100-PRINT-HEADINGS.                                             00095900
096000     MOVE W-JOURNAL-TITLE TO H1-TITLE                             00096000
096100     MOVE W-HEADING-1 TO JNL-LINE                                 00096100
096200     WRITE JNL-LINE                                               00096200
096300     MOVE W-BLANK-LINE TO JNL-LINE                                00096300
096400     WRITE JNL-LINE                                               00096400
096500     MOVE W-JOURNAL-HEADING TO JNL-LINE                           00096500
096600     WRITE JNL-LINE                                               00096600
096700     MOVE W-REJECT-TITLE TO H1-TITLE                              00096700
096800     MOVE W-HEADING-1 TO REJ-LINE                                 00096800
096900     WRITE REJ-LINE                                               00096900
097000     MOVE W-BLANK-LINE TO REJ-LINE                                00097000
097100     WRITE REJ-LINE                                               00097100
097200     MOVE W-REJECT-HEADING TO REJ-LINE                            00097200
097300     WRITE REJ-LINE                                               00097300
097400     .                                                            00097400
097500 8100-EXIT.                                                       00097500
097600     EXIT.                                                        00097600
097700*                                                                 00097700
097800*    ONE GROUP PER BRANCH: ITS DELINQUENT LOANS, THEN ITS COUNT   00097800
097900*    AND BALANCE IN EACH BUCKET.  THE BANK-WIDE BUCKETS CLOSE     00097900
098000*    THE REPORT.                                                  00098000
098100 8200-PRINT-AGING-REPORT.                                         00098100
098200     MOVE W-AGING-TITLE TO H1-TITLE                               00098200
098300     MOVE W-HEADING-1 TO AGE-LINE                                 00098300
098400     WRITE AGE-LINE                                               00098400
098500     IF W-AGED-COUNT = 0                                          00098500
098600         MOVE W-BLANK-LINE TO AGE-LINE                            00098600
098700         WRITE AGE-LINE                                           00098700
098800         MOVE W-NO-LOANS-MSG TO AGE-LINE                          00098800
098900         WRITE AGE-LINE                                           00098900
099000         GO TO 8200-EXIT                                          00099000
099100     END-IF                                                       00099100
099200     PERFORM 8210-PRINT-BRANCH-GROUP THRU 8210-EXIT               00099200
099300         VARYING W-BR-IDX FROM 1 BY 1                             00099300
099400         UNTIL W-BR-IDX > W-BRANCH-COUNT                          00099400
099500     MOVE W-BLANK-LINE TO AGE-LINE                                00099500
099600     WRITE AGE-LINE                                               00099600
099700     MOVE W-BANK-TOTAL-HEADING TO AGE-LINE                        00099700
099800     WRITE AGE-LINE                                               00099800
099900     PERFORM 8240-PRINT-BANK-BUCKET THRU 8240-EXIT                00099900
100000         VARYING W-BUCKET-SUB FROM 1 BY 1                         00100000
100100         UNTIL W-BUCKET-SUB > 4                                   00100100
100200     IF W-BRANCH-OVERFLOW-COUNT > 0                               00100200
100300         MOVE W-BRANCH-OVERFLOW-COUNT TO BOL-COUNT                00100300
100400         MOVE W-BRANCH-OVFL-LINE TO AGE-LINE                      00100400
100500         WRITE AGE-LINE                                           00100500
100600     END-IF                                                       00100600
100700     IF W-DELINQ-OVERFLOW-COUNT > 0                               00100700
100800         MOVE W-DELINQ-OVERFLOW-COUNT TO DOL-COUNT                00100800
100900         MOVE W-DELINQ-OVFL-LINE TO AGE-LINE                      00100900
101000         WRITE AGE-LINE                                           00101000
101100     END-IF                                                       00101100
101200     .                                                            00101200
101300 8200-EXIT.                                                       00101300
101400     EXIT.                                                        00101400
101500*                                                                 00101500
101600 8210-PRINT-BRANCH-GROUP.                                         00101600
101700     MOVE W-BT-BRANCH-ID(W-BR-IDX) TO BGH-BRANCH-ID               00101700
101800     MOVE W-BT-BRANCH-NAME(W-BR-IDX) TO BGH-BRANCH-NAME           00101800
101900     MOVE W-BLANK-LINE TO AGE-LINE                                00101900
102000     WRITE AGE-LINE                                               00102000
102100     MOVE W-BRANCH-GROUP-HEADING TO AGE-LINE                      00102100
102200     WRITE AGE-LINE                                               00102200
102300     MOVE W-AGING-DETAIL-HEADING TO AGE-LINE                      00102300
102400     WRITE AGE-LINE                                               00102400
102500     PERFORM 8220-PRINT-GROUP-LOAN THRU 8220-EXIT                 00102500
102600         VARYING W-GRP-SUB FROM 1 BY 1                            00102600
102700         UNTIL W-GRP-SUB > W-DELINQUENT-COUNT                     00102700
102800     PERFORM 8230-PRINT-BRANCH-BUCKET THRU 8230-EXIT              00102800
102900         VARYING W-BUCKET-SUB FROM 1 BY 1                         00102900
103000         UNTIL W-BUCKET-SUB > 4                                   00103000
103100     .                                                            00103100
103200 8210-EXIT.                                                       00103200
103300     EXIT.                                                        00103300
103400*                                                                 00103400
103500 8220-PRINT-GROUP-LOAN.                                           00103500
103600     IF W-DT-BRANCH-ID(W-GRP-SUB) = W-BT-BRANCH-ID(W-BR-IDX)      00103600
103700         MOVE W-DT-LOAN-NUMBER(W-GRP-SUB) TO AL-LOAN-NUMBER       00103700
103800         MOVE W-DT-CUSTOMER-NAME(W-GRP-SUB) TO AL-CUSTOMER-NAME   00103800
103900         MOVE W-DT-NEXT-DUE-DATE(W-GRP-SUB) TO AL-NEXT-DUE        00103900
104000         MOVE W-DT-DAYS-PAST-DUE(W-GRP-SUB) TO AL-DAYS-PAST-DUE   00104000
104100         MOVE W-DT-BALANCE(W-GRP-SUB) TO AL-BALANCE               00104100
104200         MOVE W-BUCKET-NAME(W-DT-BUCKET-SUB(W-GRP-SUB))           00104200
104300            TO AL-BUCKET                                          00104300
104400         MOVE W-AGING-DETAIL-LINE TO AGE-LINE                     00104400
104500         WRITE AGE-LINE                                           00104500
104600     END-IF                                                       00104600
104700     .                                                            00104700
104800 8220-EXIT.                                                       00104800
104900     EXIT.                                                        00104900
105000*                                                                 00105000
105100 8230-PRINT-BRANCH-BUCKET.                                        00105100
105200     MOVE W-BUCKET-NAME(W-BUCKET-SUB) TO BL-BUCKET-NAME           00105200
105300     MOVE W-BT-COUNT(W-BR-IDX, W-BUCKET-SUB) TO BL-COUNT          00105300
105400     MOVE W-BT-BALANCE(W-BR-IDX, W-BUCKET-SUB) TO BL-BALANCE      00105400
105500     MOVE W-BUCKET-LINE TO AGE-LINE                               00105500
105600     WRITE AGE-LINE                                               00105600
105700     .                                                            00105700
105800 8230-EXIT.                                                       00105800
105900     EXIT.                                                        00105900
106000*                                                                 00106000
106100 8240-PRINT-BANK-BUCKET.                                          00106100
106200     MOVE W-BUCKET-NAME(W-BUCKET-SUB) TO BL-BUCKET-NAME           00106200
106300     MOVE W-GT-COUNT(W-BUCKET-SUB) TO BL-COUNT                    00106300
106400     MOVE W-GT-BALANCE(W-BUCKET-SUB) TO BL-BALANCE                00106400
106500     MOVE W-BUCKET-LINE TO AGE-LINE                               00106500
106600     WRITE AGE-LINE                                               00106600
106700     .                                                            00106700
106800 8240-EXIT.                                                       00106800
106900     EXIT.                                                        00106900
107000*                                                                 00107000
107100 9000-TERMINATE.                                                  00107100
107200     IF NOT W-INIT-FAILED                                         00107200
107300         CLOSE PAYTRAN-FILE                                       00107300
107400         CLOSE EPSLOAN-FILE                                       00107400
107500         CLOSE JOURNAL-FILE                                       00107500
107600         CLOSE REJECT-FILE                                        00107600
107700         CLOSE AGING-FILE                                         00107700
107800         IF W-EPSBRNCH-AVAILABLE                                  00107800
107900             CLOSE EPSBRNCH-FILE                                  00107900
108000         END-IF                                                   00108000
108100     END-IF                                                       00108100
108200     CLOSE REPORT-FILE                                            00108200
108300     IF W-INIT-FAILED OR W-EPSLOAN-IO-ERROR                       00108300
108400         MOVE 8 TO RETURN-CODE                                    00108400
108500     END-IF                                                       00108500
108600     .                                                            00108600
108700 9000-EXIT.                                                       00108700
108800     EXIT.                                                        00108800
