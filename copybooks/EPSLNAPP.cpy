002630       DTI_PCT           DECIMAL(5,2) NOT NULL,                   00002630
002640       POLICY_FLAG       CHAR(1)      NOT NULL,                   00002640
002650       POLICY_REASON     CHAR(30)     NOT NULL,                   00002650
002660       REASON_CODE       CHAR(3)      NOT NULL,                   00002660
002663       LOAN_PRODUCT      CHAR(4)      NOT NULL,                   00002663
002666       DOWN_PAYMENT_PCT  DECIMAL(4,2) NOT NULL,                   00002666
002669       ANNUAL_TAX        DECIMAL(9,2) NOT NULL,                   00002669
002672       ANNUAL_INSURANCE  DECIMAL(9,2) NOT NULL,                   00002672
002675       RATE_TYPE         CHAR(1)      NOT NULL,                   00002675
002678       ARM_FIXED_YEARS   DECIMAL(2,0) NOT NULL,                   00002678
002681       ARM_ADJ_FREQ_YRS  DECIMAL(2,0) NOT NULL,                   00002681
002684       ARM_PERIODIC_CAP  DECIMAL(5,3) NOT NULL,                   00002684
002687       ARM_LIFETIME_CAP  DECIMAL(5,3) NOT NULL,                   00002687
002690       ARM_MARGIN        DECIMAL(5,3) NOT NULL,                   00002690
002693       BOARDED_DATE      CHAR(8)      NOT NULL,                   00002693
002694       ORIGINATION_FEE   DECIMAL(9,2) NOT NULL,                   00002694
002695       DISCOUNT_POINTS   DECIMAL(5,3) NOT NULL,                   00002695
002696       APR               DECIMAL(5,3) NOT NULL,                   00002696
002697       FINANCE_CHARGE    DECIMAL(11,2) NOT NULL,                  00002697
002698       AMOUNT_FINANCED   DECIMAL(9,2) NOT NULL,                   00002698
002704       TOTAL_OF_PAYMENTS DECIMAL(11,2) NOT NULL,                  00002704
002710       CO_BORR1_ID       CHAR(8)      NOT NULL,                   00002710
002716       CO_BORR1_NAME     CHAR(30)     NOT NULL,                   00002716
002722       CO_BORR1_INCOME   DECIMAL(9,2) NOT NULL,                   00002722
002728       CO_BORR1_DEBT     DECIMAL(9,2) NOT NULL,                   00002728
002734       CO_BORR2_ID       CHAR(8)      NOT NULL,                   00002734
002740       CO_BORR2_NAME     CHAR(30)     NOT NULL,                   00002740
002746       CO_BORR2_INCOME   DECIMAL(9,2) NOT NULL,                   00002746
002752       CO_BORR2_DEBT     DECIMAL(9,2) NOT NULL,                   00002752
002758       CO_BORR3_ID       CHAR(8)      NOT NULL,                   00002758
002764       CO_BORR3_NAME     CHAR(30)     NOT NULL,                   00002764
002770       CO_BORR3_INCOME   DECIMAL(9,2) NOT NULL,                   00002770
002776       CO_BORR3_DEBT     DECIMAL(9,2) NOT NULL,                   00002776
002782       COMBINED_INCOME   DECIMAL(9,2) NOT NULL,                   00002782
002783       COMBINED_DEBT     DECIMAL(9,2) NOT NULL,                   00002783
002784       PROPERTY_STATE    CHAR(2)      NOT NULL,                   00002784
002785       PROPERTY_COUNTY   CHAR(5)      NOT NULL,                   00002785
002786       CENSUS_TRACT      CHAR(11)     NOT NULL,                   00002786
002787       LOAN_PURPOSE      CHAR(1)      NOT NULL,                   00002787
002788       OCCUPANCY_TYPE    CHAR(1)      NOT NULL,                   00002788
002789       APPL_ETHNICITY    CHAR(1)      NOT NULL,                   00002789
002790       APPL_RACE         CHAR(1)      NOT NULL,                   00002790
002791       APPL_SEX          CHAR(1)      NOT NULL,                   00002791
002792       APPL_AGE          DECIMAL(3,0) NOT NULL,                   00002792
002793       ORIGINATED_BY     CHAR(3)      NOT NULL,                   00002793
002794       FIRST_APPR_BY     CHAR(3)      NOT NULL,                   00002794
002795       FIRST_APPR_DATE   CHAR(8)      NOT NULL,                   00002795
002796       FIRST_APPR_TIME   CHAR(6)      NOT NULL                    00002796
002797     ) END-EXEC.                                                  00002797
002800*                                                                 00002800
002900 01 EPSLNAPP-ROW.                                                 00002900
003000    05 EPSLA-CUSTOMER-ID       PIC X(08).                         00003000
004100       88 EPSLA-APPROVED             VALUE 'A'.                   00004100
004200       88 EPSLA-DENIED               VALUE 'D'.                   00004200
004300       88 EPSLA-NEEDS-MORE-INFO      VALUE 'M'.                   00004300
004350       88 EPSLA-PENDING-SECOND-APPR  VALUE 'S'.                   00004350
004360       88 EPSLA-WITHDRAWN            VALUE 'W'.                   00004360
004400    05 EPSLA-DECIDED-BY        PIC X(03).                         00004400
004500    05 EPSLA-DECIDED-DATE      PIC X(08).                         00004500
004600    05 EPSLA-DECIDED-TIME      PIC X(06).                         00004600
005300       88 EPSLA-POLICY-NOT-CHECKED  VALUE ' '.                    00005300
005400    05 EPSLA-POLICY-REASON     PIC X(30).                         00005400
005410    05 EPSLA-REASON-CODE       PIC X(03).                         00005410
005411    05 EPSLA-LOAN-PRODUCT      PIC X(04).                         00005411
005412    05 EPSLA-DOWN-PAYMENT-PCT  PIC 9(02)V99 COMP-3.               00005412
005413    05 EPSLA-ANNUAL-TAX        PIC 9(07)V99 COMP-3.               00005413
005414    05 EPSLA-ANNUAL-INSURANCE  PIC 9(07)V99 COMP-3.               00005414
005415    05 EPSLA-RATE-TYPE         PIC X(01).                         00005415
005416       88 EPSLA-FIXED-RATE           VALUE 'F' ' '.               00005416
005417       88 EPSLA-ARM-RATE             VALUE 'A'.                   00005417
005418    05 EPSLA-ARM-FIXED-YEARS   PIC 9(02) COMP-3.                  00005418
005419    05 EPSLA-ARM-ADJ-FREQ-YRS  PIC 9(02) COMP-3.                  00005419
005420    05 EPSLA-ARM-PERIODIC-CAP  PIC 9(02)V999 COMP-3.              00005420
005421    05 EPSLA-ARM-LIFETIME-CAP  PIC 9(02)V999 COMP-3.              00005421
005422    05 EPSLA-ARM-MARGIN        PIC 9(02)V999 COMP-3.              00005422
005423    05 EPSLA-BOARDED-DATE      PIC X(08).                         00005423
005424    05 EPSLA-ORIGINATION-FEE   PIC 9(07)V99 COMP-3.               00005424
005425    05 EPSLA-DISCOUNT-POINTS   PIC 9(02)V999 COMP-3.              00005425
005426    05 EPSLA-APR               PIC 9(02)V999 COMP-3.              00005426
005427    05 EPSLA-FINANCE-CHARGE    PIC 9(09)V99 COMP-3.               00005427
005428    05 EPSLA-AMOUNT-FINANCED   PIC 9(07)V99 COMP-3.               00005428
005429    05 EPSLA-TOTAL-OF-PAYMENTS PIC 9(09)V99 COMP-3.               00005429
005430    05 EPSLA-CO-BORROWERS.                                        00005430
005431       10 EPSLA-COB1-ID        PIC X(08).                         00005431
005432       10 EPSLA-COB1-NAME      PIC X(30).                         00005432
005433       10 EPSLA-COB1-INCOME    PIC 9(07)V99 COMP-3.               00005433
005434       10 EPSLA-COB1-DEBT      PIC 9(07)V99 COMP-3.               00005434
005435       10 EPSLA-COB2-ID        PIC X(08).                         00005435
005436       10 EPSLA-COB2-NAME      PIC X(30).                         00005436
005437       10 EPSLA-COB2-INCOME    PIC 9(07)V99 COMP-3.               00005437
005438       10 EPSLA-COB2-DEBT      PIC 9(07)V99 COMP-3.               00005438
005439       10 EPSLA-COB3-ID        PIC X(08).                         00005439
005440       10 EPSLA-COB3-NAME      PIC X(30).                         00005440
005441       10 EPSLA-COB3-INCOME    PIC 9(07)V99 COMP-3.               00005441
005442       10 EPSLA-COB3-DEBT      PIC 9(07)V99 COMP-3.               00005442
005443    05 EPSLA-CO-BORROWER-TABLE REDEFINES EPSLA-CO-BORROWERS.      00005443
005444       10 EPSLA-COB OCCURS 3 TIMES.                               00005444
005445          15 EPSLA-COB-ID      PIC X(08).                         00005445
005446          15 EPSLA-COB-NAME    PIC X(30).                         00005446
005447          15 EPSLA-COB-INCOME  PIC 9(07)V99 COMP-3.               00005447
005448          15 EPSLA-COB-DEBT    PIC 9(07)V99 COMP-3.               00005448
005449    05 EPSLA-COMBINED-INCOME   PIC 9(07)V99 COMP-3.               00005449
005450    05 EPSLA-COMBINED-DEBT     PIC 9(07)V99 COMP-3.               00005450
005451    05 EPSLA-PROPERTY-STATE    PIC X(02).                         00005451
005452    05 EPSLA-PROPERTY-COUNTY   PIC X(05).                         00005452
005453    05 EPSLA-CENSUS-TRACT      PIC X(11).                         00005453
005454    05 EPSLA-LOAN-PURPOSE      PIC X(01).                         00005454
005455       88 EPSLA-PURCHASE             VALUE 'P'.                   00005455
005456       88 EPSLA-REFINANCE            VALUE 'R'.                   00005456
005457       88 EPSLA-HOME-IMPROVEMENT     VALUE 'H'.                   00005457
005458    05 EPSLA-OCCUPANCY-TYPE    PIC X(01).                         00005458
005459       88 EPSLA-PRINCIPAL-RESIDENCE  VALUE 'P'.                   00005459
005460       88 EPSLA-SECOND-HOME          VALUE 'S'.                   00005460
005461       88 EPSLA-INVESTMENT-PROPERTY  VALUE 'I'.                   00005461
005462    05 EPSLA-APPL-ETHNICITY    PIC X(01).                         00005462
005463    05 EPSLA-APPL-RACE         PIC X(01).                         00005463
005464    05 EPSLA-APPL-SEX          PIC X(01).                         00005464
005465    05 EPSLA-APPL-AGE          PIC 9(03) COMP-3.                  00005465
005466    05 EPSLA-ORIGINATED-BY     PIC X(03).                         00005466
005467    05 EPSLA-FIRST-APPR-BY     PIC X(03).                         00005467
005468    05 EPSLA-FIRST-APPR-DATE   PIC X(08).                         00005468
005469    05 EPSLA-FIRST-APPR-TIME   PIC X(06).                         00005469
005470*                                                                 00005470
005471*    REASON_CODE IS THE EPSRSN DECISION REASON THE UNDERWRITER    00005471
005472*    KEYED WHEN DENYING OR SENDING BACK THE APPLICATION (SEE      00005472
005473*    EPSUWMNT) - SPACES ON A PENDING OR APPROVED ROW.  THE        00005473
005474*    NIGHTLY EPSLTRS LETTER JOB SPELLS IT OUT ON THE              00005474
005475*    ADVERSE-ACTION LETTER.                                       00005475
005500*                                                                 00005500
005600*    MONTHLY_INCOME/MONTHLY_DEBT ARE CAPTURED OFF EPINCMI/EPDEBTI 00005600
005700*    ON THE EPMENU SCREEN.  DTI_PCT IS THE COMPUTED DEBT-TO-      00005700
005900*    RESULT OF THE EPSPLCY CREDIT-POLICY CHECK (SEE EPSCMORT'S    00005900
006000*    A640-CHECK-CREDIT-POLICY) - BLANK FLAG MEANS NO INCOME WAS   00006000
006100*    KEYED OR NO POLICY ROW WAS ON FILE, SO NOTHING WAS CHECKED.  00006100
006200*                                                                 00006200
006300*    LOAN_PRODUCT THROUGH ARM_MARGIN CARRY THE PRICING INPUTS THE 00006300
006400*    QUOTE WAS CALCULATED ON (SEE EPSCMORT'S A628-INSERT-LOAN-    00006400
006500*    APPLICATION) SO AN APPROVED ROW CAN BE BOARDED ONTO THE      00006500
006600*    EPSLOAN SERVICING MASTER WITHOUT RE-KEYING - EPSLNBRD RUNS   00006600
006700*    EPSCSMRT OVER THEM FOR P&I AND ESCROW.  BOARDED_DATE IS      00006700
006800*    SPACES UNTIL EPSLNBRD BOARDS THE LOAN, THEN THE FUNDED DATE. 00006800
006810*                                                                 00006810
006820*    ORIGINATION_FEE/DISCOUNT_POINTS ARE THE PREPAID CHARGES      00006820
006830*    KEYED WITH THE QUOTE, AND APR THROUGH TOTAL_OF_PAYMENTS THE  00006830
006840*    REGULATION Z DISCLOSURE EPSCSMRT RETURNED FOR IT - PRINTED   00006840
006850*    ON THE APPROVAL LETTER BY EPSLTRS.                           00006850
006860*                                                                 00006860
006870*    CO_BORR1 THROUGH CO_BORR3 ARE UP TO THREE CO-BORROWERS FILED 00006870
006880*    WITH THE APPLICATION OFF THE EPMENU CO-BORROWER LINES - EACH 00006880
006890*    ID MUST BE ON THE EPSCUST MASTER (SEE EPSCMORT'S             00006890
006900*    A626-VALIDATE-CO-BORROWERS) AND THE NAME IS TAKEN FROM       00006900
006910*    THERE.  AN UNUSED SLOT HAS A BLANK ID.                       00006910
006920*    EPSLA-CO-BORROWER-TABLE LETS A PROGRAM WALK THE THREE SLOTS  00006920
006930*    BY SUBSCRIPT.                                                00006930
006940*                                                                 00006940
006950*    MONTHLY_INCOME/MONTHLY_DEBT STAY THE PRIMARY BORROWER'S OWN  00006950
006960*    FIGURES.  COMBINED_INCOME/COMBINED_DEBT ADD IN EVERY         00006960
006970*    CO-BORROWER'S, AND DTI_PCT AND THE POLICY FLAG ARE JUDGED ON 00006970
006980*    THE COMBINED FIGURES.                                        00006980
006990*                                                                 00006990
006991*    PROPERTY_STATE THROUGH APPL_AGE ARE THE HMDA LOAN/           00006991
006992*    APPLICATION REGISTER FIELDS KEYED ON EPMENU (SEE EPSCMORT'S  00006992
006993*    A624-VALIDATE-HMDA-FIELDS) - PROPERTY LOCATION, LOAN PURPOSE 00006993
006994*    AND OCCUPANCY AS LETTER CODES, AND THE PRIMARY APPLICANT'S   00006994
006995*    GOVERNMENT-MONITORING ETHNICITY/RACE/SEX CODES AND AGE.  A   00006995
006996*    BLANK CODE OR ZERO AGE MEANS NOTHING WAS KEYED.  THE ANNUAL  00006996
006997*    EPSHMDA JOB TRANSLATES THEM TO THE HMDA CODE SET AND EDITS   00006997
006998*    THEM BEFORE THE LAR FILE GOES OUT.                           00006998
007000*                                                                 00007000
007100*    ORIGINATED_BY IS THE OPERATOR WHO KEYED THE APPLICATION ON   00007100
007200*    EPMENU - EPSUWMNT WILL NOT LET THEM APPROVE IT.  AN          00007200
007300*    APPROVAL OVER THE UNDERWRITER'S EPSRTAUT LENDING LIMIT, OR   00007300
007400*    OF AN OUT-OF-POLICY APPLICATION THEY ARE NOT AUTHORIZED      00007400
007500*    FOR, PUTS THE ROW IN STATUS 'S' (PENDING SECOND APPROVAL)    00007500
007600*    WITH THEIR SIGNATURE IN FIRST_APPR_BY/DATE/TIME AND          00007600
007700*    DECIDED_BY STILL BLANK.  A SECOND, DIFFERENT UNDERWRITER     00007700
007800*    WHOSE AUTHORITY COVERS THE LOAN THEN APPROVES OR DENIES IT   00007800
007900*    AND THEIR SIGNATURE GOES IN DECIDED_BY/DATE/TIME, SO BOTH    00007900
008000*    ARE KEPT.  FIRST_APPR_BY IS BLANK ON A ROW DECIDED ON ONE    00008000
008100*    SIGNATURE.                                                   00008100
008200*                                                                 00008200
008300*    AN APPLICATION LEFT IN 'M' WITH NO ANSWER FROM THE CUSTOMER  00008300
008400*    IS WITHDRAWN BY THE NIGHTLY EPSPIPE JOB - STATUS 'W', WITH   00008400
008500*    THE WITHDRAWAL REASON IN REASON_CODE, THE JOB'S BATCH ID IN  00008500
008600*    DECIDED_BY AND THE WITHDRAWAL DATE AND TIME IN DECIDED_DATE  00008600
008700*    AND DECIDED_TIME.                                            00008700
