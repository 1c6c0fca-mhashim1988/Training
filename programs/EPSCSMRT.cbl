001610*    2026-09-03  DLH   ARM SUPPORT - FOR EPSPCOM-RATE-TYPE 'A'    00001610
001620*                      THE FULLY-INDEXED WORST-CASE PAYMENT IS    00001620
001630*                      ALSO RETURNED IN RETURN-MAX-PAYMENT.       00001630
001644*    2026-10-15  DLH   REG Z DISCLOSURE - AMOUNT FINANCED, FINANCE00001644
001658*                      CHARGE, TOTAL OF PAYMENTS AND APR RETURNED 00001658
001672*                      OFF ORIGINATION FEE/DISCOUNT POINTS; AN ARM00001672
001686*                      IS PRICED AT ITS FULLY-INDEXED RATE.       00001686
001690*    2026-10-15  DLH   APR SEGMENT DISCOUNT TAKEN A MONTH AT A    00001690
001694*                      TIME - NO GROWTH FACTOR TO OVERFLOW.       00001694
001700*                                                                 00001700
001800 ENVIRONMENT DIVISION.                                            00001800
001900 CONFIGURATION SECTION.                                           00001900
002942     05  W-ARM-MAX-RATE         PIC 9(03)V999   COMP-3.           00002942
002943     05  W-ARM-MAX-MONTHLY-RATE PIC 9(01)V9(09) COMP-3.           00002943
002944     05  W-ARM-MAX-FACTOR       PIC 9(04)V9(09) COMP-3.           00002944
002945*                                                                 00002945
002946*    REG Z APR FIELDS (SEE 0300-CALCULATE-APR) - THE SCHEDULED    00002946
002947*    PAYMENT STREAM IS HELD AS SEGMENTS OF LEVEL PAYMENTS, ONE    00002947
002948*    FOR A FIXED LOAN AND ONE PER RATE STEP FOR AN ARM, AND THE   00002948
002949*    APR IS THE MONTHLY RATE (TIMES 12) THAT DISCOUNTS THAT       00002949
002950*    STREAM BACK TO THE AMOUNT FINANCED.                          00002950
002951 01  W-APR-CALC-AREA.                                             00002951
002952     05  W-APR-PREPAID-CHARGE   PIC 9(07)V99    COMP-3.           00002952
002953     05  W-APR-PMTS-LEFT        PIC 9(04)       COMP-3.           00002953
002954     05  W-APR-SEG-MONTHS       PIC 9(04)       COMP-3.           00002954
002955     05  W-APR-ADJ-MONTHS       PIC 9(04)       COMP-3.           00002955
002956     05  W-APR-CURRENT-RATE     PIC 9(03)V999   COMP-3.           00002956
002957     05  W-APR-TARGET-RATE      PIC 9(03)V999   COMP-3.           00002957
002958     05  W-APR-CEILING-RATE     PIC 9(03)V999   COMP-3.           00002958
002959     05  W-APR-RATE-GAP         PIC 9(03)V999   COMP-3.           00002959
002960     05  W-APR-MONTHLY-RATE     PIC 9(01)V9(09) COMP-3.           00002960
002961     05  W-APR-LEFT-FACTOR      PIC 9(06)V9(09) COMP-3.           00002961
002962     05  W-APR-SEG-FACTOR       PIC 9(06)V9(09) COMP-3.           00002962
002963     05  W-APR-PMT-FACTOR       PIC 9(06)V9(12) COMP-3.           00002963
002964     05  W-APR-BAL-FACTOR       PIC 9(01)V9(12) COMP-3.           00002964
002965     05  W-APR-BALANCE          PIC 9(09)V99    COMP-3.           00002965
002966     05  W-APR-SEG-PAYMENT      PIC 9(07)V99    COMP-3.           00002966
002967     05  W-APR-LOW-RATE         PIC 9(01)V9(12) COMP-3.           00002967
002968     05  W-APR-HIGH-RATE        PIC 9(01)V9(12) COMP-3.           00002968
002969     05  W-APR-TRIAL-RATE       PIC 9(01)V9(12) COMP-3.           00002969
002970     05  W-APR-DISC-START       PIC 9(01)V9(12) COMP-3.           00002970
002971     05  W-APR-DISC-END         PIC 9(01)V9(12) COMP-3.           00002971
002972     05  W-APR-PRESENT-VALUE    PIC 9(09)V9(04) COMP-3.           00002972
002973 01  W-APR-SEG-COUNT            PIC 9(03)       COMP-3.           00002973
002974 01  W-APR-SEG-SUB              PIC 9(03)       COMP-3.           00002974
002975 01  W-APR-SEGMENT-TABLE.                                         00002975
002976     05  W-APR-SEGMENT OCCURS 100 TIMES.                          00002976
002977         10  W-APR-SEG-PMT      PIC 9(07)V99    COMP-3.           00002977
002978         10  W-APR-SEG-NBR-PMTS PIC 9(04)       COMP-3.           00002978
002980 01  W-PMI-CONSTANTS.                                             00002980
002982     05  W-PMI-ANNUAL-RATE      PIC V9(03) COMP-3 VALUE .005.     00002982
002984     05  W-PMI-DOWN-PCT-FLOOR   PIC 9(02)V99 COMP-3 VALUE 20.00.  00002984
002986*                                                                 00002986
002988*    PMI APPLIES WHENEVER A DOWN PAYMENT PERCENTAGE WAS KEYED     00002988
002990*    AND IT'S UNDER 20% - STANDARD CONVENTIONAL-LOAN THRESHOLD.   00002990
002992*    A ZERO DOWN-PAYMENT PERCENTAGE MEANS "NOT KEYED", NOT        00002992
002995*    "ZERO DOWN", SO NO PMI IS ADDED WHEN IT'S LEFT BLANK.        00002995
003000 LINKAGE SECTION.                                                 00003000
003100 01  DFHCOMMAREA.                                                 00003100
003550     MOVE ZERO TO EPSPCOM-RETURN-ESCROW-PAYMENT                   00003550
003560                  EPSPCOM-RETURN-PITI-PAYMENT                     00003560
003570                  EPSPCOM-RETURN-MAX-PAYMENT                      00003570
003576                  EPSPCOM-RETURN-APR                              00003576
003582                  EPSPCOM-RETURN-FINANCE-CHARGE                   00003582
003588                  EPSPCOM-RETURN-AMOUNT-FINANCED                  00003588
003594                  EPSPCOM-RETURN-TOTAL-OF-PMTS                    00003594
003600     IF EPSPCOM-PRINCIPLE-DATA = ZERO                             00003600
003700         OR EPSPCOM-NUMBER-OF-YEARS = ZERO                        00003700
003800         MOVE 'INVALID LOAN AMOUNT OR TERM' TO EPSPCOM-ERRMSG     00003800
005965     IF EPSPCOM-ARM-RATE                                          00005965
005970         PERFORM 0200-CALCULATE-ARM-WORST-CASE                    00005970
005975     END-IF                                                       00005975
005977     PERFORM 0300-CALCULATE-APR THRU 0300-EXIT                    00005977
005980     GO TO 9999-EXIT                                              00005980
006000     .                                                            00006000
006100*                                                                 00006100
007440                 / (W-ARM-MAX-FACTOR - 1)                         00007440
007450     END-IF                                                       00007450
007460     .                                                            00007460
007474*                                                                 00007474
007488*    REG Z DISCLOSURE.  THE PREPAID FINANCE CHARGE IS THE         00007488
007502*    ORIGINATION FEE PLUS THE DISCOUNT POINTS (A PERCENT OF THE   00007502
007516*    LOAN AMOUNT); THE AMOUNT FINANCED IS THE LOAN AMOUNT LESS    00007516
007530*    THAT CHARGE.  THE TOTAL OF PAYMENTS IS THE SCHEDULED P&I     00007530
007544*    STREAM - LEVEL PAYMENTS, THE FINAL-PAYMENT ROUNDING IS NOT   00007544
007558*    MODELLED - AND THE FINANCE CHARGE IS WHAT THE STREAM COSTS   00007558
007572*    OVER THE AMOUNT FINANCED.  ESCROW AND PMI ARE NOT FINANCE    00007572
007586*    CHARGES HERE.  THE APR IS FOUND BY HALVING THE INTERVAL      00007586
007600*    BETWEEN ZERO AND 120% - FORTY HALVINGS PIN IT WELL INSIDE    00007600
007614*    THE 1/8 OF 1% REG Z TOLERANCE.                               00007614
007628 0300-CALCULATE-APR.                                              00007628
007642     COMPUTE W-APR-PREPAID-CHARGE ROUNDED                         00007642
007656         = EPSPCOM-ORIGINATION-FEE                                00007656
007670             + (EPSPCOM-PRINCIPLE-DATA * EPSPCOM-DISCOUNT-POINTS  00007670
007684                 / 100)                                           00007684
007698     IF W-APR-PREPAID-CHARGE NOT < EPSPCOM-PRINCIPLE-DATA         00007698
007712         MOVE 'FEES AND POINTS EXCEED LOAN AMOUNT'                00007712
007719           TO EPSPCOM-ERRMSG                                      00007719
007726         GO TO 0300-EXIT                                          00007726
007740     END-IF                                                       00007740
007754     COMPUTE EPSPCOM-RETURN-AMOUNT-FINANCED                       00007754
007768         = EPSPCOM-PRINCIPLE-DATA - W-APR-PREPAID-CHARGE          00007768
007782     PERFORM 0310-BUILD-PAYMENT-STREAM                            00007782
007796     MOVE ZERO TO EPSPCOM-RETURN-TOTAL-OF-PMTS                    00007796
007810     PERFORM 0330-ADD-SEGMENT-TO-TOTAL                            00007810
007824         VARYING W-APR-SEG-SUB FROM 1 BY 1                        00007824
007838         UNTIL W-APR-SEG-SUB > W-APR-SEG-COUNT                    00007838
007852     IF EPSPCOM-RETURN-TOTAL-OF-PMTS                              00007852
007866           NOT > EPSPCOM-RETURN-AMOUNT-FINANCED                   00007866
007880         MOVE ZERO TO EPSPCOM-RETURN-FINANCE-CHARGE               00007880
007894         GO TO 0300-EXIT                                          00007894
007908     END-IF                                                       00007908
007922     COMPUTE EPSPCOM-RETURN-FINANCE-CHARGE                        00007922
007936         = EPSPCOM-RETURN-TOTAL-OF-PMTS                           00007936
007950             - EPSPCOM-RETURN-AMOUNT-FINANCED                     00007950
007964     MOVE ZERO TO W-APR-LOW-RATE                                  00007964
007978     MOVE .1 TO W-APR-HIGH-RATE                                   00007978
007992     PERFORM 0350-TRY-ONE-APR 40 TIMES                            00007992
008006     COMPUTE EPSPCOM-RETURN-APR ROUNDED                           00008006
008020         = W-APR-TRIAL-RATE * 1200                                00008020
008034     .                                                            00008034
008048 0300-EXIT.                                                       00008048
008062     EXIT.                                                        00008062
008076*                                                                 00008076
008090*    A FIXED LOAN - OR AN ARM ROW 0200 WOULD PRICE AS FIXED - IS  00008090
008104*    ONE SEGMENT OF LEVEL PAYMENTS.  A TRUE ARM PAYS THE INITIAL  00008104
008118*    PAYMENT THROUGH THE FIXED PERIOD, THEN STEPS TOWARD THE      00008118
008132*    FULLY-INDEXED RATE (INDEX PLUS MARGIN, HELD UNDER THE        00008132
008146*    LIFETIME CEILING) BY NO MORE THAN THE PERIODIC CAP AT EACH   00008146
008160*    ADJUSTMENT, RE-AMORTIZING THE BALANCE EACH TIME.  NO INDEX   00008160
008174*    ON THE RATE ROW LEAVES THE FULLY-INDEXED RATE UNKNOWN, SO    00008174
008188*    THE INITIAL RATE CARRIES THROUGH.                            00008188
008202 0310-BUILD-PAYMENT-STREAM.                                       00008202
008216     MOVE 1 TO W-APR-SEG-COUNT                                    00008216
008230     MOVE EPSPCOM-RETURN-MONTH-PAYMENT TO W-APR-SEG-PMT(1)        00008230
008244     IF NOT EPSPCOM-ARM-RATE                                      00008244
008258        OR EPSPCOM-ARM-FIXED-YEARS = ZERO                         00008258
008272        OR EPSPCOM-ARM-FIXED-YEARS NOT < EPSPCOM-NUMBER-OF-YEARS  00008272
008286        OR EPSPCOM-ARM-LIFETIME-CAP = ZERO                        00008286
008300         MOVE W-NUMBER-OF-PAYMENTS TO W-APR-SEG-NBR-PMTS(1)       00008300
008314     ELSE                                                         00008314
008328         MOVE W-ARM-FIXED-PAYMENTS TO W-APR-SEG-NBR-PMTS(1)       00008328
008342         MOVE W-ARM-REMAINING-PMTS TO W-APR-PMTS-LEFT             00008342
008356         MOVE W-ARM-BALANCE TO W-APR-BALANCE                      00008356
008370         MOVE EPSPCOM-QUOTED-INTEREST-RATE TO W-APR-CURRENT-RATE  00008370
008384         COMPUTE W-APR-CEILING-RATE                               00008384
008398             = EPSPCOM-QUOTED-INTEREST-RATE                       00008398
008412                 + EPSPCOM-ARM-LIFETIME-CAP                       00008412
008426         IF EPSPCOM-ARM-INDEX-RATE = ZERO                         00008426
008440             MOVE EPSPCOM-QUOTED-INTEREST-RATE                    00008440
008447           TO W-APR-TARGET-RATE                                   00008447
008454         ELSE                                                     00008454
008468             COMPUTE W-APR-TARGET-RATE                            00008468
008482                 = EPSPCOM-ARM-INDEX-RATE + EPSPCOM-ARM-MARGIN    00008482
008496         END-IF                                                   00008496
008510         IF W-APR-TARGET-RATE > W-APR-CEILING-RATE                00008510
008524             MOVE W-APR-CEILING-RATE TO W-APR-TARGET-RATE         00008524
008538         END-IF                                                   00008538
008552         COMPUTE W-APR-ADJ-MONTHS                                 00008552
008559           = EPSPCOM-ARM-ADJ-FREQ-YEARS * 12                      00008559
008566         PERFORM 0320-ADD-ADJUSTED-SEGMENT                        00008566
008580             UNTIL W-APR-PMTS-LEFT = ZERO                         00008580
008594     END-IF                                                       00008594
008608     .                                                            00008608
008622*                                                                 00008622
008636 0320-ADD-ADJUSTED-SEGMENT.                                       00008636
008650     IF W-APR-TARGET-RATE > W-APR-CURRENT-RATE                    00008650
008664         COMPUTE W-APR-RATE-GAP                                   00008664
008678             = W-APR-TARGET-RATE - W-APR-CURRENT-RATE             00008678
008692     ELSE                                                         00008692
008706         COMPUTE W-APR-RATE-GAP                                   00008706
008720             = W-APR-CURRENT-RATE - W-APR-TARGET-RATE             00008720
008734     END-IF                                                       00008734
008748     IF EPSPCOM-ARM-PERIODIC-CAP = ZERO                           00008748
008762        OR W-APR-RATE-GAP NOT > EPSPCOM-ARM-PERIODIC-CAP          00008762
008776         MOVE W-APR-TARGET-RATE TO W-APR-CURRENT-RATE             00008776
008790     ELSE                                                         00008790
008804         IF W-APR-TARGET-RATE > W-APR-CURRENT-RATE                00008804
008818             ADD EPSPCOM-ARM-PERIODIC-CAP TO W-APR-CURRENT-RATE   00008818
008832         ELSE                                                     00008832
008846             SUBTRACT EPSPCOM-ARM-PERIODIC-CAP                    00008846
008860                 FROM W-APR-CURRENT-RATE                          00008860
008874         END-IF                                                   00008874
008888     END-IF                                                       00008888
008902     IF W-APR-CURRENT-RATE = W-APR-TARGET-RATE                    00008902
008916        OR W-APR-ADJ-MONTHS = ZERO                                00008916
008930        OR W-APR-ADJ-MONTHS NOT < W-APR-PMTS-LEFT                 00008930
008944        OR W-APR-SEG-COUNT = 99                                   00008944
008958         MOVE W-APR-PMTS-LEFT TO W-APR-SEG-MONTHS                 00008958
008972     ELSE                                                         00008972
008986         MOVE W-APR-ADJ-MONTHS TO W-APR-SEG-MONTHS                00008986
009000     END-IF                                                       00009000
009014     COMPUTE W-APR-MONTHLY-RATE ROUNDED                           00009014
009028         = (W-APR-CURRENT-RATE / 100) / 12                        00009028
009042     IF W-APR-MONTHLY-RATE = ZERO                                 00009042
009056         COMPUTE W-APR-SEG-PAYMENT ROUNDED                        00009056
009070             = W-APR-BALANCE / W-APR-PMTS-LEFT                    00009070
009084         COMPUTE W-APR-BALANCE ROUNDED                            00009084
009098             = W-APR-BALANCE                                      00009098
009105           * (W-APR-PMTS-LEFT - W-APR-SEG-MONTHS)                 00009105
009112                 / W-APR-PMTS-LEFT                                00009112
009126     ELSE                                                         00009126
009140         COMPUTE W-APR-LEFT-FACTOR ROUNDED                        00009140
009154             = (1 + W-APR-MONTHLY-RATE) ** W-APR-PMTS-LEFT        00009154
009168         COMPUTE W-APR-SEG-FACTOR ROUNDED                         00009168
009182             = (1 + W-APR-MONTHLY-RATE) ** W-APR-SEG-MONTHS       00009182
009193         COMPUTE W-APR-PMT-FACTOR ROUNDED                         00009193
009201             = W-APR-LEFT-FACTOR / (W-APR-LEFT-FACTOR - 1)        00009201
009209         COMPUTE W-APR-PMT-FACTOR ROUNDED                         00009209
009217             = W-APR-PMT-FACTOR * W-APR-MONTHLY-RATE              00009217
009226         COMPUTE W-APR-SEG-PAYMENT ROUNDED                        00009226
009237             = W-APR-BALANCE * W-APR-PMT-FACTOR                   00009237
009248         COMPUTE W-APR-BAL-FACTOR ROUNDED                         00009248
009259             = (W-APR-LEFT-FACTOR - W-APR-SEG-FACTOR)             00009259
009270                 / (W-APR-LEFT-FACTOR - 1)                        00009270
009281         COMPUTE W-APR-BALANCE ROUNDED                            00009281
009292             = W-APR-BALANCE * W-APR-BAL-FACTOR                   00009292
009308     END-IF                                                       00009308
009322     ADD 1 TO W-APR-SEG-COUNT                                     00009322
009336     MOVE W-APR-SEG-PAYMENT TO W-APR-SEG-PMT(W-APR-SEG-COUNT)     00009336
009350     MOVE W-APR-SEG-MONTHS TO W-APR-SEG-NBR-PMTS(W-APR-SEG-COUNT) 00009350
009364     SUBTRACT W-APR-SEG-MONTHS FROM W-APR-PMTS-LEFT               00009364
009378     .                                                            00009378
009392*                                                                 00009392
009406 0330-ADD-SEGMENT-TO-TOTAL.                                       00009406
009420     COMPUTE EPSPCOM-RETURN-TOTAL-OF-PMTS                         00009420
009434         = EPSPCOM-RETURN-TOTAL-OF-PMTS                           00009434
009448             + (W-APR-SEG-PMT(W-APR-SEG-SUB)                      00009448
009462                 * W-APR-SEG-NBR-PMTS(W-APR-SEG-SUB))             00009462
009476     .                                                            00009476
009490*                                                                 00009490
009504*    ONE HALVING - THE PRESENT VALUE OF THE STREAM FALLS AS THE   00009504
009518*    TRIAL RATE RISES, SO A VALUE STILL ABOVE THE AMOUNT FINANCED 00009518
009532*    MEANS THE TRIAL RATE IS TOO LOW.                             00009532
009546 0350-TRY-ONE-APR.                                                00009546
009560     COMPUTE W-APR-TRIAL-RATE ROUNDED                             00009560
009574         = (W-APR-LOW-RATE + W-APR-HIGH-RATE) / 2                 00009574
009588     MOVE ZERO TO W-APR-PRESENT-VALUE                             00009588
009602     MOVE 1 TO W-APR-DISC-START                                   00009602
009616     PERFORM 0360-DISCOUNT-ONE-SEGMENT                            00009616
009630         VARYING W-APR-SEG-SUB FROM 1 BY 1                        00009630
009644         UNTIL W-APR-SEG-SUB > W-APR-SEG-COUNT                    00009644
009658     IF W-APR-PRESENT-VALUE > EPSPCOM-RETURN-AMOUNT-FINANCED      00009658
009672         MOVE W-APR-TRIAL-RATE TO W-APR-LOW-RATE                  00009672
009686     ELSE                                                         00009686
009700         MOVE W-APR-TRIAL-RATE TO W-APR-HIGH-RATE                 00009700
009714     END-IF                                                       00009714
009728     .                                                            00009728
009742*                                                                 00009742
009756*    A SEGMENT OF N LEVEL PAYMENTS P STARTING AFTER S EARLIER     00009756
009770*    PAYMENTS IS WORTH P * (V**S - V**(S+N)) / I TODAY, WHERE     00009770
009784*    V = 1 / (1 + I).  W-APR-DISC-START CARRIES V**S FORWARD.     00009784
009790*    THE DISCOUNT IS TAKEN ONE MONTH AT A TIME SO NO FIELD HAS    00009790
009794*    TO HOLD (1 + I)**N FOR A LONG SEGMENT AT A HIGH TRIAL RATE.  00009794
009798 0360-DISCOUNT-ONE-SEGMENT.                                       00009798
009812     MOVE W-APR-DISC-START TO W-APR-DISC-END                      00009812
009826     PERFORM 0365-DISCOUNT-ONE-MONTH                              00009826
009840         W-APR-SEG-NBR-PMTS(W-APR-SEG-SUB) TIMES                  00009840
009882     COMPUTE W-APR-PRESENT-VALUE ROUNDED                          00009882
009896         = W-APR-PRESENT-VALUE                                    00009896
009910             + (W-APR-SEG-PMT(W-APR-SEG-SUB)                      00009910
009924                 * (W-APR-DISC-START - W-APR-DISC-END)            00009924
009938                 / W-APR-TRIAL-RATE)                              00009938
009952     MOVE W-APR-DISC-END TO W-APR-DISC-START                      00009952
009966     .                                                            00009966
009970 0365-DISCOUNT-ONE-MONTH.                                         00009970
009974     COMPUTE W-APR-DISC-END ROUNDED                               00009974
009978         = W-APR-DISC-END / (1 + W-APR-TRIAL-RATE)                00009978
009982     .                                                            00009982
009999 9999-EXIT.                                                       00009999
010000     GOBACK.                                                      00010000
