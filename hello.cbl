002900          REDEFINES W-PMT-CNVRT                                   00002900
003000                               PIC 9(10)V99.                      00003000
003100    05 WS-FORMAT-NUMBER        PIC Z,ZZZ,ZZ9.99.                  00003100
003150    05 W-FORMAT-LARGE-NUMBER   PIC ZZZ,ZZZ,ZZ9.99.                00003150
003200    05 W-PRINC-CNVRT           PIC X(12).                         00003200
003300    05 W-PRINC-NUMBER                                             00003300
003400          REDEFINES W-PRINC-CNVRT                                 00003400
004006    88 W-COMAREA-LENGTH-BAD           VALUE '1'.                  00004006
004010 01 W-ABSTIME                  PIC S9(15) COMP-3.                 00004010
004020 COPY EPSQUOTE.                                                   00004020
004025 COPY EPSQCIX.                                                    00004025
004030 COPY EPSAUDIT.                                                   00004030
004100                                                                  00004100
004200 01 SQL-ERROR-MSG.                                                00004200
005539 01 W-CUST-NOTFND-MSG           PIC X(60) VALUE                   00005539
005540        'CUSTOMER ID NOT ON MASTER - APPLICATION NOT FILED'.      00005540
005541     COPY EPSCUST.                                                00005541
005542*                                                                 00005542
005543*    MERGE CROSS-REFERENCE LOOKUP (SEE A415-RESOLVE-MERGED-       00005543
005544*    CUSTOMERS) - AN ID MERGED AWAY ON EPSCUMNT IS SWAPPED FOR    00005544
005545*    THE ID IT WAS MERGED INTO.                                   00005545
005546 01 W-XREF-FOUND-SWITCH         PIC X(01).                        00005546
005547    88 W-XREF-FOUND                    VALUE '1'.                 00005547
005548     COPY EPSCXRF.                                                00005548
005549*                                                                 00005549
005550*    LOGGED TO CSMT WHEN EIBCALEN COMES IN NEITHER ZERO NOR       00005550
005560*    MATCHING W-COMMUNICATION-AREA'S LENGTH (SEE                  00005560
005570*    A050-VALIDATE-COMMAREA) - THE COMMAREA CAN'T BE TRUSTED SO   00005570
006700                                                                  00006700
006800 COPY EPSNBRPM.                                                   00006800
006810*                                                                 00006810
006817*    CREDIT-POLICY CHECK WORKING STORAGE (SEE                     00006817
006824*    A640-CHECK-CREDIT-POLICY).  THE APPLICATION'S DTI - EXISTING 00006824
006831*    MONTHLY DEBT PLUS THE PITI PAYMENT, OVER MONTHLY INCOME,     00006831
006838*    BOTH COMBINED ACROSS ALL BORROWERS - IS TESTED AGAINST THE   00006838
006845*    EPSPLCY RULES ROW FOR THE LOAN PRODUCT AND THE RESULT IS     00006845
006852*    FLAGGED ON THE EPSLNAPP ROW FOR THE UNDERWRITING QUEUE.      00006852
006862 01 W-POLICY-FOUND-SWITCH       PIC X(01).                        00006862
006864    88 W-POLICY-FOUND                 VALUE '1'.                  00006864
006866 01 W-BAND-FOUND-SWITCH         PIC X(01).                        00006866
006904 01 W-LOCK-ABSTIME              PIC S9(15) COMP-3.                00006904
006905 01 W-LOCK-FOUND-SWITCH         PIC X(01).                        00006905
006906    88 W-LOCK-FOUND                   VALUE '1'.                  00006906
006908 01 W-ED-LOAN-AMT               PIC ZZZZZZ9.99.                   00006908
006909 01 W-LOCK-CUST-REQ-MSG         PIC X(60) VALUE                   00006909
006911        'ENTER CUSTOMER ID TO RETRIEVE A LOCKED QUOTE'.           00006911
006919        'RATE LOCK EXPIRED - REPRICED AT CURRENT TABLE RATE'.     00006919
006921 01 W-LOCK-NORATE-MSG           PIC X(60) VALUE                   00006921
006922        'RATE LOCK EXPIRED - NO CURRENT RATE ON FILE'.            00006922
006923 01 W-LOCK-EXPIRED-KEY          PIC X(25).                        00006923
006924 01 W-LOCK-INDEX-SWITCH         PIC X(01).                        00006924
006925    88 W-LOCK-INDEX-END               VALUE '1'.                  00006925
006926*                                                                 00006926
006927*    CO-BORROWER WORKING STORAGE (SEE A497-DETERMINE-CO-BORROWER- 00006927
006928*    INPUTS AND A626-VALIDATE-CO-BORROWERS).  UP TO THREE         00006928
006930*    CO-BORROWERS RIDE ON AN APPLICATION, EACH ON THE EPSCUST     00006930
006932*    MASTER, AND THE DTI IS JUDGED ON EVERY BORROWER'S INCOME     00006932
006934*    AND DEBT ADDED TOGETHER.                                     00006934
006936 01 W-COB-SUB                   PIC 9(01).                        00006936
006938 01 W-COB-INPUTS.                                                 00006938
006940    05 W-COB-INPUT OCCURS 3 TIMES.                                00006940
006942       10 W-COB-INCOME          PIC 9(07)V99.                     00006942
006944       10 W-COB-DEBT            PIC 9(07)V99.                     00006944
006946 01 W-COMBINED-INCOME           PIC 9(07)V99.                     00006946
006948 01 W-COMBINED-DEBT             PIC 9(07)V99.                     00006948
006950 01 W-COB-ERROR-SWITCH          PIC X(01).                        00006950
006952    88 W-COB-ERROR                   VALUE '1'.                   00006952
006954 01 W-COB-ERROR-MSG             PIC X(60).                        00006954
006956 01 W-COB-NOTFND-MSG.                                             00006956
006958    05 FILLER                   PIC X(12) VALUE 'CO-BORROWER '.   00006958
006960    05 W-CN-SUB                 PIC 9(01).                        00006960
006962    05 FILLER                   PIC X(41) VALUE                   00006962
006964        ' ID NOT ON MASTER - APPLICATION NOT FILED'.              00006964
006966 01 W-COB-DUP-MSG.                                                00006966
006968    05 FILLER                   PIC X(12) VALUE 'CO-BORROWER '.   00006968
006970    05 W-CD-SUB                 PIC 9(01).                        00006970
006972    05 FILLER                   PIC X(46) VALUE                   00006972
006974        ' DUPLICATES ANOTHER BORROWER - NOT FILED'.               00006974
006976                                                                  00006976
006978 01 W-HMDA-ERROR-SWITCH         PIC X(01).                        00006978
006980    88 W-HMDA-ERROR                  VALUE '1'.                   00006980
006982 01 W-HMDA-ERROR-MSG.                                             00006982
006984    05 FILLER                   PIC X(20) VALUE                   00006984
006986        'INVALID HMDA FIELD -'.                                   00006986
006988    05 W-HE-FIELD               PIC X(16).                        00006988
006990    05 FILLER                   PIC X(24) VALUE                   00006990
006992        ' - APPLICATION NOT FILED'.                               00006992
006994                                                                  00006994
007000 LINKAGE SECTION.                                                 00007000
007100                                                                  00007100
007200 01 DFHCOMMAREA.                                                  00007200
011400             MOVE '3' TO                                          00011400
011500                PROCESS-INDICATOR OF W-COMMUNICATION-AREA         00011500
011600          END-IF                                                  00011600
011607     WHEN EIBAID = DFHPF13                                        00011607
011614* Process PF13 - Customer quote history                           00011614
011621          IF PROCESS-INDICATOR OF W-COMMUNICATION-AREA = '3'      00011621
011628             PERFORM A410-RECEIVE-MAP-ONLY                        00011628
011635             MOVE EPCUSTNI TO                                     00011635
011642                EPQH-CUSTOMER-ID OF W-COMMUNICATION-AREA          00011642
011649             MOVE LOW-VALUES TO                                   00011649
011656                EPQH-NEXT-KEY OF W-COMMUNICATION-AREA             00011656
011663             MOVE '1' TO                                          00011663
011670                PROCESS-INDICATOR OF W-COMMUNICATION-AREA         00011670
011677             MOVE SPACES TO                                       00011677
011684                SCREEN-SHOWN-SWITCH OF W-COMMUNICATION-AREA       00011684
011691          END-IF                                                  00011691
011700 WHEN EIBAID = DFHPF9                                             00011700
011800      MOVE '9' TO                                                 00011800
011900         PROCESS-INDICATOR OF W-COMMUNICATION-AREA                00011900
014426               LENGTH(W-COMAREA-LENGTH)                           00014426
014428               END-EXEC                                           00014428
014429     WHEN PROCESS-INQUIRY-SCREEN OF W-COMMUNICATION-AREA          00014429
014431          EXEC CICS                                               00014431
014433               RETURN TRANSID('EPSI')                             00014433
014435               COMMAREA(W-COMMUNICATION-AREA)                     00014435
014437               LENGTH(W-COMAREA-LENGTH)                           00014437
014439               END-EXEC                                           00014439
014440     WHEN PROCESS-LIST-SCREEN OF W-COMMUNICATION-AREA             00014440
014450          EXEC CICS                                               00014450
014470               RETURN TRANSID('EPSL')                             00014470
014490               COMMAREA(W-COMMUNICATION-AREA)                     00014490
014510               LENGTH(W-COMAREA-LENGTH)                           00014510
014530               END-EXEC                                           00014530
014533     WHEN PROCESS-HISTORY-SCREEN OF W-COMMUNICATION-AREA          00014533
014536          EXEC CICS                                               00014536
014539               RETURN TRANSID('EPSQ')                             00014539
014542               COMMAREA(W-COMMUNICATION-AREA)                     00014542
014545               LENGTH(W-COMAREA-LENGTH)                           00014545
014548               END-EXEC                                           00014548
014550     WHEN PROCESS-MAINT-SCREEN OF W-COMMUNICATION-AREA            00014550
014570          EXEC CICS                                               00014570
014590               RETURN TRANSID('EPSM')                             00014590
019300          MAPSET('EPSMORT')                                       00019300
019400          INTO (EPMENUI)                                          00019400
019500          END-EXEC.                                               00019500
019550     PERFORM A415-RESOLVE-MERGED-CUSTOMERS.                       00019550
019600                                                                  00019600
019700     MOVE EPLOANI TO EPSPARM-VALIDATE-DATA.                       00019700
019800     MOVE LENGTH OF EPLOANI                                       00019800
021210     PERFORM A480-DETERMINE-ESCROW-INPUTS.                        00021210
021215     PERFORM A490-DETERMINE-RETIREMENT-INPUTS.                    00021215
021217     PERFORM A495-DETERMINE-INCOME-DEBT-INPUTS.                   00021217
021218     PERFORM A485-DETERMINE-FEE-INPUTS.                           00021218
021219     PERFORM A497-DETERMINE-CO-BORROWER-INPUTS.                   00021219
021220                                                                  00021220
021236 A480-DETERMINE-ESCROW-INPUTS.                                    00021236
021252     IF EPDOWNPI NOT = SPACES                                     00021252
021748           OF W-COMMUNICATION-AREA                                00021748
021764     END-IF                                                       00021764
021780     .                                                            00021780
021784                                                                  00021784
021788 A485-DETERMINE-FEE-INPUTS.                                       00021788
021792     IF EPFEEI NOT = SPACES                                       00021792
021796        MOVE EPFEEI TO EPSPARM-VALIDATE-DATA                      00021796
021800        MOVE LENGTH OF EPFEEI TO EPSPARM-MAX-LENGTH               00021800
021804        CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION               00021804
021808        COMPUTE EPSPCOM-ORIGINATION-FEE                           00021808
021812           OF W-COMMUNICATION-AREA                                00021812
021816           = EPSPARM-NUMBER + EPSPARM-DECIMAL                     00021816
021820     ELSE                                                         00021820
021824        MOVE ZERO TO EPSPCOM-ORIGINATION-FEE                      00021824
021828           OF W-COMMUNICATION-AREA                                00021828
021832     END-IF                                                       00021832
021836     IF EPPTSI NOT = SPACES                                       00021836
021840        MOVE EPPTSI TO EPSPARM-VALIDATE-DATA                      00021840
021844        MOVE LENGTH OF EPPTSI TO EPSPARM-MAX-LENGTH               00021844
021848        CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION               00021848
021852        COMPUTE EPSPCOM-DISCOUNT-POINTS                           00021852
021856           OF W-COMMUNICATION-AREA                                00021856
021860           = EPSPARM-NUMBER + EPSPARM-DECIMAL                     00021860
021864     ELSE                                                         00021864
021868        MOVE ZERO TO EPSPCOM-DISCOUNT-POINTS                      00021868
021872           OF W-COMMUNICATION-AREA                                00021872
021876     END-IF                                                       00021876
021880     .                                                            00021880
021884                                                                  00021884
021900                                                                  00021900
021902 A460-DETERMINE-RATE.                                             00021902
021903     SET W-RATE-NOT-FOUND TO TRUE.                                00021903
022400           OF W-COMMUNICATION-AREA                                00022400
022420        MOVE ZERO TO EPSPCOM-RETURN-PITI-PAYMENT                  00022420
022460           OF W-COMMUNICATION-AREA                                00022460
022473        MOVE ZERO TO EPSPCOM-RETURN-APR                           00022473
022486           OF W-COMMUNICATION-AREA                                00022486
022488        MOVE ZERO TO EPSPCOM-RETURN-FINANCE-CHARGE                00022488
022490           OF W-COMMUNICATION-AREA                                00022490
022492        MOVE ZERO TO EPSPCOM-RETURN-AMOUNT-FINANCED               00022492
022494           OF W-COMMUNICATION-AREA                                00022494
022496        MOVE ZERO TO EPSPCOM-RETURN-TOTAL-OF-PMTS                 00022496
022498           OF W-COMMUNICATION-AREA                                00022498
022500     ELSE                                                         00022500
022540        MOVE 'EPSCSMRT' TO W-CALL-PROGRAM                         00022540
022580        EXEC CICS LINK PROGRAM(W-CALL-PROGRAM)                    00022580
023358     ELSE                                                         00023358
023359        MOVE SPACES TO EPMAXPO                                    00023359
023361     END-IF.                                                      00023361
023374     PERFORM A605-SHOW-DISCLOSURE.                                00023374
023387     PERFORM A640-CHECK-CREDIT-POLICY.                            00023387
023400     MOVE EPSPCOM-ERRMSG                                          00023400
023500        OF W-COMMUNICATION-AREA                                   00023500
023600        TO MSGERRO.                                               00023600
023610     IF EPSPCOM-ERRMSG OF W-COMMUNICATION-AREA = SPACES           00023610
023625        PERFORM A625-SAVE-LOAN-APPLICATION                        00023625
023630     END-IF.                                                      00023630
023633                                                                  00023633
023636*    THE REGULATION Z FIGURES EPSCSMRT RETURNED ALONGSIDE THE     00023636
023639*    PAYMENT.  A ZERO APR MEANS NOTHING WAS PRICED (RATE ERROR OR 00023639
023642*    AN EPSCSMRT EDIT), SO THE DISCLOSURE IS LEFT BLANK.          00023642
023645 A605-SHOW-DISCLOSURE.                                            00023645
023648     IF EPSPCOM-RETURN-APR OF W-COMMUNICATION-AREA = ZERO         00023648
023651        MOVE SPACES TO EPAPRO EPFINCO EPAMTFO EPTOTPO             00023651
023654     ELSE                                                         00023654
023657        MOVE EPSPCOM-RETURN-APR                                   00023657
023660           OF W-COMMUNICATION-AREA TO W-ED-RATE                   00023660
023663        MOVE W-ED-RATE TO EPAPRO                                  00023663
023666        MOVE EPSPCOM-RETURN-FINANCE-CHARGE                        00023666
023669           OF W-COMMUNICATION-AREA TO W-FORMAT-LARGE-NUMBER       00023669
023672        MOVE W-FORMAT-LARGE-NUMBER TO EPFINCO                     00023672
023675        MOVE EPSPCOM-RETURN-AMOUNT-FINANCED                       00023675
023678           OF W-COMMUNICATION-AREA TO WS-FORMAT-NUMBER            00023678
023681        MOVE WS-FORMAT-NUMBER TO EPAMTFO                          00023681
023684        MOVE EPSPCOM-RETURN-TOTAL-OF-PMTS                         00023684
023687           OF W-COMMUNICATION-AREA TO W-FORMAT-LARGE-NUMBER       00023687
023690        MOVE W-FORMAT-LARGE-NUMBER TO EPTOTPO                     00023690
023693     END-IF.                                                      00023693
023700                                                                  00023700
024000 A620-SAVE-QUOTE-HISTORY.                                         00024000
024010     MOVE SPACES TO EPSQ-RECORD.                                  00024010
024183     IF EPCUSTNI NOT = SPACES AND EPSQ-QUOTE-ACCEPTED             00024183
024184        PERFORM A622-STAMP-RATE-LOCK                              00024184
024185     END-IF.                                                      00024185
024186     MOVE EPSPCOM-ORIGINATION-FEE                                 00024186
024187        OF W-COMMUNICATION-AREA TO EPSQ-ORIGINATION-FEE.          00024187
024188     MOVE EPSPCOM-DISCOUNT-POINTS                                 00024188
024189        OF W-COMMUNICATION-AREA TO EPSQ-DISCOUNT-POINTS.          00024189
024190     MOVE EPSPCOM-RETURN-APR                                      00024190
024191        OF W-COMMUNICATION-AREA TO EPSQ-APR.                      00024191
024192     MOVE EPSPCOM-RETURN-FINANCE-CHARGE                           00024192
024193        OF W-COMMUNICATION-AREA TO EPSQ-FINANCE-CHARGE.           00024193
024194     MOVE EPSPCOM-RETURN-AMOUNT-FINANCED                          00024194
024195        OF W-COMMUNICATION-AREA TO EPSQ-AMOUNT-FINANCED.          00024195
024196     MOVE EPSPCOM-RETURN-TOTAL-OF-PMTS                            00024196
024197        OF W-COMMUNICATION-AREA TO EPSQ-TOTAL-OF-PAYMENTS.        00024197
024198     EXEC CICS WRITE FILE('EPSQUOTE')                             00024198
024199          FROM(EPSQ-RECORD)                                       00024199
024200          RIDFLD(EPSQ-KEY)                                        00024200
024210          KEYLENGTH(LENGTH OF EPSQ-KEY)                           00024210
024220          END-EXEC.                                               00024220
024222     IF EPSQ-CUSTOMER-ID NOT = SPACES                             00024222
024224        PERFORM A621-INDEX-CUSTOMER-QUOTE                         00024224
024226     END-IF.                                                      00024226
024230                                                                  00024230
024232*    STAMP THE RATE LOCK ON AN ACCEPTED CUSTOMER QUOTE - THE      00024232
024234*    LOCK LENGTH AND WHETHER THE PRODUCT LOCKS AT ALL COME OFF    00024234
024262              END-EXEC                                            00024262
024264     END-IF.                                                      00024264
024266                                                                  00024266
024268*    EVERY CUSTOMER QUOTE ALSO GOES ON THE EPSQCIX CUSTOMER       00024268
024270*    INDEX, NEWEST FIRST, SO THE PF1 LOCK RETRIEVE, THE EPSQHST   00024270
024272*    QUOTE HISTORY AND THE UNDERWRITER'S HISTORY FIND IT WITHOUT  00024272
024274*    BROWSING THE WHOLE OF EPSQUOTE.  LIKE THE EPSQUOTE WRITE     00024274
024276*    ABOVE THERE IS NO RESP - A FAILURE ABENDS THE TASK AND BOTH  00024276
024278*    WRITES ARE BACKED OUT TOGETHER.                              00024278
024280 A621-INDEX-CUSTOMER-QUOTE.                                       00024280
024282     MOVE SPACES TO EPSQC-RECORD.                                 00024282
024284     MOVE EPSQ-CUSTOMER-ID TO EPSQC-CUSTOMER-ID.                  00024284
024286     COMPUTE EPSQC-INVERTED-DATE = 99999999 - EPSQ-QUOTE-DATE.    00024286
024288     COMPUTE EPSQC-INVERTED-TIME = 999999 - EPSQ-QUOTE-TIME.      00024288
024290     MOVE EPSQ-TERMID TO EPSQC-TERMID.                            00024290
024291     MOVE EPSQ-TASKNBR TO EPSQC-TASKNBR.                          00024291
024292     MOVE EPSQ-KEY TO EPSQC-QUOTE-KEY.                            00024292
024293     MOVE EPSQ-LOCK-EXPIRE-DATE TO EPSQC-LOCK-EXPIRE-DATE.        00024293
024294     EXEC CICS WRITE FILE('EPSQCIX')                              00024294
024295          FROM(EPSQC-RECORD)                                      00024295
024296          RIDFLD(EPSQC-KEY)                                       00024296
024297          KEYLENGTH(LENGTH OF EPSQC-KEY)                          00024297
024298          END-EXEC.                                               00024298
024299                                                                  00024299
024300 A700-SHOW-AMORTIZATION.                                          00024300
024310     MOVE 'EPSAMSCH' TO W-CALL-PROGRAM                            00024310
024320     EXEC CICS LINK PROGRAM(W-CALL-PROGRAM)                       00024320
024350     .                                                            00024350
024360                                                                  00024360
024400 A625-SAVE-LOAN-APPLICATION.                                      00024400
024401     MOVE SPACES TO EPCBNMO(1) EPCBNMO(2) EPCBNMO(3).             00024401
024402     IF EPCUSTNI NOT = SPACES                                     00024402
024403         PERFORM A627-VALIDATE-CUSTOMER-ID                        00024403
024404         IF W-CUST-FOUND                                          00024404
024405             MOVE EPSC-CUSTOMER-NAME TO EPSLA-CUSTOMER-NAME       00024405
024406             PERFORM A626-VALIDATE-CO-BORROWERS                   00024406
024407             IF W-COB-ERROR                                       00024407
024408                 MOVE W-COB-ERROR-MSG TO MSGERRO                  00024408
024409             ELSE                                                 00024409
024410                 PERFORM A624-VALIDATE-HMDA-FIELDS                00024410
024411                 IF W-HMDA-ERROR                                  00024411
024412                     MOVE W-HMDA-ERROR-MSG TO MSGERRO             00024412
024413                 ELSE                                             00024413
024414                     PERFORM A628-INSERT-LOAN-APPLICATION         00024414
024415                 END-IF                                           00024415
024416             END-IF                                               00024416
024417         ELSE                                                     00024417
024418             MOVE W-CUST-NOTFND-MSG TO MSGERRO                    00024418
024419         END-IF                                                   00024419
024420     END-IF.                                                      00024420
024421*                                                                 00024421
024422*    THE CUSTOMER ID KEYED ON EPMENU MUST BE ON THE EPSCUST       00024422
024423*    MASTER (MAINTAINED BY EPSCUMNT ON PF2) BEFORE AN APPLICATION 00024423
024439*                                                                 00024439
024440 A628-INSERT-LOAN-APPLICATION.                                    00024440
024441     MOVE EPCUSTNI              TO EPSLA-CUSTOMER-ID.             00024441
024443     MOVE EPSQ-QUOTE-DATE       TO EPSLA-APPLICATION-DATE.        00024443
024444     MOVE EPSQ-QUOTE-TIME       TO EPSLA-APPLICATION-TIME.        00024444
024445     MOVE EIBTRMID              TO EPSLA-TERMINAL-ID.             00024445
024520        OF W-COMMUNICATION-AREA TO EPSLA-INTEREST-RATE.           00024520
024530     MOVE EPSPCOM-RETURN-MONTH-PAYMENT                            00024530
024540        OF W-COMMUNICATION-AREA TO EPSLA-MONTHLY-PAYMENT.         00024540
024541     SET EPSLA-PENDING TO TRUE.                                   00024541
024542     MOVE SPACES TO EPSLA-DECIDED-BY.                             00024542
024543     MOVE ZEROS  TO EPSLA-DECIDED-DATE EPSLA-DECIDED-TIME.        00024543
024544     MOVE EIBOPID TO EPSLA-ORIGINATED-BY.                         00024544
024545     MOVE SPACES TO EPSLA-FIRST-APPR-BY.                          00024545
024546     MOVE ZEROS  TO EPSLA-FIRST-APPR-DATE EPSLA-FIRST-APPR-TIME.  00024546
024547     MOVE EPSPCOM-MONTHLY-INCOME                                  00024547
024548        OF W-COMMUNICATION-AREA TO EPSLA-MONTHLY-INCOME.          00024548
024549     MOVE EPSPCOM-MONTHLY-DEBT                                    00024549
024552     MOVE EPSPCOM-RETURN-DTI-PCT                                  00024552
024553        OF W-COMMUNICATION-AREA TO EPSLA-DTI-PCT.                 00024553
024555     MOVE SPACES TO EPSLA-REASON-CODE.                            00024555
024556*    PRICING INPUTS RIDE ALONG SO EPSLNBRD CAN BOARD THE LOAN     00024556
024557*    ONCE IT IS APPROVED - BOARDED_DATE STAYS BLANK UNTIL THEN.   00024557
024558     MOVE EPSPCOM-LOAN-PRODUCT                                    00024558
024559        OF W-COMMUNICATION-AREA TO EPSLA-LOAN-PRODUCT.            00024559
024560     MOVE EPSPCOM-DOWN-PAYMENT-PCT                                00024560
024561        OF W-COMMUNICATION-AREA TO EPSLA-DOWN-PAYMENT-PCT.        00024561
024562     MOVE EPSPCOM-ANNUAL-PROPERTY-TAX                             00024562
024563        OF W-COMMUNICATION-AREA TO EPSLA-ANNUAL-TAX.              00024563
024564     MOVE EPSPCOM-ANNUAL-INSURANCE                                00024564
024565        OF W-COMMUNICATION-AREA TO EPSLA-ANNUAL-INSURANCE.        00024565
024566     MOVE EPSPCOM-RATE-TYPE                                       00024566
024567        OF W-COMMUNICATION-AREA TO EPSLA-RATE-TYPE.               00024567
024568     MOVE EPSPCOM-ARM-FIXED-YEARS                                 00024568
024569        OF W-COMMUNICATION-AREA TO EPSLA-ARM-FIXED-YEARS.         00024569
024570     MOVE EPSPCOM-ARM-ADJ-FREQ-YEARS                              00024570
024571        OF W-COMMUNICATION-AREA TO EPSLA-ARM-ADJ-FREQ-YRS.        00024571
024572     MOVE EPSPCOM-ARM-PERIODIC-CAP                                00024572
024573        OF W-COMMUNICATION-AREA TO EPSLA-ARM-PERIODIC-CAP.        00024573
024574     MOVE EPSPCOM-ARM-LIFETIME-CAP                                00024574
024575        OF W-COMMUNICATION-AREA TO EPSLA-ARM-LIFETIME-CAP.        00024575
024576     MOVE EPSPCOM-ARM-MARGIN                                      00024576
024577        OF W-COMMUNICATION-AREA TO EPSLA-ARM-MARGIN.              00024577
024578     MOVE SPACES TO EPSLA-BOARDED-DATE.                           00024578
024579     MOVE EPSQ-ORIGINATION-FEE   TO EPSLA-ORIGINATION-FEE.        00024579
024580     MOVE EPSQ-DISCOUNT-POINTS   TO EPSLA-DISCOUNT-POINTS.        00024580
024581     MOVE EPSQ-APR               TO EPSLA-APR.                    00024581
024582     MOVE EPSQ-FINANCE-CHARGE    TO EPSLA-FINANCE-CHARGE.         00024582
024583     MOVE EPSQ-AMOUNT-FINANCED   TO EPSLA-AMOUNT-FINANCED.        00024583
024584     MOVE EPSQ-TOTAL-OF-PAYMENTS TO EPSLA-TOTAL-OF-PAYMENTS.      00024584
024585     MOVE W-COMBINED-INCOME      TO EPSLA-COMBINED-INCOME.        00024585
024586     MOVE W-COMBINED-DEBT        TO EPSLA-COMBINED-DEBT.          00024586
024587     EXEC SQL                                                     00024587
024588          INSERT INTO EPSLNAPP                                    00024588
024589            ( CUSTOMER_ID, APPLICATION_DATE, APPLICATION_TIME,    00024589
024590              CUSTOMER_NAME, PRINCIPAL_AMT, NUMBER_OF_YEARS,      00024590
024591              INTEREST_RATE, MONTHLY_PAYMENT, TERMINAL_ID,        00024591
024592              STATUS, DECIDED_BY, DECIDED_DATE, DECIDED_TIME,     00024592
024594              MONTHLY_INCOME, MONTHLY_DEBT, DTI_PCT,              00024594
024596              POLICY_FLAG, POLICY_REASON, REASON_CODE,            00024596
024597              LOAN_PRODUCT, DOWN_PAYMENT_PCT, ANNUAL_TAX,         00024597
024598              ANNUAL_INSURANCE, RATE_TYPE, ARM_FIXED_YEARS,       00024598
024599              ARM_ADJ_FREQ_YRS, ARM_PERIODIC_CAP,                 00024599
024600              ARM_LIFETIME_CAP, ARM_MARGIN, BOARDED_DATE,         00024600
024602              ORIGINATION_FEE, DISCOUNT_POINTS, APR,              00024602
024603              FINANCE_CHARGE, AMOUNT_FINANCED, TOTAL_OF_PAYMENTS, 00024603
024604              CO_BORR1_ID, CO_BORR1_NAME, CO_BORR1_INCOME,        00024604
024605              CO_BORR1_DEBT, CO_BORR2_ID, CO_BORR2_NAME,          00024605
024606              CO_BORR2_INCOME, CO_BORR2_DEBT, CO_BORR3_ID,        00024606
024607              CO_BORR3_NAME, CO_BORR3_INCOME, CO_BORR3_DEBT,      00024607
024608              COMBINED_INCOME, COMBINED_DEBT,                     00024608
024609              PROPERTY_STATE, PROPERTY_COUNTY, CENSUS_TRACT,      00024609
024610              LOAN_PURPOSE, OCCUPANCY_TYPE, APPL_ETHNICITY,       00024610
024611              APPL_RACE, APPL_SEX, APPL_AGE,                      00024611
024612              ORIGINATED_BY, FIRST_APPR_BY, FIRST_APPR_DATE,      00024612
024613              FIRST_APPR_TIME )                                   00024613
024614          VALUES                                                  00024614
024615            ( :EPSLA-CUSTOMER-ID, :EPSLA-APPLICATION-DATE,        00024615
024620              :EPSLA-APPLICATION-TIME, :EPSLA-CUSTOMER-NAME,      00024620
024630              :EPSLA-PRINCIPAL-AMT, :EPSLA-NUMBER-OF-YEARS,       00024630
024640              :EPSLA-INTEREST-RATE, :EPSLA-MONTHLY-PAYMENT,       00024640
024654              :EPSLA-DECIDED-TIME, :EPSLA-MONTHLY-INCOME,         00024654
024656              :EPSLA-MONTHLY-DEBT, :EPSLA-DTI-PCT,                00024656
024658              :EPSLA-POLICY-FLAG, :EPSLA-POLICY-REASON,           00024658
024659              :EPSLA-REASON-CODE, :EPSLA-LOAN-PRODUCT,            00024659
024660              :EPSLA-DOWN-PAYMENT-PCT, :EPSLA-ANNUAL-TAX,         00024660
024661              :EPSLA-ANNUAL-INSURANCE, :EPSLA-RATE-TYPE,          00024661
024662              :EPSLA-ARM-FIXED-YEARS, :EPSLA-ARM-ADJ-FREQ-YRS,    00024662
024663              :EPSLA-ARM-PERIODIC-CAP, :EPSLA-ARM-LIFETIME-CAP,   00024663
024664              :EPSLA-ARM-MARGIN, :EPSLA-BOARDED-DATE,             00024664
024665              :EPSLA-ORIGINATION-FEE, :EPSLA-DISCOUNT-POINTS,     00024665
024666              :EPSLA-APR, :EPSLA-FINANCE-CHARGE,                  00024666
024667              :EPSLA-AMOUNT-FINANCED, :EPSLA-TOTAL-OF-PAYMENTS,   00024667
024668              :EPSLA-COB1-ID, :EPSLA-COB1-NAME,                   00024668
024669              :EPSLA-COB1-INCOME, :EPSLA-COB1-DEBT,               00024669
024670              :EPSLA-COB2-ID, :EPSLA-COB2-NAME,                   00024670
024671              :EPSLA-COB2-INCOME, :EPSLA-COB2-DEBT,               00024671
024672              :EPSLA-COB3-ID, :EPSLA-COB3-NAME,                   00024672
024673              :EPSLA-COB3-INCOME, :EPSLA-COB3-DEBT,               00024673
024674              :EPSLA-COMBINED-INCOME, :EPSLA-COMBINED-DEBT,       00024674
024675              :EPSLA-PROPERTY-STATE, :EPSLA-PROPERTY-COUNTY,      00024675
024676              :EPSLA-CENSUS-TRACT, :EPSLA-LOAN-PURPOSE,           00024676
024677              :EPSLA-OCCUPANCY-TYPE, :EPSLA-APPL-ETHNICITY,       00024677
024678              :EPSLA-APPL-RACE, :EPSLA-APPL-SEX,                  00024678
024679              :EPSLA-APPL-AGE, :EPSLA-ORIGINATED-BY,              00024679
024680              :EPSLA-FIRST-APPR-BY, :EPSLA-FIRST-APPR-DATE,       00024680
024681              :EPSLA-FIRST-APPR-TIME )                            00024681
024682          END-EXEC.                                               00024682
024683     IF SQLCODE NOT = 0                                           00024683
024684         MOVE SQLCODE TO SQL-ERROR-CODE                           00024684
024690         MOVE SQL-ERROR-MSG TO MSGERRO                            00024690
024700     END-IF.                                                      00024700
024720                                                                  00024720
025000        SET EPAU-QUOTE-REJECTED TO TRUE                           00025000
025010     END-IF                                                       00025010
025012     MOVE 'T' TO EPAU-CHANNEL-ID                                  00025012
025013     MOVE EPSQ-ORIGINATION-FEE   TO EPAU-ORIGINATION-FEE          00025013
025014     MOVE EPSQ-DISCOUNT-POINTS   TO EPAU-DISCOUNT-POINTS          00025014
025015     MOVE EPSQ-APR               TO EPAU-APR                      00025015
025016     MOVE EPSQ-FINANCE-CHARGE    TO EPAU-FINANCE-CHARGE           00025016
025017     MOVE EPSQ-AMOUNT-FINANCED   TO EPAU-AMOUNT-FINANCED          00025017
025018     MOVE EPSQ-TOTAL-OF-PAYMENTS TO EPAU-TOTAL-OF-PAYMENTS        00025018
025020     EXEC CICS WRITEQ TD QUEUE('EPAU')                            00025020
025030          FROM(EPAU-RECORD)                                       00025030
025040          LENGTH(LENGTH OF EPAU-RECORD)                           00025040
025050          END-EXEC                                                00025050
025060     .                                                            00025060
025062                                                                  00025062
025063*    COMPUTES THE APPLICANT'S DTI OFF THE PITI PAYMENT EPSCSMRT   00025063
025064*    JUST RETURNED AND TESTS IT AGAINST THE EPSPLCY RULES ROW FOR 00025064
025065*    THE LOAN PRODUCT.  INCOME AND DEBT ARE THE COMBINED FIGURES  00025065
025066*    OF THE PRIMARY BORROWER AND ANY CO-BORROWERS (SEE A497).     00025066
025067*    THE RESULT LANDS IN THE EPSLA POLICY FIELDS, WHICH           00025067
025068*    A628-INSERT-LOAN-APPLICATION FILES ON THE APPLICATION ROW    00025068
025069*    FOR THE UNDERWRITING QUEUE.  NO INCOME KEYED, NO PAYMENT, OR 00025069
025070*    NO POLICY ROW ON FILE LEAVES THE FLAG BLANK - NOTHING WAS    00025070
025071*    CHECKED.                                                     00025071
025078 A640-CHECK-CREDIT-POLICY.                                        00025078
025080     MOVE SPACES TO EPSLA-POLICY-FLAG EPSLA-POLICY-REASON.        00025080
025082     MOVE SPACES TO EPDTIO.                                       00025082
025084     MOVE ZERO TO EPSPCOM-RETURN-DTI-PCT                          00025084
025086        OF W-COMMUNICATION-AREA.                                  00025086
025088     IF W-COMBINED-INCOME                                         00025088
025090           NOT = ZERO                                             00025090
025092        AND EPSPCOM-RETURN-PITI-PAYMENT OF W-COMMUNICATION-AREA   00025092
025094           NOT = ZERO                                             00025094
025096         COMPUTE EPSPCOM-RETURN-DTI-PCT                           00025096
025098            OF W-COMMUNICATION-AREA ROUNDED                       00025098
025100            = ((W-COMBINED-DEBT                                   00025100
025102                + EPSPCOM-RETURN-PITI-PAYMENT                     00025102
025104                  OF W-COMMUNICATION-AREA)                        00025104
025106               / W-COMBINED-INCOME)                               00025106
025108              * 100                                               00025108
025110         MOVE EPSPCOM-RETURN-DTI-PCT OF W-COMMUNICATION-AREA      00025110
025112            TO W-ED-DTI                                           00025112
025241     END-IF                                                       00025241
025243     .                                                            00025243
025245                                                                  00025245
025250 A490-DETERMINE-RETIREMENT-INPUTS.                                00025250
025252     IF EPSAVEI NOT = SPACES                                      00025252
025254        MOVE EPSAVEI TO EPSPARM-VALIDATE-DATA                     00025254
025256        MOVE LENGTH OF EPSAVEI TO EPSPARM-MAX-LENGTH              00025256
025257        CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION               00025257
025258        COMPUTE EPSPCOM-CURRENT-SAVINGS                           00025258
025260           OF W-COMMUNICATION-AREA                                00025260
025280           = EPSPARM-NUMBER + EPSPARM-DECIMAL                     00025280
025300     ELSE                                                         00025300
026340          MAPSET('EPSMORT')                                       00026340
026360          INTO (EPMENUI)                                          00026360
026380          END-EXEC.                                               00026380
026390     PERFORM A415-RESOLVE-MERGED-CUSTOMERS.                       00026390
026400                                                                  00026400
026420 A900-RETRIEVE-LOCKED-QUOTE.                                      00026420
026440     MOVE SPACES TO W-LOCK-FOUND-SWITCH.                          00026440
026620         END-IF                                                   00026620
026640     END-IF.                                                      00026640
026660                                                                  00026660
026680*    THE CUSTOMER'S QUOTES COME OFF THE EPSQCIX CUSTOMER INDEX    00026680
026700*    NEWEST FIRST, SO THE SEARCH NEVER WALKS ANYONE ELSE'S        00026700
026720*    QUOTES AND HAS NO CAP - HOWEVER OLD THE LOCK, IT IS FOUND.   00026720
026740*    THE NEWEST QUOTE WHOSE LOCK IS STILL RUNNING WINS; FAILING   00026740
026750*    THAT THE NEWEST LOCKED QUOTE IS BROUGHT BACK SO A920 CAN     00026750
026755*    RE-PRICE IT.  ONLY INDEX ROWS CARRYING A LOCK DATE COST AN   00026755
026757*    EPSQUOTE READ, AND A ROW WHOSE QUOTE HAS GONE IS PASSED BY.  00026757
026760 A910-FIND-LATEST-LOCKED-QUOTE.                                   00026760
026780     EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.               00026780
026800     EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                      00026800
026820          YYYYMMDD(W-TODAY-DATE)                                  00026820
026840          END-EXEC.                                               00026840
026860     MOVE SPACES TO W-LOCK-EXPIRED-KEY.                           00026860
026870     MOVE SPACES TO W-LOCK-INDEX-SWITCH.                          00026870
026880     MOVE LOW-VALUES TO EPSQC-KEY.                                00026880
026890     MOVE EPCUSTNI TO EPSQC-CUSTOMER-ID.                          00026890
026900     EXEC CICS STARTBR FILE('EPSQCIX')                            00026900
026920          RIDFLD(EPSQC-KEY)                                       00026920
026940          GTEQ                                                    00026940
026960          RESP(W-RESP-CODE)                                       00026960
026980          END-EXEC.                                               00026980
027000     IF W-RESP-CODE = DFHRESP(NORMAL)                             00027000
027020         PERFORM A915-CHECK-ONE-INDEX-ROW                         00027020
027040             UNTIL W-LOCK-FOUND                                   00027040
027060                OR W-LOCK-INDEX-END                               00027060
027100         EXEC CICS ENDBR FILE('EPSQCIX') END-EXEC                 00027100
027120     END-IF.                                                      00027120
027125     IF NOT W-LOCK-FOUND AND W-LOCK-EXPIRED-KEY NOT = SPACES      00027125
027130         MOVE W-LOCK-EXPIRED-KEY TO EPSQ-KEY                      00027130
027135         PERFORM A917-READ-LOCKED-QUOTE                           00027135
027138     END-IF.                                                      00027138
027140                                                                  00027140
027160 A915-CHECK-ONE-INDEX-ROW.                                        00027160
027180     EXEC CICS READNEXT FILE('EPSQCIX')                           00027180
027200          INTO(EPSQC-RECORD)                                      00027200
027220          RIDFLD(EPSQC-KEY)                                       00027220
027240          RESP(W-RESP-CODE)                                       00027240
027260          END-EXEC.                                               00027260
027280     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00027280
027290        OR EPSQC-CUSTOMER-ID NOT = EPCUSTNI                       00027290
027300         SET W-LOCK-INDEX-END TO TRUE                             00027300
027310     ELSE                                                         00027310
027320         IF EPSQC-LOCK-EXPIRE-DATE IS NUMERIC                     00027320
027330            AND EPSQC-LOCK-EXPIRE-DATE NOT = ZERO                 00027330
027340             IF EPSQC-LOCK-EXPIRE-DATE NOT < W-TODAY-DATE         00027340
027350                 MOVE EPSQC-QUOTE-KEY TO EPSQ-KEY                 00027350
027360                 PERFORM A917-READ-LOCKED-QUOTE                   00027360
027370             ELSE                                                 00027370
027380                 IF W-LOCK-EXPIRED-KEY = SPACES                   00027380
027390                     MOVE EPSQC-QUOTE-KEY TO W-LOCK-EXPIRED-KEY   00027390
027400                 END-IF                                           00027400
027410             END-IF                                               00027410
027420         END-IF                                                   00027420
027440     END-IF.                                                      00027440
027446                                                                  00027446
027447 A917-READ-LOCKED-QUOTE.                                          00027447
027448     EXEC CICS READ FILE('EPSQUOTE')                              00027448
027449          INTO(EPSQ-RECORD)                                       00027449
027450          RIDFLD(EPSQ-KEY)                                        00027450
027451          RESP(W-RESP-CODE)                                       00027451
027452          END-EXEC.                                               00027452
027453     IF W-RESP-CODE = DFHRESP(NORMAL)                             00027453
027454        AND EPSQ-CUSTOMER-ID = EPCUSTNI                           00027454
027455        AND EPSQ-QUOTE-ACCEPTED                                   00027455
027456        AND EPSQ-LOCK-EXPIRE-DATE IS NUMERIC                      00027456
027457        AND EPSQ-LOCK-EXPIRE-DATE NOT = ZERO                      00027457
027458         SET W-LOCK-FOUND TO TRUE                                 00027458
027459     END-IF.                                                      00027459
027460                                                                  00027460
027480*    INSIDE THE LOCK WINDOW THE ORIGINAL QUOTE IS HONORED AS      00027480
027500*    WRITTEN; PAST IT THE LOAN IS CLEARLY RE-PRICED AT THE        00027500
027840        OF W-COMMUNICATION-AREA.                                  00027840
027860     MOVE ZERO TO EPSPCOM-ANNUAL-INSURANCE                        00027860
027880        OF W-COMMUNICATION-AREA.                                  00027880
027890     PERFORM A925-CARRY-QUOTE-FEES.                               00027890
027900     IF EPSQ-LOCK-EXPIRE-DATE NOT < W-TODAY-DATE                  00027900
027910         SET W-RATE-NOT-FOUND TO TRUE                             00027910
027915         PERFORM A468-SET-ARM-FIELDS                              00027915
028320             MOVE ZERO TO EPSPCOM-RETURN-MONTH-PAYMENT            00028320
028340                OF W-COMMUNICATION-AREA                           00028340
028360             MOVE W-LOCK-NORATE-MSG TO MSGERRO                    00028360
028366             MOVE ZERO TO EPSPCOM-RETURN-APR                      00028366
028372                OF W-COMMUNICATION-AREA                           00028372
028380         END-IF                                                   00028380
028400     END-IF                                                       00028400
028420     PERFORM A930-SHOW-RETRIEVED-QUOTE.                           00028420
028440                                                                  00028440
028441*    THE RETRIEVED QUOTE'S FEE AND POINTS RIDE BACK WITH IT,      00028441
028442*    AND SO DOES ITS DISCLOSURE - AN HONORED LOCK SHOWS THE APR   00028442
028443*    AS QUOTED, AN EXPIRED ONE IS RE-PRICED BY A920 ON TOP OF IT. 00028443
028444*    A QUOTE FILED BEFORE THE FEE FIELDS EXISTED CARRIES NONE.    00028444
028445 A925-CARRY-QUOTE-FEES.                                           00028445
028446     IF EPSQ-ORIGINATION-FEE NUMERIC                              00028446
028447        AND EPSQ-DISCOUNT-POINTS NUMERIC                          00028447
028448        AND EPSQ-APR NUMERIC                                      00028448
028449        AND EPSQ-FINANCE-CHARGE NUMERIC                           00028449
028450        AND EPSQ-AMOUNT-FINANCED NUMERIC                          00028450
028451        AND EPSQ-TOTAL-OF-PAYMENTS NUMERIC                        00028451
028452        MOVE EPSQ-ORIGINATION-FEE TO                              00028452
028453           EPSPCOM-ORIGINATION-FEE OF W-COMMUNICATION-AREA        00028453
028454        MOVE EPSQ-DISCOUNT-POINTS TO                              00028454
028455           EPSPCOM-DISCOUNT-POINTS OF W-COMMUNICATION-AREA        00028455
028456        MOVE EPSQ-APR TO                                          00028456
028457           EPSPCOM-RETURN-APR OF W-COMMUNICATION-AREA             00028457
028458        MOVE EPSQ-FINANCE-CHARGE TO                               00028458
028459           EPSPCOM-RETURN-FINANCE-CHARGE OF W-COMMUNICATION-AREA  00028459
028460        MOVE EPSQ-AMOUNT-FINANCED TO                              00028460
028461           EPSPCOM-RETURN-AMOUNT-FINANCED OF W-COMMUNICATION-AREA 00028461
028462        MOVE EPSQ-TOTAL-OF-PAYMENTS TO                            00028462
028463           EPSPCOM-RETURN-TOTAL-OF-PMTS OF W-COMMUNICATION-AREA   00028463
028464     ELSE                                                         00028464
028465        MOVE ZERO TO                                              00028465
028466           EPSPCOM-ORIGINATION-FEE OF W-COMMUNICATION-AREA        00028466
028467           EPSPCOM-DISCOUNT-POINTS OF W-COMMUNICATION-AREA        00028467
028468           EPSPCOM-RETURN-APR OF W-COMMUNICATION-AREA             00028468
028469           EPSPCOM-RETURN-FINANCE-CHARGE OF W-COMMUNICATION-AREA  00028469
028470           EPSPCOM-RETURN-AMOUNT-FINANCED OF W-COMMUNICATION-AREA 00028470
028471           EPSPCOM-RETURN-TOTAL-OF-PMTS OF W-COMMUNICATION-AREA   00028471
028472     END-IF.                                                      00028472
028474                                                                  00028474
028476 A930-SHOW-RETRIEVED-QUOTE.                                       00028476
028480     MOVE EPSQ-LOAN-PRODUCT TO EPPRODO.                           00028480
028500     MOVE EPSPCOM-PRINCIPLE-DATA                                  00028500
028520        OF W-COMMUNICATION-AREA TO W-ED-LOAN-AMT.                 00028520
028660     MOVE EPSPCOM-RETURN-MONTH-PAYMENT                            00028660
028680        OF W-COMMUNICATION-AREA TO WS-FORMAT-NUMBER.              00028680
028700     MOVE WS-FORMAT-NUMBER TO EPPAYMNTO.                          00028700
028702     MOVE EPSPCOM-ORIGINATION-FEE                                 00028702
028704        OF W-COMMUNICATION-AREA TO W-ED-LOAN-AMT.                 00028704
028706     MOVE W-ED-LOAN-AMT TO EPFEEO.                                00028706
028708     MOVE EPSPCOM-DISCOUNT-POINTS                                 00028708
028710        OF W-COMMUNICATION-AREA TO W-ED-RATE.                     00028710
028712     MOVE W-ED-RATE TO EPPTSO.                                    00028712
028714     PERFORM A605-SHOW-DISCLOSURE.                                00028714
028720                                                                  00028720
028740*    CARRY THE ARM STRUCTURE OFF THE EPSRATE ROW INTO THE         00028740
028760*    COMMAREA SO EPSCSMRT CAN RETURN THE WORST-CASE PAYMENT AND   00028760
029060           EPSPCOM-ARM-LIFETIME-CAP OF W-COMMUNICATION-AREA       00029060
029080        MOVE EPSR-ARM-MARGIN TO                                   00029080
029100           EPSPCOM-ARM-MARGIN OF W-COMMUNICATION-AREA             00029100
029106        MOVE EPSR-ARM-INDEX-RATE TO                               00029106
029112           EPSPCOM-ARM-INDEX-RATE OF W-COMMUNICATION-AREA         00029112
029120     ELSE                                                         00029120
029140        MOVE 'F' TO                                               00029140
029160           EPSPCOM-RATE-TYPE OF W-COMMUNICATION-AREA              00029160
029240           EPSPCOM-ARM-PERIODIC-CAP OF W-COMMUNICATION-AREA       00029240
029260           EPSPCOM-ARM-LIFETIME-CAP OF W-COMMUNICATION-AREA       00029260
029280           EPSPCOM-ARM-MARGIN OF W-COMMUNICATION-AREA             00029280
029290           EPSPCOM-ARM-INDEX-RATE OF W-COMMUNICATION-AREA         00029290
029300     END-IF                                                       00029300
029320     .                                                            00029320
029330                                                                  00029330
029340*    EACH CO-BORROWER LINE WITH A CUSTOMER ID KEYED CARRIES THAT  00029340
029350*    BORROWER'S OWN MONTHLY INCOME AND DEBT, EDITED THE SAME WAY  00029350
029360*    AS EPINCMI/EPDEBTI.  THEY ARE ADDED TO THE PRIMARY           00029360
029370*    BORROWER'S SO A640-CHECK-CREDIT-POLICY JUDGES THE DTI ON THE 00029370
029380*    COMBINED FIGURES.  A LINE WITH NO ID CONTRIBUTES NOTHING.    00029380
029390 A497-DETERMINE-CO-BORROWER-INPUTS.                               00029390
029400     MOVE EPSPCOM-MONTHLY-INCOME OF W-COMMUNICATION-AREA          00029400
029410        TO W-COMBINED-INCOME.                                     00029410
029420     MOVE EPSPCOM-MONTHLY-DEBT OF W-COMMUNICATION-AREA            00029420
029430        TO W-COMBINED-DEBT.                                       00029430
029440     PERFORM A498-DETERMINE-ONE-CO-BORROWER                       00029440
029450         VARYING W-COB-SUB FROM 1 BY 1                            00029450
029460         UNTIL W-COB-SUB > 3.                                     00029460
029470                                                                  00029470
029480 A498-DETERMINE-ONE-CO-BORROWER.                                  00029480
029490     MOVE ZERO TO W-COB-INCOME(W-COB-SUB)                         00029490
029500                  W-COB-DEBT(W-COB-SUB).                          00029500
029510     IF EPCBIDI(W-COB-SUB) NOT = SPACES                           00029510
029520        IF EPCBINCI(W-COB-SUB) NOT = SPACES                       00029520
029530           MOVE EPCBINCI(W-COB-SUB) TO EPSPARM-VALIDATE-DATA      00029530
029540           MOVE LENGTH OF EPCBINCI(W-COB-SUB)                     00029540
029550              TO EPSPARM-MAX-LENGTH                               00029550
029560           CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION            00029560
029570           COMPUTE W-COB-INCOME(W-COB-SUB)                        00029570
029580              = EPSPARM-NUMBER + EPSPARM-DECIMAL                  00029580
029590        END-IF                                                    00029590
029600        IF EPCBDBTI(W-COB-SUB) NOT = SPACES                       00029600
029610           MOVE EPCBDBTI(W-COB-SUB) TO EPSPARM-VALIDATE-DATA      00029610
029620           MOVE LENGTH OF EPCBDBTI(W-COB-SUB)                     00029620
029630              TO EPSPARM-MAX-LENGTH                               00029630
029640           CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION            00029640
029650           COMPUTE W-COB-DEBT(W-COB-SUB)                          00029650
029660              = EPSPARM-NUMBER + EPSPARM-DECIMAL                  00029660
029670        END-IF                                                    00029670
029680        ADD W-COB-INCOME(W-COB-SUB) TO W-COMBINED-INCOME          00029680
029690        ADD W-COB-DEBT(W-COB-SUB) TO W-COMBINED-DEBT              00029690
029700     END-IF.                                                      00029700
029710                                                                  00029710
029720*    EVERY CO-BORROWER KEYED ON THE APPLICATION MUST BE ON THE    00029720
029730*    EPSCUST MASTER THE SAME WAY A627-VALIDATE-CUSTOMER-ID CHECKS 00029730
029740*    THE PRIMARY BORROWER, AND NO PERSON MAY APPEAR TWICE.  THE   00029740
029750*    NAME FILED FOR EACH IS THE MASTER NAME, ECHOED BACK IN       00029750
029760*    EPCBNMO.  THE FIRST BAD LINE STOPS THE FILING.               00029760
029770 A626-VALIDATE-CO-BORROWERS.                                      00029770
029780     MOVE SPACES TO W-COB-ERROR-SWITCH.                           00029780
029790     INITIALIZE EPSLA-CO-BORROWERS.                               00029790
029800     PERFORM A629-VALIDATE-ONE-CO-BORROWER                        00029800
029810         VARYING W-COB-SUB FROM 1 BY 1                            00029810
029820         UNTIL W-COB-SUB > 3 OR W-COB-ERROR.                      00029820
029830                                                                  00029830
029840 A629-VALIDATE-ONE-CO-BORROWER.                                   00029840
029850     IF EPCBIDI(W-COB-SUB) NOT = SPACES                           00029850
029860        MOVE W-COB-SUB TO W-CN-SUB W-CD-SUB                       00029860
029870        IF EPCBIDI(W-COB-SUB) = EPCUSTNI                          00029870
029880           OR (W-COB-SUB > 1                                      00029880
029890               AND EPCBIDI(W-COB-SUB) = EPCBIDI(1))               00029890
029900           OR (W-COB-SUB > 2                                      00029900
029910               AND EPCBIDI(W-COB-SUB) = EPCBIDI(2))               00029910
029920           SET W-COB-ERROR TO TRUE                                00029920
029930           MOVE W-COB-DUP-MSG TO W-COB-ERROR-MSG                  00029930
029940        ELSE                                                      00029940
029950           MOVE EPCBIDI(W-COB-SUB) TO EPSC-CUSTOMER-ID            00029950
029960           EXEC CICS READ FILE('EPSCUST')                         00029960
029970                INTO(EPSC-RECORD)                                 00029970
029980                RIDFLD(EPSC-KEY)                                  00029980
029990                RESP(W-RESP-CODE)                                 00029990
030000                END-EXEC                                          00030000
030010           IF W-RESP-CODE = DFHRESP(NORMAL)                       00030010
030020              MOVE EPCBIDI(W-COB-SUB) TO EPSLA-COB-ID(W-COB-SUB)  00030020
030030              MOVE EPSC-CUSTOMER-NAME                             00030030
030040                 TO EPSLA-COB-NAME(W-COB-SUB)                     00030040
030050                    EPCBNMO(W-COB-SUB)                            00030050
030060              MOVE W-COB-INCOME(W-COB-SUB)                        00030060
030070                 TO EPSLA-COB-INCOME(W-COB-SUB)                   00030070
030080              MOVE W-COB-DEBT(W-COB-SUB)                          00030080
030090                 TO EPSLA-COB-DEBT(W-COB-SUB)                     00030090
030100           ELSE                                                   00030100
030110              SET W-COB-ERROR TO TRUE                             00030110
030120              MOVE W-COB-NOTFND-MSG TO W-COB-ERROR-MSG            00030120
030130           END-IF                                                 00030130
030140        END-IF                                                    00030140
030150     END-IF.                                                      00030150
030160                                                                  00030160
030170*    THE HMDA LOAN/APPLICATION REGISTER FIELDS ARE OPTIONAL ON    00030170
030180*    EPMENU, BUT ANY CODE THAT IS KEYED MUST BE ONE THE EPSHMDA   00030180
030190*    LAR JOB CAN REPORT - STATE ALPHABETIC, COUNTY AND TRACT ALL  00030190
030200*    DIGITS WITH THE TRACT INSIDE THE COUNTY, PURPOSE/OCCUPANCY   00030200
030210*    ONE OF THE LETTER CODES, ETHNICITY/RACE/SEX ONE OF THE       00030210
030220*    DEMOGRAPHIC FORM CODES AND A SENSIBLE AGE.  THE FIRST BAD    00030220
030230*    FIELD STOPS THE FILING.  GOOD VALUES GO STRAIGHT ONTO THE    00030230
030240*    EPSLNAPP ROW FOR A628-INSERT-LOAN-APPLICATION.               00030240
030250 A624-VALIDATE-HMDA-FIELDS.                                       00030250
030260     MOVE SPACES TO W-HMDA-ERROR-SWITCH.                          00030260
030270     MOVE EPPSTI   TO EPSLA-PROPERTY-STATE.                       00030270
030280     MOVE EPPCNTYI TO EPSLA-PROPERTY-COUNTY.                      00030280
030290     MOVE EPPTRCTI TO EPSLA-CENSUS-TRACT.                         00030290
030300     MOVE EPPURPI  TO EPSLA-LOAN-PURPOSE.                         00030300
030310     MOVE EPOCCPI  TO EPSLA-OCCUPANCY-TYPE.                       00030310
030320     MOVE EPETHNI  TO EPSLA-APPL-ETHNICITY.                       00030320
030330     MOVE EPRACEI  TO EPSLA-APPL-RACE.                            00030330
030340     MOVE EPSEXI   TO EPSLA-APPL-SEX.                             00030340
030350     MOVE ZERO     TO EPSLA-APPL-AGE.                             00030350
030360     IF EPAGEI NOT = SPACES                                       00030360
030370        MOVE EPAGEI TO EPSPARM-VALIDATE-DATA                      00030370
030380        MOVE LENGTH OF EPAGEI TO EPSPARM-MAX-LENGTH               00030380
030390        CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION               00030390
030400        IF EPSPARM-VALID AND EPSPARM-DECIMAL = ZERO               00030400
030410           AND EPSPARM-NUMBER > 17 AND EPSPARM-NUMBER < 121       00030410
030420           MOVE EPSPARM-NUMBER TO EPSLA-APPL-AGE                  00030420
030430        END-IF                                                    00030430
030440     END-IF.                                                      00030440
030450     EVALUATE TRUE                                                00030450
030460     WHEN EPPSTI NOT = SPACES AND EPPSTI NOT ALPHABETIC           00030460
030470          MOVE 'PROPERTY STATE' TO W-HE-FIELD                     00030470
030480          SET W-HMDA-ERROR TO TRUE                                00030480
030490     WHEN EPPCNTYI NOT = SPACES AND EPPCNTYI NOT NUMERIC          00030490
030500          MOVE 'COUNTY CODE' TO W-HE-FIELD                        00030500
030510          SET W-HMDA-ERROR TO TRUE                                00030510
030520     WHEN EPPTRCTI NOT = SPACES                                   00030520
030530      AND (EPPTRCTI NOT NUMERIC                                   00030530
030540           OR EPPTRCTI(1:5) NOT = EPPCNTYI)                       00030540
030550          MOVE 'CENSUS TRACT' TO W-HE-FIELD                       00030550
030560          SET W-HMDA-ERROR TO TRUE                                00030560
030570     WHEN EPPURPI NOT = SPACE                                     00030570
030580      AND NOT EPSLA-PURCHASE                                      00030580
030590      AND NOT EPSLA-REFINANCE                                     00030590
030600      AND NOT EPSLA-HOME-IMPROVEMENT                              00030600
030610          MOVE 'LOAN PURPOSE' TO W-HE-FIELD                       00030610
030620          SET W-HMDA-ERROR TO TRUE                                00030620
030630     WHEN EPOCCPI NOT = SPACE                                     00030630
030640      AND NOT EPSLA-PRINCIPAL-RESIDENCE                           00030640
030650      AND NOT EPSLA-SECOND-HOME                                   00030650
030660      AND NOT EPSLA-INVESTMENT-PROPERTY                           00030660
030670          MOVE 'OCCUPANCY' TO W-HE-FIELD                          00030670
030680          SET W-HMDA-ERROR TO TRUE                                00030680
030690     WHEN EPETHNI NOT = SPACE AND (EPETHNI < '1' OR EPETHNI > '4')00030690
030700          MOVE 'ETHNICITY' TO W-HE-FIELD                          00030700
030710          SET W-HMDA-ERROR TO TRUE                                00030710
030720     WHEN EPRACEI NOT = SPACE AND (EPRACEI < '1' OR EPRACEI > '7')00030720
030730          MOVE 'RACE' TO W-HE-FIELD                               00030730
030740          SET W-HMDA-ERROR TO TRUE                                00030740
030750     WHEN EPSEXI NOT = SPACE                                      00030750
030760      AND (EPSEXI < '1' OR EPSEXI > '6' OR EPSEXI = '5')          00030760
030770          MOVE 'SEX' TO W-HE-FIELD                                00030770
030780          SET W-HMDA-ERROR TO TRUE                                00030780
030790     WHEN EPAGEI NOT = SPACES AND EPSLA-APPL-AGE = ZERO           00030790
030800          MOVE 'APPLICANT AGE' TO W-HE-FIELD                      00030800
030810          SET W-HMDA-ERROR TO TRUE                                00030810
030820     END-EVALUATE.                                                00030820
030830                                                                  00030830
030840*    A CUSTOMER ID MERGED AWAY ON EPSCUMNT STILL RESOLVES - ONCE  00030840
030850*    THE NIGHTLY EPSCMRG RUN HAS APPLIED THE MERGE, THE EPSCXRF   00030850
030860*    CROSS-REFERENCE NAMES THE SURVIVING ID AND IT IS SWAPPED IN  00030860
030870*    FOR THE KEYED ONE AS SOON AS THE SCREEN IS RECEIVED, SO THE  00030870
030880*    QUOTE, THE APPLICATION AND THE PF1 LOCK RETRIEVAL ALL WORK   00030880
030890*    OFF THE SURVIVOR.  A MERGE STILL PENDING IS LEFT ALONE - THE 00030890
030900*    RETIRED RECORD IS ON EPSCUST UNTIL THE NIGHT IT IS APPLIED,  00030900
030910*    AND ANYTHING FILED UNDER IT TODAY IS RE-POINTED WITH THE     00030910
030920*    REST.                                                        00030920
030930 A415-RESOLVE-MERGED-CUSTOMERS.                                   00030930
030940     IF EPCUSTNI NOT = SPACES                                     00030940
030950        MOVE EPCUSTNI TO EPSCX-RETIRED-ID                         00030950
030960        PERFORM A416-READ-MERGE-XREF                              00030960
030970        IF W-XREF-FOUND                                           00030970
030980           MOVE EPSCX-SURVIVOR-ID TO EPCUSTNI                     00030980
030990        END-IF                                                    00030990
031000     END-IF.                                                      00031000
031010     PERFORM A417-RESOLVE-ONE-CO-BORROWER                         00031010
031020         VARYING W-COB-SUB FROM 1 BY 1                            00031020
031030         UNTIL W-COB-SUB > 3.                                     00031030
031040                                                                  00031040
031050 A416-READ-MERGE-XREF.                                            00031050
031060     MOVE SPACES TO W-XREF-FOUND-SWITCH.                          00031060
031070     EXEC CICS READ FILE('EPSCXRF')                               00031070
031080          INTO(EPSCX-RECORD)                                      00031080
031090          RIDFLD(EPSCX-KEY)                                       00031090
031100          RESP(W-RESP-CODE)                                       00031100
031110          END-EXEC.                                               00031110
031120     IF W-RESP-CODE = DFHRESP(NORMAL) AND EPSCX-MERGE-COMPLETE    00031120
031130         SET W-XREF-FOUND TO TRUE                                 00031130
031140     END-IF.                                                      00031140
031150                                                                  00031150
031160 A417-RESOLVE-ONE-CO-BORROWER.                                    00031160
031170     IF EPCBIDI(W-COB-SUB) NOT = SPACES                           00031170
031180        MOVE EPCBIDI(W-COB-SUB) TO EPSCX-RETIRED-ID               00031180
031190        PERFORM A416-READ-MERGE-XREF                              00031190
031200        IF W-XREF-FOUND                                           00031200
031210           MOVE EPSCX-SURVIVOR-ID TO EPCBIDI(W-COB-SUB)           00031210
031220        END-IF                                                    00031220
031230     END-IF.                                                      00031230
