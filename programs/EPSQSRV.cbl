001400*    MESSAGE INSTEAD OF A SCREEN.  A HAND-KEYED RATE OVERRIDE IS  00001400
001500*    DELIBERATELY NOT OFFERED ON THIS PATH - ONLY THE TABLE RATE  00001500
001600*    PRICES A CHANNEL QUOTE.                                      00001600
001610*    A CUSTOMER ID MERGED AWAY ON EPSCUMNT IS RESOLVED THROUGH THE00001610
001620*    EPSCXRF CROSS-REFERENCE TO THE ID IT WAS MERGED INTO, WHICH  00001620
001630*    IS WHAT THE QUOTE CARRIES AND WHAT COMES BACK TO THE GATEWAY.00001630
001640*    A CUSTOMER QUOTE IS ALSO WRITTEN TO THE EPSQCIX CUSTOMER     00001640
001650*    INDEX, AS A TELLER QUOTE IS, SO ITS RATE LOCK IS FOUND BY    00001650
001660*    EPSCMORT'S PF1 RETRIEVE.                                     00001660
001700*                                                                 00001700
001800*    (C) 2026 IBM - D L HILDNER.                                  00001800
001900*                                                                 00001900
005200        'CUSTOMER ID NOT ON MASTER'.                              00005200
005300*                                                                 00005300
005400     COPY EPSQUOTE.                                               00005400
005450     COPY EPSQCIX.                                                00005450
005500     COPY EPSAUDIT.                                               00005500
005600     COPY EPSRATE.                                                00005600
005700     COPY EPSCUST.                                                00005700
005710     COPY EPSCXRF.                                                00005710
005800     COPY EPSPLCY.                                                00005800
005900 COPY EPSNBRPM.                                                   00005900
006000*                                                                 00006000
007700                  EPQS-RETURN-ESCROW-PAYMENT                      00007700
007800                  EPQS-RETURN-PITI-PAYMENT                        00007800
007900                  EPQS-RETURN-LOCK-EXPIRE-DATE                    00007900
007920                  EPQS-RETURN-APR                                 00007920
007940                  EPQS-RETURN-FINANCE-CHARGE                      00007940
007960                  EPQS-RETURN-AMOUNT-FINANCED                     00007960
007980                  EPQS-RETURN-TOTAL-OF-PMTS                       00007980
008000     MOVE SPACES TO EPQS-RETURN-RATE-TYPE                         00008000
008100     IF EPQS-CHANNEL-ID = SPACES                                  00008100
008200         MOVE 'W' TO EPQS-CHANNEL-ID                              00008200
013500     END-IF                                                       00013500
013600     IF W-INPUT-VALID                                             00013600
013700         PERFORM A150-VALIDATE-ESCROW-INPUTS                      00013700
013750         PERFORM A160-VALIDATE-FEE-INPUTS                         00013750
013800     END-IF                                                       00013800
013900     IF W-INPUT-VALID AND EPQS-CUSTOMER-ID NOT = SPACES           00013900
014000         PERFORM A170-VALIDATE-CUSTOMER-ID                        00014000
018400     END-IF                                                       00018400
018500     .                                                            00018500
018600*                                                                 00018600
018603*    THE FEE AND POINTS GO THROUGH THE SAME EDIT AS THE ESCROW    00018603
018606*    FIELDS - BLANK MEANS NONE - AND FEED THE REG Z APR.          00018606
018609 A160-VALIDATE-FEE-INPUTS.                                        00018609
018612     IF EPQS-ORIGINATION-FEE NOT = SPACES                         00018612
018615         MOVE EPQS-ORIGINATION-FEE TO EPSPARM-VALIDATE-DATA       00018615
018618         MOVE LENGTH OF EPQS-ORIGINATION-FEE                      00018618
018621            TO EPSPARM-MAX-LENGTH                                 00018621
018624         CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION              00018624
018627         COMPUTE EPSPCOM-ORIGINATION-FEE                          00018627
018630            OF W-COMMUNICATION-AREA                               00018630
018633            = EPSPARM-NUMBER + EPSPARM-DECIMAL                    00018633
018636     ELSE                                                         00018636
018639         MOVE ZERO TO EPSPCOM-ORIGINATION-FEE                     00018639
018642            OF W-COMMUNICATION-AREA                               00018642
018645     END-IF                                                       00018645
018648     IF EPQS-DISCOUNT-POINTS NOT = SPACES                         00018648
018651         MOVE EPQS-DISCOUNT-POINTS TO EPSPARM-VALIDATE-DATA       00018651
018654         MOVE LENGTH OF EPQS-DISCOUNT-POINTS                      00018654
018657            TO EPSPARM-MAX-LENGTH                                 00018657
018660         CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION              00018660
018663         COMPUTE EPSPCOM-DISCOUNT-POINTS                          00018663
018666            OF W-COMMUNICATION-AREA                               00018666
018669            = EPSPARM-NUMBER + EPSPARM-DECIMAL                    00018669
018672     ELSE                                                         00018672
018675         MOVE ZERO TO EPSPCOM-DISCOUNT-POINTS                     00018675
018678            OF W-COMMUNICATION-AREA                               00018678
018681     END-IF                                                       00018681
018684     .                                                            00018684
018687*                                                                 00018687
018690*    AN ID ALREADY MERGED AWAY IS TAKEN AS ITS SURVIVOR.          00018690
018700 A170-VALIDATE-CUSTOMER-ID.                                       00018700
018800     MOVE SPACES TO W-CUST-FOUND-SWITCH                           00018800
018900     MOVE EPQS-CUSTOMER-ID TO EPSC-CUSTOMER-ID                    00018900
019400          END-EXEC                                                00019400
019500     IF W-RESP-CODE = DFHRESP(NORMAL)                             00019500
019600         SET W-CUST-FOUND TO TRUE                                 00019600
019604     ELSE                                                         00019604
019608         MOVE EPQS-CUSTOMER-ID TO EPSCX-RETIRED-ID                00019608
019612         EXEC CICS READ FILE('EPSCXRF')                           00019612
019616              INTO(EPSCX-RECORD)                                  00019616
019620              RIDFLD(EPSCX-KEY)                                   00019620
019624              RESP(W-RESP-CODE)                                   00019624
019628              END-EXEC                                            00019628
019632         IF W-RESP-CODE = DFHRESP(NORMAL)                         00019632
019636            AND EPSCX-MERGE-COMPLETE                              00019636
019640             MOVE EPSCX-SURVIVOR-ID TO EPQS-CUSTOMER-ID           00019640
019644             MOVE EPSCX-SURVIVOR-ID TO EPSC-CUSTOMER-ID           00019644
019648             EXEC CICS READ FILE('EPSCUST')                       00019648
019652                  INTO(EPSC-RECORD)                               00019652
019656                  RIDFLD(EPSC-KEY)                                00019656
019660                  RESP(W-RESP-CODE)                               00019660
019664                  END-EXEC                                        00019664
019668             IF W-RESP-CODE = DFHRESP(NORMAL)                     00019668
019672                 SET W-CUST-FOUND TO TRUE                         00019672
019676             END-IF                                               00019676
019680         END-IF                                                   00019680
019700     END-IF                                                       00019700
019800     .                                                            00019800
019900*                                                                 00019900
024900           EPSPCOM-ARM-LIFETIME-CAP OF W-COMMUNICATION-AREA       00024900
025000        MOVE EPSR-ARM-MARGIN TO                                   00025000
025100           EPSPCOM-ARM-MARGIN OF W-COMMUNICATION-AREA             00025100
025130        MOVE EPSR-ARM-INDEX-RATE TO                               00025130
025160           EPSPCOM-ARM-INDEX-RATE OF W-COMMUNICATION-AREA         00025160
025200     ELSE                                                         00025200
025300        MOVE 'F' TO                                               00025300
025400           EPSPCOM-RATE-TYPE OF W-COMMUNICATION-AREA              00025400
025800           EPSPCOM-ARM-PERIODIC-CAP OF W-COMMUNICATION-AREA       00025800
025900           EPSPCOM-ARM-LIFETIME-CAP OF W-COMMUNICATION-AREA       00025900
026000           EPSPCOM-ARM-MARGIN OF W-COMMUNICATION-AREA             00026000
026050           EPSPCOM-ARM-INDEX-RATE OF W-COMMUNICATION-AREA         00026050
026100     END-IF                                                       00026100
026200     .                                                            00026200
026300*                                                                 00026300
030600     END-IF                                                       00030600
030700     MOVE EPQS-CUSTOMER-ID TO EPSQ-CUSTOMER-ID                    00030700
030800     MOVE EPQS-CHANNEL-ID TO EPSQ-CHANNEL-ID                      00030800
030807     MOVE EPSPCOM-ORIGINATION-FEE                                 00030807
030814        OF W-COMMUNICATION-AREA TO EPSQ-ORIGINATION-FEE           00030814
030821     MOVE EPSPCOM-DISCOUNT-POINTS                                 00030821
030828        OF W-COMMUNICATION-AREA TO EPSQ-DISCOUNT-POINTS           00030828
030835     MOVE EPSPCOM-RETURN-APR                                      00030835
030842        OF W-COMMUNICATION-AREA TO EPSQ-APR                       00030842
030849     MOVE EPSPCOM-RETURN-FINANCE-CHARGE                           00030849
030856        OF W-COMMUNICATION-AREA TO EPSQ-FINANCE-CHARGE            00030856
030863     MOVE EPSPCOM-RETURN-AMOUNT-FINANCED                          00030863
030870        OF W-COMMUNICATION-AREA TO EPSQ-AMOUNT-FINANCED           00030870
030877     MOVE EPSPCOM-RETURN-TOTAL-OF-PMTS                            00030877
030884        OF W-COMMUNICATION-AREA TO EPSQ-TOTAL-OF-PAYMENTS         00030884
030900     MOVE ZERO TO EPSQ-LOCK-EXPIRE-DATE                           00030900
031000     IF EPQS-CUSTOMER-ID NOT = SPACES AND EPSQ-QUOTE-ACCEPTED     00031000
031100         PERFORM A450-STAMP-RATE-LOCK                             00031100
031500          RIDFLD(EPSQ-KEY)                                        00031500
031600          KEYLENGTH(LENGTH OF EPSQ-KEY)                           00031600
031700          END-EXEC                                                00031700
031710     IF EPSQ-CUSTOMER-ID NOT = SPACES                             00031710
031720         PERFORM A420-INDEX-CUSTOMER-QUOTE                        00031720
031730     END-IF                                                       00031730
031800     .                                                            00031800
031900*                                                                 00031900
031910*    THE EPSQCIX ROW THAT MAKES THE QUOTE REACHABLE BY CUSTOMER,  00031910
031920*    NEWEST FIRST - THE SAME ROW A621-INDEX-CUSTOMER-QUOTE WRITES 00031920
031930*    FOR A TELLER QUOTE.                                          00031930
031940 A420-INDEX-CUSTOMER-QUOTE.                                       00031940
031950     MOVE SPACES TO EPSQC-RECORD                                  00031950
031955     MOVE EPSQ-CUSTOMER-ID TO EPSQC-CUSTOMER-ID                   00031955
031960     COMPUTE EPSQC-INVERTED-DATE = 99999999 - EPSQ-QUOTE-DATE     00031960
031965     COMPUTE EPSQC-INVERTED-TIME = 999999 - EPSQ-QUOTE-TIME       00031965
031970     MOVE EPSQ-TERMID TO EPSQC-TERMID                             00031970
031972     MOVE EPSQ-TASKNBR TO EPSQC-TASKNBR                           00031972
031974     MOVE EPSQ-KEY TO EPSQC-QUOTE-KEY                             00031974
031976     MOVE EPSQ-LOCK-EXPIRE-DATE TO EPSQC-LOCK-EXPIRE-DATE         00031976
031978     EXEC CICS WRITE FILE('EPSQCIX')                              00031978
031980          FROM(EPSQC-RECORD)                                      00031980
031982          RIDFLD(EPSQC-KEY)                                       00031982
031984          KEYLENGTH(LENGTH OF EPSQC-KEY)                          00031984
031986          END-EXEC                                                00031986
031988     .                                                            00031988
031990*                                                                 00031990
032000 A450-STAMP-RATE-LOCK.                                            00032000
032100     MOVE SPACES TO W-POLICY-FOUND-SWITCH                         00032100
032200     MOVE EPSPCOM-LOAN-PRODUCT OF W-COMMUNICATION-AREA            00032200
037200        SET EPAU-QUOTE-REJECTED TO TRUE                           00037200
037300     END-IF                                                       00037300
037400     MOVE EPQS-CHANNEL-ID TO EPAU-CHANNEL-ID                      00037400
037414     MOVE EPSQ-ORIGINATION-FEE   TO EPAU-ORIGINATION-FEE          00037414
037428     MOVE EPSQ-DISCOUNT-POINTS   TO EPAU-DISCOUNT-POINTS          00037428
037442     MOVE EPSQ-APR               TO EPAU-APR                      00037442
037456     MOVE EPSQ-FINANCE-CHARGE    TO EPAU-FINANCE-CHARGE           00037456
037470     MOVE EPSQ-AMOUNT-FINANCED   TO EPAU-AMOUNT-FINANCED          00037470
037484     MOVE EPSQ-TOTAL-OF-PAYMENTS TO EPAU-TOTAL-OF-PAYMENTS        00037484
037500     EXEC CICS WRITEQ TD QUEUE('EPAU')                            00037500
037600          FROM(EPAU-RECORD)                                       00037600
037700          LENGTH(LENGTH OF EPAU-RECORD)                           00037700
039800        OF W-COMMUNICATION-AREA TO EPQS-RETURN-PITI-PAYMENT       00039800
039900     MOVE EPSQ-LOCK-EXPIRE-DATE                                   00039900
040000        TO EPQS-RETURN-LOCK-EXPIRE-DATE                           00040000
040011     MOVE EPSPCOM-RETURN-APR                                      00040011
040022        OF W-COMMUNICATION-AREA TO EPQS-RETURN-APR                00040022
040033     MOVE EPSPCOM-RETURN-FINANCE-CHARGE                           00040033
040044        OF W-COMMUNICATION-AREA TO EPQS-RETURN-FINANCE-CHARGE     00040044
040055     MOVE EPSPCOM-RETURN-AMOUNT-FINANCED                          00040055
040066        OF W-COMMUNICATION-AREA TO EPQS-RETURN-AMOUNT-FINANCED    00040066
040077     MOVE EPSPCOM-RETURN-TOTAL-OF-PMTS                            00040077
040088        OF W-COMMUNICATION-AREA TO EPQS-RETURN-TOTAL-OF-PMTS      00040088
040100     .                                                            00040100
