001990*                      SYSIN CARD NOW AN OPTIONAL OVERRIDE.       00001990
001992*    2026-09-03  DLH   BRANCH SUBTOTALS AND A BRANCH RANKING      00001992
001994*                      SECTION OFF THE NEW EPSBRNCH MASTER.       00001994
001995*    2026-10-15  DLH   ACCEPTED/REJECTED COUNTS AND PRINCIPAL BY  00001995
001996*                      CHANNEL (TELLER, WEB, BROKER); EPSBRKQ     00001996
001997*                      BROKER QUOTES ROLL UP UNDER THEIR OWN      00001997
001998*                      BROKER BUCKET IN THE BRANCH SECTION.       00001998
002000*                                                                 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
002200 CONFIGURATION SECTION.                                           00002200
008000 01  W-GRAND-RATE-TOT               PIC 9(09)V999                 00008000
008100        COMP-3 VALUE ZERO.                                        00008100
008200 01  W-GRAND-TERM-TOT               PIC 9(09)   COMP-3 VALUE ZERO.00008200
008210*                                                                 00008210
008220*    QUOTES BY THE CHANNEL THAT TOOK THEM - 1 TELLER (EPSCMORT),  00008220
008230*    2 WEB (EPSQSRV), 3 BROKER (EPSBRKQ).  A QUOTE FILED BEFORE   00008230
008240*    THE CHANNEL WAS CARRIED HAS A BLANK CHANNEL AND IS A TELLER  00008240
008250*    QUOTE.                                                       00008250
008260 01  W-CHANNEL-NAME-DATA.                                         00008260
008262     05  FILLER                     PIC X(08) VALUE               00008262
008264            'TELLER'.                                             00008264
008266     05  FILLER                     PIC X(08) VALUE               00008266
008268            'WEB'.                                                00008268
008270     05  FILLER                     PIC X(08) VALUE               00008270
008272            'BROKER'.                                             00008272
008274 01  W-CHANNEL-NAME-TABLE REDEFINES W-CHANNEL-NAME-DATA.          00008274
008276     05  W-CHANNEL-NAME OCCURS 3 TIMES                            00008276
008278                                    PIC X(08).                    00008278
008280 01  W-CHANNEL-TABLE.                                             00008280
008282     05  W-CHANNEL-ENTRY OCCURS 3 TIMES.                          00008282
008284         10  W-CT-QUOTE-COUNT       PIC 9(07)     COMP-3.         00008284
008286         10  W-CT-PRINCIPAL-TOT     PIC 9(11)V99  COMP-3.         00008286
008288         10  W-CT-REJECT-COUNT      PIC 9(07)     COMP-3.         00008288
008290 01  W-CHANNEL-SUB                  PIC 9(01)   COMP-3.           00008290
008300*                                                                 00008300
008400 01  W-AVERAGE-FIELDS.                                            00008400
008500     05  W-AVG-PRINCIPAL            PIC 9(09)V99  COMP-3.         00008500
014568     05  BOL-COUNT                  PIC ZZZ,ZZ9.                  00014568
014570 01  W-NO-BRNCH-MSG                 PIC X(46) VALUE               00014570
014572        'EPSBRNCH NOT AVAILABLE - BRANCH ROLLUP SKIPPED'.         00014572
014574 01  W-CHANNEL-HEADING-1            PIC X(40) VALUE               00014574
014575        'VOLUME BY CHANNEL'.                                      00014575
014576 01  W-CHANNEL-HEADING-2.                                         00014576
014577     05  FILLER                     PIC X(13) VALUE 'CHANNEL'.    00014577
014578     05  FILLER                     PIC X(07) VALUE 'COUNT'.      00014578
014579     05  FILLER                     PIC X(06) VALUE SPACES.       00014579
014580     05  FILLER                     PIC X(16) VALUE               00014580
014581            'PRINCIPAL TOTAL'.                                    00014581
014582     05  FILLER                     PIC X(02) VALUE SPACES.       00014582
014583     05  FILLER                     PIC X(08) VALUE 'REJECTED'.   00014583
014584 01  W-CHANNEL-LINE.                                              00014584
014585     05  CL-CHANNEL-NAME            PIC X(08).                    00014585
014586     05  FILLER                     PIC X(05) VALUE SPACES.       00014586
014587     05  CL-COUNT                   PIC ZZZ,ZZ9.                  00014587
014588     05  FILLER                     PIC X(04) VALUE SPACES.       00014588
014589     05  CL-PRINCIPAL-TOT           PIC Z,ZZZ,ZZZ,ZZ9.99.         00014589
014590     05  FILLER                     PIC X(03) VALUE SPACES.       00014590
014591     05  CL-REJECT-COUNT            PIC ZZZ,ZZ9.                  00014591
014600*                                                                 00014600
014700 01  W-EXCEPTION-HEADING-1.                                       00014700
014800     05  FILLER                     PIC X(40) VALUE               00014800
021794*                                                                 00021794
021796 1600-RESET-DAY-TOTALS.                                           00021796
021798     MOVE SPACES TO W-EOF-SWITCH W-EXCEPTION-HDR-SWITCH           00021798
021799     INITIALIZE W-CHANNEL-TABLE                                   00021799
021800     MOVE ZERO TO W-TOTAL-COUNT W-ACCEPTED-COUNT W-REJECT-COUNT   00021800
021802     MOVE ZERO TO W-GRAND-PRINCIPAL-TOT W-GRAND-RATE-TOT          00021802
021804     MOVE ZERO TO W-GRAND-TERM-TOT                                00021804
021800 2000-PROCESS-ONE-QUOTE.                                          00021800
021900     IF EPSQ-QUOTE-DATE = W-RUN-DATE                              00021900
022000         ADD 1 TO W-TOTAL-COUNT                                   00022000
022010         PERFORM 3800-ACCUMULATE-CHANNEL THRU 3800-EXIT           00022010
022100         IF EPSQ-QUOTE-REJECTED                                   00022100
022200             ADD 1 TO W-REJECT-COUNT                              00022200
022300             PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT          00022300
029758     EXIT.                                                        00029758
029760*                                                                 00029760
029762 3700-ACCUMULATE-BRANCH.                                          00029762
029764     PERFORM 3750-FIND-QUOTE-BRANCH THRU 3750-EXIT                00029764
029766     PERFORM 3720-FIND-BRANCH-ROW THRU 3720-EXIT                  00029766
029768         VARYING W-BRANCH-SUB FROM 1 BY 1                         00029768
029770         UNTIL W-BRANCH-SUB > W-BRANCH-COUNT                      00029770
029828 3720-EXIT.                                                       00029828
029830     EXIT.                                                        00029830
029832*                                                                 00029832
029834*    AN EPSBRKQ BROKER QUOTE CARRIES THE BROKER ID WHERE THE      00029834
029835*    TERMINAL WOULD BE, SO IT IS NOT LOOKED UP - BROKER VOLUME    00029835
029836*    ROLLS UP UNDER ITS OWN BUCKET.  EVERY OTHER QUOTE GOES       00029836
029837*    THROUGH THE 3600 BRANCH LOOKUP.                              00029837
029838 3750-FIND-QUOTE-BRANCH.                                          00029838
029839     IF EPSQ-BROKER-CHANNEL                                       00029839
029840         MOVE 'BRKR' TO W-LOOKUP-BRANCH-ID                        00029840
029841         MOVE 'BROKER CHANNEL' TO W-LOOKUP-BRANCH-NAME            00029841
029842     ELSE                                                         00029842
029843         PERFORM 3600-FIND-BRANCH THRU 3600-EXIT                  00029843
029844     END-IF                                                       00029844
029845     .                                                            00029845
029846 3750-EXIT.                                                       00029846
029847     EXIT.                                                        00029847
029848*                                                                 00029848
029849*    A REJECTED QUOTE COUNTS AGAINST ITS CHANNEL TOO, SO THE      00029849
029850*    CHANNEL SECTION SHOWS WHERE THE EXCEPTIONS CAME FROM.        00029850
029851*    EVERY QUOTE FALLS INTO ONE OF THE THREE ROWS.                00029851
029852 3800-ACCUMULATE-CHANNEL.                                         00029852
029853     EVALUATE TRUE                                                00029853
029854         WHEN EPSQ-WEB-CHANNEL                                    00029854
029855             MOVE 2 TO W-CHANNEL-SUB                              00029855
029856         WHEN EPSQ-BROKER-CHANNEL                                 00029856
029857             MOVE 3 TO W-CHANNEL-SUB                              00029857
029858         WHEN OTHER                                               00029858
029859             MOVE 1 TO W-CHANNEL-SUB                              00029859
029860     END-EVALUATE                                                 00029860
029861     IF EPSQ-QUOTE-REJECTED                                       00029861
029862         ADD 1 TO W-CT-REJECT-COUNT(W-CHANNEL-SUB)                00029862
029864     ELSE                                                         00029864
029866         ADD 1 TO W-CT-QUOTE-COUNT(W-CHANNEL-SUB)                 00029866
029868         ADD EPSQ-PRINCIPLE-DATA TO                               00029868
029870            W-CT-PRINCIPAL-TOT(W-CHANNEL-SUB)                     00029870
029872     END-IF                                                       00029872
029874     .                                                            00029874
029876 3800-EXIT.                                                       00029876
029878     EXIT.                                                        00029878
029880*                                                                 00029880
029900 8000-PRINT-SUMMARY.                                              00029900
029910     IF W-EPSQUOTE-IO-ERROR                                       00029910
029920         MOVE W-BLANK-LINE TO RPT-LINE                            00029920
032800     MOVE W-REJECT-COUNT TO RL-COUNT                              00032800
032900     MOVE W-REJECT-LINE TO RPT-LINE                               00032900
033000     WRITE RPT-LINE                                               00033000
033050     PERFORM 8500-PRINT-CHANNEL-SECTION THRU 8500-EXIT            00033050
033100     IF W-PRODUCT-OVERFLOW-COUNT > 0                              00033100
033200         MOVE W-PRODUCT-OVERFLOW-COUNT TO OL-COUNT                00033200
033300         MOVE W-OVERFLOW-LINE TO RPT-LINE                         00033300
037350 8460-EXIT.                                                       00037350
037352     EXIT.                                                        00037352
037354*                                                                 00037354
037356 8500-PRINT-CHANNEL-SECTION.                                      00037356
037357     MOVE W-BLANK-LINE TO RPT-LINE                                00037357
037358     WRITE RPT-LINE                                               00037358
037359     MOVE W-CHANNEL-HEADING-1 TO RPT-LINE                         00037359
037360     WRITE RPT-LINE                                               00037360
037361     MOVE W-CHANNEL-HEADING-2 TO RPT-LINE                         00037361
037362     WRITE RPT-LINE                                               00037362
037363     PERFORM 8550-PRINT-CHANNEL-LINE THRU 8550-EXIT               00037363
037364         VARYING W-CHANNEL-SUB FROM 1 BY 1                        00037364
037365         UNTIL W-CHANNEL-SUB > 3                                  00037365
037366     .                                                            00037366
037367 8500-EXIT.                                                       00037367
037368     EXIT.                                                        00037368
037369*                                                                 00037369
037370 8550-PRINT-CHANNEL-LINE.                                         00037370
037371     MOVE W-CHANNEL-NAME(W-CHANNEL-SUB) TO CL-CHANNEL-NAME        00037371
037372     MOVE W-CT-QUOTE-COUNT(W-CHANNEL-SUB) TO CL-COUNT             00037372
037373     MOVE W-CT-PRINCIPAL-TOT(W-CHANNEL-SUB) TO CL-PRINCIPAL-TOT   00037373
037374     MOVE W-CT-REJECT-COUNT(W-CHANNEL-SUB) TO CL-REJECT-COUNT     00037374
037375     MOVE W-CHANNEL-LINE TO RPT-LINE                              00037375
037376     WRITE RPT-LINE                                               00037376
037377     .                                                            00037377
037378 8550-EXIT.                                                       00037378
037379     EXIT.                                                        00037379
037400 9000-TERMINATE.                                                  00037400
037500     IF W-EPSRNCTL-OPENED                                         00037500
037600         CLOSE EPSRNCTL-FILE                                      00037600
