002340*    2026-09-03  DLH   FLAGGED-CALL SUMMARY GROUPED BY BRANCH     00002340
002350*                      OFF THE NEW EPSBRNCH MASTER SO EACH        00002350
002360*                      BRANCH MANAGER SEES ONLY THEIR OPERATORS.  00002360
002370*    2026-10-15  DLH   EPSBRKQ BROKER QUOTES SKIPPED BY THE       00002370
002380*                      REPEAT CHECK.                              00002380
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
022700 2000-PROCESS-ONE-QUOTE.                                          00022700
022800     IF EPSQ-QUOTE-DATE = W-RUN-DATE                              00022800
022900         ADD 1 TO W-DAY-QUOTE-COUNT                               00022900
022910*    A BROKER RUN FILES EVERY SCENARIO UNDER ONE BATCH            00022910
022920*    OPERATOR AND ONE RUN TIME, SO THE SAME AMOUNT AND            00022920
022930*    PRODUCT FROM TWO BROKERS IS NOT A TELLER RE-RUNNING          00022930
022940*    A QUOTE.                                                     00022940
023000         IF NOT EPSQ-BROKER-CHANNEL                               00023000
023010             PERFORM 3000-CHECK-FOR-REPEAT THRU 3000-EXIT         00023010
023020         END-IF                                                   00023020
023100     END-IF                                                       00023100
023200     PERFORM 2100-READ-NEXT-QUOTE THRU 2100-EXIT                  00023200
023300     .                                                            00023300
