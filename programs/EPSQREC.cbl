002710*    2026-09-03  DLH   RUN DATE DRIVEN BY THE EPSRNCTL RUN-       00002710
002720*                      CONTROL FILE WITH MULTI-DAY CATCH-UP;      00002720
002730*                      SYSIN CARD NOW AN OPTIONAL OVERRIDE.       00002730
002740*    2026-10-15  DLH   EPSQUOTE AND EPAUHST ROWS COUNTED BY       00002740
002750*                      CHANNEL (TELLER, WEB, BROKER) IN THE       00002750
002760*                      TOTALS, SO EPSBRKQ BROKER VOLUME CAN BE    00002760
002770*                      BALANCED ALONGSIDE TELLER AND WEB.         00002770
002800*                                                                 00002800
002900 ENVIRONMENT DIVISION.                                            00002900
003000 CONFIGURATION SECTION.                                           00003000
009100 01  W-MATCHED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009100
009200 01  W-MISSING-QUOTE-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.00009200
009300 01  W-MISSING-AUDIT-COUNT          PIC 9(07)   COMP-3 VALUE ZERO.00009300
009310*                                                                 00009310
009320*    ROWS FOR THE RUN DATE BY CHANNEL - 1 TELLER (EPSCMORT), 2    00009320
009330*    WEB (EPSQSRV), 3 BROKER (EPSBRKQ).  A ROW FILED BEFORE THE   00009330
009340*    CHANNEL WAS CARRIED HAS A BLANK CHANNEL AND IS A TELLER ROW. 00009340
009350 01  W-CHANNEL-NAME-DATA.                                         00009350
009352     05  FILLER                     PIC X(08) VALUE               00009352
009354            'TELLER'.                                             00009354
009356     05  FILLER                     PIC X(08) VALUE               00009356
009358            'WEB'.                                                00009358
009360     05  FILLER                     PIC X(08) VALUE               00009360
009362            'BROKER'.                                             00009362
009364 01  W-CHANNEL-NAME-TABLE REDEFINES W-CHANNEL-NAME-DATA.          00009364
009366     05  W-CHANNEL-NAME OCCURS 3 TIMES                            00009366
009368                                    PIC X(08).                    00009368
009370 01  W-CHANNEL-TABLE.                                             00009370
009372     05  W-CHANNEL-ENTRY OCCURS 3 TIMES.                          00009372
009374         10  W-CT-QUOTE-COUNT       PIC 9(07)   COMP-3.           00009374
009376         10  W-CT-AUDIT-COUNT       PIC 9(07)   COMP-3.           00009376
009378 01  W-CHANNEL-SUB                  PIC 9(01)   COMP-3.           00009378
009400*                                                                 00009400
009500 01  W-EDIT-FIELDS.                                               00009500
009600     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00009600
015400     05  FILLER                     PIC X(20) VALUE               00015400
015500            'MISSING FROM AUDIT  '.                               00015500
015600     05  TL5-COUNT                  PIC ZZZ,ZZ9.                  00015600
015610 01  W-CHANNEL-HEADING.                                           00015610
015620     05  FILLER                     PIC X(20) VALUE               00015620
015630            '  BY CHANNEL'.                                       00015630
015640     05  FILLER                     PIC X(19) VALUE               00015640
015650            'EPSQUOTE    EPAUHST'.                                00015650
015660 01  W-CHANNEL-LINE.                                              00015660
015665     05  FILLER                     PIC X(04) VALUE SPACES.       00015665
015670     05  CHL-CHANNEL-NAME           PIC X(08).                    00015670
015675     05  FILLER                     PIC X(08) VALUE SPACES.       00015675
015680     05  CHL-QUOTE-COUNT            PIC ZZZ,ZZ9.                  00015680
015685     05  FILLER                     PIC X(05) VALUE SPACES.       00015685
015690     05  CHL-AUDIT-COUNT            PIC ZZZ,ZZ9.                  00015690
015700*                                                                 00015700
015800 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00015800
016100 01  W-CLEAN-MSG                    PIC X(40) VALUE               00016100
022632     MOVE SPACES TO W-QUOTE-EOF-SWITCH W-AUDIT-EOF-SWITCH         00022632
022634     MOVE ZERO TO W-QUOTE-COUNT W-AUDIT-COUNT W-MATCHED-COUNT     00022634
022636     MOVE ZERO TO W-MISSING-QUOTE-COUNT W-MISSING-AUDIT-COUNT     00022636
022637     INITIALIZE W-CHANNEL-TABLE                                   00022637
022638     .                                                            00022638
022640 1600-EXIT.                                                       00022640
022642     EXIT.                                                        00022642
026500     IF NOT W-QUOTE-EOF AND W-EPSQUOTE-OK                         00026500
026600        AND EPSQ-QUOTE-DATE = W-RUN-DATE                          00026600
026700         ADD 1 TO W-QUOTE-COUNT                                   00026700
026710         EVALUATE TRUE                                            00026710
026720             WHEN EPSQ-WEB-CHANNEL                                00026720
026730                 MOVE 2 TO W-CHANNEL-SUB                          00026730
026740             WHEN EPSQ-BROKER-CHANNEL                             00026740
026750                 MOVE 3 TO W-CHANNEL-SUB                          00026750
026760             WHEN OTHER                                           00026760
026770                 MOVE 1 TO W-CHANNEL-SUB                          00026770
026780         END-EVALUATE                                             00026780
026790         ADD 1 TO W-CT-QUOTE-COUNT(W-CHANNEL-SUB)                 00026790
026800     END-IF                                                       00026800
026900     .                                                            00026900
027000 2100-EXIT.                                                       00027000
028500     IF NOT W-AUDIT-EOF AND W-EPAUHST-OK                          00028500
028600        AND EPAU-AUDIT-DATE = W-RUN-DATE                          00028600
028700         ADD 1 TO W-AUDIT-COUNT                                   00028700
028710         EVALUATE TRUE                                            00028710
028720             WHEN EPAU-WEB-CHANNEL                                00028720
028730                 MOVE 2 TO W-CHANNEL-SUB                          00028730
028740             WHEN EPAU-BROKER-CHANNEL                             00028740
028750                 MOVE 3 TO W-CHANNEL-SUB                          00028750
028760             WHEN OTHER                                           00028760
028770                 MOVE 1 TO W-CHANNEL-SUB                          00028770
028780         END-EVALUATE                                             00028780
028790         ADD 1 TO W-CT-AUDIT-COUNT(W-CHANNEL-SUB)                 00028790
028800     END-IF                                                       00028800
028900     .                                                            00028900
029000 2200-EXIT.                                                       00029000
034000     MOVE W-AUDIT-COUNT TO TL2-COUNT                              00034000
034100     MOVE W-TOTAL-LINE-2 TO RPT-LINE                              00034100
034200     WRITE RPT-LINE                                               00034200
034210     MOVE W-CHANNEL-HEADING TO RPT-LINE                           00034210
034220     WRITE RPT-LINE                                               00034220
034230     PERFORM 8200-PRINT-CHANNEL-LINE THRU 8200-EXIT               00034230
034240         VARYING W-CHANNEL-SUB FROM 1 BY 1                        00034240
034250         UNTIL W-CHANNEL-SUB > 3                                  00034250
034300     MOVE W-MATCHED-COUNT TO TL3-COUNT                            00034300
034400     MOVE W-TOTAL-LINE-3 TO RPT-LINE                              00034400
034500     WRITE RPT-LINE                                               00034500
036600 8100-EXIT.                                                       00036600
036700     EXIT.                                                        00036700
036800*                                                                 00036800
036810 8200-PRINT-CHANNEL-LINE.                                         00036810
036820     MOVE W-CHANNEL-NAME(W-CHANNEL-SUB) TO CHL-CHANNEL-NAME       00036820
036830     MOVE W-CT-QUOTE-COUNT(W-CHANNEL-SUB) TO CHL-QUOTE-COUNT      00036830
036840     MOVE W-CT-AUDIT-COUNT(W-CHANNEL-SUB) TO CHL-AUDIT-COUNT      00036840
036850     MOVE W-CHANNEL-LINE TO RPT-LINE                              00036850
036860     WRITE RPT-LINE                                               00036860
036870     .                                                            00036870
036880 8200-EXIT.                                                       00036880
036890     EXIT.                                                        00036890
036895*                                                                 00036895
036900 9000-TERMINATE.                                                  00036900
037000     IF W-EPSRNCTL-OPENED                                         00037000
037100         CLOSE EPSRNCTL-FILE                                      00037100
