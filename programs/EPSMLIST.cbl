000500*    RANGE FILTER.  A SELECTED ROW CAN BE RE-DISPLAYED ON THE     00000500
000600*    EPMENU SCREEN OR DELETED.  LINKED FROM EPSCMORT-MAINLINE WHEN00000600
000700*    THE OPERATOR PRESSES PF9 OR HITS ENTER WHILE THE LIST IS UP. 00000700
000710*    DELETING A CUSTOMER'S QUOTE ALSO TAKES ITS ROW OFF THE       00000710
000720*    EPSQCIX CUSTOMER INDEX.                                      00000720
000800*                                                                 00000800
000900*    (C) 2026 IBM - D L HILDNER.                                  00000900
001000*                                                                 00001000
004900     COPY EPSMORT.                                                00004900
005000     COPY EPSLIST.                                                00005000
005100     COPY EPSQUOTE.                                               00005100
005150     COPY EPSQCIX.                                                00005150
005200     COPY EPSNBRPM.                                               00005200
005300*                                                                 00005300
005400 LINKAGE SECTION.                                                 00005400
023300         MOVE W-INVALID-SEL-MSG TO EPLMSGO                        00023300
023400     ELSE                                                         00023400
023500         MOVE W-DISPLAYED-KEY(W-SELECTED-INDEX) TO EPSQ-KEY       00023500
023510         EXEC CICS READ FILE('EPSQUOTE')                          00023510
023520              INTO(EPSQ-RECORD)                                   00023520
023530              RIDFLD(EPSQ-KEY)                                    00023530
023540              END-EXEC                                            00023540
023600         EXEC CICS DELETE FILE('EPSQUOTE')                        00023600
023700              RIDFLD(EPSQ-KEY)                                    00023700
023800              END-EXEC                                            00023800
023810         IF EPSQ-CUSTOMER-ID NOT = SPACES                         00023810
023820             PERFORM A635-DELETE-CUSTOMER-INDEX                   00023820
023830         END-IF                                                   00023830
023900         IF W-BROWSE-OPEN                                         00023900
024000             EXEC CICS ENDBR FILE('EPSQUOTE') END-EXEC            00024000
024100         END-IF                                                   00024100
024400         MOVE W-DELETED-MSG TO EPLMSGO                            00024400
024500     END-IF                                                       00024500
024600     .                                                            00024600
024610*                                                                 00024610
024620*    THE INDEX KEY IS BUILT FROM THE QUOTE JUST DELETED.  NOTFND  00024620
024630*    IS LEFT ALONE - THERE IS NOTHING LEFT TO KEEP IN STEP.       00024630
024640 A635-DELETE-CUSTOMER-INDEX.                                      00024640
024650     MOVE EPSQ-CUSTOMER-ID TO EPSQC-CUSTOMER-ID                   00024650
024655     COMPUTE EPSQC-INVERTED-DATE = 99999999 - EPSQ-QUOTE-DATE     00024655
024660     COMPUTE EPSQC-INVERTED-TIME = 999999 - EPSQ-QUOTE-TIME       00024660
024665     MOVE EPSQ-TERMID TO EPSQC-TERMID                             00024665
024670     MOVE EPSQ-TASKNBR TO EPSQC-TASKNBR                           00024670
024675     EXEC CICS DELETE FILE('EPSQCIX')                             00024675
024680          RIDFLD(EPSQC-KEY)                                       00024680
024685          RESP(W-RESP-CODE)                                       00024685
024690          END-EXEC                                                00024690
024695     .                                                            00024695
024700*                                                                 00024700
024800 A700-SCROLL-BACK.                                                00024800
024900     MOVE W-DISPLAYED-KEY(1) TO EPSQ-KEY                          00024900
