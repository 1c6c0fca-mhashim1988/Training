002100*    ------------------------------------------------------------ 00002100
002200*    DATE        INIT  DESCRIPTION                                00002200
002300*    2026-09-03  DLH   ORIGINAL VERSION.                          00002300
002310*    2026-10-15  DLH   EVERY ROW ADDED OR CHANGED GOES TO THE     00002310
002320*                      EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND 00002320
002330*                      AFTER IMAGE.  A JOURNAL FAILURE STOPS THE  00002330
002340*                      LOAD.                                      00002340
002352*    2026-10-15  DLH   A RELOADED ROW WHOSE FEED FIELDS ARE       00002352
002364*                      UNCHANGED IS NOT REWRITTEN OR JOURNALED -  00002364
002376*                      THE SET-BY/DATE/TIME STAMP IS LEFT OUT OF  00002376
002388*                      THE COMPARE.                               00002388
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
003700         ACCESS MODE  IS RANDOM                                   00003700
003800         RECORD KEY   IS EPSPL-KEY                                00003800
003900         FILE STATUS  IS W-EPSPLCY-STATUS.                        00003900
003910     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003910
003920         ORGANIZATION IS INDEXED                                  00003920
003930         ACCESS MODE  IS RANDOM                                   00003930
003940         RECORD KEY   IS EPSCJ-KEY                                00003940
003950         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00003950
004000     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200*                                                                 00004200
006200 FD  EPSPLCY-FILE.                                                00006200
006300     COPY EPSPLCY.                                                00006300
006400*                                                                 00006400
006410 FD  EPSCHGJ-FILE.                                                00006410
006420     COPY EPSCHGJ.                                                00006420
006430*                                                                 00006430
006500 FD  REPORT-FILE                                                  00006500
006600     RECORDING MODE IS F.                                         00006600
006700 01  RPT-LINE                       PIC X(132).                   00006700
007500            'EPSPLCY FILE ERROR - STATUS '.                       00007500
007600     05  EM-EPSPLCY-STATUS      PIC X(02).                        00007600
007700     05  FILLER                 PIC X(40) VALUE SPACES.           00007700
007710 01  W-EPSCHGJ-STATUS               PIC X(02).                    00007710
007720     88  W-EPSCHGJ-OK                      VALUE '00'.            00007720
007730 01  W-EPSCHGJ-ERROR-MSG.                                         00007730
007740     05  FILLER                 PIC X(30) VALUE                   00007740
007750            'EPSCHGJ FILE ERROR - STATUS '.                       00007750
007760     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00007760
007770     05  FILLER                 PIC X(40) VALUE                   00007770
007780            ' - LOAD STOPPED'.                                    00007780
007800 01  W-SWITCHES.                                                  00007800
007900     05  W-EOF-SWITCH               PIC X(01).                    00007900
008000         88  W-END-OF-FILE                 VALUE 'Y'.             00008000
008400         88  W-EPSPLCY-IO-ERROR            VALUE 'Y'.             00008400
008500     05  W-EPSPLCY-OPEN-SWITCH      PIC X(01).                    00008500
008600         88  W-EPSPLCY-OPENED              VALUE 'Y'.             00008600
008610     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00008610
008620         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00008620
008700 01  W-BATCH-ID                     PIC X(03).                    00008700
008800 01  W-TODAY-DATE                   PIC 9(08).                    00008800
008810 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSPLLD '.   00008810
008820 01  W-TODAY-TIME                   PIC 9(06).                    00008820
008900*                                                                 00008900
009000 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00009000
009100 01  W-LOADED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009100
009200 01  W-UPDATED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009200
009300 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009300
009310 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009310
009320 01  W-UNCHANGED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009320
009330*                                                                 00009330
009340*    THE STAMP ALREADY ON A ROW BEING RELOADED, LAID OVER THE     00009340
009350*    FEED'S VERSION SO THE TWO CAN BE COMPARED STAMP FOR STAMP.   00009350
009360 01  W-ROW-STAMP.                                                 00009360
009370     05  W-ROW-SET-BY               PIC X(03).                    00009370
009380     05  W-ROW-SET-DATE             PIC 9(08).                    00009380
009390     05  W-ROW-SET-TIME             PIC 9(06).                    00009390
009400 01  W-BAND-SUB                     PIC 9(01)   COMP-3.           00009400
009500*                                                                 00009500
009600 01  W-EDIT-FIELDS.                                               00009600
012300     05  FILLER                     PIC X(20) VALUE               00012300
012400            'FEED RECORDS REJECT '.                               00012400
012500     05  RJL-COUNT                  PIC ZZZ,ZZ9.                  00012500
012510*                                                                 00012510
012520 01  W-JOURNALED-LINE.                                            00012520
012530     05  FILLER                     PIC X(20) VALUE               00012530
012540            'CHANGES JOURNALED   '.                               00012540
012550     05  JRL-COUNT                  PIC ZZZ,ZZ9.                  00012550
012558*                                                                 00012558
012566 01  W-UNCHANGED-LINE.                                            00012566
012574     05  FILLER                     PIC X(20) VALUE               00012574
012582            'RULES UNCHANGED     '.                               00012582
012590     05  UNL-COUNT                  PIC ZZZ,ZZ9.                  00012590
012600*                                                                 00012600
012700 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00012700
012710 01  W-NOT-JOURNALED-MSG.                                         00012710
012720     05  FILLER                 PIC X(25) VALUE                   00012720
012730            'ROW LOADED NOT JOURNALED '.                          00012730
012740     05  IM-JOURNAL-KEY         PIC X(20).                        00012740
012750     05  FILLER                 PIC X(55) VALUE SPACES.           00012750
012800 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00012800
012900        'NO POLICY FEED RECORDS FOUND TO LOAD'.                   00012900
013000 01  W-NO-CONTROL-CARD-MSG          PIC X(40) VALUE               00013000
013900 0000-MAINLINE.                                                   00013900
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00014000
014100     IF NOT W-NO-CONTROL-CARD AND NOT W-EPSPLCY-IO-ERROR          00014100
014110             AND NOT W-EPSCHGJ-IO-ERROR                           00014110
014200         PERFORM 2100-READ-NEXT-FEED-RECORD THRU 2100-EXIT        00014200
014300         PERFORM 2000-PROCESS-ONE-FEED-RECORD THRU 2000-EXIT      00014300
014400             UNTIL W-END-OF-FILE                                  00014400
016400     END-IF                                                       00016400
016500     MOVE CC-BATCH-ID TO W-BATCH-ID                               00016500
016600     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00016600
016610     ACCEPT W-TODAY-TIME FROM TIME                                00016610
016700     OPEN INPUT POLICY-FEED-FILE                                  00016700
016800     OPEN I-O EPSPLCY-FILE                                        00016800
016900     IF NOT W-EPSPLCY-OK                                          00016900
017600         CLOSE POLICY-FEED-FILE                                   00017600
017700         GO TO 1000-EXIT                                          00017700
017800     END-IF                                                       00017800
017808     OPEN I-O EPSCHGJ-FILE                                        00017808
017816     IF NOT W-EPSCHGJ-OK                                          00017816
017824         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00017824
017832         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00017832
017840         OPEN OUTPUT REPORT-FILE                                  00017840
017848         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00017848
017856         WRITE RPT-LINE                                           00017856
017864         CLOSE REPORT-FILE                                        00017864
017872         CLOSE POLICY-FEED-FILE                                   00017872
017880         CLOSE EPSPLCY-FILE                                       00017880
017888         GO TO 1000-EXIT                                          00017888
017896     END-IF                                                       00017896
017900     SET W-EPSPLCY-OPENED TO TRUE                                 00017900
018000     OPEN OUTPUT REPORT-FILE                                      00018000
018100     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00018100
020500         MOVE W-BATCH-ID TO EPSPL-SET-BY-OPERATOR                 00020500
020600         MOVE W-TODAY-DATE TO EPSPL-SET-DATE                      00020600
020700         MOVE ZERO TO EPSPL-SET-TIME                              00020700
020710         MOVE SPACES TO EPSCJ-RECORD                              00020710
020720         MOVE EPSPL-RECORD TO EPSCJ-AFTER-IMAGE                   00020720
020730         MOVE EPSPL-KEY TO EPSCJ-RECORD-KEY                       00020730
020800         WRITE EPSPL-RECORD                                       00020800
020900         IF W-EPSPLCY-OK                                          00020900
021000             ADD 1 TO W-LOADED-COUNT                              00021000
021010             SET EPSCJ-RECORD-ADDED TO TRUE                       00021010
021020             PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT     00021020
021100         ELSE                                                     00021100
021200             IF W-EPSPLCY-DUPLICATE                               00021200
021300                 PERFORM 2500-REPLACE-EXISTING-ROW THRU 2500-EXIT 00021300
021500             ELSE                                                 00021500
021600                 SET W-EPSPLCY-IO-ERROR TO TRUE                   00021600
021700                 MOVE W-EPSPLCY-STATUS TO EM-EPSPLCY-STATUS       00021700
026200 2300-EXIT.                                                       00026200
026300     EXIT.                                                        00026300
026400*                                                                 00026400
026401*    READ THE ROW AS IT STANDS SO THE JOURNAL HAS ITS BEFORE      00026401
026402*    IMAGE, THEN LAY THE FEED'S VERSION OVER IT CARRYING THE ROW'S00026402
026403*    OWN SET-BY/DATE/TIME STAMP AND COMPARE.  A RELOAD FROM AN    00026403
026404*    UNCHANGED FEED DIFFERS ONLY IN THE STAMP, SO THE ROW IS LEFT 00026404
026405*    AS IT WAS - NOT REWRITTEN, NOT JOURNALED, OLD STAMP KEPT.    00026405
026406 2500-REPLACE-EXISTING-ROW.                                       00026406
026407     READ EPSPLCY-FILE                                            00026407
026408     IF NOT W-EPSPLCY-OK                                          00026408
026409         SET W-EPSPLCY-IO-ERROR TO TRUE                           00026409
026410         MOVE W-EPSPLCY-STATUS TO EM-EPSPLCY-STATUS               00026410
026411         SET W-END-OF-FILE TO TRUE                                00026411
026412         GO TO 2500-EXIT                                          00026412
026413     END-IF                                                       00026413
026414     MOVE EPSPL-RECORD TO EPSCJ-BEFORE-IMAGE                      00026414
026415     MOVE EPSPL-SET-BY-OPERATOR TO W-ROW-SET-BY                   00026415
026416     MOVE EPSPL-SET-DATE TO W-ROW-SET-DATE                        00026416
026417     MOVE EPSPL-SET-TIME TO W-ROW-SET-TIME                        00026417
026418     MOVE EPSCJ-AFTER-IMAGE TO EPSPL-RECORD                       00026418
026419     MOVE W-ROW-SET-BY TO EPSPL-SET-BY-OPERATOR                   00026419
026420     MOVE W-ROW-SET-DATE TO EPSPL-SET-DATE                        00026420
026421     MOVE W-ROW-SET-TIME TO EPSPL-SET-TIME                        00026421
026422     IF EPSPL-RECORD = EPSCJ-BEFORE-IMAGE                         00026422
026423         ADD 1 TO W-UNCHANGED-COUNT                               00026423
026424         GO TO 2500-EXIT                                          00026424
026425     END-IF                                                       00026425
026426     MOVE EPSCJ-AFTER-IMAGE TO EPSPL-RECORD                       00026426
026427     REWRITE EPSPL-RECORD                                         00026427
026428     ADD 1 TO W-UPDATED-COUNT                                     00026428
026429     SET EPSCJ-RECORD-CHANGED TO TRUE                             00026429
026430     PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT             00026430
026431     .                                                            00026431
026432 2500-EXIT.                                                       00026432
026433     EXIT.                                                        00026433
026434*                                                                 00026434
026435*    ONE JOURNAL RECORD PER ROW TOUCHED, KEYED BY THE RUN'S START 00026435
026436*    DATE/TIME, THIS PROGRAM'S NAME AND THE FEED RECORD NUMBER.  A00026436
026437*    ROW THE JOURNAL CANNOT TAKE STOPS THE LOAD RIGHT THERE - THE 00026437
026438*    MASTER ROW IS ALREADY WRITTEN, SO IT IS NAMED ON SYSPRINT AND00026438
026439*    THE SUPERVISOR SIGNS THAT CHANGE OFF BY HAND.                00026439
026440 2600-WRITE-CHANGE-JOURNAL.                                       00026440
026441     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00026441
026442     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00026442
026443     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00026443
026444     MOVE W-READ-COUNT TO EPSCJ-SEQUENCE                          00026444
026445     MOVE 'EPSPLCY' TO EPSCJ-FILE-NAME                            00026445
026446     SET EPSCJ-BATCH-CHANGE TO TRUE                               00026446
026447     MOVE W-BATCH-ID TO EPSCJ-CHANGED-BY                          00026447
026448     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00026448
026449     SET EPSCJ-POLICY-CHANGE TO TRUE                              00026449
026450     WRITE EPSCJ-RECORD                                           00026450
026451     IF W-EPSCHGJ-OK                                              00026451
026452         ADD 1 TO W-JOURNALED-COUNT                               00026452
026453     ELSE                                                         00026453
026454         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00026454
026455         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00026455
026456         MOVE EPSCJ-RECORD-KEY TO IM-JOURNAL-KEY                  00026456
026457         SET W-END-OF-FILE TO TRUE                                00026457
026458     END-IF                                                       00026458
026459     .                                                            00026459
026460 2600-EXIT.                                                       00026460
026461     EXIT.                                                        00026461
026462*                                                                 00026462
026500 8000-PRINT-SUMMARY.                                              00026500
026600     IF W-EPSPLCY-IO-ERROR                                        00026600
026700         MOVE W-BLANK-LINE TO RPT-LINE                            00026700
027000         WRITE RPT-LINE                                           00027000
027100         GO TO 8000-EXIT                                          00027100
027200     END-IF                                                       00027200
027210     IF W-EPSCHGJ-IO-ERROR                                        00027210
027220         MOVE W-BLANK-LINE TO RPT-LINE                            00027220
027230         WRITE RPT-LINE                                           00027230
027240         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00027240
027250         WRITE RPT-LINE                                           00027250
027260         MOVE W-NOT-JOURNALED-MSG TO RPT-LINE                     00027260
027270         WRITE RPT-LINE                                           00027270
027280     END-IF                                                       00027280
027300     IF W-READ-COUNT = 0                                          00027300
027400         MOVE W-BLANK-LINE TO RPT-LINE                            00027400
027500         WRITE RPT-LINE                                           00027500
028800     MOVE W-UPDATED-COUNT TO UPL-COUNT                            00028800
028900     MOVE W-UPDATED-LINE TO RPT-LINE                              00028900
029000     WRITE RPT-LINE                                               00029000
029002     MOVE W-UNCHANGED-COUNT TO UNL-COUNT                          00029002
029004     MOVE W-UNCHANGED-LINE TO RPT-LINE                            00029004
029006     WRITE RPT-LINE                                               00029006
029010     MOVE W-JOURNALED-COUNT TO JRL-COUNT                          00029010
029020     MOVE W-JOURNALED-LINE TO RPT-LINE                            00029020
029030     WRITE RPT-LINE                                               00029030
029100     IF W-REJECT-COUNT > 0                                        00029100
029200         MOVE W-REJECT-COUNT TO RJL-COUNT                         00029200
029300         MOVE W-REJECT-LINE TO RPT-LINE                           00029300
031100     IF W-EPSPLCY-OPENED                                          00031100
031200         CLOSE POLICY-FEED-FILE                                   00031200
031300         CLOSE EPSPLCY-FILE                                       00031300
031310         CLOSE EPSCHGJ-FILE                                       00031310
031400         CLOSE REPORT-FILE                                        00031400
031500     END-IF                                                       00031500
031600     .                                                            00031600
