002100*    ------------------------------------------------------------ 00002100
002200*    DATE        INIT  DESCRIPTION                                00002200
002300*    2026-09-03  DLH   ORIGINAL VERSION.                          00002300
002310*    2026-10-15  DLH   CARRY THE HMDA DENIAL REASON CODE OFF THE  00002310
002320*                      FEED (COL 64) ONTO EPSRN-HMDA-DENIAL-CODE. 00002320
002330*    2026-10-15  DLH   EVERY ROW ADDED OR CHANGED GOES TO THE     00002330
002340*                      EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND 00002340
002350*                      AFTER IMAGE.  A JOURNAL FAILURE STOPS THE  00002350
002360*                      LOAD.                                      00002360
002368*    2026-10-15  DLH   A RELOADED ROW WHOSE FEED FIELDS ARE       00002368
002376*                      UNCHANGED IS NOT REWRITTEN OR JOURNALED -  00002376
002384*                      THE SET-BY/DATE/TIME STAMP IS LEFT OUT OF  00002384
002392*                      THE COMPARE.                               00002392
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
003700         ACCESS MODE  IS RANDOM                                   00003700
003800         RECORD KEY   IS EPSRN-KEY                                00003800
003900         FILE STATUS  IS W-EPSRSN-STATUS.                         00003900
003910     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003910
003920         ORGANIZATION IS INDEXED                                  00003920
003930         ACCESS MODE  IS RANDOM                                   00003930
003940         RECORD KEY   IS EPSCJ-KEY                                00003940
003950         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00003950
004000     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200*                                                                 00004200
005300 01  REASON-FEED-RECORD.                                          00005300
005400     05  RF-REASON-CODE             PIC X(03).                    00005400
005500     05  RF-REASON-TEXT             PIC X(60).                    00005500
005600     05  RF-HMDA-DENIAL-CODE        PIC X(01).                    00005600
005650         88  RF-HMDA-DENIAL-VALID       VALUE ' ' '1' THRU '9'.   00005650
005660     05  FILLER                     PIC X(16).                    00005660
005700*                                                                 00005700
005800 FD  EPSRSN-FILE.                                                 00005800
005900     COPY EPSRSN.                                                 00005900
006000*                                                                 00006000
006010 FD  EPSCHGJ-FILE.                                                00006010
006020     COPY EPSCHGJ.                                                00006020
006030*                                                                 00006030
006100 FD  REPORT-FILE                                                  00006100
006200     RECORDING MODE IS F.                                         00006200
006300 01  RPT-LINE                       PIC X(132).                   00006300
007100            'EPSRSN FILE ERROR - STATUS  '.                       00007100
007200     05  EM-EPSRSN-STATUS       PIC X(02).                        00007200
007300     05  FILLER                 PIC X(40) VALUE SPACES.           00007300
007310 01  W-EPSCHGJ-STATUS               PIC X(02).                    00007310
007320     88  W-EPSCHGJ-OK                      VALUE '00'.            00007320
007330 01  W-EPSCHGJ-ERROR-MSG.                                         00007330
007340     05  FILLER                 PIC X(30) VALUE                   00007340
007350            'EPSCHGJ FILE ERROR - STATUS '.                       00007350
007360     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00007360
007370     05  FILLER                 PIC X(40) VALUE                   00007370
007380            ' - LOAD STOPPED'.                                    00007380
007400 01  W-SWITCHES.                                                  00007400
007500     05  W-EOF-SWITCH               PIC X(01).                    00007500
007600         88  W-END-OF-FILE                 VALUE 'Y'.             00007600
008000         88  W-EPSRSN-IO-ERROR             VALUE 'Y'.             00008000
008100     05  W-EPSRSN-OPEN-SWITCH       PIC X(01).                    00008100
008200         88  W-EPSRSN-OPENED               VALUE 'Y'.             00008200
008210     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00008210
008220         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00008220
008300 01  W-BATCH-ID                     PIC X(03).                    00008300
008400 01  W-TODAY-DATE                   PIC 9(08).                    00008400
008500 01  W-TODAY-TIME                   PIC 9(06).                    00008500
008510 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSRSNLD'.   00008510
008600*                                                                 00008600
008700 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00008700
008800 01  W-LOADED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00008800
008900 01  W-UPDATED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00008900
009000 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009000
009010 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009010
009020 01  W-UNCHANGED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009020
009030*                                                                 00009030
009040*    THE STAMP ALREADY ON A ROW BEING RELOADED, LAID OVER THE     00009040
009050*    FEED'S VERSION SO THE TWO CAN BE COMPARED STAMP FOR STAMP.   00009050
009060 01  W-ROW-STAMP.                                                 00009060
009070     05  W-ROW-SET-BY               PIC X(03).                    00009070
009080     05  W-ROW-SET-DATE             PIC 9(08).                    00009080
009090     05  W-ROW-SET-TIME             PIC 9(06).                    00009090
009100*                                                                 00009100
009200 01  W-EDIT-FIELDS.                                               00009200
009300     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00009300
011900     05  FILLER                     PIC X(20) VALUE               00011900
012000            'FEED RECORDS REJECT '.                               00012000
012100     05  RJL-COUNT                  PIC ZZZ,ZZ9.                  00012100
012110*                                                                 00012110
012120 01  W-JOURNALED-LINE.                                            00012120
012130     05  FILLER                     PIC X(20) VALUE               00012130
012140            'CHANGES JOURNALED   '.                               00012140
012150     05  JRL-COUNT                  PIC ZZZ,ZZ9.                  00012150
012158*                                                                 00012158
012166 01  W-UNCHANGED-LINE.                                            00012166
012174     05  FILLER                     PIC X(20) VALUE               00012174
012182            'CODES UNCHANGED     '.                               00012182
012190     05  UNL-COUNT                  PIC ZZZ,ZZ9.                  00012190
012200*                                                                 00012200
012300 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00012300
012310 01  W-NOT-JOURNALED-MSG.                                         00012310
012320     05  FILLER                 PIC X(25) VALUE                   00012320
012330            'ROW LOADED NOT JOURNALED '.                          00012330
012340     05  IM-JOURNAL-KEY         PIC X(20).                        00012340
012350     05  FILLER                 PIC X(55) VALUE SPACES.           00012350
012400 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00012400
012500        'NO REASON FEED RECORDS FOUND TO LOAD'.                   00012500
012600 01  W-NO-CONTROL-CARD-MSG          PIC X(40) VALUE               00012600
013500 0000-MAINLINE.                                                   00013500
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00013600
013700     IF NOT W-NO-CONTROL-CARD AND NOT W-EPSRSN-IO-ERROR           00013700
013710             AND NOT W-EPSCHGJ-IO-ERROR                           00013710
013800         PERFORM 2100-READ-NEXT-FEED-RECORD THRU 2100-EXIT        00013800
013900         PERFORM 2000-PROCESS-ONE-FEED-RECORD THRU 2000-EXIT      00013900
014000             UNTIL W-END-OF-FILE                                  00014000
017300         CLOSE REASON-FEED-FILE                                   00017300
017400         GO TO 1000-EXIT                                          00017400
017500     END-IF                                                       00017500
017508     OPEN I-O EPSCHGJ-FILE                                        00017508
017516     IF NOT W-EPSCHGJ-OK                                          00017516
017524         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00017524
017532         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00017532
017540         OPEN OUTPUT REPORT-FILE                                  00017540
017548         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00017548
017556         WRITE RPT-LINE                                           00017556
017564         CLOSE REPORT-FILE                                        00017564
017572         CLOSE REASON-FEED-FILE                                   00017572
017580         CLOSE EPSRSN-FILE                                        00017580
017588         GO TO 1000-EXIT                                          00017588
017596     END-IF                                                       00017596
017600     SET W-EPSRSN-OPENED TO TRUE                                  00017600
017700     OPEN OUTPUT REPORT-FILE                                      00017700
017800     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00017800
018400     ADD 1 TO W-READ-COUNT                                        00018400
018500     IF RF-REASON-CODE = SPACES                                   00018500
018600        OR RF-REASON-TEXT = SPACES                                00018600
018650        OR NOT RF-HMDA-DENIAL-VALID                               00018650
018700         PERFORM 2300-REJECT-FEED-RECORD THRU 2300-EXIT           00018700
018800     ELSE                                                         00018800
018900         INITIALIZE EPSRN-RECORD                                  00018900
019000         MOVE RF-REASON-CODE TO EPSRN-REASON-CODE                 00019000
019100         MOVE RF-REASON-TEXT TO EPSRN-REASON-TEXT                 00019100
019150         MOVE RF-HMDA-DENIAL-CODE TO EPSRN-HMDA-DENIAL-CODE       00019150
019200         MOVE W-BATCH-ID TO EPSRN-SET-BY-OPERATOR                 00019200
019300         MOVE W-TODAY-DATE TO EPSRN-SET-DATE                      00019300
019400         MOVE W-TODAY-TIME TO EPSRN-SET-TIME                      00019400
019410         MOVE SPACES TO EPSCJ-RECORD                              00019410
019420         MOVE EPSRN-RECORD TO EPSCJ-AFTER-IMAGE                   00019420
019430         MOVE EPSRN-KEY TO EPSCJ-RECORD-KEY                       00019430
019500         WRITE EPSRN-RECORD                                       00019500
019600         IF W-EPSRSN-OK                                           00019600
019700             ADD 1 TO W-LOADED-COUNT                              00019700
019710             SET EPSCJ-RECORD-ADDED TO TRUE                       00019710
019720             PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT     00019720
019800         ELSE                                                     00019800
019900             IF W-EPSRSN-DUPLICATE                                00019900
020000                 PERFORM 2500-REPLACE-EXISTING-ROW THRU 2500-EXIT 00020000
020200             ELSE                                                 00020200
020300                 SET W-EPSRSN-IO-ERROR TO TRUE                    00020300
020400                 MOVE W-EPSRSN-STATUS TO EM-EPSRSN-STATUS         00020400
023100 2300-EXIT.                                                       00023100
023200     EXIT.                                                        00023200
023300*                                                                 00023300
023301*    READ THE ROW AS IT STANDS SO THE JOURNAL HAS ITS BEFORE      00023301
023302*    IMAGE, THEN LAY THE FEED'S VERSION OVER IT CARRYING THE ROW'S00023302
023303*    OWN SET-BY/DATE/TIME STAMP AND COMPARE.  A RELOAD FROM AN    00023303
023304*    UNCHANGED FEED DIFFERS ONLY IN THE STAMP, SO THE ROW IS LEFT 00023304
023305*    AS IT WAS - NOT REWRITTEN, NOT JOURNALED, OLD STAMP KEPT.    00023305
023306 2500-REPLACE-EXISTING-ROW.                                       00023306
023307     READ EPSRSN-FILE                                             00023307
023308     IF NOT W-EPSRSN-OK                                           00023308
023309         SET W-EPSRSN-IO-ERROR TO TRUE                            00023309
023310         MOVE W-EPSRSN-STATUS TO EM-EPSRSN-STATUS                 00023310
023311         SET W-END-OF-FILE TO TRUE                                00023311
023312         GO TO 2500-EXIT                                          00023312
023313     END-IF                                                       00023313
023314     MOVE EPSRN-RECORD TO EPSCJ-BEFORE-IMAGE                      00023314
023315     MOVE EPSRN-SET-BY-OPERATOR TO W-ROW-SET-BY                   00023315
023316     MOVE EPSRN-SET-DATE TO W-ROW-SET-DATE                        00023316
023317     MOVE EPSRN-SET-TIME TO W-ROW-SET-TIME                        00023317
023318     MOVE EPSCJ-AFTER-IMAGE TO EPSRN-RECORD                       00023318
023319     MOVE W-ROW-SET-BY TO EPSRN-SET-BY-OPERATOR                   00023319
023320     MOVE W-ROW-SET-DATE TO EPSRN-SET-DATE                        00023320
023321     MOVE W-ROW-SET-TIME TO EPSRN-SET-TIME                        00023321
023322     IF EPSRN-RECORD = EPSCJ-BEFORE-IMAGE                         00023322
023323         ADD 1 TO W-UNCHANGED-COUNT                               00023323
023324         GO TO 2500-EXIT                                          00023324
023325     END-IF                                                       00023325
023326     MOVE EPSCJ-AFTER-IMAGE TO EPSRN-RECORD                       00023326
023327     REWRITE EPSRN-RECORD                                         00023327
023328     ADD 1 TO W-UPDATED-COUNT                                     00023328
023329     SET EPSCJ-RECORD-CHANGED TO TRUE                             00023329
023330     PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT             00023330
023331     .                                                            00023331
023332 2500-EXIT.                                                       00023332
023333     EXIT.                                                        00023333
023334*                                                                 00023334
023335*    ONE JOURNAL RECORD PER ROW TOUCHED, KEYED BY THE RUN'S START 00023335
023336*    DATE/TIME, THIS PROGRAM'S NAME AND THE FEED RECORD NUMBER.  A00023336
023337*    ROW THE JOURNAL CANNOT TAKE STOPS THE LOAD RIGHT THERE - THE 00023337
023338*    MASTER ROW IS ALREADY WRITTEN, SO IT IS NAMED ON SYSPRINT AND00023338
023339*    THE SUPERVISOR SIGNS THAT CHANGE OFF BY HAND.                00023339
023340 2600-WRITE-CHANGE-JOURNAL.                                       00023340
023341     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00023341
023342     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00023342
023343     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00023343
023344     MOVE W-READ-COUNT TO EPSCJ-SEQUENCE                          00023344
023345     MOVE 'EPSRSN' TO EPSCJ-FILE-NAME                             00023345
023346     SET EPSCJ-BATCH-CHANGE TO TRUE                               00023346
023347     MOVE W-BATCH-ID TO EPSCJ-CHANGED-BY                          00023347
023348     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00023348
023349     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00023349
023350     WRITE EPSCJ-RECORD                                           00023350
023351     IF W-EPSCHGJ-OK                                              00023351
023352         ADD 1 TO W-JOURNALED-COUNT                               00023352
023353     ELSE                                                         00023353
023354         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00023354
023355         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00023355
023356         MOVE EPSCJ-RECORD-KEY TO IM-JOURNAL-KEY                  00023356
023357         SET W-END-OF-FILE TO TRUE                                00023357
023358     END-IF                                                       00023358
023359     .                                                            00023359
023360 2600-EXIT.                                                       00023360
023361     EXIT.                                                        00023361
023362*                                                                 00023362
023400 8000-PRINT-SUMMARY.                                              00023400
023500     IF W-EPSRSN-IO-ERROR                                         00023500
023600         MOVE W-BLANK-LINE TO RPT-LINE                            00023600
023900         WRITE RPT-LINE                                           00023900
024000         GO TO 8000-EXIT                                          00024000
024100     END-IF                                                       00024100
024110     IF W-EPSCHGJ-IO-ERROR                                        00024110
024120         MOVE W-BLANK-LINE TO RPT-LINE                            00024120
024130         WRITE RPT-LINE                                           00024130
024140         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00024140
024150         WRITE RPT-LINE                                           00024150
024160         MOVE W-NOT-JOURNALED-MSG TO RPT-LINE                     00024160
024170         WRITE RPT-LINE                                           00024170
024180     END-IF                                                       00024180
024200     IF W-READ-COUNT = 0                                          00024200
024300         MOVE W-BLANK-LINE TO RPT-LINE                            00024300
024400         WRITE RPT-LINE                                           00024400
025700     MOVE W-UPDATED-COUNT TO UPL-COUNT                            00025700
025800     MOVE W-UPDATED-LINE TO RPT-LINE                              00025800
025900     WRITE RPT-LINE                                               00025900
025902     MOVE W-UNCHANGED-COUNT TO UNL-COUNT                          00025902
025904     MOVE W-UNCHANGED-LINE TO RPT-LINE                            00025904
025906     WRITE RPT-LINE                                               00025906
025910     MOVE W-JOURNALED-COUNT TO JRL-COUNT                          00025910
025920     MOVE W-JOURNALED-LINE TO RPT-LINE                            00025920
025930     WRITE RPT-LINE                                               00025930
026000     IF W-REJECT-COUNT > 0                                        00026000
026100         MOVE W-REJECT-COUNT TO RJL-COUNT                         00026100
026200         MOVE W-REJECT-LINE TO RPT-LINE                           00026200
028000     IF W-EPSRSN-OPENED                                           00028000
028100         CLOSE REASON-FEED-FILE                                   00028100
028200         CLOSE EPSRSN-FILE                                        00028200
028210         CLOSE EPSCHGJ-FILE                                       00028210
028300         CLOSE REPORT-FILE                                        00028300
028400     END-IF                                                       00028400
028500     .                                                            00028500
