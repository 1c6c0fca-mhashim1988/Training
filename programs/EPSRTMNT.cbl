000400*    AUTHORIZED OPERATOR SET TODAY'S RATE FOR A LOAN PRODUCT,     00000400
000500*    WHICH EPSCMORT THEN USES TO DRIVE EPRATEI INSTEAD OF IT BEING00000500
000600*    HAND-KEYED.  LINKED FROM EPSCMORT-MAINLINE ON PF5.           00000600
000610*    EVERY RATE SET HERE IS WRITTEN TO THE EPSCHGJ CHANGE JOURNAL 00000610
000620*    WITH ITS BEFORE AND AFTER IMAGE; IF THE JOURNAL CANNOT TAKE  00000620
000630*    THE RECORD THE RATE CHANGE IS BACKED OUT.                    00000630
000700*                                                                 00000700
000800*    (C) 2026 IBM - D L HILDNER.                                  00000800
000900*                                                                 00000900
002000         88  W-DONE                    VALUE 'Y'.                 00002000
002100     05  W-AUTH-SWITCH          PIC X(01).                        00002100
002200         88  W-AUTHORIZED              VALUE 'Y'.                 00002200
002210     05  W-JOURNAL-SWITCH       PIC X(01).                        00002210
002220         88  W-JOURNAL-FAILED          VALUE 'Y'.                 00002220
002300 01  W-RESP-CODE                PIC S9(08) COMP.                  00002300
002400 01  W-ABSTIME                  PIC S9(15) COMP-3.                00002400
002500 01  W-TODAY-DATE               PIC 9(08).                        00002500
003700        'INVALID KEY - PF3 TO RETURN'.                            00003700
003800 01  W-NOT-AUTHORIZED-MSG       PIC X(40) VALUE                   00003800
003900        'NOT AUTHORIZED TO MAINTAIN RATES'.                       00003900
003910 01  W-JOURNAL-FAILED-MSG       PIC X(40) VALUE                   00003910
003920        'NOT SAVED - CHANGE JOURNAL UNAVAILABLE'.                 00003920
004000*                                                                 00004000
004100     COPY DFHAID.                                                 00004100
004200     COPY EPSRTMN.                                                00004200
004300     COPY EPSRATE.                                                00004300
004400     COPY EPSRTAUT.                                               00004400
004500     COPY EPSNBRPM.                                               00004500
004510     COPY EPSCHGJ.                                                00004510
004600*                                                                 00004600
004700 LINKAGE SECTION.                                                 00004700
004800 01  DFHCOMMAREA.                                                 00004800
015200              UPDATE                                              00015200
015300              RESP(W-RESP-CODE)                                   00015300
015400              END-EXEC                                            00015400
015410         MOVE SPACES TO EPSCJ-RECORD                              00015410
015420         IF W-RESP-CODE = DFHRESP(NORMAL)                         00015420
015430             SET EPSCJ-RECORD-CHANGED TO TRUE                     00015430
015440             MOVE EPSR-RECORD TO EPSCJ-BEFORE-IMAGE               00015440
015450         ELSE                                                     00015450
015460             SET EPSCJ-RECORD-ADDED TO TRUE                       00015460
015470         END-IF                                                   00015470
015500         IF W-RESP-CODE NOT = DFHRESP(NORMAL)                     00015500
015600             MOVE SPACES TO EPSR-RECORD                           00015600
015700             MOVE EPMPRODI TO EPSR-PRODUCT-CODE                   00015700
015870             MOVE ZERO TO EPSR-ARM-PERIODIC-CAP                   00015870
015880             MOVE ZERO TO EPSR-ARM-LIFETIME-CAP                   00015880
015890             MOVE ZERO TO EPSR-ARM-MARGIN                         00015890
015895             MOVE ZERO TO EPSR-ARM-INDEX-RATE                     00015895
015900         END-IF                                                   00015900
016000         COMPUTE EPSR-INTEREST-RATE                               00016000
016100             = EPSPARM-NUMBER + EPSPARM-DECIMAL                   00016100
017200                  RIDFLD(EPSR-KEY)                                00017200
017300                  END-EXEC                                        00017300
017400         END-IF                                                   00017400
017500         MOVE EPSR-RECORD TO EPSCJ-AFTER-IMAGE                    00017500
017520         PERFORM A700-WRITE-CHANGE-JOURNAL                        00017520
017530         IF W-JOURNAL-FAILED                                      00017530
017540             MOVE W-JOURNAL-FAILED-MSG TO EPMMSGO                 00017540
017550         ELSE                                                     00017550
017560             MOVE W-RATE-UPDATED-MSG TO EPMMSGO                   00017560
017570         END-IF                                                   00017570
017600     END-IF                                                       00017600
017700     .                                                            00017700
017800*                                                                 00017800
018300     END-IF                                                       00018300
018400     .                                                            00018400
018450*                                                                 00018450
018452 A700-WRITE-CHANGE-JOURNAL.                                       00018452
018454     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00018454
018456     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00018456
018458     MOVE EIBTRMID TO EPSCJ-ORIGIN-ID                             00018458
018460     MOVE EIBTASKN TO EPSCJ-SEQUENCE                              00018460
018462     MOVE 'EPSRATE' TO EPSCJ-FILE-NAME                            00018462
018464     SET EPSCJ-ONLINE-CHANGE TO TRUE                              00018464
018466     MOVE EIBOPID TO EPSCJ-CHANGED-BY                             00018466
018468     MOVE 'EPSRTMNT' TO EPSCJ-PROGRAM-ID                          00018468
018470     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00018470
018471     MOVE EPSR-KEY TO EPSCJ-RECORD-KEY                            00018471
018472     EXEC CICS WRITE FILE('EPSCHGJ')                              00018472
018474          FROM(EPSCJ-RECORD)                                      00018474
018476          RIDFLD(EPSCJ-KEY)                                       00018476
018478          RESP(W-RESP-CODE)                                       00018478
018480          END-EXEC                                                00018480
018482*    A RATE CHANGE THE JOURNAL CANNOT PROVE IS NOT ALLOWED TO     00018482
018484*    STAND - BACK OUT THE EPSRATE UPDATE ALONG WITH IT.           00018484
018486     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00018486
018488         SET W-JOURNAL-FAILED TO TRUE                             00018488
018490         EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00018490
018492     END-IF                                                       00018492
018494     .                                                            00018494
018496*                                                                 00018496
018500 A900-SEND-NOT-AUTHORIZED.                                        00018500
018600     EXEC CICS SEND TEXT FROM(W-NOT-AUTHORIZED-MSG)               00018600
018700          ERASE                                                   00018700
