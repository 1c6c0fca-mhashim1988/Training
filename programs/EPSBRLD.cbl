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
003800         RECORD KEY   IS EPSBR-KEY                                00003800
003900         FILE STATUS  IS W-EPSBRNCH-STATUS.                       00003900
003910     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003910
003920         ORGANIZATION IS INDEXED                                  00003920
003930         ACCESS MODE  IS RANDOM                                   00003930
003940         RECORD KEY   IS EPSCJ-KEY                                00003940
003950         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00003950
004000     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200*                                                                 00004200
006000 FD  EPSBRNCH-FILE.                                               00006000
006100     COPY EPSBRNCH.                                               00006100
006200*                                                                 00006200
006210 FD  EPSCHGJ-FILE.                                                00006210
006220     COPY EPSCHGJ.                                                00006220
006230*                                                                 00006230
006300 FD  REPORT-FILE                                                  00006300
006400     RECORDING MODE IS F.                                         00006400
006500 01  RPT-LINE                       PIC X(132).                   00006500
007300            'EPSBRNCH FILE ERROR - STATUS '.                      00007300
007400     05  EM-EPSBRNCH-STATUS     PIC X(02).                        00007400
007500     05  FILLER                 PIC X(40) VALUE SPACES.           00007500
007510 01  W-EPSCHGJ-STATUS               PIC X(02).                    00007510
007520     88  W-EPSCHGJ-OK                      VALUE '00'.            00007520
007530 01  W-EPSCHGJ-ERROR-MSG.                                         00007530
007540     05  FILLER                 PIC X(30) VALUE                   00007540
007550            'EPSCHGJ FILE ERROR - STATUS '.                       00007550
007560     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00007560
007570     05  FILLER                 PIC X(40) VALUE                   00007570
007580            ' - LOAD STOPPED'.                                    00007580
007600 01  W-SWITCHES.                                                  00007600
007700     05  W-EOF-SWITCH               PIC X(01).                    00007700
007800         88  W-END-OF-FILE                 VALUE 'Y'.             00007800
008200         88  W-EPSBRNCH-IO-ERROR           VALUE 'Y'.             00008200
008300     05  W-EPSBRNCH-OPEN-SWITCH     PIC X(01).                    00008300
008400         88  W-EPSBRNCH-OPENED             VALUE 'Y'.             00008400
008410     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00008410
008420         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00008420
008500 01  W-BATCH-ID                     PIC X(03).                    00008500
008600 01  W-TODAY-DATE                   PIC 9(08).                    00008600
008700 01  W-TODAY-TIME                   PIC 9(06).                    00008700
008710 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSBRLD '.   00008710
008800*                                                                 00008800
008900 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00008900
009000 01  W-LOADED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009000
009100 01  W-UPDATED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009100
009200 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009200
009210 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009210
009220 01  W-UNCHANGED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009220
009230*                                                                 00009230
009240*    THE STAMP ALREADY ON A ROW BEING RELOADED, LAID OVER THE     00009240
009250*    FEED'S VERSION SO THE TWO CAN BE COMPARED STAMP FOR STAMP.   00009250
009260 01  W-ROW-STAMP.                                                 00009260
009270     05  W-ROW-SET-BY               PIC X(03).                    00009270
009280     05  W-ROW-SET-DATE             PIC 9(08).                    00009280
009290     05  W-ROW-SET-TIME             PIC 9(06).                    00009290
009300*                                                                 00009300
009400 01  W-EDIT-FIELDS.                                               00009400
009500     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00009500
012100     05  FILLER                     PIC X(20) VALUE               00012100
012200            'FEED RECORDS REJECT '.                               00012200
012300     05  RJL-COUNT                  PIC ZZZ,ZZ9.                  00012300
012310*                                                                 00012310
012320 01  W-JOURNALED-LINE.                                            00012320
012330     05  FILLER                     PIC X(20) VALUE               00012330
012340            'CHANGES JOURNALED   '.                               00012340
012350     05  JRL-COUNT                  PIC ZZZ,ZZ9.                  00012350
012358*                                                                 00012358
012366 01  W-UNCHANGED-LINE.                                            00012366
012374     05  FILLER                     PIC X(20) VALUE               00012374
012382            'IDS UNCHANGED       '.                               00012382
012390     05  UNL-COUNT                  PIC ZZZ,ZZ9.                  00012390
012400*                                                                 00012400
012500 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00012500
012510 01  W-NOT-JOURNALED-MSG.                                         00012510
012520     05  FILLER                 PIC X(25) VALUE                   00012520
012530            'ROW LOADED NOT JOURNALED '.                          00012530
012540     05  IM-JOURNAL-KEY         PIC X(20).                        00012540
012550     05  FILLER                 PIC X(55) VALUE SPACES.           00012550
012600 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00012600
012700        'NO BRANCH FEED RECORDS FOUND TO LOAD'.                   00012700
012800 01  W-NO-CONTROL-CARD-MSG          PIC X(40) VALUE               00012800
013700 0000-MAINLINE.                                                   00013700
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00013800
013900     IF NOT W-NO-CONTROL-CARD AND NOT W-EPSBRNCH-IO-ERROR         00013900
013910             AND NOT W-EPSCHGJ-IO-ERROR                           00013910
014000         PERFORM 2100-READ-NEXT-FEED-RECORD THRU 2100-EXIT        00014000
014100         PERFORM 2000-PROCESS-ONE-FEED-RECORD THRU 2000-EXIT      00014100
014200             UNTIL W-END-OF-FILE                                  00014200
017500         CLOSE BRANCH-FEED-FILE                                   00017500
017600         GO TO 1000-EXIT                                          00017600
017700     END-IF                                                       00017700
017708     OPEN I-O EPSCHGJ-FILE                                        00017708
017716     IF NOT W-EPSCHGJ-OK                                          00017716
017724         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00017724
017732         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00017732
017740         OPEN OUTPUT REPORT-FILE                                  00017740
017748         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00017748
017756         WRITE RPT-LINE                                           00017756
017764         CLOSE REPORT-FILE                                        00017764
017772         CLOSE BRANCH-FEED-FILE                                   00017772
017780         CLOSE EPSBRNCH-FILE                                      00017780
017788         GO TO 1000-EXIT                                          00017788
017796     END-IF                                                       00017796
017800     SET W-EPSBRNCH-OPENED TO TRUE                                00017800
017900     OPEN OUTPUT REPORT-FILE                                      00017900
018000     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00018000
019700         MOVE W-BATCH-ID TO EPSBR-SET-BY-OPERATOR                 00019700
019800         MOVE W-TODAY-DATE TO EPSBR-SET-DATE                      00019800
019900         MOVE W-TODAY-TIME TO EPSBR-SET-TIME                      00019900
019910         MOVE SPACES TO EPSCJ-RECORD                              00019910
019920         MOVE EPSBR-RECORD TO EPSCJ-AFTER-IMAGE                   00019920
019930         MOVE EPSBR-KEY TO EPSCJ-RECORD-KEY                       00019930
020000         WRITE EPSBR-RECORD                                       00020000
020100         IF W-EPSBRNCH-OK                                         00020100
020200             ADD 1 TO W-LOADED-COUNT                              00020200
020210             SET EPSCJ-RECORD-ADDED TO TRUE                       00020210
020220             PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT     00020220
020300         ELSE                                                     00020300
020400             IF W-EPSBRNCH-DUPLICATE                              00020400
020500                 PERFORM 2500-REPLACE-EXISTING-ROW THRU 2500-EXIT 00020500
020700             ELSE                                                 00020700
020800                 SET W-EPSBRNCH-IO-ERROR TO TRUE                  00020800
020900                 MOVE W-EPSBRNCH-STATUS TO EM-EPSBRNCH-STATUS     00020900
023700 2300-EXIT.                                                       00023700
023800     EXIT.                                                        00023800
023900*                                                                 00023900
023901*    READ THE ROW AS IT STANDS SO THE JOURNAL HAS ITS BEFORE      00023901
023902*    IMAGE, THEN LAY THE FEED'S VERSION OVER IT CARRYING THE ROW'S00023902
023903*    OWN SET-BY/DATE/TIME STAMP AND COMPARE.  A RELOAD FROM AN    00023903
023904*    UNCHANGED FEED DIFFERS ONLY IN THE STAMP, SO THE ROW IS LEFT 00023904
023905*    AS IT WAS - NOT REWRITTEN, NOT JOURNALED, OLD STAMP KEPT.    00023905
023906 2500-REPLACE-EXISTING-ROW.                                       00023906
023907     READ EPSBRNCH-FILE                                           00023907
023908     IF NOT W-EPSBRNCH-OK                                         00023908
023909         SET W-EPSBRNCH-IO-ERROR TO TRUE                          00023909
023910         MOVE W-EPSBRNCH-STATUS TO EM-EPSBRNCH-STATUS             00023910
023911         SET W-END-OF-FILE TO TRUE                                00023911
023912         GO TO 2500-EXIT                                          00023912
023913     END-IF                                                       00023913
023914     MOVE EPSBR-RECORD TO EPSCJ-BEFORE-IMAGE                      00023914
023915     MOVE EPSBR-SET-BY-OPERATOR TO W-ROW-SET-BY                   00023915
023916     MOVE EPSBR-SET-DATE TO W-ROW-SET-DATE                        00023916
023917     MOVE EPSBR-SET-TIME TO W-ROW-SET-TIME                        00023917
023918     MOVE EPSCJ-AFTER-IMAGE TO EPSBR-RECORD                       00023918
023919     MOVE W-ROW-SET-BY TO EPSBR-SET-BY-OPERATOR                   00023919
023920     MOVE W-ROW-SET-DATE TO EPSBR-SET-DATE                        00023920
023921     MOVE W-ROW-SET-TIME TO EPSBR-SET-TIME                        00023921
023922     IF EPSBR-RECORD = EPSCJ-BEFORE-IMAGE                         00023922
023923         ADD 1 TO W-UNCHANGED-COUNT                               00023923
023924         GO TO 2500-EXIT                                          00023924
023925     END-IF                                                       00023925
023926     MOVE EPSCJ-AFTER-IMAGE TO EPSBR-RECORD                       00023926
023927     REWRITE EPSBR-RECORD                                         00023927
023928     ADD 1 TO W-UPDATED-COUNT                                     00023928
023929     SET EPSCJ-RECORD-CHANGED TO TRUE                             00023929
023930     PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT             00023930
023931     .                                                            00023931
023932 2500-EXIT.                                                       00023932
023933     EXIT.                                                        00023933
023934*                                                                 00023934
023935*    ONE JOURNAL RECORD PER ROW TOUCHED, KEYED BY THE RUN'S START 00023935
023936*    DATE/TIME, THIS PROGRAM'S NAME AND THE FEED RECORD NUMBER.  A00023936
023937*    ROW THE JOURNAL CANNOT TAKE STOPS THE LOAD RIGHT THERE - THE 00023937
023938*    MASTER ROW IS ALREADY WRITTEN, SO IT IS NAMED ON SYSPRINT AND00023938
023939*    THE SUPERVISOR SIGNS THAT CHANGE OFF BY HAND.                00023939
023940 2600-WRITE-CHANGE-JOURNAL.                                       00023940
023941     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00023941
023942     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00023942
023943     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00023943
023944     MOVE W-READ-COUNT TO EPSCJ-SEQUENCE                          00023944
023945     MOVE 'EPSBRNCH' TO EPSCJ-FILE-NAME                           00023945
023946     SET EPSCJ-BATCH-CHANGE TO TRUE                               00023946
023947     MOVE W-BATCH-ID TO EPSCJ-CHANGED-BY                          00023947
023948     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00023948
023949     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00023949
023950     WRITE EPSCJ-RECORD                                           00023950
023951     IF W-EPSCHGJ-OK                                              00023951
023952         ADD 1 TO W-JOURNALED-COUNT                               00023952
023953     ELSE                                                         00023953
023954         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00023954
023955         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00023955
023956         MOVE EPSCJ-RECORD-KEY TO IM-JOURNAL-KEY                  00023956
023957         SET W-END-OF-FILE TO TRUE                                00023957
023958     END-IF                                                       00023958
023959     .                                                            00023959
023960 2600-EXIT.                                                       00023960
023961     EXIT.                                                        00023961
023962*                                                                 00023962
024000 8000-PRINT-SUMMARY.                                              00024000
024100     IF W-EPSBRNCH-IO-ERROR                                       00024100
024200         MOVE W-BLANK-LINE TO RPT-LINE                            00024200
024500         WRITE RPT-LINE                                           00024500
024600         GO TO 8000-EXIT                                          00024600
024700     END-IF                                                       00024700
024710     IF W-EPSCHGJ-IO-ERROR                                        00024710
024720         MOVE W-BLANK-LINE TO RPT-LINE                            00024720
024730         WRITE RPT-LINE                                           00024730
024740         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00024740
024750         WRITE RPT-LINE                                           00024750
024760         MOVE W-NOT-JOURNALED-MSG TO RPT-LINE                     00024760
024770         WRITE RPT-LINE                                           00024770
024780     END-IF                                                       00024780
024800     IF W-READ-COUNT = 0                                          00024800
024900         MOVE W-BLANK-LINE TO RPT-LINE                            00024900
025000         WRITE RPT-LINE                                           00025000
026300     MOVE W-UPDATED-COUNT TO UPL-COUNT                            00026300
026400     MOVE W-UPDATED-LINE TO RPT-LINE                              00026400
026500     WRITE RPT-LINE                                               00026500
026502     MOVE W-UNCHANGED-COUNT TO UNL-COUNT                          00026502
026504     MOVE W-UNCHANGED-LINE TO RPT-LINE                            00026504
026506     WRITE RPT-LINE                                               00026506
026510     MOVE W-JOURNALED-COUNT TO JRL-COUNT                          00026510
026520     MOVE W-JOURNALED-LINE TO RPT-LINE                            00026520
026530     WRITE RPT-LINE                                               00026530
026600     IF W-REJECT-COUNT > 0                                        00026600
026700         MOVE W-REJECT-COUNT TO RJL-COUNT                         00026700
026800         MOVE W-REJECT-LINE TO RPT-LINE                           00026800
028600     IF W-EPSBRNCH-OPENED                                         00028600
028700         CLOSE BRANCH-FEED-FILE                                   00028700
028800         CLOSE EPSBRNCH-FILE                                      00028800
028810         CLOSE EPSCHGJ-FILE                                       00028810
028900         CLOSE REPORT-FILE                                        00028900
029000     END-IF                                                       00029000
029100     .                                                            00029100
