002310*    2026-09-03  DLH   ARM SUPPORT - THE FEED NOW CARRIES THE     00002310
002320*                      RATE TYPE AND ARM SHAPE (FIXED PERIOD,     00002320
002330*                      ADJUSTMENT FREQUENCY, CAPS, MARGIN).       00002330
002350*    2026-10-15  DLH   THE FEED ALSO CARRIES THE ARM INDEX VALUE, 00002350
002370*                      LOADED TO EPSRATE FOR APR PRICING.         00002370
002377*    2026-10-15  DLH   EVERY ROW ADDED OR CHANGED GOES TO THE     00002377
002384*                      EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND 00002384
002391*                      AFTER IMAGE.  A JOURNAL FAILURE STOPS THE  00002391
002398*                      LOAD.                                      00002398
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
003700         ACCESS MODE  IS RANDOM                                   00003700
003800         RECORD KEY   IS EPSR-KEY                                 00003800
003900         FILE STATUS  IS W-EPSRATE-STATUS.                        00003900
003910     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003910
003920         ORGANIZATION IS INDEXED                                  00003920
003930         ACCESS MODE  IS RANDOM                                   00003930
003940         RECORD KEY   IS EPSCJ-KEY                                00003940
003950         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00003950
004000     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00004000
004100         ORGANIZATION IS LINE SEQUENTIAL.                         00004100
004200*                                                                 00004200
005640     05  RF-ARM-PERIODIC-CAP        PIC 9(02)V999.                00005640
005650     05  RF-ARM-LIFETIME-CAP        PIC 9(02)V999.                00005650
005660     05  RF-ARM-MARGIN              PIC 9(02)V999.                00005660
005680     05  RF-ARM-INDEX-RATE          PIC 9(02)V999.                00005680
005700     05  FILLER                     PIC X(48).                    00005700
005800*                                                                 00005800
005900 FD  EPSRATE-FILE.                                                00005900
006000     COPY EPSRATE.                                                00006000
006100*                                                                 00006100
006110 FD  EPSCHGJ-FILE.                                                00006110
006120     COPY EPSCHGJ.                                                00006120
006130*                                                                 00006130
006200 FD  REPORT-FILE                                                  00006200
006300     RECORDING MODE IS F.                                         00006300
006400 01  RPT-LINE                       PIC X(132).                   00006400
007200            'EPSRATE FILE ERROR - STATUS '.                       00007200
007300     05  EM-EPSRATE-STATUS      PIC X(02).                        00007300
007400     05  FILLER                 PIC X(40) VALUE SPACES.           00007400
007410 01  W-EPSCHGJ-STATUS               PIC X(02).                    00007410
007420     88  W-EPSCHGJ-OK                      VALUE '00'.            00007420
007430 01  W-EPSCHGJ-ERROR-MSG.                                         00007430
007440     05  FILLER                 PIC X(30) VALUE                   00007440
007450            'EPSCHGJ FILE ERROR - STATUS '.                       00007450
007460     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00007460
007470     05  FILLER                 PIC X(40) VALUE                   00007470
007480            ' - LOAD STOPPED'.                                    00007480
007500 01  W-SWITCHES.                                                  00007500
007600     05  W-EOF-SWITCH               PIC X(01).                    00007600
007700         88  W-END-OF-FILE                 VALUE 'Y'.             00007700
008300         88  W-EPSRATE-IO-ERROR            VALUE 'Y'.             00008300
008400     05  W-EPSRATE-OPEN-SWITCH      PIC X(01).                    00008400
008500         88  W-EPSRATE-OPENED              VALUE 'Y'.             00008500
008510     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00008510
008520         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00008520
008600 01  W-BATCH-ID                     PIC X(03).                    00008600
008700 01  W-EFFECTIVE-DATE               PIC 9(08).                    00008700
008710 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSRTLD '.   00008710
008720 01  W-TODAY-DATE                   PIC 9(08).                    00008720
008730 01  W-TODAY-TIME                   PIC 9(06).                    00008730
008800*                                                                 00008800
008900 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00008900
009000 01  W-LOADED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009000
009100 01  W-UPDATED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00009100
009200 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00009200
009210 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00009210
009300*                                                                 00009300
009400 01  W-EDIT-FIELDS.                                               00009400
009500     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00009500
012600     05  FILLER                     PIC X(20) VALUE               00012600
012700            'FEED RECORDS REJECT '.                               00012700
012800     05  RJL-COUNT                  PIC ZZZ,ZZ9.                  00012800
012810*                                                                 00012810
012820 01  W-JOURNALED-LINE.                                            00012820
012830     05  FILLER                     PIC X(20) VALUE               00012830
012840            'CHANGES JOURNALED   '.                               00012840
012850     05  JRL-COUNT                  PIC ZZZ,ZZ9.                  00012850
012900*                                                                 00012900
013000 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00013000
013010 01  W-NOT-JOURNALED-MSG.                                         00013010
013020     05  FILLER                 PIC X(25) VALUE                   00013020
013030            'ROW LOADED NOT JOURNALED '.                          00013030
013040     05  IM-JOURNAL-KEY         PIC X(20).                        00013040
013050     05  FILLER                 PIC X(55) VALUE SPACES.           00013050
013100 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00013100
013200        'NO RATE FEED RECORDS FOUND TO LOAD'.                     00013200
013300 01  W-BAD-CONTROL-CARD-MSG         PIC X(40) VALUE               00013300
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00014500
014600     IF NOT W-NO-CONTROL-CARD AND NOT W-BAD-CONTROL-CARD          00014600
014700             AND NOT W-EPSRATE-IO-ERROR                           00014700
014710             AND NOT W-EPSCHGJ-IO-ERROR                           00014710
014800         PERFORM 2100-READ-NEXT-FEED-RECORD THRU 2100-EXIT        00014800
014900         PERFORM 2000-PROCESS-ONE-FEED-RECORD THRU 2000-EXIT      00014900
015000             UNTIL W-END-OF-FILE                                  00015000
017700         GO TO 1000-EXIT                                          00017700
017800     END-IF                                                       00017800
017900     MOVE CC-BATCH-ID TO W-BATCH-ID                               00017900
017910     ACCEPT W-TODAY-DATE FROM DATE YYYYMMDD                       00017910
017920     ACCEPT W-TODAY-TIME FROM TIME                                00017920
018000     MOVE CC-EFFECTIVE-DATE TO W-EFFECTIVE-DATE                   00018000
018100     OPEN INPUT RATE-FEED-FILE                                    00018100
018200     OPEN I-O EPSRATE-FILE                                        00018200
019000         CLOSE RATE-FEED-FILE                                     00019000
019100         GO TO 1000-EXIT                                          00019100
019200     END-IF                                                       00019200
019208     OPEN I-O EPSCHGJ-FILE                                        00019208
019216     IF NOT W-EPSCHGJ-OK                                          00019216
019224         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00019224
019232         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00019232
019240         OPEN OUTPUT REPORT-FILE                                  00019240
019248         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00019248
019256         WRITE RPT-LINE                                           00019256
019264         CLOSE REPORT-FILE                                        00019264
019272         CLOSE RATE-FEED-FILE                                     00019272
019280         CLOSE EPSRATE-FILE                                       00019280
019288         GO TO 1000-EXIT                                          00019288
019296     END-IF                                                       00019296
019300     SET W-EPSRATE-OPENED TO TRUE                                 00019300
019400     OPEN OUTPUT REPORT-FILE                                      00019400
019500     PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT                   00019500
021600         MOVE W-BATCH-ID TO EPSR-SET-BY-OPERATOR                  00021600
021700         MOVE W-EFFECTIVE-DATE TO EPSR-SET-DATE                   00021700
021800         MOVE ZERO TO EPSR-SET-TIME                               00021800
021810         MOVE SPACES TO EPSCJ-RECORD                              00021810
021820         MOVE EPSR-RECORD TO EPSCJ-AFTER-IMAGE                    00021820
021830         MOVE EPSR-KEY TO EPSCJ-RECORD-KEY                        00021830
021900         WRITE EPSR-RECORD                                        00021900
022000         IF W-EPSRATE-OK                                          00022000
022100             ADD 1 TO W-LOADED-COUNT                              00022100
022110             SET EPSCJ-RECORD-ADDED TO TRUE                       00022110
022120             PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT     00022120
022200         ELSE                                                     00022200
022300             IF W-EPSRATE-DUPLICATE                               00022300
022400                 PERFORM 2500-REPLACE-EXISTING-ROW THRU 2500-EXIT 00022400
022600             ELSE                                                 00022600
022700                 SET W-EPSRATE-IO-ERROR TO TRUE                   00022700
022800                 MOVE W-EPSRATE-STATUS TO EM-EPSRATE-STATUS       00022800
025716*    INCLUDING A FEED PRODUCED BEFORE THE COLUMNS EXISTED, LOADS  00025716
025718*    AS A PLAIN FIXED RATE.  GARBAGE ARM DIGITS DEMOTE THE ROW    00025718
025720*    TO FIXED RATHER THAN REJECTING THE WHOLE PRODUCT.            00025720
025721*    THE INDEX VALUE IS OPTIONAL EVEN ON AN ARM ROW - A FEED THAT 00025721
025722*    DOES NOT SUPPLY IT LOADS ZERO AND THE ARM STAYS AN ARM.      00025722
025723 2400-MOVE-ARM-FIELDS.                                            00025723
025724     IF RF-RATE-TYPE = 'A'                                        00025724
025726        AND RF-ARM-FIXED-YEARS NUMERIC                            00025726
025728        AND RF-ARM-ADJ-FREQ-YEARS NUMERIC                         00025728
025756         MOVE ZERO TO EPSR-ARM-PERIODIC-CAP                       00025756
025758         MOVE ZERO TO EPSR-ARM-LIFETIME-CAP                       00025758
025760         MOVE ZERO TO EPSR-ARM-MARGIN                             00025760
025761     END-IF                                                       00025761
025762     IF EPSR-ARM-RATE                                             00025762
025763        AND RF-ARM-INDEX-RATE NUMERIC                             00025763
025764         MOVE RF-ARM-INDEX-RATE TO EPSR-ARM-INDEX-RATE            00025764
025765     ELSE                                                         00025765
025766         MOVE ZERO TO EPSR-ARM-INDEX-RATE                         00025766
025772     END-IF                                                       00025772
025778     .                                                            00025778
025784 2400-EXIT.                                                       00025784
025790     EXIT.                                                        00025790
025800*                                                                 00025800
025801*    READ THE ROW AS IT STANDS SO THE JOURNAL HAS ITS BEFORE      00025801
025802*    IMAGE, THEN PUT THE FEED'S VERSION BACK AND REWRITE IT.  A   00025802
025803*    RERUN THAT LEAVES THE ROW EXACTLY AS IT WAS IS NOT JOURNALED.00025803
025804 2500-REPLACE-EXISTING-ROW.                                       00025804
025805     READ EPSRATE-FILE                                            00025805
025806     IF NOT W-EPSRATE-OK                                          00025806
025807         SET W-EPSRATE-IO-ERROR TO TRUE                           00025807
025808         MOVE W-EPSRATE-STATUS TO EM-EPSRATE-STATUS               00025808
025809         SET W-END-OF-FILE TO TRUE                                00025809
025810         GO TO 2500-EXIT                                          00025810
025811     END-IF                                                       00025811
025812     MOVE EPSR-RECORD TO EPSCJ-BEFORE-IMAGE                       00025812
025813     MOVE EPSCJ-AFTER-IMAGE TO EPSR-RECORD                        00025813
025814     REWRITE EPSR-RECORD                                          00025814
025815     ADD 1 TO W-UPDATED-COUNT                                     00025815
025816     IF EPSCJ-BEFORE-IMAGE NOT = EPSCJ-AFTER-IMAGE                00025816
025817         SET EPSCJ-RECORD-CHANGED TO TRUE                         00025817
025818         PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT         00025818
025819     END-IF                                                       00025819
025820     .                                                            00025820
025821 2500-EXIT.                                                       00025821
025822     EXIT.                                                        00025822
025823*                                                                 00025823
025824*    ONE JOURNAL RECORD PER ROW TOUCHED, KEYED BY THE RUN'S START 00025824
025825*    DATE/TIME, THIS PROGRAM'S NAME AND THE FEED RECORD NUMBER.  A00025825
025826*    ROW THE JOURNAL CANNOT TAKE STOPS THE LOAD RIGHT THERE - THE 00025826
025827*    MASTER ROW IS ALREADY WRITTEN, SO IT IS NAMED ON SYSPRINT AND00025827
025828*    THE SUPERVISOR SIGNS THAT CHANGE OFF BY HAND.                00025828
025829 2600-WRITE-CHANGE-JOURNAL.                                       00025829
025830     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00025830
025831     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00025831
025832     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00025832
025833     MOVE W-READ-COUNT TO EPSCJ-SEQUENCE                          00025833
025834     MOVE 'EPSRATE' TO EPSCJ-FILE-NAME                            00025834
025835     SET EPSCJ-BATCH-CHANGE TO TRUE                               00025835
025836     MOVE W-BATCH-ID TO EPSCJ-CHANGED-BY                          00025836
025837     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00025837
025838     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00025838
025839     WRITE EPSCJ-RECORD                                           00025839
025840     IF W-EPSCHGJ-OK                                              00025840
025841         ADD 1 TO W-JOURNALED-COUNT                               00025841
025842     ELSE                                                         00025842
025843         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00025843
025844         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00025844
025845         MOVE EPSCJ-RECORD-KEY TO IM-JOURNAL-KEY                  00025845
025846         SET W-END-OF-FILE TO TRUE                                00025846
025847     END-IF                                                       00025847
025848     .                                                            00025848
025849 2600-EXIT.                                                       00025849
025850     EXIT.                                                        00025850
025851*                                                                 00025851
025900 8000-PRINT-SUMMARY.                                              00025900
026000     IF W-EPSRATE-IO-ERROR                                        00026000
026100         MOVE W-BLANK-LINE TO RPT-LINE                            00026100
026400         WRITE RPT-LINE                                           00026400
026500         GO TO 8000-EXIT                                          00026500
026600     END-IF                                                       00026600
026610     IF W-EPSCHGJ-IO-ERROR                                        00026610
026620         MOVE W-BLANK-LINE TO RPT-LINE                            00026620
026630         WRITE RPT-LINE                                           00026630
026640         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00026640
026650         WRITE RPT-LINE                                           00026650
026660         MOVE W-NOT-JOURNALED-MSG TO RPT-LINE                     00026660
026670         WRITE RPT-LINE                                           00026670
026680     END-IF                                                       00026680
026700     IF W-READ-COUNT = 0                                          00026700
026800         MOVE W-BLANK-LINE TO RPT-LINE                            00026800
026900         WRITE RPT-LINE                                           00026900
028200     MOVE W-UPDATED-COUNT TO UPL-COUNT                            00028200
028300     MOVE W-UPDATED-LINE TO RPT-LINE                              00028300
028400     WRITE RPT-LINE                                               00028400
028410     MOVE W-JOURNALED-COUNT TO JRL-COUNT                          00028410
028420     MOVE W-JOURNALED-LINE TO RPT-LINE                            00028420
028430     WRITE RPT-LINE                                               00028430
028500     IF W-REJECT-COUNT > 0                                        00028500
028600         MOVE W-REJECT-COUNT TO RJL-COUNT                         00028600
028700         MOVE W-REJECT-LINE TO RPT-LINE                           00028700
030700     IF W-EPSRATE-OPENED                                          00030700
030800         CLOSE RATE-FEED-FILE                                     00030800
030900         CLOSE EPSRATE-FILE                                       00030900
030910         CLOSE EPSCHGJ-FILE                                       00030910
031000         CLOSE REPORT-FILE                                        00031000
031100     END-IF                                                       00031100
031200     .                                                            00031200
