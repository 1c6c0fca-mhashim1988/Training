001800*    ------------------------------------------------------------ 00001800
001900*    DATE        INIT  DESCRIPTION                                00001900
002000*    2026-09-03  DLH   ORIGINAL VERSION.                          00002000
002010*    2026-10-15  DLH   EVERY ROW ADDED OR CHANGED GOES TO THE     00002010
002020*                      EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND 00002020
002030*                      AFTER IMAGE.  A JOURNAL FAILURE STOPS THE  00002030
002040*                      LOAD.                                      00002040
002055*    2026-10-15  DLH   A CARD THAT MATCHES ITS ROW'S LAST-RUN DATE00002055
002070*                      AND COMPLETE STATUS IS NOT REWRITTEN OR    00002070
002085*                      JOURNALED.                                 00002085
002100*                                                                 00002100
002200 ENVIRONMENT DIVISION.                                            00002200
002300 CONFIGURATION SECTION.                                           00002300
003200         ACCESS MODE  IS RANDOM                                   00003200
003300         RECORD KEY   IS EPSRC-KEY                                00003300
003400         FILE STATUS  IS W-EPSRNCTL-STATUS.                       00003400
003410     SELECT EPSCHGJ-FILE       ASSIGN TO EPSCHGJ                  00003410
003420         ORGANIZATION IS INDEXED                                  00003420
003430         ACCESS MODE  IS RANDOM                                   00003430
003440         RECORD KEY   IS EPSCJ-KEY                                00003440
003450         FILE STATUS  IS W-EPSCHGJ-STATUS.                        00003450
003500     SELECT REPORT-FILE        ASSIGN TO SYSPRINT                 00003500
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00003600
003700*                                                                 00003700
004700 FD  EPSRNCTL-FILE.                                               00004700
004800     COPY EPSRNCTL.                                               00004800
004900*                                                                 00004900
004910 FD  EPSCHGJ-FILE.                                                00004910
004920     COPY EPSCHGJ.                                                00004920
004930*                                                                 00004930
005000 FD  REPORT-FILE                                                  00005000
005100     RECORDING MODE IS F.                                         00005100
005200 01  RPT-LINE                       PIC X(132).                   00005200
006000            'EPSRNCTL FILE ERROR - STATUS '.                      00006000
006100     05  EM-EPSRNCTL-STATUS     PIC X(02).                        00006100
006200     05  FILLER                 PIC X(40) VALUE SPACES.           00006200
006210 01  W-EPSCHGJ-STATUS               PIC X(02).                    00006210
006220     88  W-EPSCHGJ-OK                      VALUE '00'.            00006220
006230 01  W-EPSCHGJ-ERROR-MSG.                                         00006230
006240     05  FILLER                 PIC X(30) VALUE                   00006240
006250            'EPSCHGJ FILE ERROR - STATUS '.                       00006250
006260     05  EM-EPSCHGJ-STATUS      PIC X(02).                        00006260
006270     05  FILLER                 PIC X(40) VALUE                   00006270
006280            ' - LOAD STOPPED'.                                    00006280
006300 01  W-SWITCHES.                                                  00006300
006400     05  W-EOF-SWITCH               PIC X(01).                    00006400
006500         88  W-END-OF-FILE                 VALUE 'Y'.             00006500
006700         88  W-EPSRNCTL-IO-ERROR           VALUE 'Y'.             00006700
006800     05  W-EPSRNCTL-OPEN-SWITCH     PIC X(01).                    00006800
006900         88  W-EPSRNCTL-OPENED             VALUE 'Y'.             00006900
006910     05  W-EPSCHGJ-IO-SWITCH        PIC X(01).                    00006910
006920         88  W-EPSCHGJ-IO-ERROR            VALUE 'Y'.             00006920
007000 01  W-TODAY-DATE                   PIC 9(08).                    00007000
007100 01  W-TODAY-TIME                   PIC 9(06).                    00007100
007110 01  W-PROGRAM-NAME                 PIC X(08) VALUE 'EPSRCLD '.   00007110
007200*                                                                 00007200
007300 01  W-READ-COUNT                   PIC 9(07)   COMP-3 VALUE ZERO.00007300
007400 01  W-LOADED-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00007400
007500 01  W-UPDATED-COUNT                PIC 9(07)   COMP-3 VALUE ZERO.00007500
007600 01  W-REJECT-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00007600
007610 01  W-JOURNALED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00007610
007655 01  W-UNCHANGED-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00007655
007700*                                                                 00007700
007800 01  W-EDIT-FIELDS.                                               00007800
007900     05  W-ED-COUNT                 PIC ZZZ,ZZ9.                  00007900
010000     05  FILLER                     PIC X(20) VALUE               00010000
010100            'CARDS REJECTED      '.                               00010100
010200     05  RJL-COUNT                  PIC ZZZ,ZZ9.                  00010200
010210*                                                                 00010210
010220 01  W-JOURNALED-LINE.                                            00010220
010230     05  FILLER                     PIC X(20) VALUE               00010230
010240            'CHANGES JOURNALED   '.                               00010240
010250     05  JRL-COUNT                  PIC ZZZ,ZZ9.                  00010250
010258*                                                                 00010258
010266 01  W-UNCHANGED-LINE.                                            00010266
010274     05  FILLER                     PIC X(20) VALUE               00010274
010282            'ROWS UNCHANGED      '.                               00010282
010290     05  UNL-COUNT                  PIC ZZZ,ZZ9.                  00010290
010300*                                                                 00010300
010400 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00010400
010410 01  W-NOT-JOURNALED-MSG.                                         00010410
010420     05  FILLER                 PIC X(25) VALUE                   00010420
010430            'ROW LOADED NOT JOURNALED '.                          00010430
010440     05  IM-JOURNAL-KEY         PIC X(20).                        00010440
010450     05  FILLER                 PIC X(55) VALUE SPACES.           00010450
010500 01  W-NO-RECORDS-MSG               PIC X(40) VALUE               00010500
010600        'NO SYSIN CARDS FOUND TO LOAD'.                           00010600
010700 01  W-INVALID-CARD-MSG.                                          00010700
011400 0000-MAINLINE.                                                   00011400
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00011500
011600     IF NOT W-EPSRNCTL-IO-ERROR                                   00011600
011610             AND NOT W-EPSCHGJ-IO-ERROR                           00011610
011700         PERFORM 2100-READ-NEXT-CARD THRU 2100-EXIT               00011700
011800         PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT             00011800
011900             UNTIL W-END-OF-FILE                                  00011900
013800         CLOSE CONTROL-CARD-FILE                                  00013800
013900         GO TO 1000-EXIT                                          00013900
014000     END-IF                                                       00014000
014008     OPEN I-O EPSCHGJ-FILE                                        00014008
014016     IF NOT W-EPSCHGJ-OK                                          00014016
014024         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00014024
014032         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00014032
014040         OPEN OUTPUT REPORT-FILE                                  00014040
014048         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00014048
014056         WRITE RPT-LINE                                           00014056
014064         CLOSE REPORT-FILE                                        00014064
014072         CLOSE CONTROL-CARD-FILE                                  00014072
014080         CLOSE EPSRNCTL-FILE                                      00014080
014088         GO TO 1000-EXIT                                          00014088
014096     END-IF                                                       00014096
014100     SET W-EPSRNCTL-OPENED TO TRUE                                00014100
014200     OPEN OUTPUT REPORT-FILE                                      00014200
014300     MOVE W-HEADING-1 TO RPT-LINE                                 00014300
015900         SET EPSRC-RUN-COMPLETE TO TRUE                           00015900
016000         MOVE W-TODAY-DATE TO EPSRC-UPDATED-DATE                  00016000
016100         MOVE W-TODAY-TIME TO EPSRC-UPDATED-TIME                  00016100
016110         MOVE SPACES TO EPSCJ-RECORD                              00016110
016120         MOVE EPSRC-RECORD TO EPSCJ-AFTER-IMAGE                   00016120
016130         MOVE EPSRC-KEY TO EPSCJ-RECORD-KEY                       00016130
016200         WRITE EPSRC-RECORD                                       00016200
016300         IF W-EPSRNCTL-OK                                         00016300
016400             ADD 1 TO W-LOADED-COUNT                              00016400
016410             SET EPSCJ-RECORD-ADDED TO TRUE                       00016410
016420             PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT     00016420
016500         ELSE                                                     00016500
016600             IF W-EPSRNCTL-DUPLICATE                              00016600
016700                 PERFORM 2500-REPLACE-EXISTING-ROW THRU 2500-EXIT 00016700
016900             ELSE                                                 00016900
017000                 SET W-EPSRNCTL-IO-ERROR TO TRUE                  00017000
017100                 MOVE W-EPSRNCTL-STATUS TO EM-EPSRNCTL-STATUS     00017100
019800 2300-EXIT.                                                       00019800
019900     EXIT.                                                        00019900
020000*                                                                 00020000
020001*    READ THE ROW AS IT STANDS SO THE JOURNAL HAS ITS BEFORE      00020001
020002*    IMAGE.  ONLY WHAT THE CARD SUPPLIES IS COMPARED - THE        00020002
020003*    LAST-RUN DATE AND THE COMPLETE STATUS.  THE UPDATED STAMP AND00020003
020004*    THE EXTRACT CHECKPOINT ARE NOT ON THE CARD, AND THE NIGHTLY  00020004
020005*    JOBS MOVE THEM ON THEIR OWN, SO A CARD THAT MATCHES THE ROW  00020005
020006*    LEAVES IT AS IT WAS - NOT REWRITTEN AND NOT JOURNALED.  A    00020006
020007*    CARD THAT SETS A JOB'S CLOCK BACK IS A REAL CHANGE AND IS    00020007
020008*    JOURNALED.                                                   00020008
020009 2500-REPLACE-EXISTING-ROW.                                       00020009
020010     READ EPSRNCTL-FILE                                           00020010
020011     IF NOT W-EPSRNCTL-OK                                         00020011
020012         SET W-EPSRNCTL-IO-ERROR TO TRUE                          00020012
020013         MOVE W-EPSRNCTL-STATUS TO EM-EPSRNCTL-STATUS             00020013
020014         SET W-END-OF-FILE TO TRUE                                00020014
020015         GO TO 2500-EXIT                                          00020015
020016     END-IF                                                       00020016
020017     MOVE EPSRC-RECORD TO EPSCJ-BEFORE-IMAGE                      00020017
020018     IF EPSRC-LAST-RUN-DATE = CC-LAST-RUN-DATE                    00020018
020019        AND EPSRC-RUN-COMPLETE                                    00020019
020020         ADD 1 TO W-UNCHANGED-COUNT                               00020020
020021         GO TO 2500-EXIT                                          00020021
020022     END-IF                                                       00020022
020023     MOVE EPSCJ-AFTER-IMAGE TO EPSRC-RECORD                       00020023
020024     REWRITE EPSRC-RECORD                                         00020024
020025     ADD 1 TO W-UPDATED-COUNT                                     00020025
020026     SET EPSCJ-RECORD-CHANGED TO TRUE                             00020026
020027     PERFORM 2600-WRITE-CHANGE-JOURNAL THRU 2600-EXIT             00020027
020028     .                                                            00020028
020029 2500-EXIT.                                                       00020029
020030     EXIT.                                                        00020030
020031*                                                                 00020031
020032*    ONE JOURNAL RECORD PER ROW TOUCHED, KEYED BY THE RUN'S START 00020032
020033*    DATE/TIME, THIS PROGRAM'S NAME AND THE FEED RECORD NUMBER.  A00020033
020034*    ROW THE JOURNAL CANNOT TAKE STOPS THE LOAD RIGHT THERE - THE 00020034
020035*    MASTER ROW IS ALREADY WRITTEN, SO IT IS NAMED ON SYSPRINT AND00020035
020036*    THE SUPERVISOR SIGNS THAT CHANGE OFF BY HAND.                00020036
020037 2600-WRITE-CHANGE-JOURNAL.                                       00020037
020038     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00020038
020039     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00020039
020040     MOVE W-PROGRAM-NAME TO EPSCJ-ORIGIN-ID                       00020040
020041     MOVE W-READ-COUNT TO EPSCJ-SEQUENCE                          00020041
020042     MOVE 'EPSRNCTL' TO EPSCJ-FILE-NAME                           00020042
020043     SET EPSCJ-BATCH-CHANGE TO TRUE                               00020043
020044     MOVE W-PROGRAM-NAME TO EPSCJ-CHANGED-BY                      00020044
020045     MOVE W-PROGRAM-NAME TO EPSCJ-PROGRAM-ID                      00020045
020046     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00020046
020047     WRITE EPSCJ-RECORD                                           00020047
020048     IF W-EPSCHGJ-OK                                              00020048
020049         ADD 1 TO W-JOURNALED-COUNT                               00020049
020050     ELSE                                                         00020050
020051         SET W-EPSCHGJ-IO-ERROR TO TRUE                           00020051
020052         MOVE W-EPSCHGJ-STATUS TO EM-EPSCHGJ-STATUS               00020052
020053         MOVE EPSCJ-RECORD-KEY TO IM-JOURNAL-KEY                  00020053
020054         SET W-END-OF-FILE TO TRUE                                00020054
020055     END-IF                                                       00020055
020056     .                                                            00020056
020057 2600-EXIT.                                                       00020057
020058     EXIT.                                                        00020058
020059*                                                                 00020059
020100 8000-PRINT-SUMMARY.                                              00020100
020200     IF W-EPSRNCTL-IO-ERROR                                       00020200
020300         MOVE W-BLANK-LINE TO RPT-LINE                            00020300
020600         WRITE RPT-LINE                                           00020600
020700         GO TO 8000-EXIT                                          00020700
020800     END-IF                                                       00020800
020810     IF W-EPSCHGJ-IO-ERROR                                        00020810
020820         MOVE W-BLANK-LINE TO RPT-LINE                            00020820
020830         WRITE RPT-LINE                                           00020830
020840         MOVE W-EPSCHGJ-ERROR-MSG TO RPT-LINE                     00020840
020850         WRITE RPT-LINE                                           00020850
020860         MOVE W-NOT-JOURNALED-MSG TO RPT-LINE                     00020860
020870         WRITE RPT-LINE                                           00020870
020880     END-IF                                                       00020880
020900     IF W-READ-COUNT = 0                                          00020900
021000         MOVE W-BLANK-LINE TO RPT-LINE                            00021000
021100         WRITE RPT-LINE                                           00021100
022400     MOVE W-UPDATED-COUNT TO UPL-COUNT                            00022400
022500     MOVE W-UPDATED-LINE TO RPT-LINE                              00022500
022600     WRITE RPT-LINE                                               00022600
022602     MOVE W-UNCHANGED-COUNT TO UNL-COUNT                          00022602
022604     MOVE W-UNCHANGED-LINE TO RPT-LINE                            00022604
022606     WRITE RPT-LINE                                               00022606
022610     MOVE W-JOURNALED-COUNT TO JRL-COUNT                          00022610
022620     MOVE W-JOURNALED-LINE TO RPT-LINE                            00022620
022630     WRITE RPT-LINE                                               00022630
022700     IF W-REJECT-COUNT > 0                                        00022700
022800         MOVE W-REJECT-COUNT TO RJL-COUNT                         00022800
022900         MOVE W-REJECT-LINE TO RPT-LINE                           00022900
023700     IF W-EPSRNCTL-OPENED                                         00023700
023800         CLOSE CONTROL-CARD-FILE                                  00023800
023900         CLOSE EPSRNCTL-FILE                                      00023900
023910         CLOSE EPSCHGJ-FILE                                       00023910
024000         CLOSE REPORT-FILE                                        00024000
024100     END-IF                                                       00024100
024200     .                                                            00024200
