000800*    MAINTAIN EPSRATE BEFORE THEY CAN MAINTAIN WHO ELSE IS        00000800
000900*    AUTHORIZED TO DO ANYTHING.  LINKED FROM EPSCMORT-MAINLINE    00000900
001000*    ON PF10.                                                     00001000
001010*    ALSO SETS EACH UNDERWRITER'S LENDING AUTHORITY - THE LARGEST 00001010
001020*    PRINCIPAL THEY MAY APPROVE ON THEIR OWN SIGNATURE AND        00001020
001030*    WHETHER THEY MAY APPROVE AN APPLICATION OUTSIDE CREDIT       00001030
001040*    POLICY - WHICH EPSUWMNT ENFORCES.                            00001040
001045*    ALSO SETS WHETHER A SUPERVISOR MAY ORDER DUPLICATE CUSTOMER  00001045
001047*    RECORDS MERGED THROUGH EPCUMN.                               00001047
001050*    EVERY PROFILE ADDED, CHANGED OR REMOVED HERE IS WRITTEN TO   00001050
001060*    THE EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND AFTER IMAGE   00001060
001070*    AND FLAGGED AS A SECURITY CHANGE FOR SUPERVISOR SIGN-OFF ON  00001070
001080*    THE NIGHTLY EPSCJRPT REPORT; IF THE JOURNAL CANNOT TAKE THE  00001080
001090*    RECORD THE PROFILE CHANGE IS BACKED OUT.                     00001090
001200*                                                                 00001200
001300*    (C) 2026 IBM - D L HILDNER.                                  00001300
001400*                                                                 00001400
002700         88  W-AUTHORIZED              VALUE 'Y'.                 00002700
002800     05  W-FOUND-SWITCH         PIC X(01).                        00002800
002900         88  W-PROFILE-FOUND           VALUE 'Y'.                 00002900
002910     05  W-LIMIT-SWITCH         PIC X(01).                        00002910
002920         88  W-LIMIT-VALID             VALUE 'Y'.                 00002920
002930     05  W-JOURNAL-SWITCH       PIC X(01).                        00002930
002940         88  W-JOURNAL-FAILED          VALUE 'Y'.                 00002940
003000 01  W-RESP-CODE                PIC S9(08) COMP.                  00003000
003100 01  W-ABSTIME                  PIC S9(15) COMP-3.                00003100
003200 01  W-TODAY-DATE               PIC 9(08).                        00003200
003300 01  W-TODAY-TIME               PIC 9(06).                        00003300
003310 01  W-MAX-APPROVAL-AMT         PIC 9(07)V99 COMP-3.              00003310
003320 01  W-ED-MAX-APPROVAL          PIC Z,ZZZ,ZZ9.99.                 00003320
003400 01  W-OPERATOR-REQUIRED-MSG    PIC X(40) VALUE                   00003400
003500        'OPERATOR ID IS REQUIRED'.                                00003500
003600 01  W-INVALID-FLAG-MSG         PIC X(40) VALUE                   00003600
004500        'INVALID KEY - PF3 TO RETURN'.                            00004500
004600 01  W-NOT-AUTHORIZED-MSG       PIC X(40) VALUE                   00004600
004700        'NOT AUTHORIZED - SECURITY MAINTENANCE'.                  00004700
004710 01  W-INVALID-LIMIT-MSG        PIC X(40) VALUE                   00004710
004720        'MAX APPROVAL AMOUNT MUST BE NUMERIC'.                    00004720
004730 01  W-JOURNAL-FAILED-MSG       PIC X(40) VALUE                   00004730
004740        'NOT SAVED - CHANGE JOURNAL UNAVAILABLE'.                 00004740
004800*                                                                 00004800
004900     COPY DFHAID.                                                 00004900
005000     COPY EPSATMN.                                                00005000
005100     COPY EPSRTAUT.                                               00005100
005110     COPY EPSNBRPM.                                               00005110
005120     COPY EPSCHGJ.                                                00005120
005200*                                                                 00005200
005300 LINKAGE SECTION.                                                 00005300
005400 01  DFHCOMMAREA.                                                 00005400
015700         MOVE EPSRT-MAINTAIN-RATE-AUTH TO EPAMNTO                 00015700
015750         MOVE EPSRT-UNDERWRITE-AUTH TO EPAUWRO                    00015750
015760         MOVE EPSRT-MAINTAIN-CUST-AUTH TO EPACUSO                 00015760
015762         IF EPSRT-MAX-APPROVAL-AMT NUMERIC                        00015762
015764             MOVE EPSRT-MAX-APPROVAL-AMT TO W-MAX-APPROVAL-AMT    00015764
015766         ELSE                                                     00015766
015768             MOVE ZERO TO W-MAX-APPROVAL-AMT                      00015768
015770         END-IF                                                   00015770
015772         MOVE W-MAX-APPROVAL-AMT TO W-ED-MAX-APPROVAL             00015772
015774         MOVE W-ED-MAX-APPROVAL TO EPAMAXO                        00015774
015776         MOVE EPSRT-OUT-OF-POLICY-AUTH TO EPAOOPO                 00015776
015778         MOVE EPSRT-MERGE-CUST-AUTH TO EPAMRGO                    00015778
015800         MOVE EPSRT-SET-BY-OPERATOR TO EPASETO                    00015800
015900         MOVE EPSRT-SET-DATE TO EPACURDO                          00015900
016000     ELSE                                                         00016000
016500     .                                                            00016500
016600*                                                                 00016600
016700 A520-VALIDATE-AND-WRITE-PROFILE.                                 00016700
016790     PERFORM A530-EDIT-MAX-APPROVAL                               00016790
016800     IF (EPAOVRI NOT = 'Y' AND EPAOVRI NOT = 'N')                 00016800
016900         OR (EPAMNTI NOT = 'Y' AND EPAMNTI NOT = 'N')             00016900
016950         OR (EPAUWRI NOT = 'Y' AND EPAUWRI NOT = 'N')             00016950
016960         OR (EPACUSI NOT = 'Y' AND EPACUSI NOT = 'N')             00016960
016970         OR (EPAOOPI NOT = 'Y' AND EPAOOPI NOT = 'N')             00016970
016980         OR (EPAMRGI NOT = 'Y' AND EPAMRGI NOT = 'N')             00016980
017000         MOVE W-INVALID-FLAG-MSG TO EPAMSGO                       00017000
017010     ELSE                                                         00017010
017020         IF NOT W-LIMIT-VALID                                     00017020
017030             MOVE W-INVALID-LIMIT-MSG TO EPAMSGO                  00017030
017100         ELSE                                                     00017100
017200             EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC        00017200
017300             EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)              00017300
017400                  YYYYMMDD(W-TODAY-DATE)                          00017400
017500                  TIME(W-TODAY-TIME)                              00017500
017600                  END-EXEC                                        00017600
017700             MOVE EPAOPRI TO EPSRT-OPERATOR-ID                    00017700
017800             EXEC CICS READ FILE('EPSRTAUT')                      00017800
017900                  INTO(EPSRT-RECORD)                              00017900
018000                  RIDFLD(EPSRT-KEY)                               00018000
018100                  UPDATE                                          00018100
018200                  RESP(W-RESP-CODE)                               00018200
018300                  END-EXEC                                        00018300
018310             MOVE SPACES TO EPSCJ-RECORD                          00018310
018320             IF W-RESP-CODE = DFHRESP(NORMAL)                     00018320
018330                 SET EPSCJ-RECORD-CHANGED TO TRUE                 00018330
018340                 MOVE EPSRT-RECORD TO EPSCJ-BEFORE-IMAGE          00018340
018350             ELSE                                                 00018350
018360                 SET EPSCJ-RECORD-ADDED TO TRUE                   00018360
018370             END-IF                                               00018370
018400             IF W-RESP-CODE NOT = DFHRESP(NORMAL)                 00018400
018500                 MOVE SPACES TO EPSRT-RECORD                      00018500
018600                 MOVE EPAOPRI TO EPSRT-OPERATOR-ID                00018600
018700             END-IF                                               00018700
018800             MOVE EPAOVRI TO EPSRT-OVERRIDE-RATE-AUTH             00018800
018900             MOVE EPAMNTI TO EPSRT-MAINTAIN-RATE-AUTH             00018900
018950             MOVE EPAUWRI TO EPSRT-UNDERWRITE-AUTH                00018950
018960             MOVE EPACUSI TO EPSRT-MAINTAIN-CUST-AUTH             00018960
018970             MOVE W-MAX-APPROVAL-AMT TO EPSRT-MAX-APPROVAL-AMT    00018970
018980             MOVE EPAOOPI TO EPSRT-OUT-OF-POLICY-AUTH             00018980
018990             MOVE EPAMRGI TO EPSRT-MERGE-CUST-AUTH                00018990
019000             MOVE EIBOPID TO EPSRT-SET-BY-OPERATOR                00019000
019100             MOVE W-TODAY-DATE TO EPSRT-SET-DATE                  00019100
019200             MOVE W-TODAY-TIME TO EPSRT-SET-TIME                  00019200
019300             IF W-RESP-CODE = DFHRESP(NORMAL)                     00019300
019400                 EXEC CICS REWRITE FILE('EPSRTAUT')               00019400
019500                      FROM(EPSRT-RECORD)                          00019500
019600                      END-EXEC                                    00019600
019700             ELSE                                                 00019700
019800                 EXEC CICS WRITE FILE('EPSRTAUT')                 00019800
019900                      FROM(EPSRT-RECORD)                          00019900
020000                      RIDFLD(EPSRT-KEY)                            00020000
020100                      END-EXEC                                    00020100
020200             END-IF                                               00020200
020300             MOVE EPSRT-RECORD TO EPSCJ-AFTER-IMAGE               00020300
020310             PERFORM A700-WRITE-CHANGE-JOURNAL                    00020310
020320             IF W-JOURNAL-FAILED                                  00020320
020330                 MOVE W-JOURNAL-FAILED-MSG TO EPAMSGO             00020330
020340             ELSE                                                 00020340
020350                 MOVE W-PROFILE-UPDATED-MSG TO EPAMSGO            00020350
020360             END-IF                                               00020360
020400             PERFORM A510-SHOW-CURRENT-PROFILE                    00020400
020500         END-IF                                                   00020500
020510     END-IF                                                       00020510
020600     .                                                            00020600
020700*                                                                 00020700
020710*    A BLANK LIMIT IS TAKEN AS ZERO - THE OPERATOR MAY NOT APPROVE00020710
020720*    ANY LOAN ON THEIR OWN SIGNATURE.  SAME EPSNBRVL EDIT EPSCMORT00020720
020730*    USES FOR THE PRINCIPAL.                                      00020730
020740 A530-EDIT-MAX-APPROVAL.                                          00020740
020745     SET W-LIMIT-VALID TO TRUE                                    00020745
020750     MOVE ZERO TO W-MAX-APPROVAL-AMT                              00020750
020755     IF EPAMAXI NOT = SPACES AND EPAMAXI NOT = LOW-VALUES         00020755
020760         MOVE EPAMAXI TO EPSPARM-VALIDATE-DATA                    00020760
020765         MOVE LENGTH OF EPAMAXI TO EPSPARM-MAX-LENGTH             00020765
020770         CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION              00020770
020775         IF EPSPARM-VALID                                         00020775
020780             COMPUTE W-MAX-APPROVAL-AMT                           00020780
020782                 = EPSPARM-NUMBER + EPSPARM-DECIMAL               00020782
020784         ELSE                                                     00020784
020786             MOVE SPACE TO W-LIMIT-SWITCH                         00020786
020788         END-IF                                                   00020788
020790     END-IF                                                       00020790
020792     .                                                            00020792
020794*                                                                 00020794
020800 A540-DELETE-PROFILE.                                             00020800
020820*    READ FOR UPDATE FIRST SO THE JOURNAL HAS THE PROFILE AS IT   00020820
020840*    STOOD BEFORE IT WAS REMOVED.                                 00020840
020860     EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC                00020860
020880     EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                      00020880
020900          YYYYMMDD(W-TODAY-DATE)                                  00020900
020920          TIME(W-TODAY-TIME)                                      00020920
020940          END-EXEC                                                00020940
020960     MOVE EPAOPRI TO EPSRT-OPERATOR-ID                            00020960
020980     EXEC CICS READ FILE('EPSRTAUT')                              00020980
021000          INTO(EPSRT-RECORD)                                      00021000
021020          RIDFLD(EPSRT-KEY)                                       00021020
021040          UPDATE                                                  00021040
021060          RESP(W-RESP-CODE)                                       00021060
021080          END-EXEC                                                00021080
021100     IF W-RESP-CODE = DFHRESP(NORMAL)                             00021100
021120         MOVE SPACES TO EPSCJ-RECORD                              00021120
021140         SET EPSCJ-RECORD-DELETED TO TRUE                         00021140
021160         MOVE EPSRT-RECORD TO EPSCJ-BEFORE-IMAGE                  00021160
021180         EXEC CICS DELETE FILE('EPSRTAUT')                        00021180
021200              RESP(W-RESP-CODE)                                   00021200
021220              END-EXEC                                            00021220
021240     END-IF                                                       00021240
021260     IF W-RESP-CODE = DFHRESP(NORMAL)                             00021260
021280         PERFORM A700-WRITE-CHANGE-JOURNAL                        00021280
021300         IF W-JOURNAL-FAILED                                      00021300
021320             MOVE W-JOURNAL-FAILED-MSG TO EPAMSGO                 00021320
021340         ELSE                                                     00021340
021360             MOVE SPACES TO EPAOVRO EPAMNTO EPAUWRO EPACUSO       00021360
021380                            EPAMAXO EPAOOPO EPAMRGO EPASETO       00021380
021390                            EPACURDO                              00021390
021400             MOVE W-PROFILE-DELETED-MSG TO EPAMSGO                00021400
021420         END-IF                                                   00021420
021440     ELSE                                                         00021440
021460         MOVE W-NO-PROFILE-MSG TO EPAMSGO                         00021460
021480     END-IF                                                       00021480
021500     .                                                            00021500
021520*                                                                 00021520
021540 A700-WRITE-CHANGE-JOURNAL.                                       00021540
021560     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00021560
021580     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00021580
021600     MOVE EIBTRMID TO EPSCJ-ORIGIN-ID                             00021600
021620     MOVE EIBTASKN TO EPSCJ-SEQUENCE                              00021620
021640     MOVE 'EPSRTAUT' TO EPSCJ-FILE-NAME                           00021640
021660     SET EPSCJ-ONLINE-CHANGE TO TRUE                              00021660
021680     MOVE EIBOPID TO EPSCJ-CHANGED-BY                             00021680
021700     MOVE 'EPSATMNT' TO EPSCJ-PROGRAM-ID                          00021700
021720     SET EPSCJ-SECURITY-CHANGE TO TRUE                            00021720
021740     MOVE EPSRT-KEY TO EPSCJ-RECORD-KEY                           00021740
021760     EXEC CICS WRITE FILE('EPSCHGJ')                              00021760
021780          FROM(EPSCJ-RECORD)                                      00021780
021800          RIDFLD(EPSCJ-KEY)                                       00021800
021820          RESP(W-RESP-CODE)                                       00021820
021840          END-EXEC                                                00021840
021860*    A SECURITY CHANGE THE JOURNAL CANNOT PROVE IS NOT ALLOWED TO 00021860
021880*    STAND - BACK OUT THE EPSRTAUT UPDATE ALONG WITH IT.          00021880
021900     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00021900
021920         SET W-JOURNAL-FAILED TO TRUE                             00021920
021940         EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00021940
021960     END-IF                                                       00021960
021980     .                                                            00021980
022100*                                                                 00022100
022200 A900-SEND-NOT-AUTHORIZED.                                        00022200
022300     EXEC CICS SEND TEXT FROM(W-NOT-AUTHORIZED-MSG)               00022300
