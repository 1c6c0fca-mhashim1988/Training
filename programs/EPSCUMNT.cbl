000900*    IS THE EPSRT-CAN-MAINTAIN-CUST FLAG ON THE EPSRTAUT SECURITY 00000900
001000*    PROFILE TABLE (SEE EPSATMNT).  LINKED FROM EPSCMORT-MAINLINE 00001000
001100*    ON PF2.                                                      00001100
001110*    EVERY CUSTOMER ADDED, CHANGED OR REMOVED HERE IS WRITTEN TO  00001110
001120*    THE EPSCHGJ CHANGE JOURNAL WITH ITS BEFORE AND AFTER IMAGE;  00001120
001130*    IF THE JOURNAL CANNOT TAKE THE RECORD THE CHANGE IS BACKED   00001130
001140*    OUT.                                                         00001140
001150*    A SUPERVISOR WHOSE PROFILE CARRIES EPSRT-CAN-MERGE-CUST MAY  00001150
001160*    ALSO ORDER TWO RECORDS FOR THE SAME PERSON MERGED (ACTION    00001160
001170*    'M'), WHICH FILES A PENDING EPSCXRF CROSS-REFERENCE ROW FOR  00001170
001180*    THE NIGHTLY EPSCMRG JOB TO APPLY, OR CANCEL ONE NOT YET      00001180
001185*    APPLIED (ACTION 'X').  AN ID ALREADY MERGED AWAY IS SHOWN    00001185
001190*    WITH THE ID IT WAS MERGED INTO AND CANNOT BE ADDED BACK.     00001190
001200*                                                                 00001200
001300*    (C) 2026 IBM - D L HILDNER.                                  00001300
001400*                                                                 00001400
002500         88  W-DONE                    VALUE 'Y'.                 00002500
002600     05  W-AUTH-SWITCH          PIC X(01).                        00002600
002700         88  W-AUTHORIZED              VALUE 'Y'.                 00002700
002710     05  W-JOURNAL-SWITCH       PIC X(01).                        00002710
002720         88  W-JOURNAL-FAILED          VALUE 'Y'.                 00002720
002730     05  W-MERGE-AUTH-SWITCH    PIC X(01).                        00002730
002740         88  W-MERGE-AUTHORIZED        VALUE 'Y'.                 00002740
002750     05  W-MERGE-ERROR-SWITCH   PIC X(01).                        00002750
002760         88  W-MERGE-ERROR             VALUE 'Y'.                 00002760
002770     05  W-XREF-SWITCH          PIC X(01).                        00002770
002780         88  W-XREF-FOUND              VALUE '1'.                 00002780
002800 01  W-RESP-CODE                PIC S9(08) COMP.                  00002800
002900 01  W-ABSTIME                  PIC S9(15) COMP-3.                00002900
003000 01  W-TODAY-DATE               PIC 9(08).                        00003000
004300        'INVALID KEY - PF3 TO RETURN'.                            00004300
004400 01  W-NOT-AUTHORIZED-MSG       PIC X(40) VALUE                   00004400
004500        'NOT AUTHORIZED - CUSTOMER MAINTENANCE'.                  00004500
004510 01  W-JOURNAL-FAILED-MSG       PIC X(40) VALUE                   00004510
004520        'NOT SAVED - CHANGE JOURNAL UNAVAILABLE'.                 00004520
004530 01  W-NO-MERGE-AUTH-MSG        PIC X(40) VALUE                   00004530
004535        'NOT AUTHORIZED - CUSTOMER MERGE'.                        00004535
004540 01  W-SURVIVOR-REQUIRED-MSG    PIC X(40) VALUE                   00004540
004545        'SURVIVING ID IS REQUIRED FOR A MERGE'.                   00004545
004550 01  W-SURVIVOR-SAME-MSG        PIC X(40) VALUE                   00004550
004555        'SURVIVING ID MUST DIFFER FROM THIS ID'.                  00004555
004560 01  W-NO-SURVIVOR-MSG          PIC X(40) VALUE                   00004560
004565        'NO CUSTOMER ON FILE FOR SURVIVING ID'.                   00004565
004570 01  W-SURVIVOR-MERGING-MSG     PIC X(40) VALUE                   00004570
004575        'SURVIVING ID IS ITSELF BEING MERGED'.                    00004575
004580 01  W-MERGE-EXISTS-MSG         PIC X(40) VALUE                   00004580
004581        'A MERGE IS ALREADY ORDERED FOR THIS ID'.                 00004581
004582 01  W-NO-MERGE-MSG             PIC X(40) VALUE                   00004582
004583        'NO MERGE ORDERED FOR THIS ID'.                           00004583
004584 01  W-MERGE-APPLIED-MSG        PIC X(40) VALUE                   00004584
004585        'MERGE ALREADY APPLIED - CANNOT CANCEL'.                  00004585
004586 01  W-MERGE-CANCELLED-MSG      PIC X(40) VALUE                   00004586
004587        'MERGE ORDER CANCELLED'.                                  00004587
004588 01  W-MERGE-ORDERED-MSG.                                         00004588
004589     05  FILLER                 PIC X(11) VALUE 'MERGE INTO '.    00004589
004590     05  MOM-SURVIVOR-ID        PIC X(08).                        00004590
004591     05  FILLER                 PIC X(21) VALUE                   00004591
004592            ' ORDERED FOR TONIGHT'.                               00004592
004593 01  W-MERGED-INTO-MSG.                                           00004593
004594     05  FILLER                 PIC X(20) VALUE                   00004594
004595            'ID WAS MERGED INTO '.                                00004595
004596     05  MIM-SURVIVOR-ID        PIC X(08).                        00004596
004597     05  FILLER                 PIC X(12) VALUE SPACES.           00004597
004600*                                                                 00004600
004700     COPY DFHAID.                                                 00004700
004800     COPY EPSCUMN.                                                00004800
004900     COPY EPSCUST.                                                00004900
005000     COPY EPSRTAUT.                                               00005000
005010     COPY EPSCHGJ.                                                00005010
005020     COPY EPSCXRF.                                                00005020
005100*                                                                 00005100
005200 LINKAGE SECTION.                                                 00005200
005300 01  DFHCOMMAREA.                                                 00005300
009700          END-EXEC                                                00009700
009800     IF W-RESP-CODE = DFHRESP(NORMAL) AND EPSRT-CAN-MAINTAIN-CUST 00009800
009900         SET W-AUTHORIZED TO TRUE                                 00009900
009910         IF EPSRT-CAN-MERGE-CUST                                  00009910
009920             SET W-MERGE-AUTHORIZED TO TRUE                       00009920
009930         END-IF                                                   00009930
010000     END-IF                                                       00010000
010100     .                                                            00010100
010200*                                                                 00010200
014000                 PERFORM A540-DELETE-CUSTOMER                     00014000
014100             WHEN 'I'                                             00014100
014200                 PERFORM A510-SHOW-CURRENT-CUSTOMER               00014200
014210             WHEN 'M'                                             00014210
014220                 PERFORM A800-ORDER-MERGE                         00014220
014230             WHEN 'X'                                             00014230
014240                 PERFORM A820-CANCEL-MERGE                        00014240
014300             WHEN OTHER                                           00014300
014400                 PERFORM A520-VALIDATE-AND-WRITE-CUST             00014400
014500         END-EVALUATE                                             00014500
016200         MOVE EPSC-PHONE TO EPCMPHNO                              00016200
016300         MOVE EPSC-SET-BY-OPERATOR TO EPCMSETO                    00016300
016400         MOVE EPSC-SET-DATE TO EPCMCURDO                          00016400
016410         PERFORM A830-READ-MERGE-XREF                             00016410
016420         IF W-XREF-FOUND                                          00016420
016430             MOVE EPSCX-SURVIVOR-ID TO EPCMSRVO MOM-SURVIVOR-ID   00016430
016440             IF EPCMMSGO = SPACES                                 00016440
016450                 MOVE W-MERGE-ORDERED-MSG TO EPCMMSGO             00016450
016460             END-IF                                               00016460
016470         END-IF                                                   00016470
016500     ELSE                                                         00016500
016510         PERFORM A830-READ-MERGE-XREF                             00016510
016520         IF W-XREF-FOUND AND EPSCX-MERGE-COMPLETE                 00016520
016530             MOVE EPSCX-SURVIVOR-ID TO EPCMSRVO MIM-SURVIVOR-ID   00016530
016540             IF EPCMMSGO = SPACES                                 00016540
016550                 MOVE W-MERGED-INTO-MSG TO EPCMMSGO               00016550
016560             END-IF                                               00016560
016570         ELSE                                                     00016570
016600         IF EPCMMSGO = SPACES                                     00016600
016700             MOVE W-NO-CUST-MSG TO EPCMMSGO                       00016700
016800         END-IF                                                   00016800
016850         END-IF                                                   00016850
016900     END-IF                                                       00016900
017000     .                                                            00017000
017100*                                                                 00017100
017200 A520-VALIDATE-AND-WRITE-CUST.                                    00017200
017210*    AN ID MERGED AWAY MAY NOT BE SET UP AGAIN - ITS HISTORY NOW  00017210
017220*    BELONGS TO THE SURVIVOR, AND A NEW RECORD WOULD HIDE THE     00017220
017230*    CROSS-REFERENCE FROM EVERY LOOKUP.                           00017230
017240     PERFORM A830-READ-MERGE-XREF                                 00017240
017250     IF W-XREF-FOUND AND EPSCX-MERGE-COMPLETE                     00017250
017260         MOVE EPSCX-SURVIVOR-ID TO EPCMSRVO MIM-SURVIVOR-ID       00017260
017270         MOVE W-MERGED-INTO-MSG TO EPCMMSGO                       00017270
017280     ELSE                                                         00017280
017300         IF EPCMNAMI = SPACES                                     00017300
017400             MOVE W-NAME-REQUIRED-MSG TO EPCMMSGO                 00017400
017500         ELSE                                                     00017500
017600             EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC        00017600
017700             EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)              00017700
017800                  YYYYMMDD(W-TODAY-DATE)                          00017800
017900                  TIME(W-TODAY-TIME)                              00017900
018000                  END-EXEC                                        00018000
018100             MOVE EPCMIDI TO EPSC-CUSTOMER-ID                     00018100
018200             EXEC CICS READ FILE('EPSCUST')                       00018200
018300                  INTO(EPSC-RECORD)                               00018300
018400                  RIDFLD(EPSC-KEY)                                00018400
018500                  UPDATE                                          00018500
018600                  RESP(W-RESP-CODE)                               00018600
018700                  END-EXEC                                        00018700
018710             MOVE SPACES TO EPSCJ-RECORD                          00018710
018720             IF W-RESP-CODE = DFHRESP(NORMAL)                     00018720
018730                 SET EPSCJ-RECORD-CHANGED TO TRUE                 00018730
018740                 MOVE EPSC-RECORD TO EPSCJ-BEFORE-IMAGE           00018740
018750             ELSE                                                 00018750
018760                 SET EPSCJ-RECORD-ADDED TO TRUE                   00018760
018770             END-IF                                               00018770
018800             IF W-RESP-CODE NOT = DFHRESP(NORMAL)                 00018800
018900                 MOVE SPACES TO EPSC-RECORD                       00018900
019000                 MOVE EPCMIDI TO EPSC-CUSTOMER-ID                 00019000
019100             END-IF                                               00019100
019200             MOVE EPCMNAMI TO EPSC-CUSTOMER-NAME                  00019200
019300             MOVE EPCMADRI TO EPSC-ADDRESS-LINE                   00019300
019400             MOVE EPCMCTYI TO EPSC-CITY                           00019400
019500             MOVE EPCMSTAI TO EPSC-STATE                          00019500
019600             MOVE EPCMZIPI TO EPSC-ZIP-CODE                       00019600
019700             MOVE EPCMPHNI TO EPSC-PHONE                          00019700
019800             MOVE EIBOPID TO EPSC-SET-BY-OPERATOR                 00019800
019900             MOVE W-TODAY-DATE TO EPSC-SET-DATE                   00019900
020000             MOVE W-TODAY-TIME TO EPSC-SET-TIME                   00020000
020100             IF W-RESP-CODE = DFHRESP(NORMAL)                     00020100
020200                 EXEC CICS REWRITE FILE('EPSCUST')                00020200
020300                      FROM(EPSC-RECORD)                           00020300
020400                      END-EXEC                                    00020400
020500             ELSE                                                 00020500
020600                 EXEC CICS WRITE FILE('EPSCUST')                  00020600
020700                      FROM(EPSC-RECORD)                           00020700
020800                      RIDFLD(EPSC-KEY)                            00020800
020900                      END-EXEC                                    00020900
021000             END-IF                                               00021000
021100             MOVE EPSC-RECORD TO EPSCJ-AFTER-IMAGE                00021100
021102             MOVE 'EPSCUST' TO EPSCJ-FILE-NAME                    00021102
021104             MOVE EPSC-KEY TO EPSCJ-RECORD-KEY                    00021104
021110             PERFORM A700-WRITE-CHANGE-JOURNAL                    00021110
021120             IF W-JOURNAL-FAILED                                  00021120
021130                 MOVE W-JOURNAL-FAILED-MSG TO EPCMMSGO            00021130
021140             ELSE                                                 00021140
021150                 MOVE W-CUST-UPDATED-MSG TO EPCMMSGO              00021150
021160             END-IF                                               00021160
021200             PERFORM A510-SHOW-CURRENT-CUSTOMER                   00021200
021300         END-IF                                                   00021300
021350     END-IF                                                       00021350
021400     .                                                            00021400
021500*                                                                 00021500
021600 A540-DELETE-CUSTOMER.                                            00021600
021620*    READ FOR UPDATE FIRST SO THE JOURNAL HAS THE CUSTOMER AS IT  00021620
021640*    STOOD BEFORE IT WAS REMOVED.                                 00021640
021660     EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC                00021660
021680     EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                      00021680
021700          YYYYMMDD(W-TODAY-DATE)                                  00021700
021720          TIME(W-TODAY-TIME)                                      00021720
021740          END-EXEC                                                00021740
021760     MOVE EPCMIDI TO EPSC-CUSTOMER-ID                             00021760
021780     EXEC CICS READ FILE('EPSCUST')                               00021780
021800          INTO(EPSC-RECORD)                                       00021800
021820          RIDFLD(EPSC-KEY)                                        00021820
021840          UPDATE                                                  00021840
021860          RESP(W-RESP-CODE)                                       00021860
021880          END-EXEC                                                00021880
021900     IF W-RESP-CODE = DFHRESP(NORMAL)                             00021900
021920         MOVE SPACES TO EPSCJ-RECORD                              00021920
021940         SET EPSCJ-RECORD-DELETED TO TRUE                         00021940
021960         MOVE EPSC-RECORD TO EPSCJ-BEFORE-IMAGE                   00021960
021980         EXEC CICS DELETE FILE('EPSCUST')                         00021980
022000              RESP(W-RESP-CODE)                                   00022000
022020              END-EXEC                                            00022020
022040     END-IF                                                       00022040
022060     IF W-RESP-CODE = DFHRESP(NORMAL)                             00022060
022070         MOVE 'EPSCUST' TO EPSCJ-FILE-NAME                        00022070
022075         MOVE EPSC-KEY TO EPSCJ-RECORD-KEY                        00022075
022080         PERFORM A700-WRITE-CHANGE-JOURNAL                        00022080
022100         IF W-JOURNAL-FAILED                                      00022100
022120             MOVE W-JOURNAL-FAILED-MSG TO EPCMMSGO                00022120
022140         ELSE                                                     00022140
022160             MOVE SPACES TO EPCMNAMO EPCMADRO EPCMCTYO EPCMSTAO   00022160
022180                            EPCMZIPO EPCMPHNO EPCMSETO EPCMCURDO  00022180
022200             MOVE W-CUST-DELETED-MSG TO EPCMMSGO                  00022200
022220         END-IF                                                   00022220
022240     ELSE                                                         00022240
022260         MOVE W-NO-CUST-MSG TO EPCMMSGO                           00022260
022280     END-IF                                                       00022280
022300     .                                                            00022300
022320*                                                                 00022320
022340 A700-WRITE-CHANGE-JOURNAL.                                       00022340
022360     MOVE W-TODAY-DATE TO EPSCJ-CHANGE-DATE                       00022360
022380     MOVE W-TODAY-TIME TO EPSCJ-CHANGE-TIME                       00022380
022400     MOVE EIBTRMID TO EPSCJ-ORIGIN-ID                             00022400
022420     MOVE EIBTASKN TO EPSCJ-SEQUENCE                              00022420
022460     SET EPSCJ-ONLINE-CHANGE TO TRUE                              00022460
022480     MOVE EIBOPID TO EPSCJ-CHANGED-BY                             00022480
022500     MOVE 'EPSCUMNT' TO EPSCJ-PROGRAM-ID                          00022500
022520     SET EPSCJ-REFERENCE-CHANGE TO TRUE                           00022520
022560     EXEC CICS WRITE FILE('EPSCHGJ')                              00022560
022580          FROM(EPSCJ-RECORD)                                      00022580
022600          RIDFLD(EPSCJ-KEY)                                       00022600
022620          RESP(W-RESP-CODE)                                       00022620
022640          END-EXEC                                                00022640
022660*    A CUSTOMER CHANGE THE JOURNAL CANNOT PROVE IS NOT ALLOWED TO 00022660
022680*    STAND - BACK OUT THE EPSCUST UPDATE ALONG WITH IT.           00022680
022700     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00022700
022720         SET W-JOURNAL-FAILED TO TRUE                             00022720
022740         EXEC CICS SYNCPOINT ROLLBACK END-EXEC                    00022740
022760     END-IF                                                       00022760
022780     .                                                            00022780
022790*                                                                 00022790
022791*    A MERGE IS ONLY ORDERED HERE - THE EPSCXRF ROW IS FILED      00022791
022792*    PENDING AND THE NIGHTLY EPSCMRG JOB, RUN WITH THE REGION     00022792
022793*    DOWN, RE-POINTS THE QUOTE HISTORY AND APPLICATIONS AND       00022793
022794*    REMOVES THE RETIRED RECORD.  BOTH RECORDS MUST BE ON FILE,   00022794
022795*    AND A SURVIVOR THAT IS ITSELF WAITING TO BE MERGED AWAY IS   00022795
022796*    REFUSED SO THE ORDERS CAN NEVER FORM A LOOP.                 00022796
022797 A800-ORDER-MERGE.                                                00022797
022798     PERFORM A810-EDIT-MERGE-ORDER                                00022798
022799     IF NOT W-MERGE-ERROR                                         00022799
022800         EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC            00022800
022801         EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                  00022801
022802              YYYYMMDD(W-TODAY-DATE)                              00022802
022803              TIME(W-TODAY-TIME)                                  00022803
022804              END-EXEC                                            00022804
022805         MOVE SPACES TO EPSCX-RECORD                              00022805
022806         MOVE EPCMIDI TO EPSCX-RETIRED-ID                         00022806
022807         MOVE EPCMSRVI TO EPSCX-SURVIVOR-ID                       00022807
022808         SET EPSCX-MERGE-PENDING TO TRUE                          00022808
022809         MOVE EIBOPID TO EPSCX-ORDERED-BY                         00022809
022810         MOVE W-TODAY-DATE TO EPSCX-ORDERED-DATE                  00022810
022811         MOVE W-TODAY-TIME TO EPSCX-ORDERED-TIME                  00022811
022812         MOVE ZEROS TO EPSCX-COMPLETED-DATE EPSCX-QUOTES-MOVED    00022812
022813                       EPSCX-APPS-MOVED                           00022813
022814         EXEC CICS WRITE FILE('EPSCXRF')                          00022814
022815              FROM(EPSCX-RECORD)                                  00022815
022816              RIDFLD(EPSCX-KEY)                                   00022816
022817              RESP(W-RESP-CODE)                                   00022817
022818              END-EXEC                                            00022818
022819         IF W-RESP-CODE = DFHRESP(NORMAL)                         00022819
022820             MOVE SPACES TO EPSCJ-RECORD                          00022820
022821             SET EPSCJ-RECORD-ADDED TO TRUE                       00022821
022822             MOVE EPSCX-RECORD TO EPSCJ-AFTER-IMAGE               00022822
022823             MOVE 'EPSCXRF' TO EPSCJ-FILE-NAME                    00022823
022824             MOVE EPSCX-KEY TO EPSCJ-RECORD-KEY                   00022824
022825             PERFORM A700-WRITE-CHANGE-JOURNAL                    00022825
022826             IF W-JOURNAL-FAILED                                  00022826
022827                 MOVE W-JOURNAL-FAILED-MSG TO EPCMMSGO            00022827
022828             ELSE                                                 00022828
022829                 MOVE EPCMSRVI TO MOM-SURVIVOR-ID                 00022829
022830                 MOVE W-MERGE-ORDERED-MSG TO EPCMMSGO             00022830
022831             END-IF                                               00022831
022832         ELSE                                                     00022832
022833             MOVE W-MERGE-EXISTS-MSG TO EPCMMSGO                  00022833
022834         END-IF                                                   00022834
022835     END-IF                                                       00022835
022836     PERFORM A510-SHOW-CURRENT-CUSTOMER                           00022836
022837     .                                                            00022837
022838*                                                                 00022838
022839 A810-EDIT-MERGE-ORDER.                                           00022839
022840     SET W-MERGE-ERROR TO TRUE                                    00022840
022841     EVALUATE TRUE                                                00022841
022842         WHEN NOT W-MERGE-AUTHORIZED                              00022842
022843             MOVE W-NO-MERGE-AUTH-MSG TO EPCMMSGO                 00022843
022844         WHEN EPCMSRVI = SPACES OR EPCMSRVI = LOW-VALUES          00022844
022845             MOVE W-SURVIVOR-REQUIRED-MSG TO EPCMMSGO             00022845
022846         WHEN EPCMSRVI = EPCMIDI                                  00022846
022847             MOVE W-SURVIVOR-SAME-MSG TO EPCMMSGO                 00022847
022848         WHEN OTHER                                               00022848
022849             MOVE SPACES TO W-MERGE-ERROR-SWITCH                  00022849
022850     END-EVALUATE                                                 00022850
022851     IF NOT W-MERGE-ERROR                                         00022851
022852         MOVE EPCMIDI TO EPSC-CUSTOMER-ID                         00022852
022853         EXEC CICS READ FILE('EPSCUST')                           00022853
022854              INTO(EPSC-RECORD)                                   00022854
022855              RIDFLD(EPSC-KEY)                                    00022855
022856              RESP(W-RESP-CODE)                                   00022856
022857              END-EXEC                                            00022857
022858         IF W-RESP-CODE NOT = DFHRESP(NORMAL)                     00022858
022859             SET W-MERGE-ERROR TO TRUE                            00022859
022860             MOVE W-NO-CUST-MSG TO EPCMMSGO                       00022860
022861         END-IF                                                   00022861
022862     END-IF                                                       00022862
022863     IF NOT W-MERGE-ERROR                                         00022863
022864         MOVE EPCMSRVI TO EPSC-CUSTOMER-ID                        00022864
022865         EXEC CICS READ FILE('EPSCUST')                           00022865
022866              INTO(EPSC-RECORD)                                   00022866
022867              RIDFLD(EPSC-KEY)                                    00022867
022868              RESP(W-RESP-CODE)                                   00022868
022869              END-EXEC                                            00022869
022870         IF W-RESP-CODE NOT = DFHRESP(NORMAL)                     00022870
022871             SET W-MERGE-ERROR TO TRUE                            00022871
022872             MOVE W-NO-SURVIVOR-MSG TO EPCMMSGO                   00022872
022873         END-IF                                                   00022873
022874     END-IF                                                       00022874
022875     IF NOT W-MERGE-ERROR                                         00022875
022876         MOVE EPCMSRVI TO EPSCX-RETIRED-ID                        00022876
022877         EXEC CICS READ FILE('EPSCXRF')                           00022877
022878              INTO(EPSCX-RECORD)                                  00022878
022879              RIDFLD(EPSCX-KEY)                                   00022879
022880              RESP(W-RESP-CODE)                                   00022880
022881              END-EXEC                                            00022881
022882         IF W-RESP-CODE = DFHRESP(NORMAL)                         00022882
022883             SET W-MERGE-ERROR TO TRUE                            00022883
022884             MOVE W-SURVIVOR-MERGING-MSG TO EPCMMSGO              00022884
022885         END-IF                                                   00022885
022886     END-IF                                                       00022886
022887     .                                                            00022887
022888*                                                                 00022888
022889*    ONLY A MERGE THE NIGHTLY RUN HAS NOT YET APPLIED CAN BE      00022889
022890*    CANCELLED - ONCE APPLIED, THE RETIRED RECORD IS GONE AND ITS 00022890
022891*    HISTORY ALREADY SITS UNDER THE SURVIVOR.                     00022891
022892 A820-CANCEL-MERGE.                                               00022892
022893     IF NOT W-MERGE-AUTHORIZED                                    00022893
022894         MOVE W-NO-MERGE-AUTH-MSG TO EPCMMSGO                     00022894
022895     ELSE                                                         00022895
022896         EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC            00022896
022897         EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                  00022897
022898              YYYYMMDD(W-TODAY-DATE)                              00022898
022899              TIME(W-TODAY-TIME)                                  00022899
022900              END-EXEC                                            00022900
022901         MOVE EPCMIDI TO EPSCX-RETIRED-ID                         00022901
022902         EXEC CICS READ FILE('EPSCXRF')                           00022902
022903              INTO(EPSCX-RECORD)                                  00022903
022904              RIDFLD(EPSCX-KEY)                                   00022904
022905              UPDATE                                              00022905
022906              RESP(W-RESP-CODE)                                   00022906
022907              END-EXEC                                            00022907
022908         EVALUATE TRUE                                            00022908
022909             WHEN W-RESP-CODE NOT = DFHRESP(NORMAL)               00022909
022910                 MOVE W-NO-MERGE-MSG TO EPCMMSGO                  00022910
022911             WHEN EPSCX-MERGE-COMPLETE                            00022911
022912                 EXEC CICS UNLOCK FILE('EPSCXRF') END-EXEC        00022912
022913                 MOVE W-MERGE-APPLIED-MSG TO EPCMMSGO             00022913
022914             WHEN OTHER                                           00022914
022915                 MOVE SPACES TO EPSCJ-RECORD                      00022915
022916                 SET EPSCJ-RECORD-DELETED TO TRUE                 00022916
022917                 MOVE EPSCX-RECORD TO EPSCJ-BEFORE-IMAGE          00022917
022918                 MOVE 'EPSCXRF' TO EPSCJ-FILE-NAME                00022918
022919                 MOVE EPSCX-KEY TO EPSCJ-RECORD-KEY               00022919
022920                 EXEC CICS DELETE FILE('EPSCXRF') END-EXEC        00022920
022921                 PERFORM A700-WRITE-CHANGE-JOURNAL                00022921
022922                 IF W-JOURNAL-FAILED                              00022922
022923                     MOVE W-JOURNAL-FAILED-MSG TO EPCMMSGO        00022923
022924                 ELSE                                             00022924
022925                     MOVE W-MERGE-CANCELLED-MSG TO EPCMMSGO       00022925
022926                 END-IF                                           00022926
022927         END-EVALUATE                                             00022927
022928     END-IF                                                       00022928
022929     PERFORM A510-SHOW-CURRENT-CUSTOMER                           00022929
022930     .                                                            00022930
022931*                                                                 00022931
022932 A830-READ-MERGE-XREF.                                            00022932
022933     MOVE SPACES TO W-XREF-SWITCH                                 00022933
022934     MOVE EPCMIDI TO EPSCX-RETIRED-ID                             00022934
022935     EXEC CICS READ FILE('EPSCXRF')                               00022935
022936          INTO(EPSCX-RECORD)                                      00022936
022937          RIDFLD(EPSCX-KEY)                                       00022937
022938          RESP(W-RESP-CODE)                                       00022938
022939          END-EXEC                                                00022939
022940     IF W-RESP-CODE = DFHRESP(NORMAL)                             00022940
022941         SET W-XREF-FOUND TO TRUE                                 00022941
022942     END-IF                                                       00022942
022943     .                                                            00022943
023000*                                                                 00023000
023100 A900-SEND-NOT-AUTHORIZED.                                        00023100
023200     EXEC CICS SEND TEXT FROM(W-NOT-AUTHORIZED-MSG)               00023200
