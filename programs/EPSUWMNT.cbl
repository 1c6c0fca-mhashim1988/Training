000510*    INFORMATION, OR PAGE OUT THE SELECTED CUSTOMER'S PRIOR       00000510
000520*    APPLICATIONS AND DECISIONS (ACTION 'H', SEE A650-SHOW-       00000520
000530*    CUSTOMER-HISTORY).  AUTHORIZATION IS THE EPSRT-CAN-UNDERWRITE00000530
000532*    THE HISTORY PAGE ENDS WITH THE CUSTOMER'S RATE QUOTES,       00000532
000534*    NEWEST FIRST, OFF THE EPSQCIX CUSTOMER INDEX.                00000534
000700*    FLAG ON THE EPSRTAUT SECURITY PROFILE TABLE (SEE EPSATMNT),  00000700
000800*    THE SAME TABLE EPRTMN AND EPSATMN THEMSELVES USE.  LINKED    00000800
000900*    FROM EPSCMORT-MAINLINE ON PF11.                              00000900
000910*    AN UNDERWRITER MAY NOT APPROVE AN APPLICATION THEY KEYED     00000910
000920*    THEMSELVES, AND AN APPROVAL BEYOND THEIR EPSRTAUT LENDING    00000920
000930*    AUTHORITY - OVER THEIR MAXIMUM APPROVAL AMOUNT, OR OUTSIDE   00000930
000940*    CREDIT POLICY WITHOUT OUT-OF-POLICY AUTHORITY - IS HELD IN   00000940
000950*    STATUS 'S' UNTIL A SECOND UNDERWRITER WHOSE AUTHORITY DOES   00000950
000960*    COVER IT SIGNS (SEE A630-CHECK-LENDING-AUTHORITY).  'S' ROWS 00000960
000970*    LIST IN THE QUEUE ALONGSIDE THE PENDING ONES.                00000970
000980*    A MORE-INFO APPLICATION THE CUSTOMER NEVER ANSWERS IS        00000980
000985*    WITHDRAWN (STATUS 'W') BY THE NIGHTLY EPSPIPE JOB AND SHOWS  00000985
000990*    IN THE HISTORY AS WITHDRN.                                   00000990
001000*                                                                 00001000
001100*    (C) 2026 IBM - D L HILDNER.                                  00001100
001200*                                                                 00001200
003800         10  W-DK-CUSTOMER-ID       PIC X(08).                    00003800
003900         10  W-DK-APPLICATION-DATE  PIC X(08).                    00003900
004000         10  W-DK-APPLICATION-TIME  PIC X(06).                    00004000
004010         10  W-DK-STATUS            PIC X(01).                    00004010
004020         10  W-DK-PRINCIPAL-AMT     PIC 9(07)V99 COMP-3.          00004020
004030         10  W-DK-POLICY-FLAG       PIC X(01).                    00004030
004040         10  W-DK-ORIGINATED-BY     PIC X(03).                    00004040
004050         10  W-DK-FIRST-APPR-BY     PIC X(03).                    00004050
004060         10  W-DK-FIRST-APPR-DATE   PIC X(08).                    00004060
004070         10  W-DK-FIRST-APPR-TIME   PIC X(06).                    00004070
004100 01  W-EDIT-FIELDS.                                               00004100
004200     05  W-ED-PRINCIPLE-ROW     PIC Z,ZZZ,ZZ9.99.                 00004200
004300     05  W-ED-RATE              PIC Z9.999.                       00004300
005340        'REASON CODE NOT ON EPSRSN TABLE'.                        00005340
005350 01  W-REASON-OK-SWITCH         PIC X(01).                        00005350
005360     88  W-REASON-OK                VALUE 'Y'.                    00005360
005362 01  W-AUTHORITY-OK-SWITCH      PIC X(01).                        00005362
005364     88  W-AUTHORITY-OK             VALUE 'Y'.                    00005364
005366 01  W-WITHIN-AUTHORITY-SWITCH  PIC X(01).                        00005366
005368     88  W-WITHIN-AUTHORITY         VALUE 'Y'.                    00005368
005370 01  W-REFER-SWITCH             PIC X(01).                        00005370
005372     88  W-REFER-FOR-SECOND         VALUE 'Y'.                    00005372
005374 01  W-PRIOR-STATUS             PIC X(01).                        00005374
005376 01  W-MAX-APPROVAL-AMT         PIC 9(07)V99 COMP-3.              00005376
005378 01  W-SELF-APPROVAL-MSG        PIC X(40) VALUE                   00005378
005380        'CANNOT APPROVE AN APPLICATION YOU KEYED'.                00005380
005382 01  W-SAME-APPROVER-MSG        PIC X(40) VALUE                   00005382
005384        'SECOND APPROVAL MUST BE ANOTHER OPERATOR'.               00005384
005386 01  W-OVER-AUTHORITY-MSG       PIC X(40) VALUE                   00005386
005388        'LOAN IS BEYOND YOUR LENDING AUTHORITY'.                  00005388
005390 01  W-REFERRED-MSG             PIC X(40) VALUE                   00005390
005392        'APPROVAL HELD FOR SECOND SIGNATURE'.                     00005392
005394 01  W-ALREADY-DECIDED-MSG      PIC X(40) VALUE                   00005394
005396        'ALREADY DECIDED - LIST REFRESHED'.                       00005396
005400 01  W-SQL-ERROR-MSG.                                             00005400
005500     05  FILLER                 PIC X(11) VALUE 'SQL ERROR: '.    00005500
005600     05  W-SQL-ERROR-CODE       PIC 9(05) DISPLAY.                00005600
005700*                                                                 00005700
005707*    CUSTOMER-HISTORY PAGE WORKING STORAGE (SEE                   00005707
005714*    A650-SHOW-CUSTOMER-HISTORY) - ACTION 'H' PAGES OUT EVERY     00005714
005721*    EPSLNAPP APPLICATION THE SELECTED ROW'S CUSTOMER IS ON, WITH 00005721
005728*    THE DECISION STAMPED ON EACH AND, FOR A JOINT APPLICATION,   00005728
005735*    EACH BORROWER ON IT, THE SAME SEND TEXT ACCUM WAY EPSAMSCH   00005735
005742*    PAGES OUT AN AMORTIZATION SCHEDULE.                          00005742
005743 01  W-HIST-HEADING-1.                                            00005743
005744     05  FILLER                 PIC X(21) VALUE                   00005744
005745            'APPLICATION HISTORY -'.                              00005745
005746     05  FILLER                 PIC X(01) VALUE SPACE.            00005746
005747     05  HH-CUSTOMER-ID         PIC X(08).                        00005747
005748     05  FILLER                 PIC X(01) VALUE SPACE.            00005748
005749     05  HH-CUSTOMER-NAME       PIC X(30).                        00005749
005750 01  W-HIST-HEADING-2.                                            00005750
005751     05  FILLER                 PIC X(10) VALUE 'DATE'.           00005751
005752     05  FILLER                 PIC X(14) VALUE 'PRINCIPAL'.      00005752
005753     05  FILLER                 PIC X(08) VALUE 'RATE'.           00005753
005754     05  FILLER                 PIC X(08) VALUE 'STATUS'.         00005754
005755     05  FILLER                 PIC X(05) VALUE 'BY'.             00005755
005756     05  FILLER                 PIC X(10) VALUE 'DECIDED'.        00005756
005757     05  FILLER                 PIC X(06) VALUE '1ST BY'.         00005757
005758 01  W-HIST-DETAIL-LINE.                                          00005758
005759     05  HD-APPLICATION-DATE    PIC X(08).                        00005759
005760     05  FILLER                 PIC X(02) VALUE SPACES.           00005760
005761     05  HD-PRINCIPAL           PIC X(13).                        00005761
005762     05  FILLER                 PIC X(01) VALUE SPACES.           00005762
005763     05  HD-RATE                PIC X(06).                        00005763
005764     05  FILLER                 PIC X(02) VALUE SPACES.           00005764
005765     05  HD-STATUS              PIC X(07).                        00005765
005766     05  FILLER                 PIC X(01) VALUE SPACES.           00005766
005767     05  HD-DECIDED-BY          PIC X(03).                        00005767
005768     05  FILLER                 PIC X(02) VALUE SPACES.           00005768
005769     05  HD-DECIDED-DATE        PIC X(08).                        00005769
005770     05  FILLER                 PIC X(02) VALUE SPACES.           00005770
005771     05  HD-FIRST-APPR-BY       PIC X(03).                        00005771
005777 01  W-HIST-FOOTER              PIC X(40) VALUE                   00005777
005778        'PRESS CLEAR TO RETURN TO THE MENU'.                      00005778
005779 01  W-HIST-ROW-COUNT           PIC 9(03)  COMP-3.                00005779
005780 01  W-HIST-EOF-SWITCH          PIC X(01).                        00005780
005781     88  W-HIST-AT-END              VALUE 'Y'.                    00005781
005782 01  W-HIST-BORROWER-LINE.                                        00005782
005783     05  FILLER                 PIC X(04) VALUE SPACES.           00005783
005784     05  HB-ROLE                PIC X(08).                        00005784
005785     05  FILLER                 PIC X(01) VALUE SPACE.            00005785
005786     05  HB-CUSTOMER-ID         PIC X(08).                        00005786
005787     05  FILLER                 PIC X(01) VALUE SPACE.            00005787
005788     05  HB-CUSTOMER-NAME       PIC X(30).                        00005788
005789 01  W-BORROWER-COUNT           PIC 9(01).                        00005789
005790 01  W-COB-SUB                  PIC 9(01).                        00005790
005793*                                                                 00005793
005800     COPY DFHAID.                                                 00005800
005900     COPY EPSUWLST.                                               00005900
006000     COPY EPSRTAUT.                                               00006000
006100     COPY EPSLNAPP.                                               00006100
006110     COPY EPSCUST.                                                00006110
006120     COPY EPSRSN.                                                 00006120
006122     COPY EPSQUOTE.                                               00006122
006124     COPY EPSQCIX.                                                00006124
006126*                                                                 00006126
006128*    QUOTE SECTION OF THE 'H' CUSTOMER-HISTORY PAGE (SEE A690-    00006128
006130*    SEND-QUOTE-HISTORY) - FIFTY QUOTES AT MOST, THEN A LINE      00006130
006132*    POINTING AT THE FULL PF13 QUOTE HISTORY.                     00006132
006134 01  W-QHIST-HEADING-1          PIC X(40) VALUE                   00006134
006136        'QUOTE HISTORY - NEWEST FIRST'.                           00006136
006138 01  W-QHIST-HEADING-2.                                           00006138
006140     05  FILLER                 PIC X(10) VALUE 'DATE'.           00006140
006142     05  FILLER                 PIC X(06) VALUE 'PROD'.           00006142
006144     05  FILLER                 PIC X(14) VALUE 'PRINCIPAL'.      00006144
006146     05  FILLER                 PIC X(04) VALUE 'YRS'.            00006146
006148     05  FILLER                 PIC X(08) VALUE 'RATE'.           00006148
006150     05  FILLER                 PIC X(14) VALUE 'PAYMENT'.        00006150
006152     05  FILLER                 PIC X(03) VALUE 'ST'.             00006152
006154     05  FILLER                 PIC X(08) VALUE 'LOCK TO'.        00006154
006156 01  W-QHIST-DETAIL-LINE.                                         00006156
006158     05  QD-QUOTE-DATE          PIC X(08).                        00006158
006160     05  FILLER                 PIC X(02) VALUE SPACES.           00006160
006162     05  QD-PRODUCT             PIC X(04).                        00006162
006164     05  FILLER                 PIC X(02) VALUE SPACES.           00006164
006166     05  QD-PRINCIPAL           PIC X(13).                        00006166
006168     05  FILLER                 PIC X(01) VALUE SPACES.           00006168
006170     05  QD-YEARS               PIC X(02).                        00006170
006172     05  FILLER                 PIC X(02) VALUE SPACES.           00006172
006174     05  QD-RATE                PIC X(06).                        00006174
006176     05  FILLER                 PIC X(02) VALUE SPACES.           00006176
006178     05  QD-PAYMENT             PIC X(13).                        00006178
006180     05  FILLER                 PIC X(01) VALUE SPACES.           00006180
006182     05  QD-STATUS              PIC X(01).                        00006182
006184     05  FILLER                 PIC X(02) VALUE SPACES.           00006184
006186     05  QD-LOCK-DATE           PIC X(08).                        00006186
006188 01  W-QHIST-NONE-LINE          PIC X(40) VALUE                   00006188
006190        'NO QUOTES ON FILE'.                                      00006190
006192 01  W-QHIST-MORE-LINE          PIC X(40) VALUE                   00006192
006194        'OLDER QUOTES ON THE QUOTE HISTORY (PF13)'.               00006194
006196 01  W-QHIST-ROW-COUNT          PIC 9(03)  COMP-3.                00006196
006197 01  W-QHIST-EOF-SWITCH         PIC X(01).                        00006197
006198     88  W-QHIST-AT-END             VALUE 'Y'.                    00006198
006200*                                                                 00006200
006300     EXEC SQL INCLUDE SQLCA END-EXEC.                             00006300
006400*                                                                 00006400
006600          SELECT CUSTOMER_ID, CUSTOMER_NAME, PRINCIPAL_AMT,       00006600
006700                 NUMBER_OF_YEARS, INTEREST_RATE,                  00006700
006800                 APPLICATION_DATE, APPLICATION_TIME,              00006800
006830                 DTI_PCT, POLICY_FLAG, CO_BORR1_ID,               00006830
006860                 CO_BORR2_ID, CO_BORR3_ID,                        00006860
006870                 STATUS, ORIGINATED_BY, FIRST_APPR_BY,            00006870
006880                 FIRST_APPR_DATE, FIRST_APPR_TIME                 00006880
006900            FROM EPSLNAPP                                         00006900
007000           WHERE STATUS IN ('P', 'S')                             00007000
007100             AND (APPLICATION_DATE > :EPUW-ANCHOR-DATE            00007100
007200                  OR (APPLICATION_DATE = :EPUW-ANCHOR-DATE        00007200
007300                      AND APPLICATION_TIME >= :EPUW-ANCHOR-TIME)) 00007300
007400           ORDER BY APPLICATION_DATE, APPLICATION_TIME            00007400
007500          END-EXEC.                                               00007500
007510*                                                                 00007510
007518*    HSTCSR DRIVES THE 'H' CUSTOMER-HISTORY PAGE - EVERY          00007518
007526*    APPLICATION THE SELECTED CUSTOMER IS ON, AS THE PRIMARY      00007526
007534*    BORROWER OR AS ONE OF THE CO-BORROWERS, ANY STATUS, OLDEST   00007534
007542*    FIRST, SO THE UNDERWRITER CAN SEE PRIOR DECISIONS BEFORE     00007542
007550*    DECIDING THE PENDING ONE.                                    00007550
007560     EXEC SQL DECLARE HSTCSR CURSOR FOR                           00007560
007570          SELECT APPLICATION_DATE, PRINCIPAL_AMT,                 00007570
007574                 INTEREST_RATE, STATUS, DECIDED_BY, DECIDED_DATE, 00007574
007578                 CUSTOMER_ID, CUSTOMER_NAME,                      00007578
007582                 CO_BORR1_ID, CO_BORR1_NAME, CO_BORR2_ID,         00007582
007584                 CO_BORR2_NAME, CO_BORR3_ID, CO_BORR3_NAME,       00007584
007586                 FIRST_APPR_BY                                    00007586
007590            FROM EPSLNAPP                                         00007590
007591           WHERE CUSTOMER_ID = :EPSLA-CUSTOMER-ID                 00007591
007592              OR CO_BORR1_ID = :EPSLA-CUSTOMER-ID                 00007592
007593              OR CO_BORR2_ID = :EPSLA-CUSTOMER-ID                 00007593
007594              OR CO_BORR3_ID = :EPSLA-CUSTOMER-ID                 00007594
007595           ORDER BY APPLICATION_DATE, APPLICATION_TIME            00007595
007596          END-EXEC.                                               00007596
007600*                                                                 00007600
007700 LINKAGE SECTION.                                                 00007700
007800 01  DFHCOMMAREA.                                                 00007800
019500               :EPSLA-PRINCIPAL-AMT, :EPSLA-NUMBER-OF-YEARS,      00019500
019600               :EPSLA-INTEREST-RATE, :EPSLA-APPLICATION-DATE,     00019600
019700               :EPSLA-APPLICATION-TIME,                           00019700
019730               :EPSLA-DTI-PCT, :EPSLA-POLICY-FLAG,                00019730
019760               :EPSLA-COB1-ID, :EPSLA-COB2-ID, :EPSLA-COB3-ID,    00019760
019770               :EPSLA-STATUS, :EPSLA-ORIGINATED-BY,               00019770
019780               :EPSLA-FIRST-APPR-BY, :EPSLA-FIRST-APPR-DATE,      00019780
019790               :EPSLA-FIRST-APPR-TIME                             00019790
019800          END-EXEC                                                00019800
019900     IF SQLCODE = 100                                             00019900
020000         SET W-AT-END TO TRUE                                     00020000
021000            TO W-DK-APPLICATION-DATE(W-ROW-COUNT)                 00021000
021100         MOVE EPSLA-APPLICATION-TIME                              00021100
021200            TO W-DK-APPLICATION-TIME(W-ROW-COUNT)                 00021200
021210         MOVE EPSLA-STATUS TO W-DK-STATUS(W-ROW-COUNT)            00021210
021220         MOVE EPSLA-PRINCIPAL-AMT                                 00021220
021230            TO W-DK-PRINCIPAL-AMT(W-ROW-COUNT)                    00021230
021240         MOVE EPSLA-POLICY-FLAG TO W-DK-POLICY-FLAG(W-ROW-COUNT)  00021240
021250         MOVE EPSLA-ORIGINATED-BY                                 00021250
021260            TO W-DK-ORIGINATED-BY(W-ROW-COUNT)                    00021260
021270         MOVE EPSLA-FIRST-APPR-BY                                 00021270
021275            TO W-DK-FIRST-APPR-BY(W-ROW-COUNT)                    00021275
021280         MOVE EPSLA-FIRST-APPR-DATE                               00021280
021285            TO W-DK-FIRST-APPR-DATE(W-ROW-COUNT)                  00021285
021290         MOVE EPSLA-FIRST-APPR-TIME                               00021290
021295            TO W-DK-FIRST-APPR-TIME(W-ROW-COUNT)                  00021295
021300         PERFORM A320-FORMAT-ROW                                  00021300
021400     END-IF                                                       00021400
021500     END-IF                                                       00021500
022400     MOVE EPSLA-INTEREST-RATE TO W-ED-RATE                        00022400
022500     MOVE W-ED-RATE TO EPUWRRATO(W-ROW-COUNT)                     00022500
022600     MOVE EPSLA-APPLICATION-DATE TO EPUWRDATO(W-ROW-COUNT)        00022600
022700     MOVE EPSLA-STATUS TO EPUWRSTSO(W-ROW-COUNT)                  00022700
022710     IF EPSLA-DTI-PCT = ZERO                                      00022710
022720         MOVE SPACES TO EPUWRDTIO(W-ROW-COUNT)                    00022720
022730     ELSE                                                         00022730
022750         MOVE W-ED-DTI TO EPUWRDTIO(W-ROW-COUNT)                  00022750
022760     END-IF                                                       00022760
022770     MOVE EPSLA-POLICY-FLAG TO EPUWRPOLO(W-ROW-COUNT)             00022770
022771     MOVE 1 TO W-BORROWER-COUNT                                   00022771
022772     PERFORM A325-COUNT-CO-BORROWER                               00022772
022773         VARYING W-COB-SUB FROM 1 BY 1                            00022773
022774         UNTIL W-COB-SUB > 3                                      00022774
022775     MOVE W-BORROWER-COUNT TO EPUWRBRWO(W-ROW-COUNT)              00022775
022776     MOVE EPSLA-FIRST-APPR-BY TO EPUWRFAPO(W-ROW-COUNT)           00022776
022780     .                                                            00022780
022797*                                                                 00022797
022814 A325-COUNT-CO-BORROWER.                                          00022814
022831     IF EPSLA-COB-ID(W-COB-SUB) NOT = SPACES                      00022831
022848         ADD 1 TO W-BORROWER-COUNT                                00022848
022865     END-IF                                                       00022865
022882     .                                                            00022882
022900*                                                                 00022900
023000 A400-SEND-LIST-MAP.                                              00023000
023100     EXEC CICS SEND MAP('EPUWLST')                                00023100
028200             ELSE                                                 00028200
028210                 PERFORM A640-VALIDATE-REASON-CODE                00028210
028220                 IF W-REASON-OK                                   00028220
028225                     PERFORM A630-CHECK-LENDING-AUTHORITY         00028225
028228                     IF W-AUTHORITY-OK                            00028228
028230                         PERFORM A645-STAMP-DECISION              00028230
028235                     END-IF                                       00028235
028240                 END-IF                                           00028240
028250             END-IF                                               00028250
028260         END-IF                                                   00028260
029100                    TO EPSLA-APPLICATION-DATE                     00029100
029200                 MOVE W-DK-APPLICATION-TIME(W-SELECTED-INDEX)     00029200
029300                    TO EPSLA-APPLICATION-TIME                     00029300
029320                 MOVE W-DK-FIRST-APPR-BY(W-SELECTED-INDEX)        00029320
029330                    TO EPSLA-FIRST-APPR-BY                        00029330
029340                 MOVE W-DK-FIRST-APPR-DATE(W-SELECTED-INDEX)      00029340
029350                    TO EPSLA-FIRST-APPR-DATE                      00029350
029360                 MOVE W-DK-FIRST-APPR-TIME(W-SELECTED-INDEX)      00029360
029370                    TO EPSLA-FIRST-APPR-TIME                      00029370
029400                 EVALUATE EPUWACTI                                00029400
029500                     WHEN 'A'                                     00029500
029600                         IF W-REFER-FOR-SECOND                    00029600
029610                             SET EPSLA-PENDING-SECOND-APPR TO TRUE00029610
029620                         ELSE                                     00029620
029630                             SET EPSLA-APPROVED TO TRUE           00029630
029640                         END-IF                                   00029640
029700                     WHEN 'D'                                     00029700
029800                         SET EPSLA-DENIED TO TRUE                 00029800
029900                     WHEN 'M'                                     00029900
030000                         SET EPSLA-NEEDS-MORE-INFO TO TRUE        00030000
030100                 END-EVALUATE                                     00030100
030200                 IF EPSLA-PENDING-SECOND-APPR                     00030200
030210                     MOVE EIBOPID TO EPSLA-FIRST-APPR-BY          00030210
030220                     MOVE W-TODAY-DATE TO EPSLA-FIRST-APPR-DATE   00030220
030230                     MOVE W-TODAY-TIME TO EPSLA-FIRST-APPR-TIME   00030230
030240                     MOVE SPACES TO EPSLA-DECIDED-BY              00030240
030250                     MOVE ZEROS TO EPSLA-DECIDED-DATE             00030250
030260                                   EPSLA-DECIDED-TIME             00030260
030270                 ELSE                                             00030270
030280                     MOVE EIBOPID TO EPSLA-DECIDED-BY             00030280
030300                     MOVE W-TODAY-DATE TO EPSLA-DECIDED-DATE      00030300
030400                     MOVE W-TODAY-TIME TO EPSLA-DECIDED-TIME      00030400
030450                 END-IF                                           00030450
030500                 EXEC SQL                                         00030500
030600                      UPDATE EPSLNAPP                             00030600
030700                         SET STATUS = :EPSLA-STATUS,              00030700
030800                             DECIDED_BY = :EPSLA-DECIDED-BY,      00030800
030900                             DECIDED_DATE = :EPSLA-DECIDED-DATE,  00030900
031000                             DECIDED_TIME = :EPSLA-DECIDED-TIME,  00031000
031050                             REASON_CODE = :EPSLA-REASON-CODE,    00031050
031060                             FIRST_APPR_BY = :EPSLA-FIRST-APPR-BY,00031060
031070                             FIRST_APPR_DATE =                    00031070
031075                                 :EPSLA-FIRST-APPR-DATE,          00031075
031080                             FIRST_APPR_TIME =                    00031080
031085                                 :EPSLA-FIRST-APPR-TIME           00031085
031100                       WHERE CUSTOMER_ID = :EPSLA-CUSTOMER-ID     00031100
031200                         AND APPLICATION_DATE =                   00031200
031300                             :EPSLA-APPLICATION-DATE              00031300
031400                         AND APPLICATION_TIME =                   00031400
031500                             :EPSLA-APPLICATION-TIME              00031500
031510                         AND STATUS = :W-PRIOR-STATUS             00031510
031600                      END-EXEC                                    00031600
031700                 IF SQLCODE = 0                                   00031700
031800                     PERFORM A380-CLOSE-CURSOR                    00031800
031900                     PERFORM A260-RELOAD-CURRENT-PAGE             00031900
032000                     IF W-REFER-FOR-SECOND                        00032000
032010                         MOVE W-REFERRED-MSG TO EPUWMSGO          00032010
032020                     ELSE                                         00032020
032030                         MOVE W-DECIDED-MSG TO EPUWMSGO           00032030
032040                     END-IF                                       00032040
032100                 ELSE                                             00032100
032110                 IF SQLCODE = 100                                 00032110
032120                     PERFORM A380-CLOSE-CURSOR                    00032120
032130                     PERFORM A260-RELOAD-CURRENT-PAGE             00032130
032140                     MOVE W-ALREADY-DECIDED-MSG TO EPUWMSGO       00032140
032150                 ELSE                                             00032150
032200                     MOVE SQLCODE TO W-SQL-ERROR-CODE             00032200
032300                     MOVE W-SQL-ERROR-MSG TO EPUWMSGO             00032300
032400                 END-IF                                           00032400
032410                 END-IF                                           00032410
032800     .                                                            00032800
032810*                                                                 00032810
032820*    PAGES OUT THE SELECTED ROW'S CUSTOMER HISTORY WITH SEND TEXT 00032820
032840*    HISTORY PAGE REPLACES THE LIST MAP ON THE SCREEN, SO THE     00032840
032850*    TASK ENDS BACK ON THE MENU TRANSID - THE OPERATOR PRESSES    00032850
032860*    CLEAR AND RE-ENTERS THE QUEUE ON PF11, JUST AS AFTER A PF6   00032860
032861*    AMORTIZATION PAGE.                                           00032861
032862 A650-SHOW-CUSTOMER-HISTORY.                                      00032862
032863     PERFORM A605-GET-SELECTED-INDEX                              00032863
032864     IF W-SELECTED-INDEX < 1 OR                                   00032864
032865        W-SELECTED-INDEX > W-ROW-COUNT                            00032865
032866         MOVE W-INVALID-SEL-MSG TO EPUWMSGO                       00032866
032867     ELSE                                                         00032867
032868         MOVE W-DK-CUSTOMER-ID(W-SELECTED-INDEX)                  00032868
032869            TO EPSLA-CUSTOMER-ID                                  00032869
032870         PERFORM A660-SEND-HISTORY-HEADING                        00032870
032871         MOVE ZERO TO W-HIST-ROW-COUNT                            00032871
032872         MOVE SPACES TO W-HIST-EOF-SWITCH                         00032872
032873         EXEC SQL OPEN HSTCSR END-EXEC                            00032873
032874         IF SQLCODE = 0                                           00032874
032875             PERFORM A670-SEND-ONE-HISTORY-ROW                    00032875
032876                 UNTIL W-HIST-AT-END                              00032876
032877             EXEC SQL CLOSE HSTCSR END-EXEC                       00032877
032878         END-IF                                                   00032878
032879         PERFORM A690-SEND-QUOTE-HISTORY                          00032879
032888         EXEC CICS SEND TEXT FROM(W-HIST-FOOTER)                  00032888
032889              ACCUM                                               00032889
032890              END-EXEC                                            00032890
032922     EXEC SQL FETCH HSTCSR                                        00032922
032923          INTO :EPSLA-APPLICATION-DATE, :EPSLA-PRINCIPAL-AMT,     00032923
032924               :EPSLA-INTEREST-RATE, :EPSLA-STATUS,               00032924
032925               :EPSLA-DECIDED-BY, :EPSLA-DECIDED-DATE,            00032925
032926               :EPSLA-CUSTOMER-ID, :EPSLA-CUSTOMER-NAME,          00032926
032927               :EPSLA-COB1-ID, :EPSLA-COB1-NAME,                  00032927
032928               :EPSLA-COB2-ID, :EPSLA-COB2-NAME,                  00032928
032929               :EPSLA-COB3-ID, :EPSLA-COB3-NAME,                  00032929
032930               :EPSLA-FIRST-APPR-BY                               00032930
032931          END-EXEC                                                00032931
032932     IF SQLCODE NOT = 0                                           00032932
032933         SET W-HIST-AT-END TO TRUE                                00032933
032934     ELSE                                                         00032934
032935         ADD 1 TO W-HIST-ROW-COUNT                                00032935
032936         MOVE EPSLA-APPLICATION-DATE TO HD-APPLICATION-DATE       00032936
032937         MOVE EPSLA-PRINCIPAL-AMT TO W-ED-PRINCIPLE-ROW           00032937
032938         MOVE W-ED-PRINCIPLE-ROW TO HD-PRINCIPAL                  00032938
032939         MOVE EPSLA-INTEREST-RATE TO W-ED-RATE                    00032939
032940         MOVE W-ED-RATE TO HD-RATE                                00032940
032941         EVALUATE TRUE                                            00032941
032942             WHEN EPSLA-PENDING                                   00032942
032943                 MOVE 'PENDING' TO HD-STATUS                      00032943
032944             WHEN EPSLA-APPROVED                                  00032944
032945                 MOVE 'APPROVD' TO HD-STATUS                      00032945
032946             WHEN EPSLA-DENIED                                    00032946
032947                 MOVE 'DENIED ' TO HD-STATUS                      00032947
032948             WHEN EPSLA-NEEDS-MORE-INFO                           00032948
032949                 MOVE 'MOREINF' TO HD-STATUS                      00032949
032950             WHEN EPSLA-PENDING-SECOND-APPR                       00032950
032951                 MOVE '2NDAPPR' TO HD-STATUS                      00032951
032952             WHEN EPSLA-WITHDRAWN                                 00032952
032953                 MOVE 'WITHDRN' TO HD-STATUS                      00032953
032954             WHEN OTHER                                           00032954
032955                 MOVE EPSLA-STATUS TO HD-STATUS                   00032955
032956         END-EVALUATE                                             00032956
032957         MOVE EPSLA-DECIDED-BY TO HD-DECIDED-BY                   00032957
032958         MOVE EPSLA-FIRST-APPR-BY TO HD-FIRST-APPR-BY             00032958
032959         IF EPSLA-PENDING OR EPSLA-PENDING-SECOND-APPR            00032959
032960             MOVE SPACES TO HD-DECIDED-DATE                       00032960
032961         ELSE                                                     00032961
032962             MOVE EPSLA-DECIDED-DATE TO HD-DECIDED-DATE           00032962
032963         END-IF                                                   00032963
032964         EXEC CICS SEND TEXT FROM(W-HIST-DETAIL-LINE)             00032964
032965              ACCUM                                               00032965
032966              END-EXEC                                            00032966
032968         PERFORM A680-SEND-BORROWER-LINES                         00032968
032976     END-IF                                                       00032976
032984     .                                                            00032984
032992*                                                                 00032992
033000 A900-SEND-NOT-AUTHORIZED.                                        00033000
033100     EXEC CICS SEND TEXT FROM(W-NOT-AUTHORIZED-MSG)               00033100
033200          ERASE                                                   00033200
033300          FREEKB                                                  00033300
033400          END-EXEC                                                00033400
033500     .                                                            00033500
033600*                                                                 00033600
033700*    HOLDS THE UNDERWRITER TO THEIR EPSRTAUT LENDING AUTHORITY    00033700
033800*    BEFORE A DECISION IS STAMPED.  NOBODY APPROVES AN            00033800
033900*    APPLICATION THEY KEYED.  ON A PENDING ROW AN APPROVAL BEYOND 00033900
034000*    THE UNDERWRITER'S OWN AUTHORITY IS NOT REFUSED, IT IS HELD   00034000
034100*    IN STATUS 'S' WITH THEIR SIGNATURE AS THE FIRST ONE.  ON AN  00034100
034200*    'S' ROW THE SECOND SIGNATURE HAS TO BE A DIFFERENT           00034200
034300*    UNDERWRITER WHOSE AUTHORITY COVERS THE LOAN OUTRIGHT.  A     00034300
034400*    DENIAL OR MORE-INFO DECISION NEEDS NO LENDING AUTHORITY.     00034400
034500 A630-CHECK-LENDING-AUTHORITY.                                    00034500
034600     SET W-AUTHORITY-OK TO TRUE                                   00034600
034700     MOVE SPACE TO W-REFER-SWITCH                                 00034700
034750     MOVE W-DK-STATUS(W-SELECTED-INDEX) TO W-PRIOR-STATUS         00034750
034800     IF EPUWACTI = 'A'                                            00034800
034900         IF W-DK-ORIGINATED-BY(W-SELECTED-INDEX) = EIBOPID        00034900
035000             MOVE SPACE TO W-AUTHORITY-OK-SWITCH                  00035000
035100             MOVE W-SELF-APPROVAL-MSG TO EPUWMSGO                 00035100
035200         ELSE                                                     00035200
035300             PERFORM A635-CHECK-APPROVAL-LIMIT                    00035300
035400             EVALUATE TRUE                                        00035400
035500                 WHEN W-PRIOR-STATUS = 'S'                        00035500
035600                  AND W-DK-FIRST-APPR-BY(W-SELECTED-INDEX)        00035600
035650                      = EIBOPID                                   00035650
035700                     MOVE SPACE TO W-AUTHORITY-OK-SWITCH          00035700
035800                     MOVE W-SAME-APPROVER-MSG TO EPUWMSGO         00035800
035900                 WHEN W-PRIOR-STATUS = 'S'                        00035900
036000                  AND NOT W-WITHIN-AUTHORITY                      00036000
036100                     MOVE SPACE TO W-AUTHORITY-OK-SWITCH          00036100
036200                     MOVE W-OVER-AUTHORITY-MSG TO EPUWMSGO        00036200
036300                 WHEN NOT W-WITHIN-AUTHORITY                      00036300
036400                     SET W-REFER-FOR-SECOND TO TRUE               00036400
036500             END-EVALUATE                                         00036500
036600         END-IF                                                   00036600
036700     END-IF                                                       00036700
036800     .                                                            00036800
036900*                                                                 00036900
037000*    EPSRT-RECORD STILL HOLDS THIS OPERATOR'S PROFILE FROM        00037000
037100*    A100-CHECK-AUTHORIZATION.  A PROFILE SET UP BEFORE LENDING   00037100
037200*    LIMITS EXISTED CARRIES NO AMOUNT AND IS TREATED AS ZERO.     00037200
037300 A635-CHECK-APPROVAL-LIMIT.                                       00037300
037400     SET W-WITHIN-AUTHORITY TO TRUE                               00037400
037500     IF EPSRT-MAX-APPROVAL-AMT NUMERIC                            00037500
037600         MOVE EPSRT-MAX-APPROVAL-AMT TO W-MAX-APPROVAL-AMT        00037600
037700     ELSE                                                         00037700
037800         MOVE ZERO TO W-MAX-APPROVAL-AMT                          00037800
037900     END-IF                                                       00037900
038000     IF W-DK-PRINCIPAL-AMT(W-SELECTED-INDEX) > W-MAX-APPROVAL-AMT 00038000
038100         MOVE SPACE TO W-WITHIN-AUTHORITY-SWITCH                  00038100
038200     END-IF                                                       00038200
038300     IF W-DK-POLICY-FLAG(W-SELECTED-INDEX) = 'N'                  00038300
038400        AND NOT EPSRT-CAN-APPROVE-OUT-POLICY                      00038400
038500         MOVE SPACE TO W-WITHIN-AUTHORITY-SWITCH                  00038500
038600     END-IF                                                       00038600
038700     .                                                            00038700
038701*                                                                 00038701
038702*    A JOINT APPLICATION - ONE WITH CO-BORROWERS, OR ONE THE      00038702
038703*    CUSTOMER IS ON ONLY AS A CO-BORROWER - IS FOLLOWED BY A LINE 00038703
038704*    PER BORROWER, PRIMARY FIRST, SO THE UNDERWRITER SEES WHOSE   00038704
038705*    INCOME AND DEBT CARRIED EACH DECISION.                       00038705
038706 A680-SEND-BORROWER-LINES.                                        00038706
038707     IF EPSLA-CUSTOMER-ID NOT = HH-CUSTOMER-ID                    00038707
038708        OR EPSLA-COB1-ID NOT = SPACES                             00038708
038709        OR EPSLA-COB2-ID NOT = SPACES                             00038709
038710        OR EPSLA-COB3-ID NOT = SPACES                             00038710
038711         MOVE 'PRIMARY' TO HB-ROLE                                00038711
038712         MOVE EPSLA-CUSTOMER-ID TO HB-CUSTOMER-ID                 00038712
038713         MOVE EPSLA-CUSTOMER-NAME TO HB-CUSTOMER-NAME             00038713
038714         EXEC CICS SEND TEXT FROM(W-HIST-BORROWER-LINE)           00038714
038715              ACCUM                                               00038715
038716              END-EXEC                                            00038716
038717         PERFORM A685-SEND-CO-BORROWER-LINE                       00038717
038718             VARYING W-COB-SUB FROM 1 BY 1                        00038718
038719             UNTIL W-COB-SUB > 3                                  00038719
038720     END-IF                                                       00038720
038721     .                                                            00038721
038722*                                                                 00038722
038723 A685-SEND-CO-BORROWER-LINE.                                      00038723
038724     IF EPSLA-COB-ID(W-COB-SUB) NOT = SPACES                      00038724
038725         MOVE 'CO-BORR' TO HB-ROLE                                00038725
038726         MOVE EPSLA-COB-ID(W-COB-SUB) TO HB-CUSTOMER-ID           00038726
038727         MOVE EPSLA-COB-NAME(W-COB-SUB) TO HB-CUSTOMER-NAME       00038727
038728         EXEC CICS SEND TEXT FROM(W-HIST-BORROWER-LINE)           00038728
038729              ACCUM                                               00038729
038730              END-EXEC                                            00038730
038731     END-IF                                                       00038731
038732     .                                                            00038732
038733*                                                                 00038733
038734*    THE CUSTOMER'S QUOTES COME OFF THE EPSQCIX CUSTOMER INDEX,   00038734
038735*    NEWEST FIRST, SO NO OTHER CUSTOMER'S QUOTES ARE READ.  AN    00038735
038740*    INDEX ROW WHOSE QUOTE IS NO LONGER ON EPSQUOTE IS PASSED BY. 00038740
038750*    HH-CUSTOMER-ID STILL HOLDS THE SELECTED CUSTOMER - THE       00038750
038760*    HSTCSR FETCHES HAVE OVERLAID EPSLA-CUSTOMER-ID.              00038760
038770 A690-SEND-QUOTE-HISTORY.                                         00038770
038780     EXEC CICS SEND TEXT FROM(W-QHIST-HEADING-1)                  00038780
038790          ACCUM                                                   00038790
038800          END-EXEC                                                00038800
038810     EXEC CICS SEND TEXT FROM(W-QHIST-HEADING-2)                  00038810
038820          ACCUM                                                   00038820
038830          END-EXEC                                                00038830
038840     MOVE ZERO TO W-QHIST-ROW-COUNT                               00038840
038850     MOVE SPACES TO W-QHIST-EOF-SWITCH                            00038850
038860     MOVE LOW-VALUES TO EPSQC-KEY                                 00038860
038870     MOVE HH-CUSTOMER-ID TO EPSQC-CUSTOMER-ID                     00038870
038880     EXEC CICS STARTBR FILE('EPSQCIX')                            00038880
038890          RIDFLD(EPSQC-KEY)                                       00038890
038900          GTEQ                                                    00038900
038910          RESP(W-RESP-CODE)                                       00038910
038920          END-EXEC                                                00038920
038930     IF W-RESP-CODE = DFHRESP(NORMAL)                             00038930
038940         PERFORM A695-SEND-ONE-QUOTE-ROW                          00038940
038950             UNTIL W-QHIST-AT-END                                 00038950
038960                OR W-QHIST-ROW-COUNT = 50                         00038960
038970         IF NOT W-QHIST-AT-END                                    00038970
038980             PERFORM A697-CHECK-OLDER-QUOTES                      00038980
038990         END-IF                                                   00038990
039000         EXEC CICS ENDBR FILE('EPSQCIX') END-EXEC                 00039000
039010     END-IF                                                       00039010
039020     IF W-QHIST-ROW-COUNT = ZERO                                  00039020
039030         EXEC CICS SEND TEXT FROM(W-QHIST-NONE-LINE)              00039030
039040              ACCUM                                               00039040
039050              END-EXEC                                            00039050
039060     END-IF                                                       00039060
039070     .                                                            00039070
039080*                                                                 00039080
039090 A695-SEND-ONE-QUOTE-ROW.                                         00039090
039100     EXEC CICS READNEXT FILE('EPSQCIX')                           00039100
039110          INTO(EPSQC-RECORD)                                      00039110
039120          RIDFLD(EPSQC-KEY)                                       00039120
039130          RESP(W-RESP-CODE)                                       00039130
039140          END-EXEC                                                00039140
039150     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00039150
039160        OR EPSQC-CUSTOMER-ID NOT = HH-CUSTOMER-ID                 00039160
039170         SET W-QHIST-AT-END TO TRUE                               00039170
039180     ELSE                                                         00039180
039190         MOVE EPSQC-QUOTE-KEY TO EPSQ-KEY                         00039190
039200         EXEC CICS READ FILE('EPSQUOTE')                          00039200
039210              INTO(EPSQ-RECORD)                                   00039210
039220              RIDFLD(EPSQ-KEY)                                    00039220
039230              RESP(W-RESP-CODE)                                   00039230
039240              END-EXEC                                            00039240
039250         IF W-RESP-CODE = DFHRESP(NORMAL)                         00039250
039260            AND EPSQ-CUSTOMER-ID = HH-CUSTOMER-ID                 00039260
039270             ADD 1 TO W-QHIST-ROW-COUNT                           00039270
039280             MOVE EPSQ-QUOTE-DATE TO QD-QUOTE-DATE                00039280
039290             MOVE EPSQ-LOAN-PRODUCT TO QD-PRODUCT                 00039290
039300             MOVE EPSQ-PRINCIPLE-DATA TO W-ED-PRINCIPLE-ROW       00039300
039310             MOVE W-ED-PRINCIPLE-ROW TO QD-PRINCIPAL              00039310
039320             MOVE EPSQ-NUMBER-OF-YEARS TO QD-YEARS                00039320
039330             MOVE EPSQ-QUOTED-INTEREST-RATE TO W-ED-RATE          00039330
039340             MOVE W-ED-RATE TO QD-RATE                            00039340
039350             MOVE EPSQ-MONTH-PAYMENT TO W-ED-PRINCIPLE-ROW        00039350
039360             MOVE W-ED-PRINCIPLE-ROW TO QD-PAYMENT                00039360
039370             MOVE EPSQ-VALIDATION-STATUS TO QD-STATUS             00039370
039380             IF EPSQ-LOCK-EXPIRE-DATE IS NUMERIC                  00039380
039390                AND EPSQ-LOCK-EXPIRE-DATE NOT = ZERO              00039390
039400                 MOVE EPSQ-LOCK-EXPIRE-DATE TO QD-LOCK-DATE       00039400
039410             ELSE                                                 00039410
039420                 MOVE SPACES TO QD-LOCK-DATE                      00039420
039430             END-IF                                               00039430
039440             EXEC CICS SEND TEXT FROM(W-QHIST-DETAIL-LINE)        00039440
039450                  ACCUM                                           00039450
039460                  END-EXEC                                        00039460
039470         END-IF                                                   00039470
039480     END-IF                                                       00039480
039490     .                                                            00039490
039500*                                                                 00039500
039510 A697-CHECK-OLDER-QUOTES.                                         00039510
039520     EXEC CICS READNEXT FILE('EPSQCIX')                           00039520
039530          INTO(EPSQC-RECORD)                                      00039530
039540          RIDFLD(EPSQC-KEY)                                       00039540
039550          RESP(W-RESP-CODE)                                       00039550
039560          END-EXEC                                                00039560
039570     IF W-RESP-CODE = DFHRESP(NORMAL)                             00039570
039580        AND EPSQC-CUSTOMER-ID = HH-CUSTOMER-ID                    00039580
039590         EXEC CICS SEND TEXT FROM(W-QHIST-MORE-LINE)              00039590
039600              ACCUM                                               00039600
039610              END-EXEC                                            00039610
039620     END-IF                                                       00039620
039630     .                                                            00039630
