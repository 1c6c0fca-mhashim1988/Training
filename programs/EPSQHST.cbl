000100 ID DIVISION.                                                     00000100
000200 PROGRAM-ID. EPSQHST.                                             00000200
000300*    CUSTOMER QUOTE HISTORY - LISTS ONE CUSTOMER'S EPSQUOTE       00000300
000400*    HISTORY TEN QUOTES TO A PAGE, NEWEST FIRST, OFF THE EPSQCIX  00000400
000500*    CUSTOMER INDEX, SO THE LIST COMES UP AS FAST FOR A CUSTOMER  00000500
000600*    WHO QUOTED LAST YEAR AS FOR ONE WHO QUOTED THIS MORNING AND  00000600
000700*    NO OTHER CUSTOMER'S QUOTES ARE EVER READ.  EACH ROW SHOWS    00000700
000800*    THE QUOTE, WHETHER IT WAS ACCEPTED, AND ITS RATE LOCK WITH   00000800
000900*    WHETHER THE LOCK IS STILL RUNNING.  PF8 PAGES TO OLDER       00000900
001000*    QUOTES, PF7 GOES BACK TO THE NEWEST, AND A CUSTOMER ID KEYED 00001000
001100*    OVER THE ONE SHOWN LISTS THAT CUSTOMER INSTEAD.  AN ID MERGED00001100
001200*    AWAY ON EPSCUMNT IS FOLLOWED THROUGH EPSCXRF TO ITS SURVIVOR.00001200
001300*    AN INDEX ROW WHOSE QUOTE IS NO LONGER ON EPSQUOTE IS PASSED  00001300
001400*    BY.  A CALCULATOR-STYLE INQUIRY LIKE EPSQINQ - NO            00001400
001500*    AUTHORIZATION GATE.  LINKED FROM EPSCMORT-MAINLINE ON PF13.  00001500
001600*                                                                 00001600
001700*    (C) 2026 IBM - D L HILDNER.                                  00001700
001800*                                                                 00001800
001900 ENVIRONMENT DIVISION.                                            00001900
002000 CONFIGURATION SECTION.                                           00002000
002100 SOURCE-COMPUTER. IBM-FLEX-ES.                                    00002100
002200 OBJECT-COMPUTER. IBM-FLEX-ES.                                    00002200
002300*                                                                 00002300
002400 DATA DIVISION.                                                   00002400
002500 WORKING-STORAGE SECTION.                                         00002500
002600*                                                                 00002600
002700 01  W-FLAGS.                                                     00002700
002800     05  W-DONE-SWITCH          PIC X(01).                        00002800
002900         88  W-DONE                    VALUE 'Y'.                 00002900
003000     05  W-ENDFILE-SWITCH       PIC X(01).                        00003000
003100         88  W-AT-END                  VALUE 'Y'.                 00003100
003200 01  W-RESP-CODE                PIC S9(08) COMP.                  00003200
003300 01  W-ABSTIME                  PIC S9(15) COMP-3.                00003300
003400 01  W-TODAY-DATE               PIC 9(08).                        00003400
003500 01  W-ROW-COUNT                PIC 9(02)  COMP-3.                00003500
003600*                                                                 00003600
003700 01  W-EDIT-FIELDS.                                               00003700
003800     05  W-ED-DOLLARS           PIC Z,ZZZ,ZZ9.99.                 00003800
003900     05  W-ED-RATE              PIC Z9.999.                       00003900
004000*                                                                 00004000
004100 01  W-NO-CUSTOMER-MSG          PIC X(60) VALUE                   00004100
004200        'KEY A CUSTOMER ID AND PRESS ENTER'.                      00004200
004300 01  W-NO-QUOTES-MSG            PIC X(60) VALUE                   00004300
004400        'NO QUOTES ON FILE FOR CUSTOMER'.                         00004400
004500 01  W-MORE-MSG                 PIC X(60) VALUE                   00004500
004600        'PF8 OLDER QUOTES - PF7 NEWEST - PF3 RETURN'.             00004600
004700 01  W-LAST-PAGE-MSG            PIC X(60) VALUE                   00004700
004800        'END OF QUOTE HISTORY - PF7 NEWEST - PF3 RETURN'.         00004800
004900 01  W-NO-OLDER-MSG             PIC X(60) VALUE                   00004900
005000        'NO OLDER QUOTES ON FILE - PF7 NEWEST - PF3 RETURN'.      00005000
005100 01  W-KEYS-MSG                 PIC X(60) VALUE                   00005100
005200        'ENTER LIST - PF7 NEWEST - PF8 OLDER - PF3 RETURN'.       00005200
005300*                                                                 00005300
005400     COPY DFHAID.                                                 00005400
005500     COPY EPSQHST.                                                00005500
005600     COPY EPSQUOTE.                                               00005600
005700     COPY EPSQCIX.                                                00005700
005800     COPY EPSCUST.                                                00005800
005900     COPY EPSCXRF.                                                00005900
006000*                                                                 00006000
006100 LINKAGE SECTION.                                                 00006100
006200 01  DFHCOMMAREA.                                                 00006200
006300     COPY EPSMTCOM.                                               00006300
006400*                                                                 00006400
006500 PROCEDURE DIVISION USING DFHCOMMAREA.                            00006500
006600*                                                                 00006600
006700 EPSQHST-MAINLINE.                                                00006700
006800     IF NOT SCREEN-ALREADY-SHOWN OF DFHCOMMAREA                   00006800
006900         PERFORM A300-START-CUSTOMER                              00006900
007000         PERFORM A600-BUILD-PAGE                                  00007000
007100         PERFORM A400-SEND-HST-MAP                                00007100
007200         SET SCREEN-ALREADY-SHOWN OF DFHCOMMAREA TO TRUE          00007200
007300     ELSE                                                         00007300
007400         EVALUATE TRUE                                            00007400
007500             WHEN EIBAID = DFHPF3 OR EIBAID = DFHPF12             00007500
007600                 SET W-DONE TO TRUE                               00007600
007700             WHEN EIBAID = DFHCLEAR                               00007700
007800                 SET W-DONE TO TRUE                               00007800
007900             WHEN EIBAID = DFHENTER                               00007900
008000                 PERFORM A500-RECEIVE-HST-MAP                     00008000
008100                 IF EPQHCUSI NOT = SPACES                         00008100
008200                    AND EPQHCUSI NOT = LOW-VALUES                 00008200
008300                     MOVE EPQHCUSI                                00008300
008400                        TO EPQH-CUSTOMER-ID OF DFHCOMMAREA        00008400
008500                 END-IF                                           00008500
008600                 PERFORM A300-START-CUSTOMER                      00008600
008700                 PERFORM A600-BUILD-PAGE                          00008700
008800                 PERFORM A400-SEND-HST-MAP                        00008800
008900             WHEN EIBAID = DFHPF7                                 00008900
009000                 PERFORM A300-START-CUSTOMER                      00009000
009100                 PERFORM A600-BUILD-PAGE                          00009100
009200                 PERFORM A400-SEND-HST-MAP                        00009200
009300             WHEN EIBAID = DFHPF8                                 00009300
009400                 IF EPQH-NEXT-KEY OF DFHCOMMAREA = LOW-VALUES     00009400
009500                     MOVE W-NO-OLDER-MSG TO EPQHMSGO              00009500
009600                     PERFORM A410-SEND-HST-MESSAGE                00009600
009700                 ELSE                                             00009700
009800                     PERFORM A600-BUILD-PAGE                      00009800
009900                     PERFORM A400-SEND-HST-MAP                    00009900
010000                 END-IF                                           00010000
010100             WHEN OTHER                                           00010100
010200                 MOVE W-KEYS-MSG TO EPQHMSGO                      00010200
010300                 PERFORM A410-SEND-HST-MESSAGE                    00010300
010400         END-EVALUATE                                             00010400
010500     END-IF                                                       00010500
010600     IF W-DONE                                                    00010600
010700         MOVE '3' TO PROCESS-INDICATOR OF DFHCOMMAREA             00010700
010800         EXEC CICS                                                00010800
010900              RETURN TRANSID('EPSP')                              00010900
011000              COMMAREA(DFHCOMMAREA)                               00011000
011100              LENGTH(LENGTH OF DFHCOMMAREA)                       00011100
011200              END-EXEC                                            00011200
011300     ELSE                                                         00011300
011400         EXEC CICS                                                00011400
011500              RETURN TRANSID('EPSQ')                              00011500
011600              COMMAREA(DFHCOMMAREA)                               00011600
011700              LENGTH(LENGTH OF DFHCOMMAREA)                       00011700
011800              END-EXEC                                            00011800
011900     END-IF                                                       00011900
012000     .                                                            00012000
012100*                                                                 00012100
012200*    A CUSTOMER ID NO LONGER ON EPSCUST BUT CARRIED ON A          00012200
012300*    COMPLETED EPSCXRF MERGE ROW IS SWAPPED FOR ITS SURVIVOR -    00012300
012400*    THE NIGHTLY MERGE HAS MOVED ITS QUOTES THERE.  THE PAGE KEY  00012400
012500*    IS THEN SET TO THE CUSTOMER'S NEWEST INDEX ROW.              00012500
012600 A300-START-CUSTOMER.                                             00012600
012700     IF EPQH-CUSTOMER-ID OF DFHCOMMAREA = LOW-VALUES              00012700
012800         MOVE SPACES TO EPQH-CUSTOMER-ID OF DFHCOMMAREA           00012800
012900     END-IF                                                       00012900
013000     IF EPQH-CUSTOMER-ID OF DFHCOMMAREA NOT = SPACES              00013000
013100         MOVE EPQH-CUSTOMER-ID OF DFHCOMMAREA TO EPSC-CUSTOMER-ID 00013100
013200         EXEC CICS READ FILE('EPSCUST')                           00013200
013300              INTO(EPSC-RECORD)                                   00013300
013400              RIDFLD(EPSC-KEY)                                    00013400
013500              RESP(W-RESP-CODE)                                   00013500
013600              END-EXEC                                            00013600
013700         IF W-RESP-CODE = DFHRESP(NOTFND)                         00013700
013800             MOVE EPQH-CUSTOMER-ID OF DFHCOMMAREA                 00013800
013900                TO EPSCX-RETIRED-ID                               00013900
014000             EXEC CICS READ FILE('EPSCXRF')                       00014000
014100                  INTO(EPSCX-RECORD)                              00014100
014200                  RIDFLD(EPSCX-KEY)                               00014200
014300                  RESP(W-RESP-CODE)                               00014300
014400                  END-EXEC                                        00014400
014500             IF W-RESP-CODE = DFHRESP(NORMAL)                     00014500
014600                AND EPSCX-MERGE-COMPLETE                          00014600
014700                 MOVE EPSCX-SURVIVOR-ID                           00014700
014800                    TO EPQH-CUSTOMER-ID OF DFHCOMMAREA            00014800
014900             END-IF                                               00014900
015000         END-IF                                                   00015000
015100     END-IF                                                       00015100
015200     MOVE LOW-VALUES TO EPSQC-KEY                                 00015200
015300     MOVE EPQH-CUSTOMER-ID OF DFHCOMMAREA TO EPSQC-CUSTOMER-ID    00015300
015400     MOVE EPSQC-KEY TO EPQH-NEXT-KEY OF DFHCOMMAREA               00015400
015500     .                                                            00015500
015600*                                                                 00015600
015700 A400-SEND-HST-MAP.                                               00015700
015800     EXEC CICS SEND MAP('EPQHST')                                 00015800
015900          MAPSET('EPSQHST')                                       00015900
016000          FROM(EPQHSTO)                                           00016000
016100          ERASE                                                   00016100
016200          CURSOR                                                  00016200
016300          END-EXEC                                                00016300
016400     MOVE LOW-VALUES TO EPQHSTO                                   00016400
016500     .                                                            00016500
016600*                                                                 00016600
016700*    PAGE LEFT AS IT IS ON THE SCREEN - ONLY THE MESSAGE LINE IS  00016700
016800*    REPLACED.                                                    00016800
016900 A410-SEND-HST-MESSAGE.                                           00016900
017000     EXEC CICS SEND MAP('EPQHST')                                 00017000
017100          MAPSET('EPSQHST')                                       00017100
017200          FROM(EPQHSTO)                                           00017200
017300          DATAONLY                                                00017300
017400          CURSOR                                                  00017400
017500          END-EXEC                                                00017500
017600     MOVE LOW-VALUES TO EPQHSTO                                   00017600
017700     .                                                            00017700
017800*                                                                 00017800
017900 A500-RECEIVE-HST-MAP.                                            00017900
018000     EXEC CICS RECEIVE MAP('EPQHST')                              00018000
018100          MAPSET('EPSQHST')                                       00018100
018200          INTO(EPQHSTI)                                           00018200
018300          END-EXEC                                                00018300
018400     .                                                            00018400
018500*                                                                 00018500
018600*    ONE FORWARD BROWSE OF THE CUSTOMER'S INDEX ROWS PER PAGE -   00018600
018700*    POSITION AT EPQH-NEXT-KEY AND READ UNTIL TEN QUOTES ARE      00018700
018800*    LISTED OR THE CUSTOMER ID MOVES ON.  THE INVERTED DATE AND   00018800
018900*    TIME IN THE KEY PUT THE NEWEST QUOTE FIRST.  ONE MORE ROW IS 00018900
019000*    READ TO KNOW WHETHER THERE IS AN OLDER PAGE, AND ITS KEY IS  00019000
019100*    KEPT IN THE COMMAREA FOR PF8.                                00019100
019200 A600-BUILD-PAGE.                                                 00019200
019300     MOVE LOW-VALUES TO EPQHSTO                                   00019300
019400     MOVE ZERO TO W-ROW-COUNT                                     00019400
019500     MOVE SPACES TO W-ENDFILE-SWITCH                              00019500
019600     MOVE EPQH-CUSTOMER-ID OF DFHCOMMAREA TO EPQHCUSO             00019600
019700     IF EPQH-CUSTOMER-ID OF DFHCOMMAREA = SPACES                  00019700
019800         MOVE LOW-VALUES TO EPQH-NEXT-KEY OF DFHCOMMAREA          00019800
019900         MOVE W-NO-CUSTOMER-MSG TO EPQHMSGO                       00019900
020000     ELSE                                                         00020000
020100         PERFORM A605-READ-CUSTOMER-NAME                          00020100
020200         EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC            00020200
020300         EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)                  00020300
020400              YYYYMMDD(W-TODAY-DATE)                              00020400
020500              END-EXEC                                            00020500
020600         MOVE EPQH-NEXT-KEY OF DFHCOMMAREA TO EPSQC-KEY           00020600
020700         MOVE LOW-VALUES TO EPQH-NEXT-KEY OF DFHCOMMAREA          00020700
020800         EXEC CICS STARTBR FILE('EPSQCIX')                        00020800
020900              RIDFLD(EPSQC-KEY)                                   00020900
021000              GTEQ                                                00021000
021100              RESP(W-RESP-CODE)                                   00021100
021200              END-EXEC                                            00021200
021300         IF W-RESP-CODE = DFHRESP(NORMAL)                         00021300
021400             PERFORM A610-LIST-ONE-QUOTE                          00021400
021500                 UNTIL W-AT-END                                   00021500
021600                    OR W-ROW-COUNT = 10                           00021600
021700             IF NOT W-AT-END                                      00021700
021800                 PERFORM A620-LOOK-AHEAD                          00021800
021900             END-IF                                               00021900
022000             EXEC CICS ENDBR FILE('EPSQCIX') END-EXEC             00022000
022100         END-IF                                                   00022100
022200         EVALUATE TRUE                                            00022200
022300             WHEN W-ROW-COUNT = ZERO                              00022300
022400                 MOVE W-NO-QUOTES-MSG TO EPQHMSGO                 00022400
022500             WHEN EPQH-NEXT-KEY OF DFHCOMMAREA = LOW-VALUES       00022500
022600                 MOVE W-LAST-PAGE-MSG TO EPQHMSGO                 00022600
022700             WHEN OTHER                                           00022700
022800                 MOVE W-MORE-MSG TO EPQHMSGO                      00022800
022900         END-EVALUATE                                             00022900
023000     END-IF                                                       00023000
023100     .                                                            00023100
023200*                                                                 00023200
023300 A605-READ-CUSTOMER-NAME.                                         00023300
023400     MOVE EPQH-CUSTOMER-ID OF DFHCOMMAREA TO EPSC-CUSTOMER-ID     00023400
023500     EXEC CICS READ FILE('EPSCUST')                               00023500
023600          INTO(EPSC-RECORD)                                       00023600
023700          RIDFLD(EPSC-KEY)                                        00023700
023800          RESP(W-RESP-CODE)                                       00023800
023900          END-EXEC                                                00023900
024000     IF W-RESP-CODE = DFHRESP(NORMAL)                             00024000
024100         MOVE EPSC-CUSTOMER-NAME TO EPQHNAMO                      00024100
024200     END-IF                                                       00024200
024300     .                                                            00024300
024400*                                                                 00024400
024500 A610-LIST-ONE-QUOTE.                                             00024500
024600     EXEC CICS READNEXT FILE('EPSQCIX')                           00024600
024700          INTO(EPSQC-RECORD)                                      00024700
024800          RIDFLD(EPSQC-KEY)                                       00024800
024900          RESP(W-RESP-CODE)                                       00024900
025000          END-EXEC                                                00025000
025100     IF W-RESP-CODE NOT = DFHRESP(NORMAL)                         00025100
025200        OR EPSQC-CUSTOMER-ID NOT = EPQH-CUSTOMER-ID OF DFHCOMMAREA00025200
025300         SET W-AT-END TO TRUE                                     00025300
025400     ELSE                                                         00025400
025500         MOVE EPSQC-QUOTE-KEY TO EPSQ-KEY                         00025500
025600         EXEC CICS READ FILE('EPSQUOTE')                          00025600
025700              INTO(EPSQ-RECORD)                                   00025700
025800              RIDFLD(EPSQ-KEY)                                    00025800
025900              RESP(W-RESP-CODE)                                   00025900
026000              END-EXEC                                            00026000
026100         IF W-RESP-CODE = DFHRESP(NORMAL)                         00026100
026200            AND EPSQ-CUSTOMER-ID = EPQH-CUSTOMER-ID OF DFHCOMMAREA00026200
026300             ADD 1 TO W-ROW-COUNT                                 00026300
026400             PERFORM A810-FORMAT-ONE-ROW                          00026400
026500         END-IF                                                   00026500
026600     END-IF                                                       00026600
026700     .                                                            00026700
026800*                                                                 00026800
026900 A620-LOOK-AHEAD.                                                 00026900
027000     EXEC CICS READNEXT FILE('EPSQCIX')                           00027000
027100          INTO(EPSQC-RECORD)                                      00027100
027200          RIDFLD(EPSQC-KEY)                                       00027200
027300          RESP(W-RESP-CODE)                                       00027300
027400          END-EXEC                                                00027400
027500     IF W-RESP-CODE = DFHRESP(NORMAL)                             00027500
027600        AND EPSQC-CUSTOMER-ID = EPQH-CUSTOMER-ID OF DFHCOMMAREA   00027600
027700         MOVE EPSQC-KEY TO EPQH-NEXT-KEY OF DFHCOMMAREA           00027700
027800     END-IF                                                       00027800
027900     .                                                            00027900
028000*                                                                 00028000
028100 A810-FORMAT-ONE-ROW.                                             00028100
028200     MOVE EPSQ-QUOTE-DATE TO EPQHRDATO(W-ROW-COUNT)               00028200
028300     MOVE EPSQ-QUOTE-TIME TO EPQHRTIMO(W-ROW-COUNT)               00028300
028400     IF EPSQ-CHANNEL-ID = SPACE                                   00028400
028500         MOVE 'T' TO EPQHRCHNO(W-ROW-COUNT)                       00028500
028600     ELSE                                                         00028600
028700         MOVE EPSQ-CHANNEL-ID TO EPQHRCHNO(W-ROW-COUNT)           00028700
028800     END-IF                                                       00028800
028900     MOVE EPSQ-LOAN-PRODUCT TO EPQHRPRDO(W-ROW-COUNT)             00028900
029000     MOVE EPSQ-PRINCIPLE-DATA TO W-ED-DOLLARS                     00029000
029100     MOVE W-ED-DOLLARS TO EPQHRPRNO(W-ROW-COUNT)                  00029100
029200     MOVE EPSQ-NUMBER-OF-YEARS TO EPQHRYRSO(W-ROW-COUNT)          00029200
029300     MOVE EPSQ-QUOTED-INTEREST-RATE TO W-ED-RATE                  00029300
029400     MOVE W-ED-RATE TO EPQHRRATO(W-ROW-COUNT)                     00029400
029500     MOVE EPSQ-MONTH-PAYMENT TO W-ED-DOLLARS                      00029500
029600     MOVE W-ED-DOLLARS TO EPQHRPAYO(W-ROW-COUNT)                  00029600
029700     MOVE EPSQ-VALIDATION-STATUS TO EPQHRSTSO(W-ROW-COUNT)        00029700
029800     IF EPSQ-LOCK-EXPIRE-DATE IS NUMERIC                          00029800
029900        AND EPSQ-LOCK-EXPIRE-DATE NOT = ZERO                      00029900
030000         MOVE EPSQ-LOCK-EXPIRE-DATE TO EPQHRLCKO(W-ROW-COUNT)     00030000
030100         IF EPSQ-QUOTE-ACCEPTED                                   00030100
030200            AND EPSQ-LOCK-EXPIRE-DATE NOT < W-TODAY-DATE          00030200
030300             MOVE 'LOCKED' TO EPQHRLSTO(W-ROW-COUNT)              00030300
030400         ELSE                                                     00030400
030500             MOVE 'EXPIRED' TO EPQHRLSTO(W-ROW-COUNT)             00030500
030600         END-IF                                                   00030600
030700     END-IF                                                       00030700
030800     .                                                            00030800
