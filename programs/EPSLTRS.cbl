000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    NIGHTLY UNDERWRITING DECISION LETTERS.  READS THE DAY'S      00000800
000880*    DECIDED EPSLNAPP ROWS (APPROVED, DENIED, SENT BACK FOR MORE  00000880
000960*    INFORMATION, OR WITHDRAWN BY EPSPIPE FOR NO RESPONSE) AND    00000960
001040*    PRINTS ONE LETTER PER DECISION ON THE LETTERS PRINT FILE,    00001040
001120*    READY FOR MAILING: AN APPROVAL LETTER CARRYING THE QUOTED    00001120
001200*    PAYMENT TERMS, A DENIAL LETTER SPELLING OUT THE ADVERSE-     00001200
001280*    ACTION REASON OFF THE EPSRSN TABLE, AN INFORMATION-REQUEST   00001280
001360*    LETTER FOR A MORE-INFO DECISION, OR A FILE-CLOSED LETTER FOR 00001360
001440*    A WITHDRAWN APPLICATION.  THE MAILING ADDRESS COMES OFF THE  00001440
001520*    EPSCUST MASTER.  A SUMMARY                                   00001520
001600*    COUNT PAGE GOES TO SYSPRINT FOR THE OPERATOR TO BALANCE      00001600
001700*    AGAINST THE DAY'S DECISIONS.  THE RUN DATE IS DRIVEN BY THE  00001700
001800*    JOB'S EPSRNCTL RUN-CONTROL ROW WITH MULTI-DAY CATCH-UP, AND  00001800
002400*    ------------------------------------------------------------ 00002400
002500*    DATE        INIT  DESCRIPTION                                00002500
002600*    2026-09-03  DLH   ORIGINAL VERSION.                          00002600
002630*    2026-10-15  DLH   APPROVAL LETTER PRINTS THE REG Z TRUTH-IN- 00002630
002660*                      LENDING BOX FILED ON THE EPSLNAPP          00002660
002665*                      APPLICATION ROW WHEN IT WAS TAKEN.         00002665
002670*    2026-10-15  DLH   EVERY CO-BORROWER ON THE APPLICATION GETS  00002670
002680*                      THEIR OWN COPY OF THE LETTER AT THEIR OWN  00002680
002690*                      EPSCUST ADDRESS.                           00002690
002692*    2026-10-15  DLH   FILE-CLOSED LETTER FOR AN APPLICATION      00002692
002694*                      WITHDRAWN (STATUS W) FOR NO RESPONSE.      00002694
002700*                                                                 00002700
002800 ENVIRONMENT DIVISION.                                            00002800
002900 CONFIGURATION SECTION.                                           00002900
013500 01  W-APPROVAL-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00013500
013600 01  W-DENIAL-COUNT                 PIC 9(07)   COMP-3 VALUE ZERO.00013600
013700 01  W-MOREINFO-COUNT               PIC 9(07)   COMP-3 VALUE ZERO.00013700
013710 01  W-WITHDRAWN-COUNT              PIC 9(07)   COMP-3 VALUE ZERO.00013710
013730 01  W-COB-LETTER-COUNT             PIC 9(07)   COMP-3 VALUE ZERO.00013730
013760 01  W-COB-SUB                      PIC 9(02)   COMP-3.           00013760
013800*                                                                 00013800
013900 01  W-EDIT-FIELDS.                                               00013900
014000     05  W-ED-RUN-DATE              PIC 9(04)/99/99.              00014000
015000 01  W-LTR-DATE-LINE.                                             00015000
015100     05  FILLER                     PIC X(06) VALUE 'DATE: '.     00015100
015200     05  LD-DATE                    PIC 9(04)/99/99.              00015200
015230 01  W-LTR-BORROWER-ID              PIC X(08).                    00015230
015260 01  W-LTR-BORROWER-NAME            PIC X(30).                    00015260
015300 01  W-LTR-NAME-LINE                PIC X(40).                    00015300
015400 01  W-LTR-ADDR-LINE                PIC X(40).                    00015400
015500 01  W-LTR-CITY-LINE.                                             00015500
018400     05  FILLER                     PIC X(17) VALUE               00018400
018500            '  MONTHLY PMT   $'.                                  00018500
018600     05  LP-PAYMENT                 PIC Z,ZZZ,ZZ9.99.             00018600
018604*                                                                 00018604
018608*    TRUTH-IN-LENDING BOX - THE REG Z FIGURES FILED ON THE        00018608
018612*    EPSLNAPP ROW WHEN THE APPLICATION WAS TAKEN.                 00018612
018616 01  W-LTR-TIL-HEADING              PIC X(60) VALUE               00018616
018620        'FEDERAL TRUTH-IN-LENDING DISCLOSURE:'.                   00018620
018624 01  W-LTR-APR-LINE.                                              00018624
018628     05  FILLER                     PIC X(26) VALUE               00018628
018632            '  ANNUAL PERCENTAGE RATE  '.                         00018632
018636     05  LI-APR                     PIC Z9.999.                   00018636
018640     05  FILLER                     PIC X(01) VALUE '%'.          00018640
018644 01  W-LTR-FIN-CHARGE-LINE.                                       00018644
018648     05  FILLER                     PIC X(26) VALUE               00018648
018652            '  FINANCE CHARGE         $'.                         00018652
018656     05  LI-FINANCE-CHARGE          PIC ZZZ,ZZZ,ZZ9.99.           00018656
018660 01  W-LTR-AMT-FINANCED-LINE.                                     00018660
018664     05  FILLER                     PIC X(26) VALUE               00018664
018668            '  AMOUNT FINANCED        $'.                         00018668
018672     05  LI-AMOUNT-FINANCED         PIC ZZZ,ZZZ,ZZ9.99.           00018672
018676 01  W-LTR-TOTAL-PMTS-LINE.                                       00018676
018680     05  FILLER                     PIC X(26) VALUE               00018680
018684            '  TOTAL OF PAYMENTS      $'.                         00018684
018688     05  LI-TOTAL-OF-PAYMENTS       PIC ZZZ,ZZZ,ZZ9.99.           00018688
018700 01  W-LTR-APPROVED-CLOSE           PIC X(60) VALUE               00018700
018800        'PLEASE CONTACT YOUR BRANCH TO ARRANGE CLOSING.'.         00018800
018900 01  W-LTR-DENIED-MSG               PIC X(60) VALUE               00018900
020900        'WE NEED MORE INFORMATION TO COMPLETE YOUR MORTGAGE'.     00020900
021000 01  W-LTR-MOREINFO-MSG-2           PIC X(60) VALUE               00021000
021100        'APPLICATION.  PLEASE CONTACT YOUR BRANCH REGARDING:'.    00021100
021110 01  W-LTR-WITHDRAWN-MSG            PIC X(60) VALUE               00021110
021120        'WE HAVE NOT RECEIVED THE INFORMATION WE ASKED FOR AND'.  00021120
021130 01  W-LTR-WITHDRAWN-MSG-2          PIC X(60) VALUE               00021130
021140        'HAVE CLOSED YOUR MORTGAGE APPLICATION FILE.  REASON:'.   00021140
021150 01  W-LTR-WITHDRAWN-MSG-3          PIC X(60) VALUE               00021150
021160        'YOU ARE WELCOME TO REAPPLY AT ANY TIME - PLEASE CONTACT'.00021160
021170 01  W-LTR-WITHDRAWN-MSG-4          PIC X(60) VALUE               00021170
021180        'YOUR BRANCH TO START A NEW APPLICATION.'.                00021180
021200 01  W-LTR-SIGNATURE                PIC X(40) VALUE               00021200
021300        'SINCERELY, EPS MORTGAGE UNDERWRITING'.                   00021300
021400*                                                                 00021400
023300     05  FILLER                     PIC X(24) VALUE               00023300
023400            'INFO-REQUEST LETTERS    '.                           00023400
023500     05  TL4-COUNT                  PIC ZZZ,ZZ9.                  00023500
023520 01  W-TOTAL-LINE-5.                                              00023520
023540     05  FILLER                     PIC X(24) VALUE               00023540
023560            'CO-BORROWER LETTERS     '.                           00023560
023580     05  TL5-COUNT                  PIC ZZZ,ZZ9.                  00023580
023584 01  W-TOTAL-LINE-6.                                              00023584
023588     05  FILLER                     PIC X(24) VALUE               00023588
023592            'FILE-CLOSED LETTERS     '.                           00023592
023596     05  TL6-COUNT                  PIC ZZZ,ZZ9.                  00023596
023600 01  W-BLANK-LINE                   PIC X(01) VALUE SPACE.        00023600
023700 01  W-NO-DECISIONS-MSG             PIC X(40) VALUE               00023700
023800        'NO DECISIONS FOUND FOR RUN DATE'.                        00023800
024800          SELECT CUSTOMER_ID, CUSTOMER_NAME, PRINCIPAL_AMT,       00024800
024900                 NUMBER_OF_YEARS, INTEREST_RATE,                  00024900
025000                 MONTHLY_PAYMENT, STATUS, DECIDED_BY,             00025000
025060                 REASON_CODE, APR, FINANCE_CHARGE,                00025060
025090                 AMOUNT_FINANCED, TOTAL_OF_PAYMENTS,              00025090
025120                 CO_BORR1_ID, CO_BORR1_NAME, CO_BORR2_ID,         00025120
025150                 CO_BORR2_NAME, CO_BORR3_ID, CO_BORR3_NAME        00025150
025200            FROM EPSLNAPP                                         00025200
025300           WHERE DECIDED_DATE = :EPSLA-DECIDED-DATE               00025300
025400             AND STATUS IN ('A', 'D', 'M', 'W')                   00025400
025500           ORDER BY CUSTOMER_ID, APPLICATION_DATE,                00025500
025600                 APPLICATION_TIME                                 00025600
025700          END-EXEC.                                               00025700
040600               :EPSLA-PRINCIPAL-AMT, :EPSLA-NUMBER-OF-YEARS,      00040600
040700               :EPSLA-INTEREST-RATE, :EPSLA-MONTHLY-PAYMENT,      00040700
040800               :EPSLA-STATUS, :EPSLA-DECIDED-BY,                  00040800
040850               :EPSLA-REASON-CODE, :EPSLA-APR,                    00040850
040900               :EPSLA-FINANCE-CHARGE, :EPSLA-AMOUNT-FINANCED,     00040900
040920               :EPSLA-TOTAL-OF-PAYMENTS,                          00040920
040940               :EPSLA-COB1-ID, :EPSLA-COB1-NAME,                  00040940
040960               :EPSLA-COB2-ID, :EPSLA-COB2-NAME,                  00040960
040980               :EPSLA-COB3-ID, :EPSLA-COB3-NAME                   00040980
041000          END-EXEC                                                00041000
041100     IF SQLCODE = 100                                             00041100
041200         SET W-CURSOR-EOF TO TRUE                                 00041200
042000         GO TO 2000-EXIT                                          00042000
042100     END-IF                                                       00042100
042200     ADD 1 TO W-READ-COUNT                                        00042200
042310     EVALUATE TRUE                                                00042310
042420         WHEN EPSLA-APPROVED                                      00042420
042530             ADD 1 TO W-APPROVAL-COUNT                            00042530
042640         WHEN EPSLA-DENIED                                        00042640
042750             ADD 1 TO W-DENIAL-COUNT                              00042750
042860         WHEN EPSLA-NEEDS-MORE-INFO                               00042860
042970             ADD 1 TO W-MOREINFO-COUNT                            00042970
042980         WHEN EPSLA-WITHDRAWN                                     00042980
042990             ADD 1 TO W-WITHDRAWN-COUNT                           00042990
043080     END-EVALUATE                                                 00043080
043190     MOVE EPSLA-CUSTOMER-ID TO W-LTR-BORROWER-ID                  00043190
043300     MOVE EPSLA-CUSTOMER-NAME TO W-LTR-BORROWER-NAME              00043300
043410     PERFORM 2050-PRINT-BORROWER-LETTER THRU 2050-EXIT            00043410
043520     PERFORM 2060-PRINT-CO-BORROWER-LETTER THRU 2060-EXIT         00043520
043630         VARYING W-COB-SUB FROM 1 BY 1                            00043630
043740         UNTIL W-COB-SUB > 3                                      00043740
043850     .                                                            00043850
044000 2000-EXIT.                                                       00044000
044100     EXIT.                                                        00044100
044102*                                                                 00044102
044104*    EVERY BORROWER ON THE APPLICATION GETS THE SAME LETTER AT    00044104
044106*    THEIR OWN EPSCUST ADDRESS - THE PRIMARY BORROWER FIRST, THEN 00044106
044108*    EACH CO-BORROWER.  THE DECISION COUNTS ABOVE ARE PER         00044108
044110*    APPLICATION; THE EXTRA CO-BORROWER COPIES ARE COUNTED APART. 00044110
044112 2050-PRINT-BORROWER-LETTER.                                      00044112
044114     PERFORM 2100-PRINT-LETTER-HEADING THRU 2100-EXIT             00044114
044116     EVALUATE TRUE                                                00044116
044118         WHEN EPSLA-APPROVED                                      00044118
044120             PERFORM 2200-PRINT-APPROVAL-BODY THRU 2200-EXIT      00044120
044122         WHEN EPSLA-DENIED                                        00044122
044124             PERFORM 2300-PRINT-DENIAL-BODY THRU 2300-EXIT        00044124
044126         WHEN EPSLA-NEEDS-MORE-INFO                               00044126
044128             PERFORM 2400-PRINT-MOREINFO-BODY THRU 2400-EXIT      00044128
044129         WHEN EPSLA-WITHDRAWN                                     00044129
044130             PERFORM 2450-PRINT-WITHDRAWN-BODY THRU 2450-EXIT     00044130
044131     END-EVALUATE                                                 00044131
044132     MOVE W-BLANK-LINE TO LTR-LINE                                00044132
044134     WRITE LTR-LINE                                               00044134
044136     MOVE W-LTR-SIGNATURE TO LTR-LINE                             00044136
044138     WRITE LTR-LINE                                               00044138
044140     .                                                            00044140
044142 2050-EXIT.                                                       00044142
044144     EXIT.                                                        00044144
044146*                                                                 00044146
044148 2060-PRINT-CO-BORROWER-LETTER.                                   00044148
044150     IF EPSLA-COB-ID(W-COB-SUB) = SPACES                          00044150
044152         GO TO 2060-EXIT                                          00044152
044154     END-IF                                                       00044154
044156     ADD 1 TO W-COB-LETTER-COUNT                                  00044156
044158     MOVE EPSLA-COB-ID(W-COB-SUB) TO W-LTR-BORROWER-ID            00044158
044160     MOVE EPSLA-COB-NAME(W-COB-SUB) TO W-LTR-BORROWER-NAME        00044160
044162     PERFORM 2050-PRINT-BORROWER-LETTER THRU 2050-EXIT            00044162
044164     .                                                            00044164
044166 2060-EXIT.                                                       00044166
044168     EXIT.                                                        00044168
044200*                                                                 00044200
044300*    ONE LETTER PER PAGE - BANK NAME, DECISION DATE, AND THE      00044300
044400*    MAILING ADDRESS OFF THE EPSCUST MASTER.  A CUSTOMER WITH NO  00044400
045200     WRITE LTR-LINE                                               00045200
045300     MOVE W-BLANK-LINE TO LTR-LINE                                00045300
045400     WRITE LTR-LINE                                               00045400
045500     MOVE W-LTR-BORROWER-ID TO EPSC-CUSTOMER-ID                   00045500
045600     READ EPSCUST-FILE                                            00045600
045700     IF W-EPSCUST-OK                                              00045700
045800         MOVE EPSC-CUSTOMER-NAME TO W-LTR-NAME-LINE               00045800
046700         MOVE W-LTR-CITY-LINE TO LTR-LINE                         00046700
046800         WRITE LTR-LINE                                           00046800
046900     ELSE                                                         00046900
047000         MOVE W-LTR-BORROWER-NAME TO W-LTR-NAME-LINE              00047000
047100         MOVE W-LTR-NAME-LINE TO LTR-LINE                         00047100
047200         WRITE LTR-LINE                                           00047200
047300         MOVE W-LTR-NO-ADDR-MSG TO LTR-LINE                       00047300
047500     END-IF                                                       00047500
047600     MOVE W-BLANK-LINE TO LTR-LINE                                00047600
047700     WRITE LTR-LINE                                               00047700
047800     MOVE W-LTR-BORROWER-NAME TO LR-NAME                          00047800
047900     MOVE W-LTR-DEAR-LINE TO LTR-LINE                             00047900
048000     WRITE LTR-LINE                                               00048000
048100     MOVE W-BLANK-LINE TO LTR-LINE                                00048100
050300     MOVE EPSLA-MONTHLY-PAYMENT TO LP-PAYMENT                     00050300
050400     MOVE W-LTR-PAYMENT-LINE TO LTR-LINE                          00050400
050500     WRITE LTR-LINE                                               00050500
050520     IF EPSLA-APR > ZERO                                          00050520
050540         PERFORM 2250-PRINT-TIL-BOX THRU 2250-EXIT                00050540
050560     END-IF                                                       00050560
050600     MOVE W-BLANK-LINE TO LTR-LINE                                00050600
050700     WRITE LTR-LINE                                               00050700
050800     MOVE W-LTR-APPROVED-CLOSE TO LTR-LINE                        00050800
051000     .                                                            00051000
051100 2200-EXIT.                                                       00051100
051200     EXIT.                                                        00051200
051203*                                                                 00051203
051206*    THE REG Z DISCLOSURE FILED ON THE EPSLNAPP ROW WHEN THE      00051206
051209*    APPLICATION WAS TAKEN - APR, FINANCE CHARGE, AMOUNT          00051209
051212*    FINANCED AND TOTAL OF PAYMENTS.  AN APPLICATION FILED        00051212
051215*    WITHOUT THEM HAS A ZERO APR AND PRINTS WITHOUT THE BOX.      00051215
051218 2250-PRINT-TIL-BOX.                                              00051218
051221     MOVE W-BLANK-LINE TO LTR-LINE                                00051221
051224     WRITE LTR-LINE                                               00051224
051227     MOVE W-LTR-TIL-HEADING TO LTR-LINE                           00051227
051230     WRITE LTR-LINE                                               00051230
051233     MOVE EPSLA-APR TO LI-APR                                     00051233
051236     MOVE W-LTR-APR-LINE TO LTR-LINE                              00051236
051239     WRITE LTR-LINE                                               00051239
051242     MOVE EPSLA-FINANCE-CHARGE TO LI-FINANCE-CHARGE               00051242
051245     MOVE W-LTR-FIN-CHARGE-LINE TO LTR-LINE                       00051245
051248     WRITE LTR-LINE                                               00051248
051251     MOVE EPSLA-AMOUNT-FINANCED TO LI-AMOUNT-FINANCED             00051251
051254     MOVE W-LTR-AMT-FINANCED-LINE TO LTR-LINE                     00051254
051257     WRITE LTR-LINE                                               00051257
051260     MOVE EPSLA-TOTAL-OF-PAYMENTS TO LI-TOTAL-OF-PAYMENTS         00051260
051263     MOVE W-LTR-TOTAL-PMTS-LINE TO LTR-LINE                       00051263
051266     WRITE LTR-LINE                                               00051266
051269     .                                                            00051269
051272 2250-EXIT.                                                       00051272
051275     EXIT.                                                        00051275
051300*                                                                 00051300
051400 2300-PRINT-DENIAL-BODY.                                          00051400
051500     MOVE W-LTR-DENIED-MSG TO LTR-LINE                            00051500
054000     .                                                            00054000
054100 2400-EXIT.                                                       00054100
054200     EXIT.                                                        00054200
054204*                                                                 00054204
054208*    THE CUSTOMER NEVER ANSWERED AN INFORMATION REQUEST AND       00054208
054212*    EPSPIPE CLOSED THE FILE - SAY WHY, AND THAT THEY MAY         00054212
054214*    REAPPLY.                                                     00054214
054216 2450-PRINT-WITHDRAWN-BODY.                                       00054216
054220     MOVE W-LTR-WITHDRAWN-MSG TO LTR-LINE                         00054220
054224     WRITE LTR-LINE                                               00054224
054228     MOVE W-LTR-WITHDRAWN-MSG-2 TO LTR-LINE                       00054228
054232     WRITE LTR-LINE                                               00054232
054236     MOVE W-BLANK-LINE TO LTR-LINE                                00054236
054240     WRITE LTR-LINE                                               00054240
054244     PERFORM 2500-PRINT-REASON-LINE THRU 2500-EXIT                00054244
054248     MOVE W-BLANK-LINE TO LTR-LINE                                00054248
054252     WRITE LTR-LINE                                               00054252
054256     MOVE W-LTR-WITHDRAWN-MSG-3 TO LTR-LINE                       00054256
054260     WRITE LTR-LINE                                               00054260
054264     MOVE W-LTR-WITHDRAWN-MSG-4 TO LTR-LINE                       00054264
054268     WRITE LTR-LINE                                               00054268
054272     .                                                            00054272
054276 2450-EXIT.                                                       00054276
054280     EXIT.                                                        00054280
054300*                                                                 00054300
054400*    SPELL THE KEYED REASON CODE OUT OFF THE EPSRSN TABLE - A     00054400
054500*    CODE THAT HAS SINCE BEEN REMOVED STILL PRINTS, FLAGGED, SO   00054500
058300     MOVE W-MOREINFO-COUNT TO TL4-COUNT                           00058300
058400     MOVE W-TOTAL-LINE-4 TO RPT-LINE                              00058400
058500     WRITE RPT-LINE                                               00058500
058520     MOVE W-COB-LETTER-COUNT TO TL5-COUNT                         00058520
058540     MOVE W-TOTAL-LINE-5 TO RPT-LINE                              00058540
058560     WRITE RPT-LINE                                               00058560
058570     MOVE W-WITHDRAWN-COUNT TO TL6-COUNT                          00058570
058580     MOVE W-TOTAL-LINE-6 TO RPT-LINE                              00058580
058590     WRITE RPT-LINE                                               00058590
058600     .                                                            00058600
058700 8000-EXIT.                                                       00058700
058800     EXIT.                                                        00058800
