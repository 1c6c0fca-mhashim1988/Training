005150         10  W-PT-ARM-LIFETIME-CAP  PIC 9(02)V999.                00005150
005160         10  W-PT-ARM-MARGIN        PIC 9(02)V999.                00005160
005170         10  W-PT-MAX-PAYMENT       PIC 9(07)V99.                 00005170
005180         10  W-PT-ARM-INDEX-RATE    PIC 9(02)V999.                00005180
005190         10  W-PT-APR               PIC 9(02)V999.                00005190
005200 01  W-EDIT-FIELDS.                                               00005200
005300     05  W-ED-RATE              PIC Z9.999.                       00005300
005400     05  W-ED-PAYMENT           PIC Z,ZZZ,ZZ9.99.                 00005400
015600                OF W-COMMUNICATION-AREA                           00015600
015700                = EPSPARM-NUMBER + EPSPARM-DECIMAL                00015700
015800             PERFORM A520-VALIDATE-ESCROW-INPUTS                  00015800
015850             PERFORM A530-VALIDATE-FEE-INPUTS                     00015850
015900         END-IF                                                   00015900
016000     END-IF                                                       00016000
016100     .                                                            00016100
019600     END-IF                                                       00019600
019700     .                                                            00019700
019800*                                                                 00019800
019803 A530-VALIDATE-FEE-INPUTS.                                        00019803
019806     IF EPRSFEEI NOT = SPACES                                     00019806
019809         MOVE EPRSFEEI TO EPSPARM-VALIDATE-DATA                   00019809
019812         MOVE LENGTH OF EPRSFEEI TO EPSPARM-MAX-LENGTH            00019812
019815         CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION              00019815
019818         COMPUTE EPSPCOM-ORIGINATION-FEE                          00019818
019821            OF W-COMMUNICATION-AREA                               00019821
019824            = EPSPARM-NUMBER + EPSPARM-DECIMAL                    00019824
019827     ELSE                                                         00019827
019830         MOVE ZERO TO EPSPCOM-ORIGINATION-FEE                     00019830
019833            OF W-COMMUNICATION-AREA                               00019833
019836     END-IF                                                       00019836
019839     IF EPRSPTSI NOT = SPACES                                     00019839
019842         MOVE EPRSPTSI TO EPSPARM-VALIDATE-DATA                   00019842
019845         MOVE LENGTH OF EPRSPTSI TO EPSPARM-MAX-LENGTH            00019845
019848         CALL 'EPSNBRVL' USING EPS-NUMBER-VALIDATION              00019848
019851         COMPUTE EPSPCOM-DISCOUNT-POINTS                          00019851
019854            OF W-COMMUNICATION-AREA                               00019854
019857            = EPSPARM-NUMBER + EPSPARM-DECIMAL                    00019857
019860     ELSE                                                         00019860
019863         MOVE ZERO TO EPSPCOM-DISCOUNT-POINTS                     00019863
019866            OF W-COMMUNICATION-AREA                               00019866
019869     END-IF                                                       00019869
019872     .                                                            00019872
019875*                                                                 00019875
019900 A600-BUILD-PRODUCT-TABLE.                                        00019900
020000     MOVE SPACES TO W-ENDFILE-SWITCH.                             00020000
020100     MOVE ZERO TO W-PRODUCT-COUNT.                                00020100
025272            TO W-PT-ARM-LIFETIME-CAP(W-PRODUCT-COUNT)             00025272
025274         MOVE EPSR-ARM-MARGIN                                     00025274
025276            TO W-PT-ARM-MARGIN(W-PRODUCT-COUNT)                   00025276
025277         MOVE EPSR-ARM-INDEX-RATE                                 00025277
025278            TO W-PT-ARM-INDEX-RATE(W-PRODUCT-COUNT)               00025278
025279     ELSE                                                         00025279
025280         MOVE 'F' TO W-PT-RATE-TYPE(W-PRODUCT-COUNT)              00025280
025282         MOVE ZERO TO W-PT-ARM-FIXED-YEARS(W-PRODUCT-COUNT)       00025282
025284         MOVE ZERO TO W-PT-ARM-ADJ-FREQ-YRS(W-PRODUCT-COUNT)      00025284
025286         MOVE ZERO TO W-PT-ARM-PERIODIC-CAP(W-PRODUCT-COUNT)      00025286
025288         MOVE ZERO TO W-PT-ARM-LIFETIME-CAP(W-PRODUCT-COUNT)      00025288
025290         MOVE ZERO TO W-PT-ARM-MARGIN(W-PRODUCT-COUNT)            00025290
025291         MOVE ZERO TO W-PT-ARM-INDEX-RATE(W-PRODUCT-COUNT)        00025291
025292     END-IF                                                       00025292
025294     .                                                            00025294
025300*                                                                 00025300
026692        TO EPSPCOM-ARM-LIFETIME-CAP OF W-COMMUNICATION-AREA.      00026692
026694     MOVE W-PT-ARM-MARGIN(W-SUBSCRIPT)                            00026694
026696        TO EPSPCOM-ARM-MARGIN OF W-COMMUNICATION-AREA.            00026696
026697     MOVE W-PT-ARM-INDEX-RATE(W-SUBSCRIPT)                        00026697
026698        TO EPSPCOM-ARM-INDEX-RATE OF W-COMMUNICATION-AREA.        00026698
026700     MOVE 'Y' TO EPSPCOM-YEAR-MONTH-IND OF W-COMMUNICATION-AREA.  00026700
026800     MOVE 'EPSCSMRT' TO W-CALL-PROGRAM.                           00026800
026900     EXEC CICS LINK PROGRAM(W-CALL-PROGRAM)                       00026900
027500        TO W-PT-PITI(W-SUBSCRIPT).                                00027500
027510     MOVE EPSPCOM-RETURN-MAX-PAYMENT OF W-COMMUNICATION-AREA      00027510
027520        TO W-PT-MAX-PAYMENT(W-SUBSCRIPT).                         00027520
027540     MOVE EPSPCOM-RETURN-APR OF W-COMMUNICATION-AREA              00027540
027560        TO W-PT-APR(W-SUBSCRIPT).                                 00027560
027600     .                                                            00027600
027700*                                                                 00027700
027800 A800-FORMAT-RESULTS.                                             00027800
030400         MOVE 'FIXED' TO EPRSTYPO(W-SUBSCRIPT)                    00030400
030410         MOVE SPACES TO EPRSMAXO(W-SUBSCRIPT)                     00030410
030420     END-IF                                                       00030420
030423     MOVE W-PT-APR(W-SUBSCRIPT) TO W-ED-RATE.                     00030423
030426     MOVE W-ED-RATE TO EPRSAPRO(W-SUBSCRIPT).                     00030426
030430     .                                                            00030430
