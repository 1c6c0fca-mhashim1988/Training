000100 IDENTIFICATION DIVISION.                                         00000100
000200 PROGRAM-ID.    EPSDAYNO.                                         00000200
000300 AUTHOR.        D L HILDNER.                                      00000300
000400 INSTALLATION.  EPS DEMO BANKING SYSTEMS.                         00000400
000500 DATE-WRITTEN.  2026-10-15.                                       00000500
000600 DATE-COMPILED.                                                   00000600
000700*                                                                 00000700
000800*    TURNS A YYYYMMDD DATE INTO A SERIAL DAY NUMBER (THE JULIAN   00000800
000900*    DAY NUMBER) AND ITS DAY OF THE WEEK, RETURNED IN EPSDAY-DAY- 00000900
001000*    NUMBER AND EPSDAY-DAY-OF-WEEK (SEE COPYBOOK EPSDAYPM).  THE  00001000
001100*    DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF THEIR DAY        00001100
001200*    NUMBERS - USED BY THE LOAN SERVICING JOBS TO AGE PAST-DUE    00001200
001300*    PAYMENTS.  THE SAME CALL-WITH-PARM SHAPE AS EPSNXTDT, AND    00001300
001400*    THE SAME MONTH-LENGTH AND LEAP-YEAR EDITS ON THE DATE IN.    00001400
001500*                                                                 00001500
001600*    MOD HISTORY                                                  00001600
001700*    ------------------------------------------------------------ 00001700
001800*    DATE        INIT  DESCRIPTION                                00001800
001900*    2026-10-15  DLH   ORIGINAL VERSION.                          00001900
002000*                                                                 00002000
002100 ENVIRONMENT DIVISION.                                            00002100
002200 CONFIGURATION SECTION.                                           00002200
002300 SOURCE-COMPUTER.   IBM-FLEX-ES.                                  00002300
002400 OBJECT-COMPUTER.   IBM-FLEX-ES.                                  00002400
002500 DATA DIVISION.                                                   00002500
002600 WORKING-STORAGE SECTION.                                         00002600
002700 01  W-WORK-DATE.                                                 00002700
002800     05  W-YEAR                 PIC 9(04).                        00002800
002900     05  W-MONTH                PIC 9(02).                        00002900
003000     05  W-DAY                  PIC 9(02).                        00003000
003100 01  W-DAYS-IN-MONTH            PIC 9(02).                        00003100
003200 01  W-LEAP-REMAINDER           PIC 9(04).                        00003200
003300 01  W-LEAP-QUOTIENT            PIC 9(04).                        00003300
003400 01  W-LEAP-SWITCH              PIC X(01).                        00003400
003500     88  W-LEAP-YEAR                VALUE 'Y'.                    00003500
003600*                                                                 00003600
003700*    WORK FIELDS FOR THE DAY-NUMBER ARITHMETIC - EVERY DIVIDE     00003700
003800*    TRUNCATES TO A WHOLE NUMBER, WHICH THE FORMULA RELIES ON.    00003800
003900 01  W-CALC-AREA.                                                 00003900
004000     05  W-ADJUST               PIC 9(01)   COMP-3.               00004000
004100     05  W-CALC-YEAR            PIC 9(05)   COMP-3.               00004100
004200     05  W-CALC-MONTH           PIC 9(02)   COMP-3.               00004200
004300     05  W-MONTH-DAYS           PIC 9(05)   COMP-3.               00004300
004400     05  W-YEAR-DAYS            PIC 9(07)   COMP-3.               00004400
004500     05  W-QUAD-YEARS           PIC 9(05)   COMP-3.               00004500
004600     05  W-CENTURIES            PIC 9(05)   COMP-3.               00004600
004700     05  W-QUAD-CENTURIES       PIC 9(05)   COMP-3.               00004700
004800     05  W-WEEK-QUOTIENT        PIC 9(07)   COMP-3.               00004800
004900*                                                                 00004900
005000*    STANDARD MONTH LENGTHS - FEBRUARY IS CORRECTED FOR LEAP      00005000
005100*    YEARS IN 0100-GET-DAYS-IN-MONTH.                             00005100
005200 01  W-MONTH-TABLE-DATA.                                          00005200
005300     05  FILLER                 PIC X(24) VALUE                   00005300
005400            '312831303130313130313031'.                           00005400
005500 01  W-MONTH-TABLE REDEFINES W-MONTH-TABLE-DATA.                  00005500
005600     05  W-MT-DAYS OCCURS 12 TIMES                                00005600
005700                                PIC 9(02).                        00005700
005800 LINKAGE SECTION.                                                 00005800
005900 COPY EPSDAYPM.                                                   00005900
006000 PROCEDURE DIVISION USING EPS-DAY-NUMBER-PARM.                    00006000
006100 0000-MAINLINE.                                                   00006100
006200     SET EPSDAY-VALID TO TRUE                                     00006200
006300     MOVE ZERO TO EPSDAY-DAY-NUMBER                               00006300
006400     MOVE ZERO TO EPSDAY-DAY-OF-WEEK                              00006400
006500     IF EPSDAY-DATE-IN NOT NUMERIC                                00006500
006600         SET EPSDAY-INVALID TO TRUE                               00006600
006700         GO TO 9999-EXIT                                          00006700
006800     END-IF                                                       00006800
006900     MOVE EPSDAY-DATE-IN TO W-WORK-DATE                           00006900
007000     IF W-MONTH < 1 OR W-MONTH > 12 OR W-DAY < 1                  00007000
007100        OR W-YEAR < 1601                                          00007100
007200         SET EPSDAY-INVALID TO TRUE                               00007200
007300         GO TO 9999-EXIT                                          00007300
007400     END-IF                                                       00007400
007500     PERFORM 0100-GET-DAYS-IN-MONTH                               00007500
007600     IF W-DAY > W-DAYS-IN-MONTH                                   00007600
007700         SET EPSDAY-INVALID TO TRUE                               00007700
007800         GO TO 9999-EXIT                                          00007800
007900     END-IF                                                       00007900
008000     PERFORM 0200-CALCULATE-DAY-NUMBER                            00008000
008100     .                                                            00008100
008200 9999-EXIT.                                                       00008200
008300     GOBACK.                                                      00008300
008400*                                                                 00008400
008500 0100-GET-DAYS-IN-MONTH.                                          00008500
008600     MOVE W-MT-DAYS(W-MONTH) TO W-DAYS-IN-MONTH                   00008600
008700     IF W-MONTH = 2                                               00008700
008800         MOVE SPACE TO W-LEAP-SWITCH                              00008800
008900         DIVIDE W-YEAR BY 4 GIVING W-LEAP-QUOTIENT                00008900
009000             REMAINDER W-LEAP-REMAINDER                           00009000
009100         IF W-LEAP-REMAINDER = ZERO                               00009100
009200             SET W-LEAP-YEAR TO TRUE                              00009200
009300             DIVIDE W-YEAR BY 100 GIVING W-LEAP-QUOTIENT          00009300
009400                 REMAINDER W-LEAP-REMAINDER                       00009400
009500             IF W-LEAP-REMAINDER = ZERO                           00009500
009600                 MOVE SPACE TO W-LEAP-SWITCH                      00009600
009700                 DIVIDE W-YEAR BY 400 GIVING W-LEAP-QUOTIENT      00009700
009800                     REMAINDER W-LEAP-REMAINDER                   00009800
009900                 IF W-LEAP-REMAINDER = ZERO                       00009900
010000                     SET W-LEAP-YEAR TO TRUE                      00010000
010100                 END-IF                                           00010100
010200             END-IF                                               00010200
010300         END-IF                                                   00010300
010400         IF W-LEAP-YEAR                                           00010400
010500             MOVE 29 TO W-DAYS-IN-MONTH                           00010500
010600         END-IF                                                   00010600
010700     END-IF                                                       00010700
010800     .                                                            00010800
010900*                                                                 00010900
011000*    THE STANDARD GREGORIAN DAY-NUMBER FORMULA - THE YEAR IS      00011000
011100*    COUNTED FROM MARCH SO THE LEAP DAY FALLS AT ITS END, AND     00011100
011200*    EACH TERM IS A TRUNCATED WHOLE-NUMBER DIVIDE.  DAY NUMBER    00011200
011300*    PLUS ONE, MODULO SEVEN, GIVES THE DAY OF THE WEEK WITH       00011300
011400*    SUNDAY AS ZERO.                                              00011400
011500 0200-CALCULATE-DAY-NUMBER.                                       00011500
011600     IF W-MONTH < 3                                               00011600
011700         MOVE 1 TO W-ADJUST                                       00011700
011800     ELSE                                                         00011800
011900         MOVE 0 TO W-ADJUST                                       00011900
012000     END-IF                                                       00012000
012100     COMPUTE W-CALC-YEAR = W-YEAR + 4800 - W-ADJUST               00012100
012200     COMPUTE W-CALC-MONTH = W-MONTH + (12 * W-ADJUST) - 3         00012200
012300     COMPUTE W-MONTH-DAYS = (153 * W-CALC-MONTH) + 2              00012300
012400     DIVIDE 5 INTO W-MONTH-DAYS                                   00012400
012500     COMPUTE W-YEAR-DAYS = 365 * W-CALC-YEAR                      00012500
012600     DIVIDE W-CALC-YEAR BY 4 GIVING W-QUAD-YEARS                  00012600
012700     DIVIDE W-CALC-YEAR BY 100 GIVING W-CENTURIES                 00012700
012800     DIVIDE W-CALC-YEAR BY 400 GIVING W-QUAD-CENTURIES            00012800
012900     COMPUTE EPSDAY-DAY-NUMBER                                    00012900
013000         = W-DAY + W-MONTH-DAYS + W-YEAR-DAYS + W-QUAD-YEARS      00013000
013100           - W-CENTURIES + W-QUAD-CENTURIES - 32045               00013100
013200     DIVIDE 7 INTO EPSDAY-DAY-NUMBER                              00013200
013300         GIVING W-WEEK-QUOTIENT                                   00013300
013400         REMAINDER EPSDAY-DAY-OF-WEEK                             00013400
013500     ADD 1 TO EPSDAY-DAY-OF-WEEK                                  00013500
013600     IF EPSDAY-DAY-OF-WEEK = 7                                    00013600
013700         MOVE 0 TO EPSDAY-DAY-OF-WEEK                             00013700
013800     END-IF                                                       00013800
013900     .                                                            00013900
