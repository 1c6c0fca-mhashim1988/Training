000100*((INCLUDE EPSDAYPM)).                                            00000100
000200*                                                                 00000200
000300*    PARAMETER AREA PASSED TO EPSDAYNO TO TURN A YYYYMMDD DATE    00000300
000400*    INTO A SERIAL DAY NUMBER, SO THE BATCH JOBS CAN MEASURE THE  00000400
000500*    DAYS BETWEEN TWO DATES BY PLAIN SUBTRACTION.  THE DAY OF THE 00000500
000600*    WEEK COMES BACK TOO (0 SUNDAY THROUGH 6 SATURDAY) FOR JOBS   00000600
000700*    THAT COUNT BUSINESS DAYS.                                    00000700
000800*                                                                 00000800
000900 01  EPS-DAY-NUMBER-PARM.                                         00000900
001000     05  EPSDAY-DATE-IN             PIC 9(08).                    00001000
001100     05  EPSDAY-DAY-NUMBER          PIC 9(07).                    00001100
001200     05  EPSDAY-DAY-OF-WEEK         PIC 9(01).                    00001200
001300         88  EPSDAY-WEEKEND                VALUE 0 6.             00001300
001400     05  EPSDAY-RETURN-CODE         PIC X(01).                    00001400
001500         88  EPSDAY-VALID                  VALUE '0'.             00001500
001600         88  EPSDAY-INVALID                VALUE '1'.             00001600
