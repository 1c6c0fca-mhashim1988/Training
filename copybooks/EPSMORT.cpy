001336     05  EPRETYRI                   PIC X(02).                    00001336
001337     05  EPINCMI                    PIC X(10).                    00001337
001338     05  EPDEBTI                    PIC X(10).                    00001338
001341     05  EPFEEI                     PIC X(10).                    00001341
001344     05  EPPTSI                     PIC X(06).                    00001344
001345     05  EPCOBI OCCURS 3 TIMES.                                   00001345
001346         10  EPCBIDI                PIC X(08).                    00001346
001347         10  EPCBINCI               PIC X(10).                    00001347
001348         10  EPCBDBTI               PIC X(10).                    00001348
001349     05  EPPSTI                     PIC X(02).                    00001349
001350     05  EPPCNTYI                   PIC X(05).                    00001350
001351     05  EPPTRCTI                   PIC X(11).                    00001351
001352     05  EPPURPI                    PIC X(01).                    00001352
001353     05  EPOCCPI                    PIC X(01).                    00001353
001354     05  EPETHNI                    PIC X(01).                    00001354
001355     05  EPRACEI                    PIC X(01).                    00001355
001356     05  EPSEXI                     PIC X(01).                    00001356
001357     05  EPAGEI                     PIC X(03).                    00001357
001358*                                                                 00001358
001359*    EPDOWNPI/EPTAXI/EPINSURI ARE OPTIONAL - WHEN KEYED, A600-    00001359
001360*    CALCULATE-MORTGAGE RETURNS A FULL PITI PAYMENT INSTEAD OF    00001360
001370*    A BARE PRINCIPAL-AND-INTEREST PAYMENT (SEE EPSCSMRT).        00001370
001380*                                                                 00001380
001399*    BUT WHEN KEYED WITH A CUSTOMER ID THEY DRIVE THE DTI SHOWN   00001399
001400*    IN EPDTIO AND THE CREDIT-POLICY CHECK FILED ON THE           00001400
001401*    APPLICATION (SEE A640-CHECK-CREDIT-POLICY AND EPSPLCY).      00001401
001417*                                                                 00001417
001433*    EPFEEI/EPPTSI ARE THE ORIGINATION FEE IN DOLLARS AND THE     00001433
001449*    DISCOUNT POINTS AS A PERCENT OF THE LOAN - BOTH OPTIONAL,    00001449
001465*    BOTH PREPAID FINANCE CHARGES IN THE APR (SEE EPSCSMRT).      00001465
001466*                                                                 00001466
001467*    EPCOBI ARE UP TO THREE CO-BORROWER LINES - A CUSTOMER ID     00001467
001469*    WITH THAT BORROWER'S OWN MONTHLY INCOME AND EXISTING MONTHLY 00001469
001471*    DEBT.  A LINE WITH A BLANK ID IS IGNORED.  EACH KEYED ID     00001471
001473*    MUST BE ON THE EPSCUST MASTER BEFORE THE APPLICATION IS      00001473
001475*    FILED, AND THE DTI AND CREDIT-POLICY CHECK RUN ON THE        00001475
001477*    COMBINED INCOME AND DEBT OF EVERY BORROWER (SEE              00001477
001479*    A626-VALIDATE-CO-BORROWERS AND A640-CHECK-CREDIT-POLICY).    00001479
001481*                                                                 00001481
001482*    EPPSTI/EPPCNTYI/EPPTRCTI LOCATE THE SUBJECT PROPERTY FOR     00001482
001483*    HMDA - TWO-LETTER STATE, FIVE-DIGIT STATE+COUNTY FIPS CODE   00001483
001484*    AND ELEVEN-DIGIT CENSUS TRACT (STATE+COUNTY+TRACT, SO IT     00001484
001485*    MUST START WITH THE COUNTY CODE).  EPPURPI IS THE LOAN       00001485
001486*    PURPOSE - P PURCHASE, R REFINANCE, H HOME IMPROVEMENT - AND  00001486
001487*    EPOCCPI THE OCCUPANCY - P PRINCIPAL RESIDENCE, S SECOND      00001487
001488*    HOME, I INVESTMENT.  EPETHNI/EPRACEI/EPSEXI ARE THE          00001488
001489*    PRIMARY APPLICANT'S GOVERNMENT-MONITORING CODES OFF THE      00001489
001490*    DEMOGRAPHIC INFORMATION FORM AND EPAGEI THE AGE IN YEARS.    00001490
001491*    ALL OPTIONAL ON THE SCREEN, BUT A KEYED CODE MUST BE VALID   00001491
001492*    BEFORE THE APPLICATION IS FILED (SEE A624-VALIDATE-HMDA-     00001492
001493*    FIELDS) - GAPS ARE CAUGHT BY THE EPSHMDA EDIT REPORT.        00001493
001494*                                                                 00001494
001500*    EPCUSTNI/EPCNAMEI ARE OPTIONAL - WHEN KEYED, A600-CALCULATE- 00001500
001600*    MORTGAGE ALSO FILES THE QUOTE AS A LOAN APPLICATION (SEE     00001600
001700*    A625-SAVE-LOAN-APPLICATION).  A BLANK CUSTOMER ID LEAVES THE 00001700
002600     05  EPLOANO                    PIC X(10).                    00002600
002700     05  EPYEARSO                   PIC X(02).                    00002700
002800     05  EPRATEO                    PIC X(06).                    00002800
002830     05  EPFEEO                     PIC X(10).                    00002830
002860     05  EPPTSO                     PIC X(06).                    00002860
002900     05  EPPAYMNTO                  PIC X(12).                    00002900
002950     05  EPPITIO                    PIC X(12).                    00002950
002955     05  EPMAXPO                    PIC X(12).                    00002955
002960     05  EPRETBALO                  PIC X(12).                    00002960
002970     05  EPDTIO                     PIC X(06).                    00002970
002976     05  EPAPRO                     PIC X(06).                    00002976
002982     05  EPFINCO                    PIC X(14).                    00002982
002988     05  EPAMTFO                    PIC X(12).                    00002988
002994     05  EPTOTPO                    PIC X(14).                    00002994
002996     05  EPCOBO OCCURS 3 TIMES.                                   00002996
002998         10  EPCBNMO                PIC X(30).                    00002998
003000     05  MSGERRO                    PIC X(60).                    00003000
003100     05  MSGERRA                    PIC X(01).                    00003100
003200*                                                                 00003200
003400*    LOAN ENTRY FIELDS (EPSMLIST REDISPLAYING A QUOTE PULLED      00003400
003500*    FROM HISTORY).  EPPITIO IS THE FULL PITI PAYMENT - BLANK     00003500
003550*    (SAME AS EPPAYMNTO) WHEN NO ESCROW INPUTS WERE KEYED.        00003550
003553*    EPFEEO/EPPTSO DO THE SAME FOR THE FEE AND POINTS, SO A QUOTE 00003553
003556*    RETRIEVED ON PF1 COMES BACK WITH ITS PREPAID CHARGES.        00003556
003560*                                                                 00003560
003570*    EPRETBALO IS THE PROJECTED RETIREMENT BALANCE RETURNED BY    00003570
003580*    A800-CALCULATE-RETIREMENT OFF EPSAVEI/EPCONTRI/EPRETYRI.     00003580
003640*    EPMAXPO IS THE FULLY-INDEXED WORST-CASE PAYMENT FOR AN       00003640
003650*    ADJUSTABLE-RATE PRODUCT (SEE EPSRATE AND EPSCSMRT) - BLANK   00003650
003660*    FOR A FIXED-RATE QUOTE.                                      00003660
003670*                                                                 00003670
003680*    EPAPRO/EPFINCO/EPAMTFO/EPTOTPO ARE THE REGULATION Z          00003680
003690*    DISCLOSURE - ANNUAL PERCENTAGE RATE, FINANCE CHARGE, AMOUNT  00003690
003700*    FINANCED AND TOTAL OF PAYMENTS - RETURNED BY EPSCSMRT.  AN   00003700
003710*    ARM'S FIGURES ASSUME THE FULLY-INDEXED RATE.  BLANK WHEN NO  00003710
003720*    PAYMENT WAS QUOTED.                                          00003720
003725*                                                                 00003725
003735*    EPCBNMO ECHOES EACH CO-BORROWER'S NAME OFF THE EPSCUST       00003735
003745*    MASTER AS THE LINE IS VALIDATED, SO THE TELLER CAN CONFIRM   00003745
003755*    THE RIGHT PEOPLE WENT ON THE APPLICATION.                    00003755
