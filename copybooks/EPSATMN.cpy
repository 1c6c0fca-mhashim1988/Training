001200     05  EPAMNTI                    PIC X(01).                    00001200
001250     05  EPAUWRI                    PIC X(01).                    00001250
001260     05  EPACUSI                    PIC X(01).                    00001260
001270     05  EPAMAXI                    PIC X(10).                    00001270
001280     05  EPAOOPI                    PIC X(01).                    00001280
001290     05  EPAMRGI                    PIC X(01).                    00001290
001300*                                                                 00001300
001400*    EPAACTI IS SPACE OR 'A' TO ADD/UPDATE EPAOPRI'S PROFILE      00001400
001500*    FROM EPAOVRI/EPAMNTI/EPAUWRI/EPACUSI, OR 'D' TO DELETE       00001500
001600*    EPAOPRI'S PROFILE OUTRIGHT.  EPAOVRI/EPAMNTI/EPAUWRI/        00001600
001610*    EPACUSI ARE EACH 'Y'/'N'.                                    00001610
001620*    EPAMAXI IS THE LARGEST PRINCIPAL THE OPERATOR MAY APPROVE    00001620
001630*    ON THEIR OWN SIGNATURE (NNNNNNN OR NNNNNNN.NN, BLANK FOR     00001630
001640*    ZERO) AND EPAOOPI IS 'Y'/'N' FOR WHETHER THEY MAY APPROVE    00001640
001650*    AN APPLICATION OUTSIDE CREDIT POLICY - SEE EPSUWMNT.         00001650
001660*    EPAMRGI IS 'Y'/'N' FOR WHETHER THEY MAY ORDER TWO CUSTOMER   00001660
001670*    RECORDS MERGED - SEE EPSCUMNT.                               00001670
001700*                                                                 00001700
001800 01  EPATMNO.                                                     00001800
001900     05  EPAOPRO                    PIC X(03).                    00001900
002100     05  EPAMNTO                    PIC X(01).                    00002100
002150     05  EPAUWRO                    PIC X(01).                    00002150
002160     05  EPACUSO                    PIC X(01).                    00002160
002170     05  EPAMAXO                    PIC X(12).                    00002170
002180     05  EPAOOPO                    PIC X(01).                    00002180
002190     05  EPAMRGO                    PIC X(01).                    00002190
002200     05  EPASETO                    PIC X(03).                    00002200
002300     05  EPACURDO                   PIC X(08).                    00002300
002400     05  EPAMSGO                    PIC X(60).                    00002400
