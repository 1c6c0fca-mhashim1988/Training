000100*((INCLUDE EPSQHST)).                                             00000100
000200*                                                                 00000200
000300*    SYMBOLIC MAP FOR MAPSET EPSQHST, MAP EPQHST (BMS MEMBER      00000300
000400*    EPSQHST.BMS) - THE CUSTOMER QUOTE HISTORY DRIVEN BY          00000400
000500*    EPSQHST.CBL.  LISTS ONE CUSTOMER'S EPSQUOTE HISTORY TEN      00000500
000600*    QUOTES TO A PAGE, NEWEST FIRST, OFF THE EPSQCIX CUSTOMER     00000600
000700*    INDEX - QUOTE DATE AND TIME, CHANNEL, PRODUCT, PRINCIPAL,    00000700
000800*    TERM, RATE, PAYMENT, ACCEPTED/REJECTED, AND THE RATE LOCK    00000800
000900*    EXPIRATION WITH WHETHER THE LOCK IS STILL RUNNING.           00000900
001000*    EPQHSTI HOLDS FIELDS RECEIVED FROM THE TERMINAL, EPQHSTO     00001000
001100*    HOLDS FIELDS SENT BACK TO IT.                                00001100
001200*                                                                 00001200
001300 01  EPQHSTI.                                                     00001300
001400     05  EPQHCUSI                   PIC X(08).                    00001400
001500*                                                                 00001500
001600*    EPQHCUSI IS THE CUSTOMER ID - IT ARRIVES FILLED IN FROM THE  00001600
001700*    ID KEYED ON EPMENU; OVERKEYING IT AND PRESSING ENTER LISTS   00001700
001800*    ANOTHER CUSTOMER FROM THE NEWEST QUOTE.                      00001800
001900*                                                                 00001900
002000 01  EPQHSTO.                                                     00002000
002100     05  EPQHCUSO                   PIC X(08).                    00002100
002200     05  EPQHNAMO                   PIC X(30).                    00002200
002300     05  EPQHROWO OCCURS 10 TIMES.                                00002300
002400         10  EPQHRDATO              PIC X(08).                    00002400
002500         10  EPQHRTIMO              PIC X(06).                    00002500
002600         10  EPQHRCHNO              PIC X(01).                    00002600
002700         10  EPQHRPRDO              PIC X(04).                    00002700
002800         10  EPQHRPRNO              PIC X(12).                    00002800
002900         10  EPQHRYRSO              PIC X(02).                    00002900
003000         10  EPQHRRATO              PIC X(06).                    00003000
003100         10  EPQHRPAYO              PIC X(12).                    00003100
003200         10  EPQHRSTSO              PIC X(01).                    00003200
003300         10  EPQHRLCKO              PIC X(08).                    00003300
003400         10  EPQHRLSTO              PIC X(07).                    00003400
003500     05  EPQHMSGO                   PIC X(60).                    00003500
