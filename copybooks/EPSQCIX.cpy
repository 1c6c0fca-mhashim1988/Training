000100*((INCLUDE EPSQCIX)).                                             00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE EPSQCIX VSAM KSDS - THE CUSTOMER INDEX 00000300
000400*    TO THE EPSQUOTE HISTORY FILE.  EPSQ-KEY LEADS WITH THE QUOTE 00000400
000500*    DATE, SO EPSQUOTE ALONE CANNOT FIND ONE CUSTOMER'S QUOTES    00000500
000600*    WITHOUT READING THE WHOLE FILE.  EVERY QUOTE FILED WITH A    00000600
000700*    CUSTOMER ID HAS ONE ROW HERE, KEYED BY THE CUSTOMER ID AND   00000700
000800*    THEN THE QUOTE DATE/TIME INVERTED (99999999 LESS THE DATE,   00000800
000900*    999999 LESS THE TIME), SO A STARTBR AT (CUSTOMER, LOW-VALUES)00000900
001000*    AND READNEXT COMES BACK WITH THAT CUSTOMER'S QUOTES NEWEST   00001000
001100*    FIRST AND STOPS AS SOON AS THE CUSTOMER ID CHANGES.  THE     00001100
001200*    TERMID/TASKNBR TAIL KEEPS TWO QUOTES IN THE SAME SECOND      00001200
001300*    APART.  EPSQC-QUOTE-KEY IS THE EPSQ-KEY OF THE QUOTE ITSELF. 00001300
001400*                                                                 00001400
001500*    EPSQC-LOCK-EXPIRE-DATE IS A COPY OF THE QUOTE'S EPSQ-LOCK-   00001500
001600*    EXPIRE-DATE (ZERO WHEN THE QUOTE CARRIES NO RATE LOCK), SO A 00001600
001700*    LOCK SEARCH ONLY READS EPSQUOTE FOR THE QUOTES THAT HAVE ONE.00001700
001800*                                                                 00001800
001900*    WRITTEN ALONGSIDE THE EPSQUOTE ROW BY EPSCMORT'S A620-SAVE-  00001900
002000*    QUOTE-HISTORY AND BY THE EPSQSRV QUOTE SERVICE, DELETED WITH 00002000
002100*    IT BY EPSMLIST, MOVED TO THE SURVIVING ID BY THE EPSCMRG     00002100
002200*    CUSTOMER MERGE, AND REBUILT FROM EPSQUOTE BY THE EPSQCBLD    00002200
002300*    BATCH JOB (RUN IT AFTER ANY JOB THAT REMOVES EPSQUOTE ROWS IN00002300
002400*    BULK).  READ BY EPSCMORT'S PF1 LOCK RETRIEVE, THE EPSUWMNT   00002400
002500*    'H' HISTORY AND THE EPSQHST CUSTOMER QUOTE HISTORY.  A ROW   00002500
002600*    WHOSE QUOTE IS NO LONGER ON EPSQUOTE IS SIMPLY SKIPPED BY ALL00002600
002700*    THREE READERS.                                               00002700
002800*                                                                 00002800
002900 01  EPSQC-RECORD.                                                00002900
003000     05  EPSQC-KEY.                                               00003000
003100         10  EPSQC-CUSTOMER-ID      PIC X(08).                    00003100
003200         10  EPSQC-INVERTED-DATE    PIC 9(08).                    00003200
003300         10  EPSQC-INVERTED-TIME    PIC 9(06).                    00003300
003400         10  EPSQC-TERMID           PIC X(04).                    00003400
003500         10  EPSQC-TASKNBR          PIC 9(07).                    00003500
003600     05  EPSQC-QUOTE-KEY.                                         00003600
003700         10  EPSQC-QUOTE-DATE       PIC 9(08).                    00003700
003800         10  EPSQC-QUOTE-TIME       PIC 9(06).                    00003800
003900         10  EPSQC-QUOTE-TERMID     PIC X(04).                    00003900
004000         10  EPSQC-QUOTE-TASKNBR    PIC 9(07).                    00004000
004100     05  EPSQC-LOCK-EXPIRE-DATE     PIC 9(08).                    00004100
004200     05  FILLER                     PIC X(14).                    00004200
