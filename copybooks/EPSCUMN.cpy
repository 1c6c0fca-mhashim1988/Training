001400     05  EPCMSTAI                   PIC X(02).                    00001400
001500     05  EPCMZIPI                   PIC X(09).                    00001500
001600     05  EPCMPHNI                   PIC X(10).                    00001600
001650     05  EPCMSRVI                   PIC X(08).                    00001650
001700*                                                                 00001700
001800*    EPCMACTI IS SPACE OR 'A' TO ADD/UPDATE EPCMIDI'S MASTER      00001800
001900*    RECORD FROM THE KEYED FIELDS, 'I' TO INQUIRE ON EPCMIDI      00001900
002000*    WITHOUT CHANGING IT, OR 'D' TO DELETE EPCMIDI'S RECORD       00002000
002100*    OUTRIGHT.  A SUPERVISOR WITH MERGE AUTHORITY MAY ALSO KEY 'M'00002100
002110*    TO ORDER EPCMIDI MERGED INTO THE SURVIVING ID KEYED IN       00002110
002120*    EPCMSRVI, OR 'X' TO CANCEL A MERGE STILL WAITING FOR THE     00002120
002130*    NIGHTLY EPSCMRG RUN.  EPCMSRVO ECHOES THE SURVIVING ID OF ANY00002130
002140*    MERGE ORDERED OR APPLIED FOR EPCMIDI.                        00002140
002200*                                                                 00002200
002300 01  EPCUMNO.                                                     00002300
002400     05  EPCMIDO                    PIC X(08).                    00002400
002800     05  EPCMSTAO                   PIC X(02).                    00002800
002900     05  EPCMZIPO                   PIC X(09).                    00002900
003000     05  EPCMPHNO                   PIC X(10).                    00003000
003050     05  EPCMSRVO                   PIC X(08).                    00003050
003100     05  EPCMSETO                   PIC X(03).                    00003100
003200     05  EPCMCURDO                  PIC X(08).                    00003200
003300     05  EPCMMSGO                   PIC X(60).                    00003300
