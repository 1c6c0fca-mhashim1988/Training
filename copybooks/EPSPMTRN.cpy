000100*((INCLUDE EPSPMTRN)).                                            00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE DAILY PAYMENT TRANSACTION FILE FED TO  00000300
000400*    THE NIGHTLY EPSPMPST POSTING RUN - ONE 80-BYTE RECORD PER    00000400
000500*    PAYMENT RECEIVED, FROM THE LOCKBOX, TELLER CAPTURE OR ACH    00000500
000600*    FEEDS.  THE LOAN NUMBER IS THE EPSLOAN KEY.  A PAYMENT THAT  00000600
000700*    MATCHES NO LOAN, OR CANNOT BE APPLIED, IS LISTED ON THE      00000700
000800*    REJECTS REPORT AND LEFT FOR THE SERVICING DESK TO RESEARCH.  00000800
000900*                                                                 00000900
001000 01  EPSPT-RECORD.                                                00001000
001100     05  EPSPT-LOAN-NUMBER          PIC X(22).                    00001100
001200     05  EPSPT-PAYMENT-DATE         PIC 9(08).                    00001200
001300     05  EPSPT-PAYMENT-AMT          PIC 9(07)V99.                 00001300
001400     05  EPSPT-PAYMENT-SOURCE       PIC X(01).                    00001400
001500         88  EPSPT-LOCKBOX                 VALUE 'L'.             00001500
001600         88  EPSPT-TELLER                  VALUE 'T'.             00001600
001700         88  EPSPT-ACH                     VALUE 'A'.             00001700
001800     05  EPSPT-REFERENCE            PIC X(15).                    00001800
001900     05  FILLER                     PIC X(25).                    00001900
