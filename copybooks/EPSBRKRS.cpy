000100*((INCLUDE EPSBRKRS)).                                            00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE BROKER QUOTE RESPONSE FILE WRITTEN BY  00000300
000400*    EPSBRKQ - ONE 150-BYTE RECORD PER SCENARIO THAT PRICED.  THE 00000400
000500*    BROKER AND SCENARIO IDS ARE ECHOED FROM THE REQUEST; THE RATE00000500
000600*    IS THE EPSRATE ROW EFFECTIVE ON THE PRICING DATE AND THE     00000600
000700*    PAYMENT AND DISCLOSURE FIGURES ARE WHAT EPSCSMRT RETURNED FOR00000700
000800*    IT, THE SAME NUMBERS A TELLER OR WEB QUOTE WOULD HAVE SHOWN. 00000800
000900*    EPSBP-QUOTE-KEY IS THE EPSQUOTE/EPAUHST KEY THE QUOTE WAS    00000900
001000*    FILED UNDER, SO A BROKER QUERY CAN BE TRACED TO THE AUDIT    00001000
001100*    TRAIL.  MAX-PAYMENT IS THE FULLY-INDEXED WORST-CASE PAYMENT  00001100
001200*    FOR AN ADJUSTABLE-RATE PRODUCT AND EQUALS THE MONTHLY        00001200
001300*    PAYMENT FOR A FIXED ONE.                                     00001300
001400*                                                                 00001400
001500 01  EPSBP-RECORD.                                                00001500
001600     05  EPSBP-BROKER-ID            PIC X(04).                    00001600
001700     05  EPSBP-SCENARIO-ID          PIC X(12).                    00001700
001800     05  EPSBP-LOAN-PRODUCT         PIC X(04).                    00001800
001900     05  EPSBP-LOAN-AMOUNT          PIC 9(07)V99.                 00001900
002000     05  EPSBP-NUMBER-OF-YEARS      PIC 9(02).                    00002000
002100     05  EPSBP-DOWN-PAYMENT-PCT     PIC 9(02)V99.                 00002100
002200     05  EPSBP-PRICING-DATE         PIC 9(08).                    00002200
002300     05  EPSBP-INTEREST-RATE        PIC 9(02)V999.                00002300
002400     05  EPSBP-RATE-TYPE            PIC X(01).                    00002400
002500     05  EPSBP-MONTH-PAYMENT        PIC 9(07)V99.                 00002500
002600     05  EPSBP-MAX-PAYMENT          PIC 9(07)V99.                 00002600
002700     05  EPSBP-ESCROW-PAYMENT       PIC 9(07)V99.                 00002700
002800     05  EPSBP-PITI-PAYMENT         PIC 9(07)V99.                 00002800
002900     05  EPSBP-APR                  PIC 9(02)V999.                00002900
003000     05  EPSBP-FINANCE-CHARGE       PIC 9(09)V99.                 00003000
003100     05  EPSBP-AMOUNT-FINANCED      PIC 9(07)V99.                 00003100
003200     05  EPSBP-TOTAL-OF-PAYMENTS    PIC 9(09)V99.                 00003200
003300     05  EPSBP-QUOTE-KEY.                                         00003300
003400         10  EPSBP-QUOTE-DATE       PIC 9(08).                    00003400
003500         10  EPSBP-QUOTE-TIME       PIC 9(06).                    00003500
003600         10  EPSBP-QUOTE-TERMID     PIC X(04).                    00003600
003700         10  EPSBP-QUOTE-TASKNBR    PIC 9(07).                    00003700
003800     05  FILLER                     PIC X(04).                    00003800
