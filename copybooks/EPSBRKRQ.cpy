000100*((INCLUDE EPSBRKRQ)).                                            00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE BROKER QUOTE REQUEST FILE FED TO THE   00000300
000400*    NIGHTLY EPSBRKQ PRICING RUN - ONE 80-BYTE RECORD PER LOAN    00000400
000500*    SCENARIO A MORTGAGE BROKER WANTS PRICED.  THE BROKER ID IS   00000500
000600*    THE FOUR-BYTE ID THE BANK ASSIGNED THE BROKER AND THE        00000600
000700*    SCENARIO ID IS THE BROKER'S OWN REFERENCE, ECHOED BACK ON    00000700
000800*    THE RESPONSE OR REJECT RECORD SO THE BROKER CAN MATCH THE    00000800
000900*    ANSWER TO THE QUESTION.  AMOUNTS ARE UNSIGNED ZONED DECIMAL  00000900
001000*    WITH THE DECIMAL POINT IMPLIED, THE SAME AS THE PAYTRAN FEED.00001000
001100*    DOWN PAYMENT PERCENT, TAX AND INSURANCE MAY BE LEFT ZERO.    00001100
001200*                                                                 00001200
001300 01  EPSBQ-RECORD.                                                00001300
001400     05  EPSBQ-BROKER-ID            PIC X(04).                    00001400
001500     05  EPSBQ-SCENARIO-ID          PIC X(12).                    00001500
001600     05  EPSBQ-LOAN-PRODUCT         PIC X(04).                    00001600
001700     05  EPSBQ-LOAN-AMOUNT          PIC 9(07)V99.                 00001700
001800     05  EPSBQ-NUMBER-OF-YEARS      PIC 9(02).                    00001800
001900     05  EPSBQ-DOWN-PAYMENT-PCT     PIC 9(02)V99.                 00001900
002000     05  EPSBQ-ANNUAL-PROPERTY-TAX  PIC 9(07)V99.                 00002000
002100     05  EPSBQ-ANNUAL-INSURANCE     PIC 9(07)V99.                 00002100
002200     05  FILLER                     PIC X(27).                    00002200
