000100*((INCLUDE EPSBRKRJ)).                                            00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE BROKER QUOTE REJECTS FILE WRITTEN BY   00000300
000400*    EPSBRKQ - ONE 130-BYTE RECORD PER SCENARIO THAT COULD NOT BE 00000400
000500*    PRICED.  THE REQUEST IS CARRIED BACK WHOLE SO THE BROKER CAN 00000500
000600*    CORRECT AND RESEND IT, FOLLOWED BY A TWO-BYTE REASON CODE    00000600
000700*    AND ITS TEXT:                                                00000700
000800*        01  BROKER ID MISSING                                    00000800
000900*        02  LOAN PRODUCT MISSING                                 00000900
001000*        03  LOAN AMOUNT MISSING OR NOT NUMERIC                   00001000
001100*        04  TERM IN YEARS MISSING OR NOT NUMERIC                 00001100
001200*        05  DOWN PAYMENT, TAX OR INSURANCE NOT NUMERIC           00001200
001300*        06  NO RATE EFFECTIVE ON THE PRICING DATE                00001300
001400*        07  DOWN PAYMENT BELOW THE PRODUCT MINIMUM               00001400
001500*        08  LOAN-TO-VALUE OUTSIDE THE PRODUCT'S LTV BANDS        00001500
001600*        09  CALCULATION ERROR (TEXT IS EPSCSMRT'S MESSAGE)       00001600
001700*                                                                 00001700
001800*    THE POLICY TESTS (07, 08) RUN THE WAY THEY DO FOR A TELLER   00001800
001900*    QUOTE - A PRODUCT WITH NO EPSPLCY ROW, OR A DOWN PAYMENT     00001900
002000*    PERCENT OF ZERO ("NOT SUPPLIED"), PRICES WITHOUT THEM.       00002000
002100*                                                                 00002100
002200 01  EPSBJ-RECORD.                                                00002200
002300     05  EPSBJ-REQUEST              PIC X(80).                    00002300
002400     05  EPSBJ-REASON-CODE          PIC X(02).                    00002400
002500     05  EPSBJ-REASON-TEXT          PIC X(40).                    00002500
002600     05  FILLER                     PIC X(08).                    00002600
