001500     05  EPRSDPCI                   PIC X(05).                    00001500
001600     05  EPRSTAXI                   PIC X(10).                    00001600
001700     05  EPRSINSI                   PIC X(10).                    00001700
001730     05  EPRSFEEI                   PIC X(10).                    00001730
001760     05  EPRSPTSI                   PIC X(06).                    00001760
001800*                                                                 00001800
001900*    EPRSDPCI/TAXI/INSI ARE OPTIONAL, THE SAME AS THEIR EPMENU    00001900
002000*    COUNTERPARTS EPSPCOM-DOWN-PAYMENT-PCT/ANNUAL-PROPERTY-TAX/   00002000
002100*    ANNUAL-INSURANCE - LEFT BLANK, EPSCSMRT RETURNS A PITI       00002100
002200*    PAYMENT EQUAL TO THE PLAIN P&I PAYMENT FOR EVERY PRODUCT.    00002200
002230*    EPRSFEEI/PTSI - ORIGINATION FEE AND DISCOUNT POINTS - ARE    00002230
002260*    OPTIONAL AS WELL AND APPLY ALIKE TO EVERY PRODUCT PRICED.    00002260
002300*                                                                 00002300
002400 01  EPRTSHPO.                                                    00002400
002500     05  EPRSMSGO                   PIC X(60).                    00002500
002900         10  EPRSPMTO               PIC X(12).                    00002900
003000         10  EPRSPITO               PIC X(12).                    00003000
003100         10  EPRSMAXO               PIC X(12).                    00003100
003150         10  EPRSAPRO               PIC X(06).                    00003150
003200*                                                                 00003200
003300*    EPRSTYPO SHOWS 'FIXED' OR THE ARM SHAPE (E.G. ' 5/1A') AND   00003300
003400*    EPRSMAXO THE FULLY-INDEXED WORST-CASE PAYMENT FOR AN ARM     00003400
003500*    PRODUCT - BLANK FOR A FIXED ONE - SO ADJUSTABLE PRODUCTS     00003500
003600*    LINE UP BESIDE THE FIXED ONES ON THE SAME SCREEN.            00003600
003610*    EPRSAPRO IS EACH PRODUCT'S REGULATION Z APR, SO THE FEES AND 00003610
003620*    POINTS ARE COMPARED ON THE SAME FOOTING ACROSS PRODUCTS.     00003620
