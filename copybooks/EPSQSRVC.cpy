002900*    THE SAME MEANING AS THEIR EPMENU COUNTERPARTS - A CUSTOMER   00002900
003000*    ID MUST BE ON THE EPSCUST MASTER AND MAKES AN ACCEPTED       00003000
003100*    QUOTE ON A LOCKABLE PRODUCT CARRY A RATE LOCK.               00003100
003112*                                                                 00003112
003124     05  EPQS-ORIGINATION-FEE          PIC X(10).                 00003124
003136     05  EPQS-DISCOUNT-POINTS          PIC X(06).                 00003136
003148*                                                                 00003148
003160*    THE FEE AND POINTS ARE OPTIONAL TOO - BLANK MEANS NONE.      00003160
003172*    THEY ENTER THE REG Z APR AND FINANCE CHARGE RETURNED BELOW,  00003172
003184*    THE SAME DISCLOSURE FIGURES THE TELLER SCREEN SHOWS.         00003184
003200*                                                                 00003200
003300     05  EPQS-RETURN-CODE              PIC X(01).                 00003300
003400         88  EPQS-QUOTE-OK                    VALUE '0'.          00003400
004000     05  EPQS-RETURN-ESCROW-PAYMENT    PIC 9(07)V99.              00004000
004100     05  EPQS-RETURN-PITI-PAYMENT      PIC 9(07)V99.              00004100
004200     05  EPQS-RETURN-LOCK-EXPIRE-DATE  PIC 9(08).                 00004200
004220     05  EPQS-RETURN-APR               PIC 9(02)V999.             00004220
004240     05  EPQS-RETURN-FINANCE-CHARGE    PIC 9(09)V99.              00004240
004260     05  EPQS-RETURN-AMOUNT-FINANCED   PIC 9(07)V99.              00004260
004280     05  EPQS-RETURN-TOTAL-OF-PMTS     PIC 9(09)V99.              00004280
004300     05  EPQS-ERRMSG                   PIC X(60).                 00004300
