000818         88  PROCESS-SHOP-SCREEN               VALUE '8'.         00000818
000819         88  PROCESS-CUSTOMER-SCREEN           VALUE '2'.         00000819
000821         88  PROCESS-INQUIRY-SCREEN            VALUE '4'.         00000821
000822         88  PROCESS-HISTORY-SCREEN            VALUE '1'.         00000822
000825     05  SCREEN-SHOWN-SWITCH           PIC X(01).                 00000825
000830         88  SCREEN-ALREADY-SHOWN              VALUE 'Y'.         00000830
000840*   EPSL-FIRST-KEY ANCHORS THE PAGE EPSMLIST IS CURRENTLY         00000840
000850*   SHOWING SO A NEW PSEUDO-CONVERSATIONAL TASK CAN RE-OPEN THE   00000850
001650*    RETIREMENT ARE OPTIONAL - THE NEW EPSRETIR PROGRAM PROJECTS  00001650
001660*    A RETIREMENT BALANCE OFF THEM, RETURNED IN EPSPCOM-RETURN-   00001660
001670*    RETIREMENT-BAL, THE SAME WAY EPSCSMRT RETURNS A PAYMENT.     00001670
001680     05  EPSPCOM-ORIGINATION-FEE         PIC 9(07)V99.            00001680
001690     05  EPSPCOM-DISCOUNT-POINTS         PIC 9(02)V999.           00001690
001700     05  EPSPCOM-ARM-INDEX-RATE          PIC 9(02)V999.           00001700
001710     05  EPSPCOM-RETURN-APR              PIC 9(02)V999.           00001710
001720     05  EPSPCOM-RETURN-FINANCE-CHARGE   PIC 9(09)V99.            00001720
001730     05  EPSPCOM-RETURN-AMOUNT-FINANCED  PIC 9(07)V99.            00001730
001740     05  EPSPCOM-RETURN-TOTAL-OF-PMTS    PIC 9(09)V99.            00001740
001750*                                                                 00001750
001760*    EPSPCOM-ORIGINATION-FEE (DOLLARS) AND DISCOUNT-POINTS        00001760
001770*    (PERCENT OF THE LOAN AMOUNT) ARE OPTIONAL - THEY ARE THE     00001770
001780*    PREPAID FINANCE CHARGE BEHIND THE REG Z DISCLOSURE EPSCSMRT  00001780
001790*    RETURNS ON EVERY QUOTE: THE APR, FINANCE CHARGE, AMOUNT      00001790
001800*    FINANCED AND TOTAL OF PAYMENTS.  EPSPCOM-ARM-INDEX-RATE IS   00001800
001810*    THE EPSRATE ROW'S CURRENT INDEX - INDEX PLUS ARM-MARGIN IS   00001810
001820*    THE FULLY-INDEXED RATE AN ARM'S APR IS PRICED AT AFTER THE   00001820
001830*    FIXED PERIOD.  ZERO LEAVES THE ARM AT ITS INITIAL RATE.      00001830
001840*                                                                 00001840
001850*    EPQH-CUSTOMER-ID CARRIES THE CUSTOMER ID KEYED ON EPMENU     00001850
001860*    INTO THE EPSQHST CUSTOMER QUOTE HISTORY (PF13).  EPQH-NEXT-  00001860
001870*    KEY IS THE EPSQCIX KEY THE NEXT (OLDER) PAGE STARTS AT, SO A 00001870
001880*    NEW PSEUDO-CONVERSATIONAL TASK CAN RE-OPEN THE BROWSE WHERE  00001880
001890*    THE LAST ONE LEFT OFF - LOW-VALUES WHEN THERE IS NO MORE.    00001890
001900     05  EPQH-CUSTOMER-ID                PIC X(08).               00001900
001910     05  EPQH-NEXT-KEY                   PIC X(33).               00001910
