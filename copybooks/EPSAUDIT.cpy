003500     05  EPAU-CHANNEL-ID            PIC X(01).                    00003500
003600         88  EPAU-TELLER-CHANNEL          VALUE 'T' ' '.          00003600
003700         88  EPAU-WEB-CHANNEL             VALUE 'W'.              00003700
003710         88  EPAU-BROKER-CHANNEL          VALUE 'B'.              00003710
003714     05  EPAU-ORIGINATION-FEE       PIC 9(07)V99.                 00003714
003728     05  EPAU-DISCOUNT-POINTS       PIC 9(02)V999.                00003728
003742     05  EPAU-APR                   PIC 9(02)V999.                00003742
003756     05  EPAU-FINANCE-CHARGE        PIC 9(09)V99.                 00003756
003770     05  EPAU-AMOUNT-FINANCED       PIC 9(07)V99.                 00003770
003784     05  EPAU-TOTAL-OF-PAYMENTS     PIC 9(09)V99.                 00003784
003800*                                                                 00003800
003900*    EPAU-CHANNEL-ID TELLS A TELLER QUOTE (EPSCMORT, 'T') APART   00003900
004000*    FROM AN ONLINE-BANKING QUOTE (EPSQSRV, 'W') AND A BROKER     00004000
004100*    QUOTE (EPSBRKQ, 'B') SO COMPLIANCE AND THE REPORTS CAN SPLIT 00004100
004103*    THE TRAIL BY CHANNEL.  EPSBRKQ RUNS IN BATCH, SO IT WRITES   00004103
004106*    ITS RECORDS STRAIGHT TO EPAUHST RATHER THAN TO QUEUE EPAU.   00004106
004110*                                                                 00004110
004120*    EPAU-ORIGINATION-FEE THROUGH TOTAL-OF-PAYMENTS CARRY THE     00004120
004130*    PREPAID CHARGES AND REGULATION Z DISCLOSURE FIGURES THE      00004130
004140*    CUSTOMER WAS QUOTED, THE SAME AS THEIR EPSQ- COUNTERPARTS.   00004140
