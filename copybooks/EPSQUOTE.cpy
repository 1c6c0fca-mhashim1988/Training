000400*    COMPLETED MORTGAGE CALCULATION.  KEY IS DATE/TIME LEADING SO 00000400
000500*    A STARTBR/READNEXT BROWSE COMES BACK IN DATE ORDER.  WRITTEN 00000500
000600*    BY EPSCMORT (CHANNEL 'T') AND BY THE EPSQSRV QUOTE SERVICE   00000600
000610*    FOR THE ONLINE-BANKING GATEWAY (CHANNEL 'W') AND BY THE      00000610
000615*    EPSBRKQ BATCH BROKER PRICING RUN (CHANNEL 'B'), READ/DELETED 00000615
000620*    BY EPSMLIST, READ BY THE NIGHTLY                             00000620
000700*    EPSQRPT VOLUME REPORT.  EPSQ-VALIDATION-STATUS TELLS EPSQRPT 00000700
000750*    A QUOTE THAT CAME BACK FROM EPSCSMRT WITH AN ERROR MESSAGE   00000750
000782*    LOCKED RATE INSIDE THE WINDOW AND RE-PRICING AT THE CURRENT  00000782
000784*    TABLE RATE ONCE IT HAS LAPSED.  BOTH FIELDS ARE ZERO/BLANK   00000784
000786*    ON AN ANONYMOUS OR UNLOCKABLE QUOTE.                         00000786
000788*                                                                 00000788
000790*    EPSQ-ORIGINATION-FEE/DISCOUNT-POINTS ARE THE PREPAID CHARGES 00000790
000792*    KEYED WITH THE QUOTE; EPSQ-APR THROUGH TOTAL-OF-PAYMENTS ARE 00000792
000794*    THE REGULATION Z DISCLOSURE FIGURES EPSCSMRT RETURNED FOR IT.00000794
000795*                                                                 00000795
000796*    A BROKER QUOTE IS FILED UNDER THE BROKER ID IN EPSQ-TERMID,  00000796
000797*    THE RUN'S SCENARIO SEQUENCE NUMBER IN EPSQ-TASKNBR AND BATCH 00000797
000798*    ID 'BKQ' IN EPSQ-OPERATOR-ID - IT CARRIES NO CUSTOMER ID AND 00000798
000799*    SO NEVER A RATE LOCK.                                        00000799
000800*                                                                 00000800
000810*    A QUOTE FILED WITH A CUSTOMER ID IS ALSO INDEXED ON THE      00000810
000820*    EPSQCIX KSDS (SEE COPYBOOK EPSQCIX), WHICH FINDS ONE         00000820
000830*    CUSTOMER'S QUOTES NEWEST FIRST WITHOUT BROWSING THIS FILE.   00000830
000840*    A PROGRAM THAT WRITES, DELETES OR RE-KEYS A CUSTOMER QUOTE   00000840
000850*    HERE KEEPS THE EPSQCIX ROW IN STEP.                          00000850
000860*                                                                 00000860
000900 01  EPSQ-RECORD.                                                 00000900
001000     05  EPSQ-KEY.                                                00001000
001100         10  EPSQ-QUOTE-DATE        PIC 9(08).                    00001100
002092     05  EPSQ-CHANNEL-ID            PIC X(01).                    00002092
002094         88  EPSQ-TELLER-CHANNEL           VALUE 'T' ' '.         00002094
002096         88  EPSQ-WEB-CHANNEL              VALUE 'W'.             00002096
002097         88  EPSQ-BROKER-CHANNEL           VALUE 'B'.             00002097
002106     05  EPSQ-ORIGINATION-FEE       PIC 9(07)V99.                 00002106
002116     05  EPSQ-DISCOUNT-POINTS       PIC 9(02)V999.                00002116
002126     05  EPSQ-APR                   PIC 9(02)V999.                00002126
002136     05  EPSQ-FINANCE-CHARGE        PIC 9(09)V99.                 00002136
002146     05  EPSQ-AMOUNT-FINANCED       PIC 9(07)V99.                 00002146
002156     05  EPSQ-TOTAL-OF-PAYMENTS     PIC 9(09)V99.                 00002156
002166     05  FILLER                     PIC X(08).                    00002166
