000100*((INCLUDE EPSLOAN)).                                             00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE EPSLOAN VSAM KSDS - THE LOAN SERVICING 00000300
000400*    MASTER, ONE ROW PER FUNDED MORTGAGE.  ROWS ARE BOARDED BY    00000400
000500*    THE NIGHTLY EPSLNBRD JOB OFF APPROVED EPSLNAPP APPLICATIONS  00000500
000600*    AND UPDATED BY THE EPSPMPST PAYMENT POSTING RUN.  THE LOAN   00000600
000700*    NUMBER IS THE EPSLNAPP KEY (CUSTOMER ID PLUS APPLICATION     00000700
000800*    DATE/TIME) SO A LOAN ALWAYS TRACES BACK TO ITS APPLICATION.  00000800
000900*                                                                 00000900
001000*    EPSLM-PI-PAYMENT/ESCROW-PAYMENT COME FROM EPSCSMRT AT        00001000
001100*    BOARDING.  FOR AN ADJUSTABLE-RATE LOAN EPSLM-NEXT-ADJUST-PMT 00001100
001200*    IS THE PAYMENT NUMBER OF THE NEXT RATE CHANGE - THE POSTING  00001200
001300*    RUN STEPS THE RATE THE SAME WAY EPSAMSCH DOES (FULL PERIODIC 00001300
001400*    CAP, HELD TO THE LIFETIME CEILING) AND RECASTS THE P&I OVER  00001400
001500*    THE REMAINING TERM.  ZERO ON A FIXED-RATE LOAN.              00001500
001600*                                                                 00001600
001700 01  EPSLM-RECORD.                                                00001700
001800     05  EPSLM-KEY.                                               00001800
001900         10  EPSLM-LOAN-NUMBER.                                   00001900
002000             15  EPSLM-CUSTOMER-ID      PIC X(08).                00002000
002100             15  EPSLM-APPLICATION-DATE PIC X(08).                00002100
002200             15  EPSLM-APPLICATION-TIME PIC X(06).                00002200
002300     05  EPSLM-CUSTOMER-NAME        PIC X(30).                    00002300
002400     05  EPSLM-TERMINAL-ID          PIC X(04).                    00002400
002500     05  EPSLM-LOAN-PRODUCT         PIC X(04).                    00002500
002600     05  EPSLM-LOAN-STATUS          PIC X(01).                    00002600
002700         88  EPSLM-ACTIVE                  VALUE 'A'.             00002700
002800         88  EPSLM-PAID-OFF                VALUE 'P'.             00002800
002900     05  EPSLM-FUNDED-DATE          PIC 9(08).                    00002900
003000     05  EPSLM-ORIGINAL-PRINCIPAL   PIC 9(07)V99.                 00003000
003100     05  EPSLM-CURRENT-PRINCIPAL    PIC 9(07)V99.                 00003100
003200     05  EPSLM-NUMBER-OF-YEARS      PIC 9(02).                    00003200
003300     05  EPSLM-ORIGINAL-RATE        PIC 9(02)V999.                00003300
003400     05  EPSLM-CURRENT-RATE         PIC 9(02)V999.                00003400
003500     05  EPSLM-RATE-TYPE            PIC X(01).                    00003500
003600         88  EPSLM-FIXED-RATE              VALUE 'F' ' '.         00003600
003700         88  EPSLM-ARM-RATE                VALUE 'A'.             00003700
003800     05  EPSLM-ARM-FIXED-YEARS      PIC 9(02).                    00003800
003900     05  EPSLM-ARM-ADJ-FREQ-YEARS   PIC 9(02).                    00003900
004000     05  EPSLM-ARM-PERIODIC-CAP     PIC 9(02)V999.                00004000
004100     05  EPSLM-ARM-LIFETIME-CAP     PIC 9(02)V999.                00004100
004200     05  EPSLM-ARM-MARGIN           PIC 9(02)V999.                00004200
004300     05  EPSLM-NEXT-ADJUST-PMT      PIC 9(04).                    00004300
004400     05  EPSLM-PI-PAYMENT           PIC 9(07)V99.                 00004400
004500     05  EPSLM-ESCROW-PAYMENT       PIC 9(07)V99.                 00004500
004600     05  EPSLM-FIRST-DUE-DATE       PIC 9(08).                    00004600
004700     05  EPSLM-NEXT-DUE-DATE        PIC 9(08).                    00004700
004800     05  EPSLM-PAYMENTS-MADE        PIC 9(04).                    00004800
004900     05  EPSLM-LAST-PAYMENT-DATE    PIC 9(08).                    00004900
005000     05  EPSLM-LAST-PAYMENT-AMT     PIC 9(07)V99.                 00005000
005100     05  EPSLM-ESCROW-BALANCE       PIC 9(07)V99.                 00005100
005200     05  EPSLM-INTEREST-PAID-TOTAL  PIC 9(07)V99.                 00005200
005300     05  EPSLM-SET-BY-OPERATOR      PIC X(03).                    00005300
005400     05  EPSLM-SET-DATE             PIC 9(08).                    00005400
005500     05  EPSLM-SET-TIME             PIC 9(06).                    00005500
005600     05  FILLER                     PIC X(20).                    00005600
