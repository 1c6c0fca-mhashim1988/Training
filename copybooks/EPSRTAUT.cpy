000900*    MAINTAINED BY EPSATMNT (SCREEN EPSATMN) SO ADDING OR         00000900
001000*    REMOVING AN AUTHORIZED OPERATOR NO LONGER TAKES A            00001000
001100*    RECOMPILE - REPLACES THE OLD HARD-KEYED 88-LEVEL LIST.       00001100
001110*    EPSUWMNT ALSO HOLDS AN UNDERWRITER TO THEIR LENDING          00001110
001120*    AUTHORITY - EPSRT-MAX-APPROVAL-AMT IS THE LARGEST PRINCIPAL  00001120
001130*    THEY MAY APPROVE ON THEIR OWN SIGNATURE AND                  00001130
001140*    EPSRT-OUT-OF-POLICY-AUTH SAYS WHETHER THEY MAY APPROVE AN    00001140
001150*    APPLICATION THAT FAILED THE EPSPLCY CREDIT-POLICY CHECK.     00001150
001160*    AN APPROVAL BEYOND EITHER ONE IS HELD FOR A SECOND           00001160
001170*    UNDERWRITER WHOSE AUTHORITY DOES COVER IT.  A ZERO OR        00001170
001180*    NEVER-SET LIMIT SENDS EVERY APPROVAL FOR A SECOND SIGNATURE. 00001180
001190*    EPSRT-CAN-MERGE-CUST LETS A SUPERVISOR ORDER TWO EPSCUST     00001190
001195*    RECORDS FOR THE SAME PERSON MERGED (EPSCUMNT ACTION 'M').    00001195
001200*                                                                 00001200
001300 01  EPSRT-RECORD.                                                00001300
001400     05  EPSRT-KEY.                                               00001400
002000     05  EPSRT-SET-BY-OPERATOR      PIC X(03).                    00002000
002100     05  EPSRT-SET-DATE             PIC 9(08).                    00002100
002200     05  EPSRT-SET-TIME             PIC 9(06).                    00002200
002210     05  EPSRT-MAX-APPROVAL-AMT     PIC 9(07)V99 COMP-3.          00002210
002220     05  EPSRT-OUT-OF-POLICY-AUTH   PIC X(01).                    00002220
002230         88  EPSRT-CAN-APPROVE-OUT-POLICY VALUE 'Y'.              00002230
002240     05  EPSRT-MERGE-CUST-AUTH      PIC X(01).                    00002240
002250         88  EPSRT-CAN-MERGE-CUST       VALUE 'Y'.                00002250
002300     05  FILLER                     PIC X(01).                    00002300
