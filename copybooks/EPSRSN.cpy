001700     05  EPSRN-SET-BY-OPERATOR      PIC X(03).                    00001700
001800     05  EPSRN-SET-DATE             PIC 9(08).                    00001800
001900     05  EPSRN-SET-TIME             PIC 9(06).                    00001900
001950     05  EPSRN-HMDA-DENIAL-CODE     PIC X(01).                    00001950
002000     05  FILLER                     PIC X(09).                    00002000
002100*                                                                 00002100
002200*    EPSRN-HMDA-DENIAL-CODE MAPS THE REASON TO THE HMDA DENIAL    00002200
002300*    REASON CODE (1-9) THE EPSHMDA LAR JOB REPORTS FOR A DENIED   00002300
002400*    APPLICATION - 1 DTI, 2 EMPLOYMENT HISTORY, 3 CREDIT          00002400
002500*    HISTORY, 4 COLLATERAL, 5 INSUFFICIENT CASH, 6 UNVERIFIABLE   00002500
002600*    INFORMATION, 7 APPLICATION INCOMPLETE, 8 MORTGAGE INSURANCE  00002600
002700*    DENIED, 9 OTHER.  BLANK ON A REASON THAT IS NEVER A DENIAL   00002700
002800*    REASON.                                                      00002800
