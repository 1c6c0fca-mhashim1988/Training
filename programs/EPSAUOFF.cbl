002600*    2026-08-21  DLH   ORIGINAL VERSION.                          00002600
002610*    2026-09-03  DLH   START/COMPLETE STAMPED ON THE EPSRNCTL     00002610
002620*                      RUN-CONTROL ROW FOR SAFE RESTART.          00002620
002640*    2026-10-15  DLH   EPAU RECORD LENGTHENED TO 153 FOR THE      00002640
002660*                      FEE/POINTS AND REG Z DISCLOSURE FIELDS.    00002660
002700*                                                                 00002700
002800 ENVIRONMENT DIVISION.                                            00002800
002900 CONFIGURATION SECTION.                                           00002900
004500 FILE SECTION.                                                    00004500
004600 FD  EPAU-TDQ-FILE                                                00004600
004700     RECORDING MODE IS F.                                         00004700
004800 01  EPAU-TDQ-RECORD               PIC X(153).                    00004800
004900*                                                                 00004900
005000 FD  EPAUHST-FILE.                                                00005000
005100     COPY EPSAUDIT.                                               00005100
