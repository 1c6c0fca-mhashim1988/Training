000700*                                                                 00000700
000800*    DAILY LOAN-DECISION EXTRACT FEED FOR THE DATA WAREHOUSE -    00000800
000900*    THE FEED THE WAREHOUSE NEVER HAD.  READS THE DAY'S DECIDED   00000900
001000*    EPSLNAPP ROWS, WITHDRAWALS BY EPSPIPE INCLUDED (STATUS,      00001000
001075*    DECIDED-BY, DECIDED DATE/TIME, THE QUOTED TERMS, DTI AND     00001075
001150*    POLICY FLAG, AND THE DECISION REASON CODE) AND WRITES ONE    00001150
001225*    PIPE-DELIMITED RECORD PER DECISION SO DOWNSTREAM CAN FINALLY 00001225
001300*    REPORT APPROVAL RATES AGAINST QUOTE                          00001300
001400*    VOLUME.  THE RUN DATE IS DRIVEN BY THE JOB'S EPSRNCTL ROW    00001400
001500*    WITH MULTI-DAY CATCH-UP, AND A SYSIN CARD STILL FORCES A     00001500
001600*    SINGLE MANUAL DATE.  RECORD COUNTS GO TO SYSPRINT FOR THE    00001600
002100*    ------------------------------------------------------------ 00002100
002200*    DATE        INIT  DESCRIPTION                                00002200
002300*    2026-09-03  DLH   ORIGINAL VERSION.                          00002300
002310*    2026-10-15  DLH   APPLICATIONS WITHDRAWN (STATUS W) GO OUT   00002310
002320*                      AS DECISIONS ON THEIR WITHDRAWAL DATE.     00002320
002400*                                                                 00002400
002500 ENVIRONMENT DIVISION.                                            00002500
002600 CONFIGURATION SECTION.                                           00002600
017200                 DTI_PCT, POLICY_FLAG                             00017200
017300            FROM EPSLNAPP                                         00017300
017400           WHERE DECIDED_DATE = :EPSLA-DECIDED-DATE               00017400
017500             AND STATUS IN ('A', 'D', 'M', 'W')                   00017500
017600           ORDER BY CUSTOMER_ID, APPLICATION_DATE,                00017600
017700                 APPLICATION_TIME                                 00017700
017800          END-EXEC.                                               00017800
