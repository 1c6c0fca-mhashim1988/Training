000100*((INCLUDE EPSCHGJ)).                                             00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE EPSCHGJ VSAM KSDS - THE PERMANENT      00000300
000400*    BEFORE/AFTER CHANGE JOURNAL FOR THE REFERENCE AND CONTROL    00000400
000500*    MASTERS.  ONE RECORD IS WRITTEN FOR EVERY ADD, CHANGE OR     00000500
000560*    DELETE MADE THROUGH THE SCREENS - EPSRATE BY EPSRTMNT,       00000560
000620*    EPSRTAUT BY EPSATMNT, EPSCUST AND EPSCXRF BY EPSCUMNT; FOR   00000620
000680*    EVERY ROW THE LOADERS ADD OR ACTUALLY CHANGE - EPSRATE BY    00000680
000740*    EPSRTLD, EPSPLCY BY EPSPLLD, EPSBRNCH BY EPSBRLD, EPSRSN BY  00000740
000800*    EPSRSNLD AND EPSRNCTL BY EPSRCLD (A RELOAD THAT WOULD ONLY   00000800
000860*    RESTAMP A ROW IS NOT A CHANGE); AND FOR EVERY EPSQUOTE,      00000860
000920*    EPSCUST AND EPSCXRF ROW THE NIGHTLY EPSCMRG CUSTOMER MERGE   00000920
000980*    REWRITES OR DELETES, UNDER BATCH ID MRG (THE EPSLNAPP        00000980
001040*    APPLICATIONS IT MOVES ARE DB2 ROWS, COUNTED ON ITS REPORT) - 00001040
001100*    SO AN EXAMINER CAN ALWAYS ANSWER WHO CHANGED A RATE, A       00001100
001160*    SECURITY PROFILE OR A POLICY RULE, WHEN, AND WHAT IT SAID    00001160
001220*    BEFORE.  NOTHING EVER UPDATES OR DELETES A JOURNAL           00001220
001280*    RECORD.  THE NIGHTLY EPSCJRPT JOB PRINTS THE DAY'S CHANGES BY00001280
001350*    FILE AND OPERATOR FOR SUPERVISOR SIGN-OFF.                   00001350
001400*                                                                 00001400
001500*    EPSCJ-KEY IS THE SAME SHAPE FOR BOTH SOURCES.  ONLINE, THE   00001500
001600*    ORIGIN IS THE TERMINAL ID AND THE SEQUENCE THE CICS TASK     00001600
001700*    NUMBER (ONE JOURNAL RECORD PER TASK); IN BATCH, THE ORIGIN   00001700
001800*    IS THE BATCH PROGRAM'S NAME, THE DATE/TIME ARE THE TIME THE  00001800
001866*    RUN STARTED AND THE SEQUENCE IS THE FEED RECORD NUMBER       00001866
001932*    (A RUNNING COUNT OF THE RUN'S CHANGES FOR EPSCMRG).          00001932
002000*    EPSCJ-CHANGED-BY IS THE SIGNED-ON OPERATOR ONLINE AND THE    00002000
002100*    SYSIN BATCH ID IN BATCH (THE PROGRAM NAME FOR EPSRCLD, WHOSE 00002100
002200*    CARDS CARRY NO BATCH ID).                                    00002200
002300*                                                                 00002300
002400*    THE IMAGES ARE THE WHOLE MASTER RECORD AS IT STOOD BEFORE    00002400
002500*    AND AFTER THE CHANGE - SPACES BEFORE AN ADD AND AFTER A      00002500
002600*    DELETE.  140 BYTES HOLDS THE LONGEST JOURNALED RECORD        00002600
002700*    (EPSCUST); A MASTER THAT GROWS PAST IT MUST GROW THESE TOO.  00002700
002800*                                                                 00002800
002900 01  EPSCJ-RECORD.                                                00002900
003000     05  EPSCJ-KEY.                                               00003000
003100         10  EPSCJ-CHANGE-DATE      PIC 9(08).                    00003100
003200         10  EPSCJ-CHANGE-TIME      PIC 9(06).                    00003200
003300         10  EPSCJ-ORIGIN-ID        PIC X(08).                    00003300
003400         10  EPSCJ-SEQUENCE         PIC 9(07).                    00003400
003500     05  EPSCJ-FILE-NAME            PIC X(08).                    00003500
003600     05  EPSCJ-ACTION               PIC X(01).                    00003600
003700         88  EPSCJ-RECORD-ADDED         VALUE 'A'.                00003700
003800         88  EPSCJ-RECORD-CHANGED       VALUE 'C'.                00003800
003900         88  EPSCJ-RECORD-DELETED       VALUE 'D'.                00003900
004000     05  EPSCJ-SOURCE               PIC X(01).                    00004000
004100         88  EPSCJ-ONLINE-CHANGE        VALUE 'O'.                00004100
004200         88  EPSCJ-BATCH-CHANGE         VALUE 'B'.                00004200
004300     05  EPSCJ-CHANGED-BY           PIC X(08).                    00004300
004400     05  EPSCJ-PROGRAM-ID           PIC X(08).                    00004400
004500     05  EPSCJ-CHANGE-CLASS         PIC X(01).                    00004500
004600         88  EPSCJ-SECURITY-CHANGE      VALUE 'S'.                00004600
004700         88  EPSCJ-POLICY-CHANGE        VALUE 'P'.                00004700
004800         88  EPSCJ-REFERENCE-CHANGE     VALUE 'R'.                00004800
004900     05  EPSCJ-RECORD-KEY           PIC X(20).                    00004900
005000     05  EPSCJ-BEFORE-IMAGE         PIC X(140).                   00005000
005100     05  EPSCJ-AFTER-IMAGE          PIC X(140).                   00005100
005200     05  FILLER                     PIC X(10).                    00005200
005300*                                                                 00005300
005400*    EPSCJ-CHANGE-CLASS DRIVES THE HIGHLIGHTING ON THE NIGHTLY    00005400
005500*    REPORT - 'S' FOR AN EPSRTAUT SECURITY PROFILE, 'P' FOR AN    00005500
005600*    EPSPLCY CREDIT-POLICY RULE (BOTH NEED A SUPERVISOR'S SIGN-   00005600
005700*    OFF), 'R' FOR EVERY OTHER REFERENCE OR CONTROL RECORD.       00005700
