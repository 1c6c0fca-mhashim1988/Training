000882*    PAYMENT AND THE FULLY-INDEXED WORST-CASE PAYMENT FOR AN      00000882
000884*    ARM, AND EPSAMSCH, WHOSE SCHEDULE STEPS THE PAYMENT AT       00000884
000886*    EACH ADJUSTMENT USING THE CAP STRUCTURE.                     00000886
000896*    ARM-INDEX-RATE IS THE CURRENT VALUE OF THE INDEX THE ARM     00000896
000906*    ADJUSTS FROM, AS OF THE ROW'S EFFECTIVE DATE.  INDEX PLUS    00000906
000916*    MARGIN, HELD UNDER THE LIFETIME CEILING, IS THE FULLY-INDEXED00000916
000926*    RATE EPSCSMRT PRICES THE REGULATION Z APR FROM.  ZERO MEANS  00000926
000936*    NO INDEX WAS SUPPLIED AND THE INITIAL RATE IS CARRIED.       00000936
000950*                                                                 00000950
001000 01  EPSR-RECORD.                                                 00001000
001100     05  EPSR-KEY.                                                00001100
001460     05  EPSR-ARM-PERIODIC-CAP      PIC 9(02)V999.                00001460
001470     05  EPSR-ARM-LIFETIME-CAP      PIC 9(02)V999.                00001470
001480     05  EPSR-ARM-MARGIN            PIC 9(02)V999.                00001480
001490     05  EPSR-ARM-INDEX-RATE        PIC 9(02)V999.                00001490
001500     05  EPSR-SET-BY-OPERATOR       PIC X(03).                    00001500
001600     05  EPSR-SET-DATE              PIC 9(08).                    00001600
001700     05  EPSR-SET-TIME              PIC 9(06).                    00001700
001800     05  FILLER                     PIC X(03).                    00001800
