000100*((INCLUDE EPSCXRF)).                                             00000100
000200*                                                                 00000200
000300*    RECORD LAYOUT FOR THE EPSCXRF VSAM KSDS - THE CUSTOMER MERGE 00000300
000400*    CROSS-REFERENCE.  KEY IS THE RETIRED CUSTOMER ID.  ONE ROW IS00000400
000500*    WRITTEN BY EPSCUMNT (ACTION 'M') WHEN A SUPERVISOR ORDERS    00000500
000600*    TWO EPSCUST RECORDS FOR THE SAME PERSON MERGED, NAMING THE ID00000600
000700*    THAT SURVIVES.  THE ROW STAYS PENDING UNTIL THE NIGHTLY      00000700
000800*    EPSCMRG JOB RE-POINTS EVERY EPSQUOTE HISTORY ROW AND EPSLNAPP00000800
000900*    APPLICATION FROM THE RETIRED ID TO THE SURVIVOR AND REMOVES  00000900
001000*    THE RETIRED EPSCUST RECORD, THEN IT IS MARKED COMPLETE AND   00001000
001100*    KEPT FOR GOOD SO THE OLD ID STILL RESOLVES - EPSCMORT,       00001100
001200*    EPSQSRV, EPSCUMNT AND THE EPSQHST QUOTE HISTORY ALL LOOK     00001200
001300*    HERE WHEN A KEYED ID IS NO LONGER ON EPSCUST.                00001300
001400*                                                                 00001400
001500*    EPSCX-SURVIVOR-ID IS ALWAYS THE FINAL SURVIVOR: WHEN A       00001500
001600*    SURVIVOR IS ITSELF MERGED AWAY LATER, EPSCMRG RE-POINTS EVERY00001600
001700*    ROW THAT NAMED IT, SO ONE LOOKUP IS ALWAYS ENOUGH.  A PENDING00001700
001800*    ROW MAY BE CANCELLED ON EPSCUMNT (ACTION 'X') UNTIL THE NIGHT00001800
001900*    IT IS APPLIED.                                               00001900
002000*                                                                 00002000
002100 01  EPSCX-RECORD.                                                00002100
002200     05  EPSCX-KEY.                                               00002200
002300         10  EPSCX-RETIRED-ID       PIC X(08).                    00002300
002400     05  EPSCX-SURVIVOR-ID          PIC X(08).                    00002400
002500     05  EPSCX-STATUS               PIC X(01).                    00002500
002600         88  EPSCX-MERGE-PENDING        VALUE 'P'.                00002600
002700         88  EPSCX-MERGE-COMPLETE       VALUE 'C'.                00002700
002800     05  EPSCX-ORDERED-BY           PIC X(03).                    00002800
002900     05  EPSCX-ORDERED-DATE         PIC 9(08).                    00002900
003000     05  EPSCX-ORDERED-TIME         PIC 9(06).                    00003000
003100     05  EPSCX-COMPLETED-DATE       PIC 9(08).                    00003100
003200     05  EPSCX-QUOTES-MOVED         PIC 9(07).                    00003200
003300     05  EPSCX-APPS-MOVED           PIC 9(07).                    00003300
003400     05  FILLER                     PIC X(24).                    00003400
