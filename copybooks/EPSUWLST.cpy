001190*    IGNORED FOR 'A'.  THE CODE IS STAMPED ON THE EPSLNAPP ROW    00001190
001195*    AND SPELLED OUT ON THE EPSLTRS ADVERSE-ACTION LETTER.        00001195
001200*                                                                 00001200
001250*    EPUWACTI IS 'A' TO APPROVE, 'D' TO DENY, 'M' TO MARK THE ROW 00001250
001300*    PICKED BY EPUWSELI AS NEEDING MORE INFORMATION FROM THE      00001300
001350*    APPLICANT, OR 'H' TO PAGE OUT THAT ROW'S CUSTOMER HISTORY -  00001350
001400*    EVERY EPSLNAPP APPLICATION THE CUSTOMER IS ON, AS PRIMARY    00001400
001450*    BORROWER OR CO-BORROWER, AND HOW EACH ONE WAS DECIDED.       00001450
001500*    BLANK JUST PAGES THE LIST.                                   00001500
001600*                                                                 00001600
001700 01  EPUWLSTO.                                                    00001700
001800     05  EPUWMSGO                   PIC X(60).                    00001800
002600         10  EPUWRSTSO              PIC X(01).                    00002600
002700         10  EPUWRDTIO              PIC X(06).                    00002700
002800         10  EPUWRPOLO              PIC X(01).                    00002800
002850         10  EPUWRBRWO              PIC X(01).                    00002850
002860         10  EPUWRFAPO              PIC X(03).                    00002860
002900*                                                                 00002900
003000*    EPUWRDTIO/EPUWRPOLO ARE THE APPLICATION'S COMPUTED DTI AND   00003000
003100*    ITS EPSPLCY CREDIT-POLICY FLAG ('Y' IN POLICY, 'N' OUT OF    00003100
003200*    POLICY, BLANK NOT CHECKED) SO THE UNDERWRITER SEES WHY THE   00003200
003300*    SYSTEM THINKS A LOAN IS OUT OF BOUNDS WITHOUT CALLING THE    00003300
003400*    BRANCH FOR THE APPLICANT'S INCOME.                           00003400
003410*                                                                 00003410
003420*    EPUWRBRWO IS HOW MANY BORROWERS ARE ON THE APPLICATION - THE 00003420
003430*    PRIMARY PLUS UP TO THREE CO-BORROWERS - WHOSE INCOME AND     00003430
003440*    DEBT WENT INTO THE DTI.  ACTION 'H' LISTS THEM BY NAME.      00003440
003450*                                                                 00003450
003460*    EPUWRSTSO IS 'P' FOR A PENDING APPLICATION OR 'S' FOR ONE AN 00003460
003470*    UNDERWRITER HAS APPROVED BEYOND THEIR OWN LENDING AUTHORITY, 00003470
003480*    WAITING ON A SECOND SIGNATURE - EPUWRFAPO IS WHO SIGNED      00003480
003490*    FIRST.  SEE EPSUWMNT'S A630-CHECK-LENDING-AUTHORITY.         00003490
