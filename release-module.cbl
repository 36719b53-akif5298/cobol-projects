000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RELEASE-MODULE.
000030 AUTHOR.        AKIF RAHMAN.
000040 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  AR  ORIGINAL PROGRAM.  PAYMENT RELEASE HOLD. *
000110*                 A LIVE PAY RUN'S OUTBOUND FILES -        *
000120*                 PAYROLL.ACH, POSPAY.DAT AND CHECKS.PRT - *
000130*                 ARE HELD UNTIL THIS PROGRAM PROVES THE   *
000140*                 ACH BATCH AND FILE CONTROLS, THE CHECK   *
000150*                 REGISTER, POSITIVE PAY, THE CHECK PRINT  *
000160*                 FILE, PAYROLL.OUT NET, THE GLPOST.DAT    *
000170*                 NET PAY CREDIT AND THE RUN'S RUNHIST.DAT *
000180*                 TOTALS ALL AGREE, AND A SECOND OPERATOR  *
000190*                 - NOT THE ONE WHO RAN PAYROLL - ENTERS   *
000200*                 THE APPROVAL CARD.  ONLY THEN ARE THE    *
000210*                 FILES COPIED TO THEIR RELEASED NAMES FOR *
000220*                 THE BANK AND THE CHECK PRINTER.  EVERY   *
000230*                 RELEASE AND EVERY REFUSAL IS LOGGED ON   *
000240*                 RELEASE.LOG.                             *
000241* 2026-10-15  AR  RUNHIST.DAT NOW ALSO CARRIES THE ROWS OF *
000242*                 THE MASTER-FILE UPDATE RUNS - THE RUN TO *
000243*                 RELEASE IS THE LAST PAY RUN LOGGED.      *
000244* 2026-10-15  AR  A COMPLETED ADJUSTMENT RUN CAN NOW BE    *
000245*                 RELEASED.  ITS PROOF SKIPS PAYROLL.OUT,  *
000246*                 FOOTS GLPOST-ADJ.DAT IN PLACE OF         *
000247*                 GLPOST.DAT AND PROVES THE 27/37 VOID     *
000248*                 REVERSAL DEBITS ON THE ACH.              *
000250*----------------------------------------------------------*

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  GENERIC.
000290 OBJECT-COMPUTER.  GENERIC.

000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RUNHIST-STATUS.

000350     SELECT PAYROLL-FILE  ASSIGN TO "PAYROLL.OUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PAYOUT-STATUS.

000380     SELECT ACH-FILE      ASSIGN TO "PAYROLL.ACH"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-ACH-STATUS.

000410     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECK-REGISTER.RPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REGISTER-STATUS.

000440     SELECT POSPAY-FILE   ASSIGN TO "POSPAY.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-POSPAY-STATUS.

000470     SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKS.PRT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CHECKS-STATUS.

000500     SELECT GL-POST-FILE  ASSIGN TO "GLPOST.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GLPOST-STATUS.

000521     SELECT ADJ-GL-POST-FILE ASSIGN TO "GLPOST-ADJ.DAT"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-ADJGL-STATUS.

000530     SELECT ACH-RELEASE-FILE ASSIGN TO "PAYROLL-REL.ACH"
000540         ORGANIZATION IS LINE SEQUENTIAL.

000550     SELECT POSPAY-RELEASE-FILE ASSIGN TO "POSPAY-REL.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL.

000570     SELECT CHECK-RELEASE-FILE ASSIGN TO "CHECKS-REL.PRT"
000580         ORGANIZATION IS LINE SEQUENTIAL.

000590     SELECT OPTIONAL RELEASE-LOG-FILE ASSIGN TO "RELEASE.LOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RELLOG-STATUS.

000620     SELECT RELEASE-REPORT-FILE ASSIGN TO "RELEASE.RPT"
000630         ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNCTL-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------*
000700* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
000710* PAYROLL-MODULE.  THE LAST ROW IS THE RUN WHOSE FILES ARE *
000711* ON DISK, AND MUST BE A COMPLETED LIVE REGULAR OR         *
000712* ADJUSTMENT RUN.                                          *
000730*----------------------------------------------------------*
000740 FD  RUN-HISTORY-FILE.
000750 01  RUN-HISTORY-REC.
000760     05  RH-PAY-PERIOD-DATE PIC 9(08).
000770     05  RH-RUN-TYPE       PIC X(01).
000780     05  RH-PREVIEW        PIC X(01).
000790     05  RH-OPERATOR       PIC X(08).
000800     05  RH-START-DATE     PIC 9(08).
000810     05  RH-START-TIME     PIC 9(06).
000820     05  RH-END-DATE       PIC 9(08).
000830     05  RH-END-TIME       PIC 9(06).
000840     05  RH-EMP-COUNT      PIC 9(06).
000850     05  RH-TOTAL-GROSS    PIC 9(08)V99.
000860     05  RH-TOTAL-TAX      PIC 9(08)V99.
000870     05  RH-TOTAL-NET      PIC 9(08)V99.
000880     05  RH-STATUS         PIC X(01).
000890     05  RH-PAY-GROUP      PIC X(02).
000891*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
000892*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
000893*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
000894*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
000895*    AND UNUSED ENTRIES, READ AS SPACES.
000896     05  RH-NEW-FILE       OCCURS 3 TIMES.
000897         10  RH-NF-NAME    PIC X(14).
000898         10  RH-NF-IN-COUNT PIC 9(06).
000899         10  RH-NF-OUT-COUNT PIC 9(06).
000900         10  RH-NF-CONTROL PIC 9(11)V99.

000901*----------------------------------------------------------*
000910* PAYROLL DETAIL, AS WRITTEN BY THE PAY RUN - SEE PAYROLL- *
000911* MODULE.  ONLY THE FIELDS THE PROOF USES ARE NAMED.  NOT  *
000912* READ FOR AN ADJUSTMENT RUN, WHICH WRITES NO PAYROLL.OUT. *
000930*----------------------------------------------------------*
000940 FD  PAYROLL-FILE.
000950 01  PAYROLL-REC.
000960     05  P-PAY-PERIOD-DATE PIC 9(08).
000970     05  P-EMP-ID          PIC 9(05).
000980     05  FILLER            PIC X(49).
000990     05  P-GROSS           PIC 9(06)V99.
001000     05  FILLER            PIC X(37).
001010     05  P-NET             PIC 9(06)V99.
001020     05  FILLER            PIC X(69).

001030*----------------------------------------------------------*
001040* PAYROLL.ACH AS WRITTEN BY THE PAY RUN.  EACH 01-LEVEL    *
001050* BELOW IS AN ALTERNATE LAYOUT FOR THE SAME 94-BYTE RECORD:*
001060* THE ENTRY DETAILS (6) ARE SUMMED AND THE SUMS MUST TIE TO*
001070* THE BATCH CONTROL (8), WHICH MUST TIE TO THE FILE CONTROL*
001080* (9).  HEADERS (1, 5) ARE ONLY COUNTED.                   *
001090*----------------------------------------------------------*
001100 FD  ACH-FILE.
001110 01  ACH-RECORD            PIC X(94).
001120 01  ACH-ENTRY-DETAIL-REC.
001130     05  AED-RECORD-TYPE      PIC X(01).
001140     05  AED-TRANSACTION-CODE PIC X(02).
001150     05  AED-RECEIVING-DFI    PIC 9(08).
001160     05  AED-CHECK-DIGIT      PIC X(01).
001170     05  AED-DFI-ACCOUNT-NUM  PIC X(17).
001180     05  AED-AMOUNT           PIC 9(08)V99.
001190     05  FILLER               PIC X(55).
001200 01  ACH-BATCH-CONTROL-REC.
001210     05  ABC-RECORD-TYPE      PIC X(01).
001220     05  ABC-SERVICE-CLASS    PIC X(03).
001230     05  ABC-ENTRY-COUNT      PIC 9(06).
001240     05  ABC-ENTRY-HASH       PIC 9(10).
001250     05  ABC-TOTAL-DEBIT      PIC 9(10)V99.
001260     05  ABC-TOTAL-CREDIT     PIC 9(10)V99.
001270     05  FILLER               PIC X(50).
001280 01  ACH-FILE-CONTROL-REC.
001290     05  AFC-RECORD-TYPE      PIC X(01).
001300     05  AFC-BATCH-COUNT      PIC 9(06).
001310     05  AFC-BLOCK-COUNT      PIC 9(06).
001320     05  AFC-ENTRY-COUNT      PIC 9(08).
001330     05  AFC-ENTRY-HASH       PIC 9(10).
001340     05  AFC-TOTAL-DEBIT      PIC 9(10)V99.
001350     05  AFC-TOTAL-CREDIT     PIC 9(10)V99.
001360     05  FILLER               PIC X(39).

001370*----------------------------------------------------------*
001380* CHECK REGISTER, AS PRINTED BY THE PAY RUN - HEADING,     *
001390* ONE LINE PER CHECK, THEN THE COUNT AND TOTAL.  THE LINES *
001400* ARE TOLD APART BY THEIR LEADING TEXT; THE EDITED AMOUNTS *
001410* ARE DE-EDITED THROUGH WS-EDITED-AMOUNTS.                 *
001420*----------------------------------------------------------*
001430 FD  CHECK-REGISTER-FILE.
001440 01  CHECK-REGISTER-LINE   PIC X(80).

001450*----------------------------------------------------------*
001460* POSITIVE-PAY FILE, AS WRITTEN BY THE PAY RUN - ONE       *
001470* RECORD PER CHECK ISSUED.                                 *
001480*----------------------------------------------------------*
001490 FD  POSPAY-FILE.
001500 01  POSPAY-REC.
001510     05  PP-CHECK-NO       PIC 9(08).
001520     05  PP-ISSUE-DATE     PIC 9(08).
001530     05  PP-AMOUNT         PIC 9(08)V99.
001540     05  PP-PAYEE          PIC X(30).

001550*----------------------------------------------------------*
001560* PRINT-IMAGE CHECK FILE, AS WRITTEN BY THE PAY RUN.  THE  *
001570* FIRST LINE OF EACH CHECK MAY CARRY A LEADING FORM FEED,  *
001580* SO THE LINE IS READ ONE BYTE WIDER THAN THE CHECK LINE.  *
001590*----------------------------------------------------------*
001600 FD  CHECK-PRINT-FILE.
001610 01  CHECK-PRINT-LINE      PIC X(96).

001620*----------------------------------------------------------*
001621* GL JOURNALS, AS WRITTEN BY THE PAY RUN - SEE PAYROLL-    *
001622* MODULE.  A REGULAR RUN POSTS TO GLPOST.DAT AND AN        *
001623* ADJUSTMENT RUN TO GLPOST-ADJ.DAT.  BOTH ARE READ INTO    *
001624* GL-POST-REC IN WORKING-STORAGE.                          *
001660*----------------------------------------------------------*
001670 FD  GL-POST-FILE.
001671 01  GL-POST-LINE          PIC X(70).

001672 FD  ADJ-GL-POST-FILE.
001673 01  ADJ-GL-POST-LINE      PIC X(70).

001780*----------------------------------------------------------*
001790* RELEASED COPIES - WHAT THE BANK TRANSMISSION AND THE     *
001800* CHECK PRINTER PICK UP.  WRITTEN ONLY ON AN APPROVED,     *
001810* PROVEN RELEASE.                                          *
001820*----------------------------------------------------------*
001830 FD  ACH-RELEASE-FILE.
001840 01  ACH-RELEASE-REC       PIC X(94).

001850 FD  POSPAY-RELEASE-FILE.
001860 01  POSPAY-RELEASE-REC    PIC X(56).

001870 FD  CHECK-RELEASE-FILE.
001880 01  CHECK-RELEASE-LINE    PIC X(95).

001890*----------------------------------------------------------*
001900* RELEASE LOG - ONE ROW PER RELEASE ATTEMPT, RELEASED (R)  *
001910* OR REFUSED (F), NEVER REWRITTEN.  THE RUN IS IDENTIFIED  *
001920* BY ITS PERIOD, GROUP AND RUNHIST.DAT END STAMP; A RUN    *
001930* WITH AN R ROW IS NOT RELEASED A SECOND TIME.             *
001940*----------------------------------------------------------*
001950 FD  RELEASE-LOG-FILE.
001960 01  RELEASE-LOG-REC.
001970     05  RL-PAY-PERIOD-DATE PIC 9(08).
001980     05  RL-PAY-GROUP      PIC X(02).
001990     05  RL-RUN-END-DATE   PIC 9(08).
002000     05  RL-RUN-END-TIME   PIC 9(06).
002010     05  RL-RUN-OPERATOR   PIC X(08).
002020     05  RL-APPROVER       PIC X(08).
002030     05  RL-LOG-DATE       PIC 9(08).
002040     05  RL-LOG-TIME       PIC 9(06).
002050     05  RL-ACTION         PIC X(01).
002060         88  RL-RELEASED           VALUE "R".
002070         88  RL-REFUSED            VALUE "F".
002080     05  RL-REASON         PIC X(40).
002090     05  RL-TOTAL-NET      PIC 9(08)V99.
002100     05  RL-ACH-CREDIT     PIC 9(10)V99.
002110     05  RL-CHECK-TOTAL    PIC 9(10)V99.

002120*----------------------------------------------------------*
002130* RELEASE PROOF REPORT - EVERY LEG OF THE BALANCING PROOF, *
002140* AND THE RELEASE OR REFUSAL.                              *
002150*----------------------------------------------------------*
002160 FD  RELEASE-REPORT-FILE.
002170 01  RELEASE-REPORT-LINE   PIC X(80).

002180*----------------------------------------------------------*
002190* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
002200* PAYROLL-MODULE.  READ HERE ONLY FOR THE COMPANY NAME THE *
002210* REPORT HEADING PRINTS.                                   *
002220*----------------------------------------------------------*
002230 FD  RUN-CONTROL-FILE.
002240 01  RUN-CONTROL-REC.
002250     05  RC-PAY-PERIOD-DATE PIC 9(08).
002260     05  RC-RUN-TYPE       PIC X(01).
002270     05  RC-PREVIEW        PIC X(01).
002280     05  RC-COMPANY-NAME   PIC X(23).
002290     05  RC-COMPANY-ID     PIC 9(10).
002300     05  RC-ODFI           PIC 9(08).
002310     05  RC-OPERATOR       PIC X(08).
002320     05  RC-OVERRIDE       PIC X(01).
002330     05  RC-PAY-GROUP      PIC X(02).

002340 WORKING-STORAGE SECTION.
002350*----------------------------------------------------------*
002360* END-OF-FILE SWITCHES AND FILE STATUS                     *
002370*----------------------------------------------------------*
002380 01  WS-SWITCHES.
002390     05  EOF-RHIST         PIC X VALUE "N".
002400         88  END-OF-RHIST          VALUE "Y".
002410         88  NOT-END-OF-RHIST      VALUE "N".
002420     05  EOF-INPUT         PIC X VALUE "N".
002430         88  END-OF-INPUT          VALUE "Y".
002440         88  NOT-END-OF-INPUT      VALUE "N".
002450     05  WS-RELEASE-SW     PIC X VALUE "Y".
002460         88  WS-RELEASE-OK         VALUE "Y".
002470         88  WS-RELEASE-REFUSED    VALUE "N".
002480     05  WS-PROOF-SW       PIC X VALUE "Y".
002490         88  WS-PROOF-PASSED       VALUE "Y".
002500         88  WS-PROOF-FAILED       VALUE "N".
002510     05  WS-LEG-SW         PIC X VALUE "I".
002520         88  WS-LEG-OK             VALUE "Y".
002530         88  WS-LEG-FAILED         VALUE "N".
002540         88  WS-LEG-INFO           VALUE "I".
002550     05  WS-RUN-FOUND-SW   PIC X VALUE "N".
002560         88  WS-RUN-FOUND          VALUE "Y".
002570     05  WS-PRIOR-RELEASE-SW PIC X VALUE "N".
002580         88  WS-PRIOR-RELEASE      VALUE "Y".

002590 01  WS-FILE-STATUSES.
002600     05  WS-RUNHIST-STATUS PIC XX    VALUE "00".
002610     05  WS-PAYOUT-STATUS  PIC XX    VALUE "00".
002620     05  WS-ACH-STATUS     PIC XX    VALUE "00".
002630     05  WS-REGISTER-STATUS PIC XX   VALUE "00".
002640     05  WS-POSPAY-STATUS  PIC XX    VALUE "00".
002650     05  WS-CHECKS-STATUS  PIC XX    VALUE "00".
002660     05  WS-GLPOST-STATUS  PIC XX    VALUE "00".
002661     05  WS-ADJGL-STATUS   PIC XX    VALUE "00".
002670     05  WS-RELLOG-STATUS  PIC XX    VALUE "00".
002680     05  WS-RUNCTL-STATUS  PIC XX    VALUE "00".

002690*----------------------------------------------------------*
002700* A FILE THAT WILL NOT OPEN FAILS ITS LEG OF THE PROOF.    *
002710*----------------------------------------------------------*
002720 01  WS-FILE-MISSING-SWITCHES.
002730     05  WS-PAYOUT-MISSING-SW PIC X VALUE "N".
002740         88  WS-PAYOUT-MISSING     VALUE "Y".
002750     05  WS-ACH-MISSING-SW PIC X VALUE "N".
002760         88  WS-ACH-MISSING        VALUE "Y".
002770     05  WS-REGISTER-MISSING-SW PIC X VALUE "N".
002780         88  WS-REGISTER-MISSING   VALUE "Y".
002790     05  WS-POSPAY-MISSING-SW PIC X VALUE "N".
002800         88  WS-POSPAY-MISSING     VALUE "Y".
002810     05  WS-CHECKS-MISSING-SW PIC X VALUE "N".
002820         88  WS-CHECKS-MISSING     VALUE "Y".
002830     05  WS-GLPOST-MISSING-SW PIC X VALUE "N".
002840         88  WS-GLPOST-MISSING     VALUE "Y".

002850 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.
002860 01  WS-REFUSE-REASON      PIC X(40) VALUE SPACES.
002870 01  WS-LOG-DATE           PIC 9(08) VALUE 0.
002880 01  WS-LOG-TIME           PIC 9(08) VALUE 0.

002890*----------------------------------------------------------*
002900* APPROVAL CARD - THE APPROVING OPERATOR'S ID.  IT MUST NOT*
002910* BE BLANK AND MUST NOT BE THE OPERATOR ON THE RUN'S       *
002920* RUNHIST.DAT ROW.                                         *
002930*----------------------------------------------------------*
002940 01  WS-APPROVAL-CARD-IN   PIC X(08) VALUE SPACES.

002950*----------------------------------------------------------*
002960* THE RUN BEING RELEASED, OFF THE LAST RUNHIST.DAT ROW.    *
002970*----------------------------------------------------------*
002980 01  WS-RUN-TO-RELEASE.
002990     05  WS-RUN-PERIOD     PIC 9(08)    VALUE 0.
003000     05  WS-RUN-TYPE       PIC X(01)    VALUE SPACE.
003001         88  WS-RUN-REGULAR        VALUE "R".
003002         88  WS-RUN-ADJUSTMENT     VALUE "A".
003010     05  WS-RUN-PREVIEW    PIC X(01)    VALUE SPACE.
003020     05  WS-RUN-STATUS     PIC X(01)    VALUE SPACE.
003030     05  WS-RUN-GROUP      PIC X(02)    VALUE SPACES.
003040     05  WS-RUN-OPERATOR   PIC X(08)    VALUE SPACES.
003050     05  WS-RUN-END-DATE   PIC 9(08)    VALUE 0.
003060     05  WS-RUN-END-TIME   PIC 9(06)    VALUE 0.
003070     05  WS-RUN-EMP-COUNT  PIC 9(06)    VALUE 0.
003080     05  WS-RUN-GROSS      PIC 9(08)V99 VALUE 0.
003090     05  WS-RUN-NET        PIC 9(08)V99 VALUE 0.

003100*----------------------------------------------------------*
003110* PAYROLL.OUT FOOTINGS.                                    *
003120*----------------------------------------------------------*
003130 01  WS-PAYOUT-TOTALS.
003140     05  WS-PO-COUNT       PIC 9(06)    VALUE 0.
003150     05  WS-PO-GROSS       PIC 9(08)V99 VALUE 0.
003160     05  WS-PO-NET         PIC 9(08)V99 VALUE 0.
003170     05  WS-PO-BAD-COUNT   PIC 9(06)    VALUE 0.

003180*----------------------------------------------------------*
003190* PAYROLL.ACH FOOTINGS - REBUILT FROM THE ENTRY DETAILS,   *
003200* AND AS CARRIED ON THE BATCH AND FILE CONTROL RECORDS.    *
003210* THE ENTRY HASH IS THE LOW-ORDER 10 DIGITS OF THE SUM OF  *
003220* THE RECEIVING DFI NUMBERS, SO THE SUM IS CARRIED WIDER   *
003230* AND CUT DOWN BY THE MOVE.                                *
003240*----------------------------------------------------------*
003250 01  WS-ACH-TOTALS.
003260     05  WS-ACH-HEADER-COUNT PIC 9(06)  VALUE 0.
003270     05  WS-ACH-BATCH-COUNT PIC 9(06)   VALUE 0.
003280     05  WS-ACH-ENTRY-COUNT PIC 9(08)   VALUE 0.
003290     05  WS-ACH-HASH-SUM   PIC 9(12)    VALUE 0.
003300     05  WS-ACH-HASH       PIC 9(10)    VALUE 0.
003310     05  WS-ACH-CREDIT-SUM PIC 9(10)V99 VALUE 0.
003320     05  WS-ACH-DEBIT-SUM  PIC 9(10)V99 VALUE 0.
003321     05  WS-ACH-DEBIT-COUNT PIC 9(06)   VALUE 0.
003330     05  WS-ACH-BAD-COUNT  PIC 9(06)    VALUE 0.
003340     05  WS-ABC-COUNT      PIC 9(06)    VALUE 0.
003350     05  WS-ABC-ENTRY-COUNT PIC 9(06)   VALUE 0.
003360     05  WS-ABC-HASH       PIC 9(10)    VALUE 0.
003370     05  WS-ABC-DEBIT      PIC 9(10)V99 VALUE 0.
003380     05  WS-ABC-CREDIT     PIC 9(10)V99 VALUE 0.
003390     05  WS-AFC-COUNT      PIC 9(06)    VALUE 0.
003400     05  WS-AFC-BATCH-COUNT PIC 9(06)   VALUE 0.
003410     05  WS-AFC-ENTRY-COUNT PIC 9(08)   VALUE 0.
003420     05  WS-AFC-HASH       PIC 9(10)    VALUE 0.
003430     05  WS-AFC-DEBIT      PIC 9(10)V99 VALUE 0.
003440     05  WS-AFC-CREDIT     PIC 9(10)V99 VALUE 0.

003450*----------------------------------------------------------*
003460* CHECK FOOTINGS - REGISTER DETAIL AND FOOT LINES, POSITIVE*
003470* PAY AND THE CHECK PRINT FILE.                            *
003480*----------------------------------------------------------*
003490 01  WS-CHECK-TOTALS.
003500     05  WS-CR-DETAIL-COUNT PIC 9(06)   VALUE 0.
003510     05  WS-CR-DETAIL-TOTAL PIC 9(10)V99 VALUE 0.
003520     05  WS-CR-FOOT-COUNT  PIC 9(06)    VALUE 0.
003530     05  WS-CR-FOOT-TOTAL  PIC 9(10)V99 VALUE 0.
003540     05  WS-CR-FOOT-LINES  PIC 9(02)    VALUE 0.
003550     05  WS-CR-BAD-COUNT   PIC 9(06)    VALUE 0.
003560     05  WS-PP-COUNT       PIC 9(06)    VALUE 0.
003570     05  WS-PP-TOTAL       PIC 9(10)V99 VALUE 0.
003580     05  WS-PP-BAD-COUNT   PIC 9(06)    VALUE 0.
003590     05  WS-CK-COUNT       PIC 9(06)    VALUE 0.
003600     05  WS-CK-TOTAL       PIC 9(10)V99 VALUE 0.
003610     05  WS-CK-BAD-COUNT   PIC 9(06)    VALUE 0.

003620*----------------------------------------------------------*
003621* GL JOURNAL LINE - THE PAY RUN'S GL-POST-REC LAYOUT.  THE *
003622* NET PAY PAYABLE CREDIT MUST EQUAL THE RUN'S NET, AND THE *
003623* LINES MUST FOOT TO THE TOTALS LINE.                      *
003624*----------------------------------------------------------*
003625 01  GL-POST-REC.
003626     05  GL-PAY-PERIOD-DATE PIC 9(08).
003627     05  FILLER            PIC X(02).
003628     05  GL-ACCOUNT        PIC X(08).
003629     05  FILLER            PIC X(02).
003630     05  GL-DESCRIPTION    PIC X(24).
003631     05  FILLER            PIC X(02).
003632     05  GL-DEBIT          PIC 9(09)V99.
003633     05  FILLER            PIC X(02).
003634     05  GL-CREDIT         PIC 9(09)V99.

003635*----------------------------------------------------------*
003636* GL JOURNAL FOOTINGS.  ON AN ADJUSTMENT RUN THE VOIDED    *
003637* NET COMES BACK AS A NET PAY PAYABLE DEBIT, AND THE NET   *
003638* DUE ON THE BANK AND CHECK FILES IS THE RUN'S NET LESS    *
003639* THE ACH REVERSALS.                                       *
003640*----------------------------------------------------------*
003650 01  WS-GL-TOTALS.
003660     05  WS-GL-NET-PAY-COUNT PIC 9(06)  VALUE 0.
003670     05  WS-GL-NET-PAY     PIC 9(10)V99 VALUE 0.
003671     05  WS-GL-NET-PAY-VOID PIC 9(10)V99 VALUE 0.
003680     05  WS-GL-DEBITS      PIC 9(10)V99 VALUE 0.
003690     05  WS-GL-CREDITS     PIC 9(10)V99 VALUE 0.
003700     05  WS-GL-TOT-DEBIT   PIC 9(10)V99 VALUE 0.
003710     05  WS-GL-TOT-CREDIT  PIC 9(10)V99 VALUE 0.
003720     05  WS-GL-TOT-LINES   PIC 9(02)    VALUE 0.
003730     05  WS-GL-BAD-COUNT   PIC 9(06)    VALUE 0.
003740     05  WS-NET-PAID       PIC S9(10)V99 VALUE 0.
003741     05  WS-NET-DUE        PIC S9(10)V99 VALUE 0.

003750*----------------------------------------------------------*
003760* DE-EDITING WORK - THE REGISTER AND CHECK PRINT AMOUNTS   *
003770* ARE CARRIED IN THE PAY RUN'S EDITED PICTURES.  THE PRINT *
003780* TEXT GOES IN THROUGH THE X(N) VIEW AND COMES BACK OUT OF *
003790* THE EDITED VIEW INTO A NUMERIC FIELD.                    *
003800*----------------------------------------------------------*
003810 01  WS-EDITED-AMOUNTS.
003820     05  WS-ED-CHECK-AMOUNT PIC $$$$,$$9.99.
003830     05  WS-ED-CHECK-AMOUNT-X REDEFINES WS-ED-CHECK-AMOUNT
003840                           PIC X(11).
003850     05  WS-ED-REG-COUNT   PIC ZZZ,ZZ9.
003860     05  WS-ED-REG-COUNT-X REDEFINES WS-ED-REG-COUNT
003870                           PIC X(07).
003880     05  WS-ED-REG-TOTAL   PIC $$$,$$$,$$9.99.
003890     05  WS-ED-REG-TOTAL-X REDEFINES WS-ED-REG-TOTAL
003900                           PIC X(14).
003910     05  WS-DE-AMOUNT      PIC 9(10)V99 VALUE 0.
003920     05  WS-DE-COUNT       PIC 9(06)    VALUE 0.
003930 01  WS-CHECK-LINE-WORK    PIC X(95) VALUE SPACES.
003940 01  WS-CHECK-PAGE-SW      PIC X(01) VALUE "N".
003950     88  WS-CHECK-NEW-PAGE         VALUE "Y".
003960     88  WS-CHECK-SAME-PAGE        VALUE "N".
003970 01  WS-FORM-FEED          PIC X(01) VALUE X"0C".

003980*----------------------------------------------------------*
003990* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
004000* ARE DOCUMENTATION ONLY AND THE RECORD AREA IS UNDEFINED  *
004010* BEFORE THE FIRST WRITE, SO EVERY FORMATTED               *
004020* LINE IS BUILT HERE, WHERE VALUE CLAUSES ARE HONORED, AND *
004030* WRITTEN TO ITS FILE WITH WRITE ... FROM.                 *
004040*----------------------------------------------------------*
004050 01  RR-HEADING-LINE.
004060     05  RR-COMPANY-NAME   PIC X(23).
004070     05  FILLER            PIC X(25) VALUE
004080         " - PAYMENT RELEASE PROOF".
004090     05  FILLER            PIC X(32) VALUE SPACES.
004100 01  RR-RUN-LINE.
004110     05  FILLER            PIC X(09) VALUE "  PERIOD ".
004120     05  RR-RUN-PERIOD     PIC 9(08).
004130     05  FILLER            PIC X(08) VALUE "  GROUP ".
004140     05  RR-RUN-GROUP      PIC X(02).
004150     05  FILLER            PIC X(09) VALUE "  RUN BY ".
004160     05  RR-RUN-OPERATOR   PIC X(08).
004170     05  FILLER            PIC X(08) VALUE "  ENDED ".
004180     05  RR-RUN-END-DATE   PIC 9(08).
004190     05  FILLER            PIC X(01) VALUE SPACES.
004200     05  RR-RUN-END-TIME   PIC 9(06).
004210     05  FILLER            PIC X(13) VALUE SPACES.
004220 01  RR-COL-HEAD-LINE.
004230     05  FILLER            PIC X(40) VALUE
004240         "  PROOF".
004250     05  FILLER            PIC X(40) VALUE
004260         " COUNT           AMOUNT  RESULT".
004270 01  RR-PROOF-LINE.
004280     05  FILLER            PIC X(02) VALUE SPACES.
004290     05  RR-PROOF-LABEL    PIC X(32).
004300     05  RR-PROOF-COUNT    PIC ZZZ,ZZ9.
004310     05  FILLER            PIC X(02) VALUE SPACES.
004320     05  RR-PROOF-AMOUNT   PIC $$$,$$$,$$9.99-.
004330     05  FILLER            PIC X(02) VALUE SPACES.
004340     05  RR-PROOF-RESULT   PIC X(06).
004350     05  FILLER            PIC X(14) VALUE SPACES.
004360 01  RR-DECISION-LINE.
004370     05  FILLER            PIC X(02) VALUE SPACES.
004380     05  RR-DECISION       PIC X(20).
004390     05  RR-DECISION-TEXT  PIC X(40).
004400     05  FILLER            PIC X(18) VALUE SPACES.
004410 01  RR-BLANK-LINE.
004420     05  FILLER            PIC X(80) VALUE SPACES.

004430 PROCEDURE DIVISION.
004440*----------------------------------------------------------*
004450* 0000-MAINLINE                                            *
004460*----------------------------------------------------------*
004470 0000-MAINLINE.
004480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004490     IF WS-RELEASE-OK
004500         PERFORM 2000-FOOT-PAYROLL THRU 2000-EXIT
004510         PERFORM 3000-FOOT-ACH THRU 3000-EXIT
004520         PERFORM 4000-FOOT-REGISTER THRU 4000-EXIT
004530         PERFORM 4200-FOOT-POSPAY THRU 4200-EXIT
004540         PERFORM 4400-FOOT-CHECKS THRU 4400-EXIT
004550         PERFORM 5000-FOOT-GL THRU 5000-EXIT
004560         PERFORM 6000-WRITE-PROOF THRU 6000-EXIT
004570         PERFORM 7000-CHECK-APPROVAL THRU 7000-EXIT
004580     END-IF
004590     IF WS-RELEASE-OK
004600         PERFORM 8000-RELEASE-FILES THRU 8000-EXIT
004610     END-IF
004620     PERFORM 9000-TERMINATE THRU 9000-EXIT
004630     STOP RUN.

004640*----------------------------------------------------------*
004650* 1000-INITIALIZE - READ THE APPROVAL CARD, PICK UP THE    *
004660* COMPANY NAME, FIND THE RUN TO RELEASE ON RUNHIST.DAT AND *
004661* MAKE SURE IT IS A COMPLETED LIVE REGULAR OR ADJUSTMENT   *
004662* RUN NOT ALREADY RELEASED, THEN START THE PROOF REPORT.   *
004663* A RUN THAT FAILS HERE IS REFUSED WITHOUT BEING PROVED.   *
004700*----------------------------------------------------------*
004710 1000-INITIALIZE.
004720     ACCEPT WS-APPROVAL-CARD-IN
004730     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
004740     ACCEPT WS-LOG-TIME FROM TIME
004750     PERFORM 1400-GET-COMPANY-NAME THRU 1400-EXIT
004760     OPEN OUTPUT RELEASE-REPORT-FILE
004770     MOVE WS-COMPANY-NAME TO RR-COMPANY-NAME
004780     WRITE RELEASE-REPORT-LINE FROM RR-HEADING-LINE
004790     PERFORM 1300-FIND-RUN THRU 1300-EXIT
004800     MOVE WS-RUN-PERIOD    TO RR-RUN-PERIOD
004810     MOVE WS-RUN-GROUP     TO RR-RUN-GROUP
004820     MOVE WS-RUN-OPERATOR  TO RR-RUN-OPERATOR
004830     MOVE WS-RUN-END-DATE  TO RR-RUN-END-DATE
004840     MOVE WS-RUN-END-TIME  TO RR-RUN-END-TIME
004850     WRITE RELEASE-REPORT-LINE FROM RR-RUN-LINE
004860     WRITE RELEASE-REPORT-LINE FROM RR-BLANK-LINE
004870     IF WS-RELEASE-REFUSED
004880         GO TO 1000-EXIT
004890     END-IF
004900     PERFORM 1500-CHECK-RELEASE-LOG THRU 1500-EXIT
004910     IF WS-PRIOR-RELEASE
004920         SET WS-RELEASE-REFUSED TO TRUE
004930         MOVE "RUN ALREADY RELEASED" TO WS-REFUSE-REASON
004940         GO TO 1000-EXIT
004950     END-IF
004960     WRITE RELEASE-REPORT-LINE FROM RR-COL-HEAD-LINE.
004970 1000-EXIT.
004980     EXIT.

004990*----------------------------------------------------------*
005000* 1300-FIND-RUN - THE OUTBOUND FILES ARE REWRITTEN BY EVERY*
005010* RUN, SO THE RUN THEY CAME FROM IS THE LAST ONE LOGGED.   *
005011* ONLY A COMPLETED LIVE REGULAR OR ADJUSTMENT RUN CAN BE   *
005012* RELEASED - A PREVIEW WRITES NO PAYMENT FILES.  AN        *
005013* ADJUSTMENT RUN WRITES NO PAYROLL.OUT AND POSTS TO        *
005014* GLPOST-ADJ.DAT, WHICH THE PROOF TAKES INTO ACCOUNT.      *
005050*----------------------------------------------------------*
005060 1300-FIND-RUN.
005070     OPEN INPUT RUN-HISTORY-FILE
005080     IF WS-RUNHIST-STATUS NOT = "00"
005090         DISPLAY "RUNHIST.DAT MISSING OR UNREADABLE - STATUS "
005100                 WS-RUNHIST-STATUS
005110         SET WS-RELEASE-REFUSED TO TRUE
005120         MOVE "RUNHIST.DAT MISSING OR UNREADABLE"
005130                           TO WS-REFUSE-REASON
005140         GO TO 1300-EXIT
005150     END-IF
005160     SET NOT-END-OF-RHIST TO TRUE
005170     PERFORM 1310-READ-RUN-HISTORY THRU 1310-EXIT
005180         UNTIL END-OF-RHIST
005190     CLOSE RUN-HISTORY-FILE
005200     IF NOT WS-RUN-FOUND
005210         SET WS-RELEASE-REFUSED TO TRUE
005220         MOVE "RUNHIST.DAT IS EMPTY - NO RUN TO RELEASE"
005230                           TO WS-REFUSE-REASON
005240         GO TO 1300-EXIT
005250     END-IF
005251     IF NOT WS-RUN-REGULAR AND NOT WS-RUN-ADJUSTMENT
005270         OR WS-RUN-PREVIEW = "Y"
005280         OR WS-RUN-STATUS NOT = "C"
005281         DISPLAY "RUN TO RELEASE IS NOT A COMPLETED LIVE "
005282                 "REGULAR OR ADJUSTMENT RUN"
005290         SET WS-RELEASE-REFUSED TO TRUE
005291         MOVE "NOT A COMPLETED LIVE REGULAR OR ADJ RUN"
005310                           TO WS-REFUSE-REASON
005320     END-IF.
005330 1300-EXIT.
005340     EXIT.

005350*----------------------------------------------------------*
005351* 1310-READ-RUN-HISTORY - KEEP EACH PAY RUN'S ROW IN TURN; *
005352* THE LAST ONE KEPT IS THE RUN TO RELEASE.  ROWS LOGGED    *
005353* BY THE MASTER-FILE UPDATE RUNS ARE PASSED OVER.          *
005380*----------------------------------------------------------*
005390 1310-READ-RUN-HISTORY.
005400     READ RUN-HISTORY-FILE
005410         AT END
005420             SET END-OF-RHIST TO TRUE
005430             GO TO 1310-EXIT
005440     END-READ
005441     IF RH-RUN-TYPE NOT = "R"
005442         AND RH-RUN-TYPE NOT = "A"
005443         GO TO 1310-EXIT
005444     END-IF
005450     SET WS-RUN-FOUND TO TRUE
005460     MOVE RH-PAY-PERIOD-DATE TO WS-RUN-PERIOD
005470     MOVE RH-RUN-TYPE        TO WS-RUN-TYPE
005480     MOVE RH-PREVIEW         TO WS-RUN-PREVIEW
005490     MOVE RH-STATUS          TO WS-RUN-STATUS
005500     MOVE RH-PAY-GROUP       TO WS-RUN-GROUP
005510     MOVE RH-OPERATOR        TO WS-RUN-OPERATOR
005520     MOVE RH-END-DATE        TO WS-RUN-END-DATE
005530     MOVE RH-END-TIME        TO WS-RUN-END-TIME
005540     MOVE RH-EMP-COUNT       TO WS-RUN-EMP-COUNT
005550     MOVE RH-TOTAL-GROSS     TO WS-RUN-GROSS
005560     MOVE RH-TOTAL-NET       TO WS-RUN-NET.
005570 1310-EXIT.
005580     EXIT.

005590*----------------------------------------------------------*
005600* 1400-GET-COMPANY-NAME - PICK THE COMPANY NAME UP OFF THE *
005610* OPERATOR'S RUNCTL.DAT CARD FOR THE REPORT HEADING, AS    *
005620* PAY-INQUIRY-MODULE DOES.                                 *
005630*----------------------------------------------------------*
005640 1400-GET-COMPANY-NAME.
005650     OPEN INPUT RUN-CONTROL-FILE
005660     IF WS-RUNCTL-STATUS NOT = "00"
005670         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
005680                 WS-RUNCTL-STATUS
005690         MOVE 12 TO RETURN-CODE
005700         STOP RUN
005710     END-IF
005720     READ RUN-CONTROL-FILE
005730         AT END
005740             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
005750             MOVE 12 TO RETURN-CODE
005760             STOP RUN
005770     END-READ
005780     CLOSE RUN-CONTROL-FILE
005790     IF RC-COMPANY-NAME = SPACES
005800         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
005810         MOVE 12 TO RETURN-CODE
005820         STOP RUN
005830     END-IF
005840     MOVE RC-COMPANY-NAME TO WS-COMPANY-NAME.
005850 1400-EXIT.
005860     EXIT.

005870*----------------------------------------------------------*
005880* 1500-CHECK-RELEASE-LOG - LOOK FOR AN EARLIER RELEASE OF  *
005890* THIS SAME RUN.  THE LOG IS OPTIONAL - A MISSING          *
005900* RELEASE.LOG OPENS AT END OF FILE WITH STATUS 05, AND     *
005910* MUST STILL BE CLOSED BEFORE THE END-OF-RUN APPEND.       *
005920*----------------------------------------------------------*
005930 1500-CHECK-RELEASE-LOG.
005940     OPEN INPUT RELEASE-LOG-FILE
005950     IF WS-RELLOG-STATUS NOT = "00"
005960         CLOSE RELEASE-LOG-FILE
005970         GO TO 1500-EXIT
005980     END-IF
005990     SET NOT-END-OF-INPUT TO TRUE
006000     PERFORM 1510-SCAN-RELEASE-LOG THRU 1510-EXIT
006010         UNTIL END-OF-INPUT
006020     CLOSE RELEASE-LOG-FILE.
006030 1500-EXIT.
006040     EXIT.

006050*----------------------------------------------------------*
006060* 1510-SCAN-RELEASE-LOG - ONE LOG ROW AGAINST THE RUN.     *
006070* ONLY A RELEASE COUNTS; A REFUSED ATTEMPT CAN BE RETRIED. *
006080*----------------------------------------------------------*
006090 1510-SCAN-RELEASE-LOG.
006100     READ RELEASE-LOG-FILE
006110         AT END
006120             SET END-OF-INPUT TO TRUE
006130             GO TO 1510-EXIT
006140     END-READ
006150     IF RL-RELEASED
006160         AND RL-PAY-PERIOD-DATE = WS-RUN-PERIOD
006170         AND RL-PAY-GROUP = WS-RUN-GROUP
006180         AND RL-RUN-END-DATE = WS-RUN-END-DATE
006190         AND RL-RUN-END-TIME = WS-RUN-END-TIME
006200         SET WS-PRIOR-RELEASE TO TRUE
006210     END-IF.
006220 1510-EXIT.
006230     EXIT.

006240*----------------------------------------------------------*
006250* 2000-FOOT-PAYROLL - COUNT AND FOOT PAYROLL.OUT.  A ROW   *
006260* FOR ANY OTHER PERIOD MEANS THE FILE IS NOT THIS RUN'S.   *
006261* AN ADJUSTMENT RUN WRITES NO PAYROLL.OUT, SO THERE IS     *
006262* NOTHING TO FOOT.                                         *
006270*----------------------------------------------------------*
006280 2000-FOOT-PAYROLL.
006281     IF WS-RUN-ADJUSTMENT
006282         GO TO 2000-EXIT
006283     END-IF
006290     OPEN INPUT PAYROLL-FILE
006300     IF WS-PAYOUT-STATUS NOT = "00"
006310         DISPLAY "PAYROLL.OUT MISSING OR UNREADABLE - STATUS "
006320                 WS-PAYOUT-STATUS
006330         SET WS-PAYOUT-MISSING TO TRUE
006340         GO TO 2000-EXIT
006350     END-IF
006360     SET NOT-END-OF-INPUT TO TRUE
006370     PERFORM 2010-READ-PAYROLL THRU 2010-EXIT
006380         UNTIL END-OF-INPUT
006390     CLOSE PAYROLL-FILE.
006400 2000-EXIT.
006410     EXIT.

006420*----------------------------------------------------------*
006430* 2010-READ-PAYROLL - ONE PAYROLL.OUT ROW.                 *
006440*----------------------------------------------------------*
006450 2010-READ-PAYROLL.
006460     READ PAYROLL-FILE
006470         AT END
006480             SET END-OF-INPUT TO TRUE
006490             GO TO 2010-EXIT
006500     END-READ
006510     IF P-PAY-PERIOD-DATE NOT = WS-RUN-PERIOD
006520         OR P-GROSS NOT NUMERIC
006530         OR P-NET NOT NUMERIC
006540         ADD 1 TO WS-PO-BAD-COUNT
006550         GO TO 2010-EXIT
006560     END-IF
006570     ADD 1       TO WS-PO-COUNT
006580     ADD P-GROSS TO WS-PO-GROSS
006590     ADD P-NET   TO WS-PO-NET.
006600 2010-EXIT.
006610     EXIT.

006620*----------------------------------------------------------*
006630* 3000-FOOT-ACH - REBUILD THE ENTRY COUNT, HASH AND DEBIT  *
006640* AND CREDIT TOTALS FROM THE ENTRY DETAILS, AND PICK UP THE*
006650* BATCH AND FILE CONTROL FIGURES.  TRANSACTION CODES 27 AND*
006660* 37 ARE DEBITS; EVERYTHING ELSE IS A CREDIT (A PRENOTE    *
006670* CARRIES NO MONEY).                                       *
006680*----------------------------------------------------------*
006690 3000-FOOT-ACH.
006700     OPEN INPUT ACH-FILE
006710     IF WS-ACH-STATUS NOT = "00"
006720         DISPLAY "PAYROLL.ACH MISSING OR UNREADABLE - STATUS "
006730                 WS-ACH-STATUS
006740         SET WS-ACH-MISSING TO TRUE
006750         GO TO 3000-EXIT
006760     END-IF
006770     SET NOT-END-OF-INPUT TO TRUE
006780     PERFORM 3010-READ-ACH THRU 3010-EXIT
006790         UNTIL END-OF-INPUT
006800     CLOSE ACH-FILE
006810     MOVE WS-ACH-HASH-SUM TO WS-ACH-HASH.
006820 3000-EXIT.
006830     EXIT.

006840*----------------------------------------------------------*
006850* 3010-READ-ACH - ONE PAYROLL.ACH RECORD, BY RECORD TYPE.  *
006860*----------------------------------------------------------*
006870 3010-READ-ACH.
006880     READ ACH-FILE
006890         AT END
006900             SET END-OF-INPUT TO TRUE
006910             GO TO 3010-EXIT
006920     END-READ
006930     EVALUATE AED-RECORD-TYPE
006940         WHEN "1"
006950             ADD 1 TO WS-ACH-HEADER-COUNT
006960         WHEN "5"
006970             ADD 1 TO WS-ACH-BATCH-COUNT
006980         WHEN "6"
006990             PERFORM 3100-FOOT-ENTRY THRU 3100-EXIT
007000         WHEN "8"
007010             PERFORM 3200-TAKE-BATCH-CONTROL THRU 3200-EXIT
007020         WHEN "9"
007030             PERFORM 3300-TAKE-FILE-CONTROL THRU 3300-EXIT
007040         WHEN OTHER
007050             ADD 1 TO WS-ACH-BAD-COUNT
007060     END-EVALUATE.
007070 3010-EXIT.
007080     EXIT.

007090*----------------------------------------------------------*
007100* 3100-FOOT-ENTRY - ROLL ONE ENTRY DETAIL (6) INTO THE     *
007110* REBUILT COUNT, HASH AND AMOUNT TOTALS.                   *
007120*----------------------------------------------------------*
007130 3100-FOOT-ENTRY.
007140     IF AED-RECEIVING-DFI NOT NUMERIC
007150         OR AED-AMOUNT NOT NUMERIC
007160         ADD 1 TO WS-ACH-BAD-COUNT
007170         GO TO 3100-EXIT
007180     END-IF
007190     ADD 1 TO WS-ACH-ENTRY-COUNT
007200     ADD AED-RECEIVING-DFI TO WS-ACH-HASH-SUM
007210     IF AED-TRANSACTION-CODE = "27" OR "37"
007211         ADD 1          TO WS-ACH-DEBIT-COUNT
007220         ADD AED-AMOUNT TO WS-ACH-DEBIT-SUM
007230     ELSE
007240         ADD AED-AMOUNT TO WS-ACH-CREDIT-SUM
007250     END-IF.
007260 3100-EXIT.
007270     EXIT.

007280*----------------------------------------------------------*
007290* 3200-TAKE-BATCH-CONTROL - THE BATCH CONTROL (8) FIGURES. *
007300*----------------------------------------------------------*
007310 3200-TAKE-BATCH-CONTROL.
007320     IF ABC-ENTRY-COUNT NOT NUMERIC
007330         OR ABC-ENTRY-HASH NOT NUMERIC
007340         OR ABC-TOTAL-DEBIT NOT NUMERIC
007350         OR ABC-TOTAL-CREDIT NOT NUMERIC
007360         ADD 1 TO WS-ACH-BAD-COUNT
007370         GO TO 3200-EXIT
007380     END-IF
007390     ADD 1 TO WS-ABC-COUNT
007400     MOVE ABC-ENTRY-COUNT  TO WS-ABC-ENTRY-COUNT
007410     MOVE ABC-ENTRY-HASH   TO WS-ABC-HASH
007420     MOVE ABC-TOTAL-DEBIT  TO WS-ABC-DEBIT
007430     MOVE ABC-TOTAL-CREDIT TO WS-ABC-CREDIT.
007440 3200-EXIT.
007450     EXIT.

007460*----------------------------------------------------------*
007470* 3300-TAKE-FILE-CONTROL - THE FILE CONTROL (9) FIGURES.   *
007480*----------------------------------------------------------*
007490 3300-TAKE-FILE-CONTROL.
007500     IF AFC-BATCH-COUNT NOT NUMERIC
007510         OR AFC-ENTRY-COUNT NOT NUMERIC
007520         OR AFC-ENTRY-HASH NOT NUMERIC
007530         OR AFC-TOTAL-DEBIT NOT NUMERIC
007540         OR AFC-TOTAL-CREDIT NOT NUMERIC
007550         ADD 1 TO WS-ACH-BAD-COUNT
007560         GO TO 3300-EXIT
007570     END-IF
007580     ADD 1 TO WS-AFC-COUNT
007590     MOVE AFC-BATCH-COUNT  TO WS-AFC-BATCH-COUNT
007600     MOVE AFC-ENTRY-COUNT  TO WS-AFC-ENTRY-COUNT
007610     MOVE AFC-ENTRY-HASH   TO WS-AFC-HASH
007620     MOVE AFC-TOTAL-DEBIT  TO WS-AFC-DEBIT
007630     MOVE AFC-TOTAL-CREDIT TO WS-AFC-CREDIT.
007640 3300-EXIT.
007650     EXIT.

007660*----------------------------------------------------------*
007670* 4000-FOOT-REGISTER - SUM THE CHECK REGISTER'S DETAIL     *
007680* LINES AND PICK UP ITS FOOT COUNT AND TOTAL.  A RESTARTED *
007690* RUN REPEATS THE HEADING; EVERY HEADING MUST CARRY THE    *
007700* RUN'S PERIOD.                                            *
007710*----------------------------------------------------------*
007720 4000-FOOT-REGISTER.
007730     OPEN INPUT CHECK-REGISTER-FILE
007740     IF WS-REGISTER-STATUS NOT = "00"
007750         DISPLAY "CHECK-REGISTER.RPT MISSING OR UNREADABLE - "
007760                 "STATUS " WS-REGISTER-STATUS
007770         SET WS-REGISTER-MISSING TO TRUE
007780         GO TO 4000-EXIT
007790     END-IF
007800     SET NOT-END-OF-INPUT TO TRUE
007810     PERFORM 4010-READ-REGISTER THRU 4010-EXIT
007820         UNTIL END-OF-INPUT
007830     CLOSE CHECK-REGISTER-FILE.
007840 4000-EXIT.
007850     EXIT.

007860*----------------------------------------------------------*
007870* 4010-READ-REGISTER - ONE CHECK REGISTER LINE: HEADING,   *
007880* COUNT LINE, TOTAL LINE OR CHECK DETAIL.  ANYTHING ELSE   *
007890* NOT BLANK FAILS THE REGISTER.                            *
007900*----------------------------------------------------------*
007910 4010-READ-REGISTER.
007920     READ CHECK-REGISTER-FILE
007930         AT END
007940             SET END-OF-INPUT TO TRUE
007950             GO TO 4010-EXIT
007960     END-READ
007970     IF CHECK-REGISTER-LINE (1:22) = "CHECK REGISTER PERIOD "
007980         IF CHECK-REGISTER-LINE (23:8) NOT = WS-RUN-PERIOD
007990             ADD 1 TO WS-CR-BAD-COUNT
008000         END-IF
008010         GO TO 4010-EXIT
008020     END-IF
008030     IF CHECK-REGISTER-LINE (1:24) = "CHECKS ISSUED..........."
008040         MOVE CHECK-REGISTER-LINE (25:7) TO WS-ED-REG-COUNT-X
008050         MOVE WS-ED-REG-COUNT TO WS-DE-COUNT
008060         MOVE WS-DE-COUNT TO WS-CR-FOOT-COUNT
008070         GO TO 4010-EXIT
008080     END-IF
008090     IF CHECK-REGISTER-LINE (1:24) = "REGISTER TOTAL.........."
008100         MOVE CHECK-REGISTER-LINE (25:14) TO WS-ED-REG-TOTAL-X
008110         MOVE WS-ED-REG-TOTAL TO WS-DE-AMOUNT
008120         MOVE WS-DE-AMOUNT TO WS-CR-FOOT-TOTAL
008130         ADD 1 TO WS-CR-FOOT-LINES
008140         GO TO 4010-EXIT
008150     END-IF
008160     IF CHECK-REGISTER-LINE (1:8) NUMERIC
008170         MOVE CHECK-REGISTER-LINE (50:11)
008180                           TO WS-ED-CHECK-AMOUNT-X
008190         MOVE WS-ED-CHECK-AMOUNT TO WS-DE-AMOUNT
008200         ADD 1 TO WS-CR-DETAIL-COUNT
008210         ADD WS-DE-AMOUNT TO WS-CR-DETAIL-TOTAL
008220         GO TO 4010-EXIT
008230     END-IF
008240     IF CHECK-REGISTER-LINE NOT = SPACES
008250         ADD 1 TO WS-CR-BAD-COUNT
008260     END-IF.
008270 4010-EXIT.
008280     EXIT.

008290*----------------------------------------------------------*
008300* 4200-FOOT-POSPAY - COUNT AND FOOT POSITIVE PAY.          *
008310*----------------------------------------------------------*
008320 4200-FOOT-POSPAY.
008330     OPEN INPUT POSPAY-FILE
008340     IF WS-POSPAY-STATUS NOT = "00"
008350         DISPLAY "POSPAY.DAT MISSING OR UNREADABLE - STATUS "
008360                 WS-POSPAY-STATUS
008370         SET WS-POSPAY-MISSING TO TRUE
008380         GO TO 4200-EXIT
008390     END-IF
008400     SET NOT-END-OF-INPUT TO TRUE
008410     PERFORM 4210-READ-POSPAY THRU 4210-EXIT
008420         UNTIL END-OF-INPUT
008430     CLOSE POSPAY-FILE.
008440 4200-EXIT.
008450     EXIT.

008460*----------------------------------------------------------*
008470* 4210-READ-POSPAY - ONE POSITIVE-PAY RECORD.              *
008480*----------------------------------------------------------*
008490 4210-READ-POSPAY.
008500     READ POSPAY-FILE
008510         AT END
008520             SET END-OF-INPUT TO TRUE
008530             GO TO 4210-EXIT
008540     END-READ
008550     IF PP-CHECK-NO NOT NUMERIC
008560         OR PP-AMOUNT NOT NUMERIC
008570         ADD 1 TO WS-PP-BAD-COUNT
008580         GO TO 4210-EXIT
008590     END-IF
008600     ADD 1         TO WS-PP-COUNT
008610     ADD PP-AMOUNT TO WS-PP-TOTAL.
008620 4210-EXIT.
008630     EXIT.

008640*----------------------------------------------------------*
008650* 4400-FOOT-CHECKS - COUNT AND FOOT THE PRINTED CHECKS OFF *
008660* THEIR DATE/AMOUNT LINES, AND CHECK EVERY MEMO LINE       *
008670* CARRIES THE RUN'S PERIOD.                                *
008680*----------------------------------------------------------*
008690 4400-FOOT-CHECKS.
008700     OPEN INPUT CHECK-PRINT-FILE
008710     IF WS-CHECKS-STATUS NOT = "00"
008720         DISPLAY "CHECKS.PRT MISSING OR UNREADABLE - STATUS "
008730                 WS-CHECKS-STATUS
008740         SET WS-CHECKS-MISSING TO TRUE
008750         GO TO 4400-EXIT
008760     END-IF
008770     SET NOT-END-OF-INPUT TO TRUE
008780     PERFORM 4410-READ-CHECK-LINE THRU 4410-EXIT
008790         UNTIL END-OF-INPUT
008800     CLOSE CHECK-PRINT-FILE.
008810 4400-EXIT.
008820     EXIT.

008830*----------------------------------------------------------*
008840* 4410-READ-CHECK-LINE - ONE PRINT LINE OF CHECKS.PRT.     *
008850*----------------------------------------------------------*
008860 4410-READ-CHECK-LINE.
008870     READ CHECK-PRINT-FILE
008880         AT END
008890             SET END-OF-INPUT TO TRUE
008900             GO TO 4410-EXIT
008910     END-READ
008920     PERFORM 4420-STRIP-FORM-FEED THRU 4420-EXIT
008930     IF WS-CHECK-LINE-WORK (1:5) = "DATE "
008940         MOVE WS-CHECK-LINE-WORK (38:11)
008950                           TO WS-ED-CHECK-AMOUNT-X
008960         MOVE WS-ED-CHECK-AMOUNT TO WS-DE-AMOUNT
008970         ADD 1 TO WS-CK-COUNT
008980         ADD WS-DE-AMOUNT TO WS-CK-TOTAL
008990         GO TO 4410-EXIT
009000     END-IF
009010     IF WS-CHECK-LINE-WORK (1:11) = "PAY PERIOD "
009020         AND WS-CHECK-LINE-WORK (12:8) NOT = WS-RUN-PERIOD
009030         ADD 1 TO WS-CK-BAD-COUNT
009040     END-IF.
009050 4410-EXIT.
009060     EXIT.

009070*----------------------------------------------------------*
009080* 4420-STRIP-FORM-FEED - THE FIRST LINE OF A CHECK IS      *
009090* WRITTEN AFTER ADVANCING PAGE AND MAY COME BACK WITH THE  *
009100* FORM FEED IN FRONT OF IT.  THE LINE IS SET UP IN         *
009110* WS-CHECK-LINE-WORK WITHOUT IT, AND THE NEW-PAGE SWITCH   *
009120* TELLS THE RELEASE COPY TO PUT THE PAGE BREAK BACK.       *
009130*----------------------------------------------------------*
009140 4420-STRIP-FORM-FEED.
009150     IF CHECK-PRINT-LINE (1:1) = WS-FORM-FEED
009160         MOVE CHECK-PRINT-LINE (2:95) TO WS-CHECK-LINE-WORK
009170         SET WS-CHECK-NEW-PAGE TO TRUE
009180     ELSE
009190         MOVE CHECK-PRINT-LINE (1:95) TO WS-CHECK-LINE-WORK
009200         SET WS-CHECK-SAME-PAGE TO TRUE
009210     END-IF.
009220 4420-EXIT.
009230     EXIT.

009240*----------------------------------------------------------*
009250* 5000-FOOT-GL - PICK UP THE NET PAY PAYABLE CREDIT AND    *
009260* FOOT THE JOURNAL AGAINST ITS TOTALS LINE.  EVERY LINE    *
009261* MUST BE DATED FOR THE RUN'S PERIOD.  AN ADJUSTMENT RUN'S *
009262* JOURNAL IS GLPOST-ADJ.DAT.                               *
009280*----------------------------------------------------------*
009290 5000-FOOT-GL.
009291     IF WS-RUN-ADJUSTMENT
009292         OPEN INPUT ADJ-GL-POST-FILE
009293         IF WS-ADJGL-STATUS NOT = "00"
009294             DISPLAY "GLPOST-ADJ.DAT MISSING OR UNREADABLE - "
009295                     "STATUS " WS-ADJGL-STATUS
009296             SET WS-GLPOST-MISSING TO TRUE
009297             GO TO 5000-EXIT
009298         END-IF
009299     ELSE
009300         OPEN INPUT GL-POST-FILE
009301         IF WS-GLPOST-STATUS NOT = "00"
009302             DISPLAY "GLPOST.DAT MISSING OR UNREADABLE - STATUS "
009303                     WS-GLPOST-STATUS
009304             SET WS-GLPOST-MISSING TO TRUE
009305             GO TO 5000-EXIT
009306         END-IF
009360     END-IF
009370     SET NOT-END-OF-INPUT TO TRUE
009380     PERFORM 5010-READ-GL THRU 5010-EXIT
009390         UNTIL END-OF-INPUT
009391     IF WS-RUN-ADJUSTMENT
009392         CLOSE ADJ-GL-POST-FILE
009393     ELSE
009394         CLOSE GL-POST-FILE
009395     END-IF.
009410 5000-EXIT.
009420     EXIT.

009430*----------------------------------------------------------*
009431* 5010-READ-GL - ONE JOURNAL LINE.  A NET PAY PAYABLE      *
009432* DEBIT IS THE NET OF THE PAYMENTS AN ADJUSTMENT RUN       *
009433* VOIDS.                                                   *
009450*----------------------------------------------------------*
009460 5010-READ-GL.
009461     IF WS-RUN-ADJUSTMENT
009462         READ ADJ-GL-POST-FILE INTO GL-POST-REC
009463             AT END
009464                 SET END-OF-INPUT TO TRUE
009465                 GO TO 5010-EXIT
009466         END-READ
009467     ELSE
009468         READ GL-POST-FILE INTO GL-POST-REC
009469             AT END
009470                 SET END-OF-INPUT TO TRUE
009471                 GO TO 5010-EXIT
009472         END-READ
009473     END-IF
009520     IF GL-PAY-PERIOD-DATE NOT = WS-RUN-PERIOD
009530         OR GL-DEBIT NOT NUMERIC
009540         OR GL-CREDIT NOT NUMERIC
009550         ADD 1 TO WS-GL-BAD-COUNT
009560         GO TO 5010-EXIT
009570     END-IF
009580     IF GL-ACCOUNT = "99999999"
009590         ADD 1 TO WS-GL-TOT-LINES
009600         MOVE GL-DEBIT  TO WS-GL-TOT-DEBIT
009610         MOVE GL-CREDIT TO WS-GL-TOT-CREDIT
009620         GO TO 5010-EXIT
009630     END-IF
009640     ADD GL-DEBIT  TO WS-GL-DEBITS
009650     ADD GL-CREDIT TO WS-GL-CREDITS
009660     IF GL-ACCOUNT = "21000000"
009670         ADD 1         TO WS-GL-NET-PAY-COUNT
009680         ADD GL-CREDIT TO WS-GL-NET-PAY
009681         ADD GL-DEBIT  TO WS-GL-NET-PAY-VOID
009690     END-IF.
009700 5010-EXIT.
009710     EXIT.

009720*----------------------------------------------------------*
009730* 6000-WRITE-PROOF - ONE LINE PER LEG OF THE PROOF.  AN    *
009740* INFORMATION LINE SHOWS A FIGURE THE NEXT LINE IS TESTED  *
009750* AGAINST; EVERY TESTED LINE IS OK OR FAILED, AND ANY      *
009751* FAILED LEG REFUSES THE RELEASE.  AN ADJUSTMENT RUN HAS   *
009752* NO PAYROLL.OUT LEG; ITS GL LEG IS GLPOST-ADJ.DAT, AND    *
009753* ITS 27/37 ACH REVERSALS MAY NOT EXCEED THE VOIDED NET    *
009754* POSTED BACK TO NET PAY PAYABLE.  A VOIDED CHECK HAS NO   *
009755* ACH REVERSAL, SO THE TWO NEED NOT BE EQUAL.  THE NET DUE *
009756* ON THE BANK AND CHECK FILES IS THE RUN'S NET LESS THE    *
009757* REVERSALS.                                               *
009770*----------------------------------------------------------*
009780 6000-WRITE-PROOF.
009790     MOVE "RUNHIST.DAT RUN TOTALS" TO RR-PROOF-LABEL
009800     MOVE WS-RUN-EMP-COUNT TO RR-PROOF-COUNT
009810     MOVE WS-RUN-NET       TO RR-PROOF-AMOUNT
009820     SET WS-LEG-INFO TO TRUE
009830     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
009831     IF NOT WS-RUN-ADJUSTMENT
009832         MOVE "PAYROLL.OUT NET PAY" TO RR-PROOF-LABEL
009833         MOVE WS-PO-COUNT      TO RR-PROOF-COUNT
009834         MOVE WS-PO-NET        TO RR-PROOF-AMOUNT
009835         IF NOT WS-PAYOUT-MISSING
009836             AND WS-PO-BAD-COUNT = 0
009837             AND WS-PO-COUNT = WS-RUN-EMP-COUNT
009838             AND WS-PO-GROSS = WS-RUN-GROSS
009839             AND WS-PO-NET = WS-RUN-NET
009840             SET WS-LEG-OK TO TRUE
009841         ELSE
009842             SET WS-LEG-FAILED TO TRUE
009843         END-IF
009844         PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
009950     END-IF
009970     MOVE "ACH ENTRY DETAIL CREDITS" TO RR-PROOF-LABEL
009980     MOVE WS-ACH-ENTRY-COUNT TO RR-PROOF-COUNT
009990     MOVE WS-ACH-CREDIT-SUM TO RR-PROOF-AMOUNT
010000     SET WS-LEG-INFO TO TRUE
010010     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010020     MOVE "ACH BATCH CONTROL (8)" TO RR-PROOF-LABEL
010030     MOVE WS-ABC-ENTRY-COUNT TO RR-PROOF-COUNT
010040     MOVE WS-ABC-CREDIT    TO RR-PROOF-AMOUNT
010050     IF NOT WS-ACH-MISSING
010060         AND WS-ACH-BAD-COUNT = 0
010070         AND WS-ACH-HEADER-COUNT = 1
010080         AND WS-ACH-BATCH-COUNT = 1
010090         AND WS-ABC-COUNT = 1
010100         AND WS-ABC-ENTRY-COUNT = WS-ACH-ENTRY-COUNT
010110         AND WS-ABC-HASH = WS-ACH-HASH
010120         AND WS-ABC-DEBIT = WS-ACH-DEBIT-SUM
010130         AND WS-ABC-CREDIT = WS-ACH-CREDIT-SUM
010140         SET WS-LEG-OK TO TRUE
010150     ELSE
010160         SET WS-LEG-FAILED TO TRUE
010170     END-IF
010180     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010190     MOVE "ACH FILE CONTROL (9)" TO RR-PROOF-LABEL
010200     MOVE WS-AFC-ENTRY-COUNT TO RR-PROOF-COUNT
010210     MOVE WS-AFC-CREDIT    TO RR-PROOF-AMOUNT
010220     IF NOT WS-ACH-MISSING
010230         AND WS-AFC-COUNT = 1
010240         AND WS-AFC-BATCH-COUNT = WS-ACH-BATCH-COUNT
010250         AND WS-AFC-ENTRY-COUNT = WS-ABC-ENTRY-COUNT
010260         AND WS-AFC-HASH = WS-ABC-HASH
010270         AND WS-AFC-DEBIT = WS-ABC-DEBIT
010280         AND WS-AFC-CREDIT = WS-ABC-CREDIT
010290         SET WS-LEG-OK TO TRUE
010300     ELSE
010310         SET WS-LEG-FAILED TO TRUE
010320     END-IF
010330     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010340     MOVE "CHECK REGISTER DETAIL" TO RR-PROOF-LABEL
010350     MOVE WS-CR-DETAIL-COUNT TO RR-PROOF-COUNT
010360     MOVE WS-CR-DETAIL-TOTAL TO RR-PROOF-AMOUNT
010370     SET WS-LEG-INFO TO TRUE
010380     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010390     MOVE "CHECK REGISTER TOTAL" TO RR-PROOF-LABEL
010400     MOVE WS-CR-FOOT-COUNT TO RR-PROOF-COUNT
010410     MOVE WS-CR-FOOT-TOTAL TO RR-PROOF-AMOUNT
010420     IF NOT WS-REGISTER-MISSING
010430         AND WS-CR-BAD-COUNT = 0
010440         AND WS-CR-FOOT-LINES = 1
010450         AND WS-CR-FOOT-COUNT = WS-CR-DETAIL-COUNT
010460         AND WS-CR-FOOT-TOTAL = WS-CR-DETAIL-TOTAL
010470         SET WS-LEG-OK TO TRUE
010480     ELSE
010490         SET WS-LEG-FAILED TO TRUE
010500     END-IF
010510     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010520     MOVE "POSITIVE PAY (POSPAY.DAT)" TO RR-PROOF-LABEL
010530     MOVE WS-PP-COUNT      TO RR-PROOF-COUNT
010540     MOVE WS-PP-TOTAL      TO RR-PROOF-AMOUNT
010550     IF NOT WS-POSPAY-MISSING
010560         AND WS-PP-BAD-COUNT = 0
010570         AND WS-PP-COUNT = WS-CR-FOOT-COUNT
010580         AND WS-PP-TOTAL = WS-CR-FOOT-TOTAL
010590         SET WS-LEG-OK TO TRUE
010600     ELSE
010610         SET WS-LEG-FAILED TO TRUE
010620     END-IF
010630     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010640     MOVE "PRINTED CHECKS (CHECKS.PRT)" TO RR-PROOF-LABEL
010650     MOVE WS-CK-COUNT      TO RR-PROOF-COUNT
010660     MOVE WS-CK-TOTAL      TO RR-PROOF-AMOUNT
010670     IF NOT WS-CHECKS-MISSING
010680         AND WS-CK-BAD-COUNT = 0
010690         AND WS-CK-COUNT = WS-CR-FOOT-COUNT
010700         AND WS-CK-TOTAL = WS-CR-FOOT-TOTAL
010710         SET WS-LEG-OK TO TRUE
010720     ELSE
010730         SET WS-LEG-FAILED TO TRUE
010740     END-IF
010750     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010751     IF WS-RUN-ADJUSTMENT
010752         MOVE "GLPOST-ADJ.DAT NET PAY CREDIT" TO RR-PROOF-LABEL
010753     ELSE
010754         MOVE "GLPOST.DAT NET PAY CREDIT" TO RR-PROOF-LABEL
010755     END-IF
010770     MOVE WS-GL-NET-PAY-COUNT TO RR-PROOF-COUNT
010780     MOVE WS-GL-NET-PAY    TO RR-PROOF-AMOUNT
010790     IF NOT WS-GLPOST-MISSING
010800         AND WS-GL-BAD-COUNT = 0
010810         AND WS-GL-TOT-LINES = 1
010820         AND WS-GL-DEBITS = WS-GL-TOT-DEBIT
010830         AND WS-GL-CREDITS = WS-GL-TOT-CREDIT
010840         AND WS-GL-TOT-DEBIT = WS-GL-TOT-CREDIT
010850         AND WS-GL-NET-PAY = WS-RUN-NET
010860         SET WS-LEG-OK TO TRUE
010870     ELSE
010880         SET WS-LEG-FAILED TO TRUE
010890     END-IF
010900     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010901     MOVE WS-RUN-NET       TO WS-NET-DUE
010902     IF WS-RUN-ADJUSTMENT
010903         MOVE "ACH VOID REVERSALS (27/37)" TO RR-PROOF-LABEL
010904         MOVE WS-ACH-DEBIT-COUNT TO RR-PROOF-COUNT
010905         MOVE WS-ACH-DEBIT-SUM TO RR-PROOF-AMOUNT
010906         IF NOT WS-ACH-MISSING
010907             AND NOT WS-GLPOST-MISSING
010908             AND WS-ACH-DEBIT-SUM NOT > WS-GL-NET-PAY-VOID
010909             SET WS-LEG-OK TO TRUE
010910         ELSE
010911             SET WS-LEG-FAILED TO TRUE
010912         END-IF
010913         PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
010914         SUBTRACT WS-ACH-DEBIT-SUM FROM WS-NET-DUE
010915     END-IF
010916     COMPUTE WS-NET-PAID = WS-ACH-CREDIT-SUM - WS-ACH-DEBIT-SUM
010920                         + WS-CR-FOOT-TOTAL
010930     MOVE "ACH NET PLUS CHECKS" TO RR-PROOF-LABEL
010940     COMPUTE RR-PROOF-COUNT =
010950         WS-ACH-ENTRY-COUNT + WS-CR-FOOT-COUNT
010960     MOVE WS-NET-PAID      TO RR-PROOF-AMOUNT
010961     IF WS-NET-PAID = WS-NET-DUE
010980         SET WS-LEG-OK TO TRUE
010990     ELSE
011000         SET WS-LEG-FAILED TO TRUE
011010     END-IF
011020     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011030     IF WS-PROOF-FAILED
011040         SET WS-RELEASE-REFUSED TO TRUE
011050         MOVE "BALANCING PROOF FAILED" TO WS-REFUSE-REASON
011060     END-IF.
011070 6000-EXIT.
011080     EXIT.

011090*----------------------------------------------------------*
011100* 6900-WRITE-PROOF-LINE - WRITE THE LEG THE CALLER SET UP, *
011110* MARKED BY WS-LEG-SW.                                     *
011120*----------------------------------------------------------*
011130 6900-WRITE-PROOF-LINE.
011140     EVALUATE TRUE
011150         WHEN WS-LEG-OK
011160             MOVE "OK    " TO RR-PROOF-RESULT
011170         WHEN WS-LEG-FAILED
011180             MOVE "FAILED" TO RR-PROOF-RESULT
011190             SET WS-PROOF-FAILED TO TRUE
011200         WHEN OTHER
011210             MOVE SPACES   TO RR-PROOF-RESULT
011220     END-EVALUATE
011230     WRITE RELEASE-REPORT-LINE FROM RR-PROOF-LINE.
011240 6900-EXIT.
011250     EXIT.

011260*----------------------------------------------------------*
011270* 7000-CHECK-APPROVAL - SEGREGATION OF DUTIES.  THE RUN'S  *
011280* OPERATOR MUST BE ON RECORD, AND THE APPROVER MUST BE     *
011290* SOMEONE ELSE.  A FAILED PROOF KEEPS ITS OWN REASON.      *
011300*----------------------------------------------------------*
011310 7000-CHECK-APPROVAL.
011320     IF WS-RELEASE-REFUSED
011330         GO TO 7000-EXIT
011340     END-IF
011350     IF WS-APPROVAL-CARD-IN = SPACES
011360         SET WS-RELEASE-REFUSED TO TRUE
011370         MOVE "NO APPROVER ON THE APPROVAL CARD"
011380                           TO WS-REFUSE-REASON
011390         GO TO 7000-EXIT
011400     END-IF
011410     IF WS-RUN-OPERATOR = SPACES
011420         SET WS-RELEASE-REFUSED TO TRUE
011430         MOVE "RUN OPERATOR NOT RECORDED ON RUNHIST.DAT"
011440                           TO WS-REFUSE-REASON
011450         GO TO 7000-EXIT
011460     END-IF
011470     IF WS-APPROVAL-CARD-IN = WS-RUN-OPERATOR
011480         SET WS-RELEASE-REFUSED TO TRUE
011490         MOVE "APPROVER IS THE OPERATOR WHO RAN PAYROLL"
011500                           TO WS-REFUSE-REASON
011510     END-IF.
011520 7000-EXIT.
011530     EXIT.

011540*----------------------------------------------------------*
011550* 8000-RELEASE-FILES - THE PROOF PASSED AND A SECOND       *
011560* OPERATOR APPROVED: COPY THE OUTBOUND FILES TO THEIR      *
011570* RELEASED NAMES.  THE HELD ORIGINALS ARE LEFT AS THEY ARE *
011580* FOR THE RECONCILIATION PROGRAMS THAT READ THEM.          *
011590*----------------------------------------------------------*
011600 8000-RELEASE-FILES.
011610     OPEN INPUT  ACH-FILE
011620          OUTPUT ACH-RELEASE-FILE
011630     SET NOT-END-OF-INPUT TO TRUE
011640     PERFORM 8100-COPY-ACH THRU 8100-EXIT
011650         UNTIL END-OF-INPUT
011660     CLOSE ACH-FILE ACH-RELEASE-FILE
011670     OPEN INPUT  POSPAY-FILE
011680          OUTPUT POSPAY-RELEASE-FILE
011690     SET NOT-END-OF-INPUT TO TRUE
011700     PERFORM 8200-COPY-POSPAY THRU 8200-EXIT
011710         UNTIL END-OF-INPUT
011720     CLOSE POSPAY-FILE POSPAY-RELEASE-FILE
011730     OPEN INPUT  CHECK-PRINT-FILE
011740          OUTPUT CHECK-RELEASE-FILE
011750     SET NOT-END-OF-INPUT TO TRUE
011760     PERFORM 8300-COPY-CHECK-LINE THRU 8300-EXIT
011770         UNTIL END-OF-INPUT
011780     CLOSE CHECK-PRINT-FILE CHECK-RELEASE-FILE.
011790 8000-EXIT.
011800     EXIT.

011810*----------------------------------------------------------*
011820* 8100-COPY-ACH - ONE PAYROLL.ACH RECORD TO                *
011830* PAYROLL-REL.ACH.                                         *
011840*----------------------------------------------------------*
011850 8100-COPY-ACH.
011860     READ ACH-FILE
011870         AT END
011880             SET END-OF-INPUT TO TRUE
011890             GO TO 8100-EXIT
011900     END-READ
011910     WRITE ACH-RELEASE-REC FROM ACH-RECORD.
011920 8100-EXIT.
011930     EXIT.

011940*----------------------------------------------------------*
011950* 8200-COPY-POSPAY - ONE POSITIVE-PAY RECORD TO            *
011960* POSPAY-REL.DAT.                                          *
011970*----------------------------------------------------------*
011980 8200-COPY-POSPAY.
011990     READ POSPAY-FILE
012000         AT END
012010             SET END-OF-INPUT TO TRUE
012020             GO TO 8200-EXIT
012030     END-READ
012040     WRITE POSPAY-RELEASE-REC FROM POSPAY-REC.
012050 8200-EXIT.
012060     EXIT.

012070*----------------------------------------------------------*
012080* 8300-COPY-CHECK-LINE - ONE CHECK PRINT LINE TO           *
012090* CHECKS-REL.PRT, WITH THE PAGE BREAK PUT BACK AHEAD OF    *
012100* EACH CHECK.                                              *
012110*----------------------------------------------------------*
012120 8300-COPY-CHECK-LINE.
012130     READ CHECK-PRINT-FILE
012140         AT END
012150             SET END-OF-INPUT TO TRUE
012160             GO TO 8300-EXIT
012170     END-READ
012180     PERFORM 4420-STRIP-FORM-FEED THRU 4420-EXIT
012190     IF WS-CHECK-NEW-PAGE
012200         WRITE CHECK-RELEASE-LINE FROM WS-CHECK-LINE-WORK
012210             AFTER ADVANCING PAGE
012220     ELSE
012230         WRITE CHECK-RELEASE-LINE FROM WS-CHECK-LINE-WORK
012240             AFTER ADVANCING 1 LINE
012250     END-IF.
012260 8300-EXIT.
012270     EXIT.

012280*----------------------------------------------------------*
012290* 9000-TERMINATE - PRINT THE DECISION, LOG IT, AND CLOSE.  *
012300* A REFUSAL ENDS THE JOB WITH RC 12 SO NOTHING DOWNSTREAM  *
012310* SENDS THE HELD FILES.                                    *
012320*----------------------------------------------------------*
012330 9000-TERMINATE.
012340     WRITE RELEASE-REPORT-LINE FROM RR-BLANK-LINE
012350     IF WS-RELEASE-OK
012360         MOVE "RELEASED - APPROVER " TO RR-DECISION
012370         MOVE WS-APPROVAL-CARD-IN   TO RR-DECISION-TEXT
012380     ELSE
012390         MOVE "RELEASE REFUSED -   " TO RR-DECISION
012400         MOVE WS-REFUSE-REASON      TO RR-DECISION-TEXT
012410     END-IF
012420     WRITE RELEASE-REPORT-LINE FROM RR-DECISION-LINE
012430     CLOSE RELEASE-REPORT-FILE
012440     PERFORM 9100-WRITE-RELEASE-LOG THRU 9100-EXIT
012450     IF WS-RELEASE-REFUSED
012460         DISPLAY "PAYMENT RELEASE REFUSED - " WS-REFUSE-REASON
012470         MOVE 12 TO RETURN-CODE
012480     END-IF.
012490 9000-EXIT.
012500     EXIT.

012510*----------------------------------------------------------*
012520* 9100-WRITE-RELEASE-LOG - APPEND THE RELEASE OR REFUSAL.  *
012530*----------------------------------------------------------*
012540 9100-WRITE-RELEASE-LOG.
012550     OPEN EXTEND RELEASE-LOG-FILE
012560     IF WS-RELLOG-STATUS NOT = "00"
012570         AND WS-RELLOG-STATUS NOT = "05"
012580         DISPLAY "RELEASE.LOG NOT WRITABLE - STATUS "
012590                 WS-RELLOG-STATUS
012600         MOVE 12 TO RETURN-CODE
012610         STOP RUN
012620     END-IF
012630     MOVE WS-RUN-PERIOD      TO RL-PAY-PERIOD-DATE
012640     MOVE WS-RUN-GROUP       TO RL-PAY-GROUP
012650     MOVE WS-RUN-END-DATE    TO RL-RUN-END-DATE
012660     MOVE WS-RUN-END-TIME    TO RL-RUN-END-TIME
012670     MOVE WS-RUN-OPERATOR    TO RL-RUN-OPERATOR
012680     MOVE WS-APPROVAL-CARD-IN TO RL-APPROVER
012690     MOVE WS-LOG-DATE        TO RL-LOG-DATE
012700     MOVE WS-LOG-TIME (1:6)  TO RL-LOG-TIME
012710     IF WS-RELEASE-OK
012720         SET RL-RELEASED TO TRUE
012730         MOVE SPACES         TO RL-REASON
012740     ELSE
012750         SET RL-REFUSED TO TRUE
012760         MOVE WS-REFUSE-REASON TO RL-REASON
012770     END-IF
012780     MOVE WS-RUN-NET         TO RL-TOTAL-NET
012790     MOVE WS-ACH-CREDIT-SUM  TO RL-ACH-CREDIT
012800     MOVE WS-CR-FOOT-TOTAL   TO RL-CHECK-TOTAL
012810     WRITE RELEASE-LOG-REC
012820     CLOSE RELEASE-LOG-FILE.
012830 9100-EXIT.
012840     EXIT.

012850 END PROGRAM RELEASE-MODULE.
