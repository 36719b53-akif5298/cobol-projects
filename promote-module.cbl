000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROMOTE-MODULE.
000030 AUTHOR.        AKIF RAHMAN.
000040 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  AR  ORIGINAL PROGRAM.  MASTER-FILE           *
000110*                 PROMOTION.  THE UPDATE RUNS' NEW FILES - *
000120*                 EMPLOYEE.NEW, EMPBANK.NEW, YTD-NEW.DAT,  *
000130*                 LEAVE-NEW.DAT, GARNORD.NEW, TAXLIAB.NEW  *
000140*                 AND OUTCHECK.NEW - WERE COPIED OVER      *
000150*                 THEIR MASTERS BY HAND, WITH NOTHING TO   *
000160*                 STOP A FILE GOING UP TWICE, OUT OF       *
000170*                 ORDER, OR FROM A FAILED OR PREVIEW RUN,  *
000180*                 AND NO WAY BACK BUT TAPE.  THIS PROGRAM  *
000190*                 PROMOTES ONE NAMED MASTER ONLY WHEN THE  *
000200*                 NEW FILE CAME FROM THE LAST COMPLETED    *
000210*                 LIVE RUN LOGGED FOR IT ON RUNHIST.DAT,   *
000220*                 FOR THE RUN CONTROL PERIOD AND GROUP,    *
000230*                 NOT ALREADY PROMOTED AND WITH NO EARLIER *
000240*                 RUN OF IT SKIPPED, AND WHEN ITS RECORD   *
000250*                 COUNT AND CONTROL TOTAL STILL AGREE WITH *
000260*                 THAT RUN'S ROW AND THE MASTER IS STILL   *
000270*                 THE ONE THE RUN READ.  THE MASTER IT     *
000280*                 REPLACES IS SAVED AS A NEW GENERATION ON *
000290*                 MASTGEN.DAT, WHICH KEEPS THE LAST FIVE   *
000300*                 OF EACH, AND A ROLLBACK CARD RESTORES A  *
000310*                 NAMED MASTER TO ANY GENERATION KEPT.     *
000320*                 EVERY PROMOTION, ROLLBACK AND REFUSAL IS *
000330*                 LOGGED ON PROMOTE.LOG.                   *
000331* 2026-10-15  AR  A ROLLBACK NOW REFUSES, AND LEAVES THE   *
000332*                 MASTER AS IT STANDS, WHEN MASTGEN.DAT    *
000333*                 CANNOT BE OPENED FOR THE RESTORE.        *
000340*----------------------------------------------------------*

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  GENERIC.
000380 OBJECT-COMPUTER.  GENERIC.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RUNHIST-STATUS.

000440     SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-MASTER-STATUS.

000470     SELECT OPTIONAL EMPBANK-FILE ASSIGN TO "EMPBANK.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MASTER-STATUS.

000500     SELECT OPTIONAL YTD-FILE ASSIGN TO "YTD.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MASTER-STATUS.

000530     SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVEBAL.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MASTER-STATUS.

000560     SELECT OPTIONAL GARN-ORDER-FILE ASSIGN TO "GARNORD.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MASTER-STATUS.

000590     SELECT OPTIONAL TAX-LIAB-FILE ASSIGN TO "TAXLIAB.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MASTER-STATUS.

000620     SELECT OPTIONAL OUTCHECK-FILE ASSIGN TO "OUTCHECK.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MASTER-STATUS.

000650     SELECT EMPLOYEE-NEW-FILE ASSIGN TO "EMPLOYEE.NEW"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-NEW-STATUS.

000680     SELECT EMPBANK-NEW-FILE ASSIGN TO "EMPBANK.NEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-NEW-STATUS.

000710     SELECT YTD-NEW-FILE  ASSIGN TO "YTD-NEW.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-NEW-STATUS.

000740     SELECT LEAVE-NEW-FILE ASSIGN TO "LEAVE-NEW.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-NEW-STATUS.

000770     SELECT GARN-ORDER-NEW-FILE ASSIGN TO "GARNORD.NEW"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-NEW-STATUS.

000800     SELECT TAX-LIAB-NEW-FILE ASSIGN TO "TAXLIAB.NEW"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-NEW-STATUS.

000830     SELECT OUTCHECK-NEW-FILE ASSIGN TO "OUTCHECK.NEW"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-NEW-STATUS.

000860     SELECT OPTIONAL GENERATION-FILE ASSIGN TO "MASTGEN.DAT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-GEN-STATUS.

000890     SELECT GENERATION-WORK-FILE ASSIGN TO "MASTGEN.WRK"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GENWRK-STATUS.

000920     SELECT OPTIONAL PROMOTE-LOG-FILE ASSIGN TO "PROMOTE.LOG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-PROLOG-STATUS.

000950     SELECT PROMOTE-REPORT-FILE ASSIGN TO "PROMOTE.RPT"
000960         ORGANIZATION IS LINE SEQUENTIAL.

000970     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RUNCTL-STATUS.

001000 DATA DIVISION.
001010 FILE SECTION.
001020*----------------------------------------------------------*
001030* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN AND THE      *
001040* MASTER-FILE UPDATE RUNS.  EACH ROW NAMES THE NEW FILES   *
001050* ITS RUN WROTE, WITH THE COUNTS AND CONTROL TOTAL THE NEW *
001060* FILE IS PROVED AGAINST HERE.                             *
001070*----------------------------------------------------------*
001080 FD  RUN-HISTORY-FILE.
001090 01  RUN-HISTORY-REC.
001100     05  RH-PAY-PERIOD-DATE PIC 9(08).
001110     05  RH-RUN-TYPE       PIC X(01).
001120     05  RH-PREVIEW        PIC X(01).
001130     05  RH-OPERATOR       PIC X(08).
001140     05  RH-START-DATE     PIC 9(08).
001150     05  RH-START-TIME     PIC 9(06).
001160     05  RH-END-DATE       PIC 9(08).
001170     05  RH-END-TIME       PIC 9(06).
001180     05  RH-EMP-COUNT      PIC 9(06).
001190     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001200     05  RH-TOTAL-TAX      PIC 9(08)V99.
001210     05  RH-TOTAL-NET      PIC 9(08)V99.
001220     05  RH-STATUS         PIC X(01).
001230     05  RH-PAY-GROUP      PIC X(02).
001240*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001250*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001260*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001270*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001280*    AND UNUSED ENTRIES, READ AS SPACES.
001290     05  RH-NEW-FILE       OCCURS 3 TIMES.
001300         10  RH-NF-NAME    PIC X(14).
001310         10  RH-NF-IN-COUNT PIC 9(06).
001320         10  RH-NF-OUT-COUNT PIC 9(06).
001330         10  RH-NF-CONTROL PIC 9(11)V99.

001340*----------------------------------------------------------*
001350* THE MASTERS, EACH READ AND WRITTEN AS A WHOLE RECORD -   *
001360* SEE THE PROGRAMS THAT OWN THEM FOR THE LAYOUTS.  ALL ARE *
001370* OPTIONAL SO A MASTER NOT YET BUILT COUNTS AS EMPTY.      *
001380*----------------------------------------------------------*
001390 FD  EMPLOYEE-FILE.
001400 01  EMPLOYEE-REC          PIC X(150).

001410 FD  EMPBANK-FILE.
001420 01  EMPBANK-REC           PIC X(33).

001430 FD  YTD-FILE.
001440 01  YTD-REC               PIC X(104).

001450 FD  LEAVE-FILE.
001460 01  LEAVE-REC             PIC X(17).

001470 FD  GARN-ORDER-FILE.
001480 01  GARN-ORDER-REC        PIC X(84).

001490 FD  TAX-LIAB-FILE.
001500 01  TAX-LIAB-REC          PIC X(113).

001510 FD  OUTCHECK-FILE.
001520 01  OUTCHECK-REC          PIC X(56).

001530*----------------------------------------------------------*
001540* THE NEW FILES THE UPDATE RUNS WRITE.  YTD-NEW.DAT AND    *
001550* LEAVE-NEW.DAT CARRY THE RUN'S PAY PERIOD DATE AHEAD OF   *
001560* THE MASTER RECORD; IT IS PROVED AND DROPPED ON THE WAY   *
001570* OVER.  THE REST ARE THE MASTER RECORD AS IT STANDS.      *
001580*----------------------------------------------------------*
001590 FD  EMPLOYEE-NEW-FILE.
001600 01  EMPLOYEE-NEW-REC      PIC X(150).

001610 FD  EMPBANK-NEW-FILE.
001620 01  EMPBANK-NEW-REC       PIC X(33).

001630 FD  YTD-NEW-FILE.
001640 01  YTD-NEW-REC           PIC X(112).

001650 FD  LEAVE-NEW-FILE.
001660 01  LEAVE-NEW-REC         PIC X(25).

001670 FD  GARN-ORDER-NEW-FILE.
001680 01  GARN-ORDER-NEW-REC    PIC X(84).

001690 FD  TAX-LIAB-NEW-FILE.
001700 01  TAX-LIAB-NEW-REC      PIC X(113).

001710 FD  OUTCHECK-NEW-FILE.
001720 01  OUTCHECK-NEW-REC      PIC X(56).

001730*----------------------------------------------------------*
001740* MASTER GENERATIONS - EVERY MASTER REPLACED BY A          *
001750* PROMOTION OR A ROLLBACK, SAVED WHOLE.  EACH GENERATION IS*
001760* A HEADER ROW (H) FOLLOWED BY ONE DETAIL ROW (D) PER      *
001770* MASTER RECORD.  GENERATIONS ARE NUMBERED UPWARD PER      *
001780* MASTER AND ONLY THE LAST WS-GEN-KEEP OF EACH ARE KEPT.   *
001790* THE FILE IS REWRITTEN THROUGH MASTGEN.WRK ON EVERY SAVE. *
001800*----------------------------------------------------------*
001810 FD  GENERATION-FILE.
001820 01  GENERATION-REC.
001830     05  GN-MASTER         PIC X(08).
001840     05  GN-GENERATION     PIC 9(04).
001850     05  GN-REC-TYPE       PIC X(01).
001860         88  GN-HEADER             VALUE "H".
001870         88  GN-DETAIL             VALUE "D".
001880     05  GN-DATA           PIC X(150).
001890 01  GENERATION-HEADER-REC.
001900     05  FILLER            PIC X(13).
001910     05  GH-SAVED-DATE     PIC 9(08).
001920     05  GH-SAVED-TIME     PIC 9(06).
001930     05  GH-RECORD-COUNT   PIC 9(06).
001940     05  GH-SAVED-BEFORE   PIC X(01).
001950         88  GH-BEFORE-PROMOTE     VALUE "P".
001960         88  GH-BEFORE-ROLLBACK    VALUE "R".
001970     05  GH-PAY-PERIOD-DATE PIC 9(08).
001980     05  GH-OPERATOR       PIC X(08).
001990     05  FILLER            PIC X(113).

002000 FD  GENERATION-WORK-FILE.
002010 01  GENERATION-WORK-REC   PIC X(163).

002020*----------------------------------------------------------*
002030* PROMOTION LOG - ONE ROW PER ATTEMPT: PROMOTED (P),       *
002040* ROLLED BACK (R) OR REFUSED (F), NEVER REWRITTEN.  A      *
002050* PROMOTION IS IDENTIFIED BY THE MASTER AND THE RUNHIST.DAT*
002060* END STAMP OF THE RUN THAT WROTE THE NEW FILE.            *
002070*----------------------------------------------------------*
002080 FD  PROMOTE-LOG-FILE.
002090 01  PROMOTE-LOG-REC.
002100     05  PL-MASTER         PIC X(08).
002110     05  PL-ACTION         PIC X(01).
002120         88  PL-PROMOTED           VALUE "P".
002130         88  PL-ROLLED-BACK        VALUE "R".
002140         88  PL-REFUSED            VALUE "F".
002150     05  PL-PAY-PERIOD-DATE PIC 9(08).
002160     05  PL-PAY-GROUP      PIC X(02).
002170     05  PL-RUN-TYPE       PIC X(01).
002180     05  PL-RUN-END-DATE   PIC 9(08).
002190     05  PL-RUN-END-TIME   PIC 9(06).
002200     05  PL-SAVED-GENERATION PIC 9(04).
002210     05  PL-RESTORED-GENERATION PIC 9(04).
002220     05  PL-RECORD-COUNT   PIC 9(06).
002230     05  PL-CONTROL        PIC 9(11)V99.
002240     05  PL-OPERATOR       PIC X(08).
002250     05  PL-LOG-DATE       PIC 9(08).
002260     05  PL-LOG-TIME       PIC 9(06).
002270     05  PL-REASON         PIC X(40).

002280*----------------------------------------------------------*
002290* PROMOTION REPORT - THE PROOF, THE DECISION AND THE       *
002300* GENERATIONS KEPT FOR THE MASTER.                         *
002310*----------------------------------------------------------*
002320 FD  PROMOTE-REPORT-FILE.
002330 01  PROMOTE-REPORT-LINE   PIC X(80).

002340*----------------------------------------------------------*
002350* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
002360* PAYROLL-MODULE.  THE NEW FILE MUST BE FROM A RUN FOR ITS *
002370* PERIOD AND GROUP; THE OPERATOR IS LOGGED.                *
002380*----------------------------------------------------------*
002390 FD  RUN-CONTROL-FILE.
002400 01  RUN-CONTROL-REC.
002410     05  RC-PAY-PERIOD-DATE PIC 9(08).
002420     05  RC-RUN-TYPE       PIC X(01).
002430     05  RC-PREVIEW        PIC X(01).
002440     05  RC-COMPANY-NAME   PIC X(23).
002450     05  RC-COMPANY-ID     PIC 9(10).
002460     05  RC-ODFI           PIC 9(08).
002470     05  RC-OPERATOR       PIC X(08).
002480     05  RC-OVERRIDE       PIC X(01).
002490     05  RC-PAY-GROUP      PIC X(02).

002500 WORKING-STORAGE SECTION.
002510*----------------------------------------------------------*
002520* END-OF-FILE SWITCHES AND FILE STATUS                     *
002530*----------------------------------------------------------*
002540 01  WS-SWITCHES.
002550     05  EOF-RHIST         PIC X VALUE "N".
002560         88  END-OF-RHIST          VALUE "Y".
002570         88  NOT-END-OF-RHIST      VALUE "N".
002580     05  EOF-INPUT         PIC X VALUE "N".
002590         88  END-OF-INPUT          VALUE "Y".
002600         88  NOT-END-OF-INPUT      VALUE "N".
002610     05  WS-ACTION-SW      PIC X VALUE "Y".
002620         88  WS-ACTION-OK          VALUE "Y".
002630         88  WS-ACTION-REFUSED     VALUE "N".
002640     05  WS-PROOF-SW       PIC X VALUE "Y".
002650         88  WS-PROOF-PASSED       VALUE "Y".
002660         88  WS-PROOF-FAILED       VALUE "N".
002670     05  WS-LEG-SW         PIC X VALUE "I".
002680         88  WS-LEG-OK             VALUE "Y".
002690         88  WS-LEG-FAILED         VALUE "N".
002700         88  WS-LEG-INFO           VALUE "I".
002710     05  WS-RUN-FOUND-SW   PIC X VALUE "N".
002720         88  WS-RUN-FOUND          VALUE "Y".
002730     05  WS-EVER-PROMOTED-SW PIC X VALUE "N".
002740         88  WS-EVER-PROMOTED      VALUE "Y".
002750     05  WS-SKIPPED-RUN-SW PIC X VALUE "N".
002760         88  WS-SKIPPED-RUN        VALUE "Y".
002770     05  WS-GEN-FOUND-SW   PIC X VALUE "N".
002780         88  WS-GEN-FOUND          VALUE "Y".
002790     05  WS-NEW-MISSING-SW PIC X VALUE "N".
002800         88  WS-NEW-MISSING        VALUE "Y".
002810     05  WS-MASTER-CHANGED-SW PIC X VALUE "N".
002820         88  WS-MASTER-CHANGED     VALUE "Y".

002830 01  WS-FILE-STATUSES.
002840     05  WS-RUNHIST-STATUS PIC XX    VALUE "00".
002850     05  WS-MASTER-STATUS  PIC XX    VALUE "00".
002860     05  WS-NEW-STATUS     PIC XX    VALUE "00".
002870     05  WS-GEN-STATUS     PIC XX    VALUE "00".
002880     05  WS-GENWRK-STATUS  PIC XX    VALUE "00".
002890     05  WS-PROLOG-STATUS  PIC XX    VALUE "00".
002900     05  WS-RUNCTL-STATUS  PIC XX    VALUE "00".

002910 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.
002920 01  WS-REFUSE-REASON      PIC X(40) VALUE SPACES.
002930 01  WS-LOG-DATE           PIC 9(08) VALUE 0.
002940 01  WS-LOG-TIME           PIC 9(08) VALUE 0.

002950*----------------------------------------------------------*
002960* THE RUN CONTROL THE NEW FILE MUST BELONG TO.             *
002970*----------------------------------------------------------*
002980 01  WS-CONTROL-CARD.
002990     05  WS-CTL-PERIOD     PIC 9(08)    VALUE 0.
003000     05  WS-CTL-GROUP      PIC X(02)    VALUE SPACES.
003010     05  WS-CTL-OPERATOR   PIC X(08)    VALUE SPACES.

003020*----------------------------------------------------------*
003030* PROMOTION CARD.                                          *
003040*   COL  1      P = PROMOTE THE MASTER'S NEW FILE          *
003050*               R = ROLL THE MASTER BACK                   *
003060*   COLS 2-9    MASTER - EMPLOYEE, EMPBANK, YTD, LEAVE,    *
003070*               GARNORD, TAXLIAB OR OUTCHECK               *
003080*   COLS 10-13  GENERATION TO RESTORE (ROLLBACK ONLY)      *
003090*----------------------------------------------------------*
003100 01  WS-PROMOTE-CARD-IN    PIC X(13) VALUE SPACES.
003110 01  WS-PROMOTE-CARD REDEFINES WS-PROMOTE-CARD-IN.
003120     05  WS-PC-ACTION      PIC X(01).
003130         88  WS-PC-PROMOTE         VALUE "P".
003140         88  WS-PC-ROLLBACK        VALUE "R".
003150     05  WS-PC-MASTER      PIC X(08).
003160     05  WS-PC-GENERATION  PIC X(04).
003170     05  WS-PC-GENERATION-N REDEFINES WS-PC-GENERATION
003180                           PIC 9(04).

003190*----------------------------------------------------------*
003200* THE MASTERS THAT CAN BE PROMOTED - CARD NAME, NEW FILE,  *
003210* MASTER FILE, AND Y WHERE THE NEW FILE CARRIES THE PAY    *
003220* PERIOD DATE AHEAD OF THE MASTER RECORD.  THE ENTRY       *
003230* NUMBER PICKS THE FILE IN THE 7000 DISPATCH PARAGRAPHS.   *
003240*----------------------------------------------------------*
003250 01  WS-MASTER-TABLE-INIT.
003260     05  FILLER            PIC X(37) VALUE
003270         "EMPLOYEEEMPLOYEE.NEW  EMPLOYEE.DAT  N".
003280     05  FILLER            PIC X(37) VALUE
003290         "EMPBANK EMPBANK.NEW   EMPBANK.DAT   N".
003300     05  FILLER            PIC X(37) VALUE
003310         "YTD     YTD-NEW.DAT   YTD.DAT       Y".
003320     05  FILLER            PIC X(37) VALUE
003330         "LEAVE   LEAVE-NEW.DAT LEAVEBAL.DAT  Y".
003340     05  FILLER            PIC X(37) VALUE
003350         "GARNORD GARNORD.NEW   GARNORD.DAT   N".
003360     05  FILLER            PIC X(37) VALUE
003370         "TAXLIAB TAXLIAB.NEW   TAXLIAB.DAT   N".
003380     05  FILLER            PIC X(37) VALUE
003390         "OUTCHECKOUTCHECK.NEW  OUTCHECK.DAT  N".
003400 01  WS-MASTER-TABLE REDEFINES WS-MASTER-TABLE-INIT.
003410     05  WS-MS-ENTRY       OCCURS 7 TIMES.
003420         10  WS-MS-ID          PIC X(08).
003430         10  WS-MS-NEW-NAME    PIC X(14).
003440         10  WS-MS-MASTER-NAME PIC X(14).
003450         10  WS-MS-PREFIX-SW   PIC X(01).
003460             88  WS-MS-PERIOD-PREFIX VALUE "Y".
003470 01  WS-TABLE-SUBS.
003480     05  WS-MS-SUB         PIC 9(02)    VALUE 0.
003490     05  WS-MASTER-SUB     PIC 9(02)    VALUE 0.
003500     05  WS-NF-SUB         PIC 9(02)    VALUE 0.
003510     05  WS-NF-FOUND-SUB   PIC 9(02)    VALUE 0.

003520*----------------------------------------------------------*
003530* THE RUN THAT WROTE THE NEW FILE - THE LAST RUNHIST.DAT   *
003540* ROW THAT NAMES IT - AND ITS FIGURES FOR THE FILE.  THE   *
003550* STAMP IS THE END DATE AND TIME RUN TOGETHER SO RUNS CAN  *
003560* BE PUT IN ORDER.                                         *
003570*----------------------------------------------------------*
003580 01  WS-RUN-TO-PROMOTE.
003590     05  WS-RUN-PERIOD     PIC 9(08)    VALUE 0.
003600     05  WS-RUN-TYPE       PIC X(01)    VALUE SPACE.
003610     05  WS-RUN-PREVIEW    PIC X(01)    VALUE SPACE.
003620     05  WS-RUN-STATUS     PIC X(01)    VALUE SPACE.
003630     05  WS-RUN-GROUP      PIC X(02)    VALUE SPACES.
003640     05  WS-RUN-OPERATOR   PIC X(08)    VALUE SPACES.
003650     05  WS-RUN-END-DATE   PIC 9(08)    VALUE 0.
003660     05  WS-RUN-END-TIME   PIC 9(06)    VALUE 0.
003670     05  WS-RUN-STAMP      PIC 9(14)    VALUE 0.
003680     05  WS-RUN-IN-COUNT   PIC 9(06)    VALUE 0.
003690     05  WS-RUN-OUT-COUNT  PIC 9(06)    VALUE 0.
003700     05  WS-RUN-CONTROL    PIC 9(11)V99 VALUE 0.

003710*----------------------------------------------------------*
003720* RUN ORDER WORK - THE STAMP OF EACH RUNHIST.DAT ROW, THE  *
003730* LAST RUN OF THIS MASTER PROMOTED, AND ANY RUN BETWEEN    *
003740* THAT ONE AND THE RUN TO PROMOTE THAT WAS PASSED OVER.    *
003750*----------------------------------------------------------*
003760 01  WS-ORDER-WORK.
003770     05  WS-ROW-STAMP      PIC 9(14)    VALUE 0.
003780     05  WS-LAST-PROMO-STAMP PIC 9(14)  VALUE 0.
003790     05  WS-SKIPPED-PERIOD PIC 9(08)    VALUE 0.
003800     05  WS-SKIPPED-GROUP  PIC X(02)    VALUE SPACES.
003810     05  WS-SKIPPED-TYPE   PIC X(01)    VALUE SPACE.
003820     05  WS-SKIPPED-END-DATE PIC 9(08)  VALUE 0.
003830     05  WS-SKIPPED-END-TIME PIC 9(06)  VALUE 0.

003840*----------------------------------------------------------*
003850* FOOTINGS OF THE NEW FILE AND THE MASTER, AND THE COUNT OF*
003860* RECORDS WRITTEN OVER THE MASTER.                         *
003870*----------------------------------------------------------*
003880 01  WS-FILE-TOTALS.
003890     05  WS-NEW-COUNT      PIC 9(06)    VALUE 0.
003900     05  WS-NEW-CONTROL    PIC 9(11)V99 VALUE 0.
003910     05  WS-NEW-BAD-COUNT  PIC 9(06)    VALUE 0.
003920     05  WS-MASTER-COUNT   PIC 9(06)    VALUE 0.
003930     05  WS-WRITTEN-COUNT  PIC 9(06)    VALUE 0.

003940*----------------------------------------------------------*
003950* GENERATION WORK.  THE GENERATION SAVED NOW IS ONE PAST   *
003960* THE HIGHEST ON FILE FOR THE MASTER; THOSE AT OR BELOW    *
003970* WS-DROP-THRU-GEN FALL OUT OF THE KEPT RANGE AND ARE      *
003980* DROPPED - BUT NEVER THE ONE BEING RESTORED.              *
003990*----------------------------------------------------------*
004000 01  WS-GEN-WORK.
004010     05  WS-GEN-KEEP       PIC 9(04)    VALUE 5.
004020     05  WS-HIGH-GEN       PIC 9(04)    VALUE 0.
004030     05  WS-NEW-GEN        PIC 9(04)    VALUE 0.
004040     05  WS-DROP-THRU-GEN  PIC 9(04)    VALUE 0.
004050     05  WS-GEN-COUNT      PIC 9(04)    VALUE 0.
004060     05  WS-RESTORE-COUNT  PIC 9(06)    VALUE 0.

004070*----------------------------------------------------------*
004080* GENERATION ROW AS BUILT FOR MASTGEN.WRK, WITH THE HEADER *
004090* VIEW OVER IT.                                            *
004100*----------------------------------------------------------*
004110 01  WS-GEN-REC.
004120     05  WG-MASTER         PIC X(08).
004130     05  WG-GENERATION     PIC 9(04).
004140     05  WG-REC-TYPE       PIC X(01).
004150     05  WG-DATA           PIC X(150).
004160 01  WS-GEN-HEADER REDEFINES WS-GEN-REC.
004170     05  FILLER            PIC X(13).
004180     05  WG-SAVED-DATE     PIC 9(08).
004190     05  WG-SAVED-TIME     PIC 9(06).
004200     05  WG-RECORD-COUNT   PIC 9(06).
004210     05  WG-SAVED-BEFORE   PIC X(01).
004220     05  WG-PAY-PERIOD-DATE PIC 9(08).
004230     05  WG-OPERATOR       PIC X(08).
004240     05  FILLER            PIC X(113).

004250*----------------------------------------------------------*
004260* RECORD WORK AREA.  EVERY MASTER AND NEW FILE RECORD IS   *
004270* READ INTO WS-IO-REC; THE VIEWS BELOW PICK OUT THE FIELD  *
004280* EACH NEW FILE IS FOOTED ON, AS ITS RUN FOOTED IT.        *
004290* WS-OUT-REC IS THE RECORD WRITTEN TO THE MASTER.          *
004300*----------------------------------------------------------*
004310 01  WS-IO-REC             PIC X(150) VALUE SPACES.
004320 01  WS-IO-EMP-VIEW REDEFINES WS-IO-REC.
004330     05  WS-IO-EMP-ID      PIC 9(05).
004340     05  FILLER            PIC X(145).
004350 01  WS-IO-YTD-VIEW REDEFINES WS-IO-REC.
004360     05  WS-IO-YTD-PERIOD  PIC 9(08).
004370     05  FILLER            PIC X(05).
004380     05  WS-IO-YTD-GROSS   PIC 9(07)V99.
004390     05  FILLER            PIC X(128).
004400 01  WS-IO-LEAVE-VIEW REDEFINES WS-IO-REC.
004410     05  WS-IO-LV-PERIOD   PIC 9(08).
004420     05  FILLER            PIC X(05).
004430     05  WS-IO-LV-VAC-BAL  PIC 9(04)V99.
004440     05  WS-IO-LV-SICK-BAL PIC 9(04)V99.
004450     05  FILLER            PIC X(125).
004460 01  WS-IO-GARN-VIEW REDEFINES WS-IO-REC.
004470     05  FILLER            PIC X(56).
004480     05  WS-IO-GO-WITHHELD-TD PIC 9(07)V99.
004490     05  FILLER            PIC X(85).
004500 01  WS-IO-LIAB-VIEW REDEFINES WS-IO-REC.
004510     05  FILLER            PIC X(09).
004520     05  WS-IO-LO-WH-TAX   PIC 9(08)V99.
004530     05  FILLER            PIC X(131).
004540 01  WS-IO-OUTCHECK-VIEW REDEFINES WS-IO-REC.
004550     05  FILLER            PIC X(16).
004560     05  WS-IO-OO-AMOUNT   PIC 9(08)V99.
004570     05  FILLER            PIC X(124).
004580 01  WS-OUT-REC            PIC X(150) VALUE SPACES.

004590*----------------------------------------------------------*
004600* REPORT TEXT PIECES.                                      *
004610*----------------------------------------------------------*
004620 01  WS-GEN-TEXT.
004630     05  FILLER            PIC X(11) VALUE "GENERATION ".
004640     05  WS-GT-NUMBER      PIC 9(04) VALUE 0.
004650 01  WS-SAVED-TEXT.
004660     05  FILLER            PIC X(33) VALUE
004670         "PRIOR MASTER SAVED AS GENERATION ".
004680     05  WS-ST-NUMBER      PIC 9(04) VALUE 0.

004690*----------------------------------------------------------*
004700* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
004710* ARE DOCUMENTATION ONLY AND THE RECORD AREA IS UNDEFINED  *
004720* BEFORE THE FIRST WRITE, SO EVERY FORMATTED               *
004730* LINE IS BUILT HERE, WHERE VALUE CLAUSES ARE HONORED, AND *
004740* WRITTEN TO ITS FILE WITH WRITE ... FROM.                 *
004750*----------------------------------------------------------*
004760 01  PR-HEADING-LINE.
004770     05  PR-COMPANY-NAME   PIC X(23).
004780     05  FILLER            PIC X(24) VALUE
004790         " - MASTER FILE PROMOTION".
004800     05  FILLER            PIC X(33) VALUE SPACES.
004810 01  PR-REQUEST-LINE.
004820     05  FILLER            PIC X(02) VALUE SPACES.
004830     05  PR-ACTION         PIC X(10).
004840     05  PR-MASTER         PIC X(09).
004850     05  PR-FROM           PIC X(14).
004860     05  FILLER            PIC X(04) VALUE " TO ".
004870     05  PR-TO             PIC X(15).
004880     05  FILLER            PIC X(26) VALUE SPACES.
004890 01  PR-RUN-LINE.
004900     05  FILLER            PIC X(09) VALUE "  PERIOD ".
004910     05  PR-RUN-PERIOD     PIC 9(08).
004920     05  FILLER            PIC X(08) VALUE "  GROUP ".
004930     05  PR-RUN-GROUP      PIC X(02).
004940     05  FILLER            PIC X(07) VALUE "  TYPE ".
004950     05  PR-RUN-TYPE       PIC X(01).
004960     05  FILLER            PIC X(09) VALUE "  RUN BY ".
004970     05  PR-RUN-OPERATOR   PIC X(08).
004980     05  FILLER            PIC X(08) VALUE "  ENDED ".
004990     05  PR-RUN-END-DATE   PIC 9(08).
005000     05  FILLER            PIC X(01) VALUE SPACES.
005010     05  PR-RUN-END-TIME   PIC 9(06).
005020     05  FILLER            PIC X(05) VALUE SPACES.
005030 01  PR-SKIPPED-LINE.
005040     05  FILLER            PIC X(26) VALUE
005050         "  NOT PROMOTED - PERIOD ".
005060     05  PR-SKIP-PERIOD    PIC 9(08).
005070     05  FILLER            PIC X(08) VALUE "  GROUP ".
005080     05  PR-SKIP-GROUP     PIC X(02).
005090     05  FILLER            PIC X(07) VALUE "  TYPE ".
005100     05  PR-SKIP-TYPE      PIC X(01).
005110     05  FILLER            PIC X(08) VALUE "  ENDED ".
005120     05  PR-SKIP-END-DATE  PIC 9(08).
005130     05  FILLER            PIC X(01) VALUE SPACES.
005140     05  PR-SKIP-END-TIME  PIC 9(06).
005150     05  FILLER            PIC X(05) VALUE SPACES.
005160 01  PR-COL-HEAD-LINE.
005170     05  FILLER            PIC X(34) VALUE
005180         "  PROOF".
005190     05  FILLER            PIC X(46) VALUE
005200         "  COUNT             CONTROL  RESULT".
005210 01  PR-PROOF-LINE.
005220     05  FILLER            PIC X(02) VALUE SPACES.
005230     05  PR-PROOF-LABEL    PIC X(32).
005240     05  PR-PROOF-COUNT    PIC ZZZ,ZZ9.
005250     05  FILLER            PIC X(02) VALUE SPACES.
005260     05  PR-PROOF-CONTROL  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005270     05  FILLER            PIC X(02) VALUE SPACES.
005280     05  PR-PROOF-RESULT   PIC X(06).
005290     05  FILLER            PIC X(11) VALUE SPACES.
005300 01  PR-DECISION-LINE.
005310     05  FILLER            PIC X(02) VALUE SPACES.
005320     05  PR-DECISION       PIC X(20).
005330     05  PR-DECISION-TEXT  PIC X(40).
005340     05  FILLER            PIC X(18) VALUE SPACES.
005350 01  PR-GEN-HEAD-LINE.
005360     05  FILLER            PIC X(23) VALUE
005370         "  GENERATIONS KEPT FOR ".
005380     05  PR-GEN-HEAD-MASTER PIC X(14).
005390     05  FILLER            PIC X(43) VALUE SPACES.
005400 01  PR-GEN-LINE.
005410     05  FILLER            PIC X(06) VALUE "  GEN ".
005420     05  PR-GEN-NUMBER     PIC 9(04).
005430     05  FILLER            PIC X(07) VALUE " SAVED ".
005440     05  PR-GEN-DATE       PIC 9(08).
005450     05  FILLER            PIC X(01) VALUE SPACES.
005460     05  PR-GEN-TIME       PIC 9(06).
005470     05  FILLER            PIC X(09) VALUE " RECORDS ".
005480     05  PR-GEN-COUNT      PIC ZZZ,ZZ9.
005490     05  FILLER            PIC X(08) VALUE " BEFORE ".
005500     05  PR-GEN-BEFORE     PIC X(08).
005510     05  FILLER            PIC X(08) VALUE " PERIOD ".
005520     05  PR-GEN-PERIOD     PIC 9(08).
005530 01  PR-BLANK-LINE.
005540     05  FILLER            PIC X(80) VALUE SPACES.

005550 PROCEDURE DIVISION.
005560*----------------------------------------------------------*
005570* 0000-MAINLINE                                            *
005580*----------------------------------------------------------*
005590 0000-MAINLINE.
005600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005610     IF WS-ACTION-OK
005620         IF WS-PC-PROMOTE
005630             PERFORM 2000-PROVE-PROMOTION THRU 2000-EXIT
005640         ELSE
005650             PERFORM 3000-PROVE-ROLLBACK THRU 3000-EXIT
005660         END-IF
005670     END-IF
005680     IF WS-ACTION-OK
005690         PERFORM 4000-SAVE-GENERATION THRU 4000-EXIT
005700         IF WS-PC-PROMOTE
005710             PERFORM 5000-PROMOTE-NEW-FILE THRU 5000-EXIT
005720         ELSE
005730             PERFORM 6000-RESTORE-GENERATION THRU 6000-EXIT
005740         END-IF
005750     END-IF
005760     PERFORM 9000-TERMINATE THRU 9000-EXIT
005770     STOP RUN.

005780*----------------------------------------------------------*
005790* 1000-INITIALIZE - READ THE PROMOTION CARD AND THE RUN    *
005800* CONTROL, START THE REPORT, AND PICK UP WHAT THE PROMOTION*
005810* LOG AND THE GENERATION FILE HOLD FOR THE MASTER.  A BAD  *
005820* CARD IS REFUSED HERE.                                    *
005830*----------------------------------------------------------*
005840 1000-INITIALIZE.
005850     ACCEPT WS-PROMOTE-CARD-IN
005860     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
005870     ACCEPT WS-LOG-TIME FROM TIME
005880     PERFORM 1400-GET-RUN-CONTROL THRU 1400-EXIT
005890     OPEN OUTPUT PROMOTE-REPORT-FILE
005900     MOVE WS-COMPANY-NAME TO PR-COMPANY-NAME
005910     WRITE PROMOTE-REPORT-LINE FROM PR-HEADING-LINE
005920     PERFORM 1100-EDIT-CARD THRU 1100-EXIT
005930     WRITE PROMOTE-REPORT-LINE FROM PR-REQUEST-LINE
005940     IF WS-ACTION-REFUSED
005950         GO TO 1000-EXIT
005960     END-IF
005970     PERFORM 1500-CHECK-PROMOTE-LOG THRU 1500-EXIT
005980     PERFORM 1600-SCAN-GENERATIONS THRU 1600-EXIT.
005990 1000-EXIT.
006000     EXIT.

006010*----------------------------------------------------------*
006020* 1100-EDIT-CARD - THE ACTION MUST BE P OR R, THE MASTER   *
006030* ONE OF THE TABLE, AND A ROLLBACK MUST NAME A GENERATION. *
006040* THE REQUEST LINE OF THE REPORT IS SET UP AS IT GOES.     *
006050*----------------------------------------------------------*
006060 1100-EDIT-CARD.
006070     MOVE 0 TO WS-MASTER-SUB
006080     PERFORM 1110-FIND-MASTER THRU 1110-EXIT
006090         VARYING WS-MS-SUB FROM 1 BY 1
006100         UNTIL WS-MS-SUB > 7
006110     EVALUATE TRUE
006120         WHEN WS-PC-PROMOTE
006130             MOVE "PROMOTE"   TO PR-ACTION
006140         WHEN WS-PC-ROLLBACK
006150             MOVE "ROLL BACK" TO PR-ACTION
006160         WHEN OTHER
006170             MOVE WS-PC-ACTION TO PR-ACTION
006180     END-EVALUATE
006190     MOVE WS-PC-MASTER TO PR-MASTER
006200     MOVE SPACES       TO PR-FROM PR-TO
006210     IF NOT WS-PC-PROMOTE
006220         AND NOT WS-PC-ROLLBACK
006230         SET WS-ACTION-REFUSED TO TRUE
006240         MOVE "INVALID ACTION - COLUMN 1 NOT P OR R"
006250                           TO WS-REFUSE-REASON
006260         GO TO 1100-EXIT
006270     END-IF
006280     IF WS-MASTER-SUB = 0
006290         SET WS-ACTION-REFUSED TO TRUE
006300         MOVE "UNKNOWN MASTER FILE NAME" TO WS-REFUSE-REASON
006310         GO TO 1100-EXIT
006320     END-IF
006330     IF WS-PC-PROMOTE
006340         MOVE WS-MS-NEW-NAME (WS-MASTER-SUB)    TO PR-FROM
006350         MOVE WS-MS-MASTER-NAME (WS-MASTER-SUB) TO PR-TO
006360         GO TO 1100-EXIT
006370     END-IF
006380     MOVE WS-MS-MASTER-NAME (WS-MASTER-SUB) TO PR-FROM
006390     IF WS-PC-GENERATION NOT NUMERIC
006400         OR WS-PC-GENERATION-N = 0
006410         SET WS-ACTION-REFUSED TO TRUE
006420         MOVE "GENERATION NUMBER MISSING OR INVALID"
006430                           TO WS-REFUSE-REASON
006440         GO TO 1100-EXIT
006450     END-IF
006460     MOVE WS-PC-GENERATION-N TO WS-GT-NUMBER
006470     MOVE WS-GEN-TEXT        TO PR-TO.
006480 1100-EXIT.
006490     EXIT.

006500*----------------------------------------------------------*
006510* 1110-FIND-MASTER - ONE TABLE ENTRY AGAINST THE CARD.     *
006520*----------------------------------------------------------*
006530 1110-FIND-MASTER.
006540     IF WS-MS-ID (WS-MS-SUB) = WS-PC-MASTER
006550         MOVE WS-MS-SUB TO WS-MASTER-SUB
006560     END-IF.
006570 1110-EXIT.
006580     EXIT.

006590*----------------------------------------------------------*
006600* 1400-GET-RUN-CONTROL - THE OPERATOR'S RUNCTL.DAT CARD:   *
006610* THE COMPANY NAME FOR THE HEADING, THE PERIOD AND GROUP   *
006620* THE NEW FILE MUST BELONG TO, AND THE OPERATOR TO LOG.    *
006630*----------------------------------------------------------*
006640 1400-GET-RUN-CONTROL.
006650     OPEN INPUT RUN-CONTROL-FILE
006660     IF WS-RUNCTL-STATUS NOT = "00"
006670         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
006680                 WS-RUNCTL-STATUS
006690         MOVE 12 TO RETURN-CODE
006700         STOP RUN
006710     END-IF
006720     READ RUN-CONTROL-FILE
006730         AT END
006740             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
006750             MOVE 12 TO RETURN-CODE
006760             STOP RUN
006770     END-READ
006780     CLOSE RUN-CONTROL-FILE
006790     IF RC-COMPANY-NAME = SPACES
006800         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
006810         MOVE 12 TO RETURN-CODE
006820         STOP RUN
006830     END-IF
006840     IF RC-PAY-PERIOD-DATE NOT NUMERIC
006850         DISPLAY "RUN CONTROL PAY PERIOD DATE NOT NUMERIC"
006860         MOVE 12 TO RETURN-CODE
006870         STOP RUN
006880     END-IF
006890     MOVE RC-COMPANY-NAME    TO WS-COMPANY-NAME
006900     MOVE RC-PAY-PERIOD-DATE TO WS-CTL-PERIOD
006910     MOVE RC-PAY-GROUP       TO WS-CTL-GROUP
006920     MOVE RC-OPERATOR        TO WS-CTL-OPERATOR.
006930 1400-EXIT.
006940     EXIT.

006950*----------------------------------------------------------*
006960* 1500-CHECK-PROMOTE-LOG - FIND THE LAST RUN WHOSE NEW FILE*
006970* WAS PROMOTED OVER THIS MASTER.  THE LOG IS OPTIONAL - A  *
006980* MISSING PROMOTE.LOG OPENS AT END OF FILE WITH STATUS 05, *
006990* AND MUST STILL BE CLOSED BEFORE THE END-OF-RUN APPEND.   *
007000*----------------------------------------------------------*
007010 1500-CHECK-PROMOTE-LOG.
007020     OPEN INPUT PROMOTE-LOG-FILE
007030     IF WS-PROLOG-STATUS NOT = "00"
007040         CLOSE PROMOTE-LOG-FILE
007050         GO TO 1500-EXIT
007060     END-IF
007070     SET NOT-END-OF-INPUT TO TRUE
007080     PERFORM 1510-SCAN-PROMOTE-LOG THRU 1510-EXIT
007090         UNTIL END-OF-INPUT
007100     CLOSE PROMOTE-LOG-FILE.
007110 1500-EXIT.
007120     EXIT.

007130*----------------------------------------------------------*
007140* 1510-SCAN-PROMOTE-LOG - ONE LOG ROW.  ONLY A PROMOTION OF*
007150* THIS MASTER COUNTS; A ROLLBACK DOES NOT MAKE ITS RUN     *
007160* PROMOTABLE AGAIN, AND A REFUSED ATTEMPT CAN BE RETRIED.  *
007170*----------------------------------------------------------*
007180 1510-SCAN-PROMOTE-LOG.
007190     READ PROMOTE-LOG-FILE
007200         AT END
007210             SET END-OF-INPUT TO TRUE
007220             GO TO 1510-EXIT
007230     END-READ
007240     IF NOT PL-PROMOTED
007250         OR PL-MASTER NOT = WS-PC-MASTER
007260         GO TO 1510-EXIT
007270     END-IF
007280     SET WS-EVER-PROMOTED TO TRUE
007290     COMPUTE WS-ROW-STAMP = PL-RUN-END-DATE * 1000000
007300                          + PL-RUN-END-TIME
007310     IF WS-ROW-STAMP > WS-LAST-PROMO-STAMP
007320         MOVE WS-ROW-STAMP TO WS-LAST-PROMO-STAMP
007330     END-IF.
007340 1510-EXIT.
007350     EXIT.

007360*----------------------------------------------------------*
007370* 1600-SCAN-GENERATIONS - COUNT THE GENERATIONS KEPT FOR   *
007380* THE MASTER, FIND THE HIGHEST NUMBER USED, AND ON A       *
007390* ROLLBACK FIND THE GENERATION ASKED FOR.  MASTGEN.DAT IS  *
007400* OPTIONAL - NOTHING SAVED YET OPENS WITH STATUS 05.       *
007410*----------------------------------------------------------*
007420 1600-SCAN-GENERATIONS.
007430     OPEN INPUT GENERATION-FILE
007440     IF WS-GEN-STATUS NOT = "00"
007450         CLOSE GENERATION-FILE
007460         GO TO 1600-EXIT
007470     END-IF
007480     SET NOT-END-OF-INPUT TO TRUE
007490     PERFORM 1610-READ-GENERATION THRU 1610-EXIT
007500         UNTIL END-OF-INPUT
007510     CLOSE GENERATION-FILE.
007520 1600-EXIT.
007530     EXIT.

007540*----------------------------------------------------------*
007550* 1610-READ-GENERATION - ONE MASTGEN.DAT ROW.  ONLY THE    *
007560* MASTER'S HEADER ROWS ARE LOOKED AT.                      *
007570*----------------------------------------------------------*
007580 1610-READ-GENERATION.
007590     READ GENERATION-FILE
007600         AT END
007610             SET END-OF-INPUT TO TRUE
007620             GO TO 1610-EXIT
007630     END-READ
007640     IF NOT GN-HEADER
007650         OR GN-MASTER NOT = WS-PC-MASTER
007660         GO TO 1610-EXIT
007670     END-IF
007680     ADD 1 TO WS-GEN-COUNT
007690     IF GN-GENERATION > WS-HIGH-GEN
007700         MOVE GN-GENERATION TO WS-HIGH-GEN
007710     END-IF
007720     IF WS-PC-ROLLBACK
007730         AND GN-GENERATION = WS-PC-GENERATION-N
007740         SET WS-GEN-FOUND TO TRUE
007750         MOVE GH-RECORD-COUNT TO WS-RESTORE-COUNT
007760     END-IF.
007770 1610-EXIT.
007780     EXIT.

007790*----------------------------------------------------------*
007800* 2000-PROVE-PROMOTION - THE NEW FILE GOES UP ONLY IF IT   *
007810* CAME FROM A COMPLETED LIVE RUN FOR THE RUN CONTROL PERIOD*
007820* AND GROUP, THAT RUN HAS NOT BEEN PROMOTED, NO EARLIER    *
007830* RUN OF THE FILE WAS PASSED OVER, AND THE FILE AND THE    *
007840* MASTER STILL FOOT TO WHAT THE RUN LOGGED.                *
007850*----------------------------------------------------------*
007860 2000-PROVE-PROMOTION.
007870     PERFORM 2100-FIND-RUN THRU 2100-EXIT
007880     MOVE WS-RUN-PERIOD    TO PR-RUN-PERIOD
007890     MOVE WS-RUN-GROUP     TO PR-RUN-GROUP
007900     MOVE WS-RUN-TYPE      TO PR-RUN-TYPE
007910     MOVE WS-RUN-OPERATOR  TO PR-RUN-OPERATOR
007920     MOVE WS-RUN-END-DATE  TO PR-RUN-END-DATE
007930     MOVE WS-RUN-END-TIME  TO PR-RUN-END-TIME
007940     WRITE PROMOTE-REPORT-LINE FROM PR-RUN-LINE
007950     WRITE PROMOTE-REPORT-LINE FROM PR-BLANK-LINE
007960     IF WS-ACTION-REFUSED
007970         GO TO 2000-EXIT
007980     END-IF
007990     IF WS-EVER-PROMOTED
008000         AND WS-RUN-STAMP = WS-LAST-PROMO-STAMP
008010         SET WS-ACTION-REFUSED TO TRUE
008020         MOVE "RUN ALREADY PROMOTED" TO WS-REFUSE-REASON
008030         GO TO 2000-EXIT
008040     END-IF
008050     IF WS-RUN-STAMP < WS-LAST-PROMO-STAMP
008060         SET WS-ACTION-REFUSED TO TRUE
008070         MOVE "RUN OLDER THAN THE LAST ONE PROMOTED"
008080                           TO WS-REFUSE-REASON
008090         GO TO 2000-EXIT
008100     END-IF
008110     IF WS-EVER-PROMOTED
008120         PERFORM 2200-CHECK-RUN-ORDER THRU 2200-EXIT
008130     END-IF
008140     IF WS-ACTION-REFUSED
008150         GO TO 2000-EXIT
008160     END-IF
008170     PERFORM 2300-FOOT-NEW-FILE THRU 2300-EXIT
008180     PERFORM 2400-COUNT-MASTER THRU 2400-EXIT
008190     PERFORM 2500-WRITE-PROOF THRU 2500-EXIT.
008200 2000-EXIT.
008210     EXIT.

008220*----------------------------------------------------------*
008230* 2100-FIND-RUN - EVERY RUN OF A MASTER REWRITES ITS NEW   *
008240* FILE, SO THE FILE ON DISK IS FROM THE LAST RUN LOGGED    *
008250* THAT NAMES IT.  THAT RUN MUST HAVE COMPLETED, MUST NOT   *
008260* BE A PREVIEW, AND MUST BE FOR THE RUN CONTROL PERIOD AND *
008270* GROUP.                                                   *
008280*----------------------------------------------------------*
008290 2100-FIND-RUN.
008300     OPEN INPUT RUN-HISTORY-FILE
008310     IF WS-RUNHIST-STATUS NOT = "00"
008320         DISPLAY "RUNHIST.DAT MISSING OR UNREADABLE - STATUS "
008330                 WS-RUNHIST-STATUS
008340         SET WS-ACTION-REFUSED TO TRUE
008350         MOVE "RUNHIST.DAT MISSING OR UNREADABLE"
008360                           TO WS-REFUSE-REASON
008370         GO TO 2100-EXIT
008380     END-IF
008390     SET NOT-END-OF-RHIST TO TRUE
008400     PERFORM 2110-READ-RUN-HISTORY THRU 2110-EXIT
008410         UNTIL END-OF-RHIST
008420     CLOSE RUN-HISTORY-FILE
008430     IF NOT WS-RUN-FOUND
008440         SET WS-ACTION-REFUSED TO TRUE
008450         MOVE "NO RUN ON RUNHIST.DAT WROTE THE NEW FILE"
008460                           TO WS-REFUSE-REASON
008470         GO TO 2100-EXIT
008480     END-IF
008490     IF WS-RUN-PREVIEW = "Y"
008500         OR WS-RUN-STATUS NOT = "C"
008510         SET WS-ACTION-REFUSED TO TRUE
008520         MOVE "NOT A COMPLETED LIVE RUN" TO WS-REFUSE-REASON
008530         GO TO 2100-EXIT
008540     END-IF
008550     IF WS-RUN-PERIOD NOT = WS-CTL-PERIOD
008560         SET WS-ACTION-REFUSED TO TRUE
008570         MOVE "RUN IS NOT FOR THE RUN CONTROL PERIOD"
008580                           TO WS-REFUSE-REASON
008590         GO TO 2100-EXIT
008600     END-IF
008610     IF WS-RUN-GROUP NOT = WS-CTL-GROUP
008620         SET WS-ACTION-REFUSED TO TRUE
008630         MOVE "RUN IS NOT FOR THE RUN CONTROL GROUP"
008640                           TO WS-REFUSE-REASON
008650     END-IF.
008660 2100-EXIT.
008670     EXIT.

008680*----------------------------------------------------------*
008690* 2110-READ-RUN-HISTORY - KEEP EACH ROW THAT NAMES THE NEW *
008700* FILE; THE LAST ONE KEPT IS THE RUN TO PROMOTE.           *
008710*----------------------------------------------------------*
008720 2110-READ-RUN-HISTORY.
008730     READ RUN-HISTORY-FILE
008740         AT END
008750             SET END-OF-RHIST TO TRUE
008760             GO TO 2110-EXIT
008770     END-READ
008780     PERFORM 2120-FIND-NEW-FILE THRU 2120-EXIT
008790     IF WS-NF-FOUND-SUB = 0
008800         GO TO 2110-EXIT
008810     END-IF
008820     SET WS-RUN-FOUND TO TRUE
008830     MOVE RH-PAY-PERIOD-DATE TO WS-RUN-PERIOD
008840     MOVE RH-RUN-TYPE        TO WS-RUN-TYPE
008850     MOVE RH-PREVIEW         TO WS-RUN-PREVIEW
008860     MOVE RH-STATUS          TO WS-RUN-STATUS
008870     MOVE RH-PAY-GROUP       TO WS-RUN-GROUP
008880     MOVE RH-OPERATOR        TO WS-RUN-OPERATOR
008890     MOVE RH-END-DATE        TO WS-RUN-END-DATE
008900     MOVE RH-END-TIME        TO WS-RUN-END-TIME
008910     MOVE WS-ROW-STAMP       TO WS-RUN-STAMP
008920     MOVE RH-NF-IN-COUNT (WS-NF-FOUND-SUB)  TO WS-RUN-IN-COUNT
008930     MOVE RH-NF-OUT-COUNT (WS-NF-FOUND-SUB) TO WS-RUN-OUT-COUNT
008940     MOVE RH-NF-CONTROL (WS-NF-FOUND-SUB)   TO WS-RUN-CONTROL.
008950 2110-EXIT.
008960     EXIT.

008970*----------------------------------------------------------*
008980* 2120-FIND-NEW-FILE - WHICH OF THE ROW'S NEW-FILE ENTRIES,*
008990* IF ANY, NAMES THE MASTER'S NEW FILE, AND THE ROW'S STAMP.*
009000* AN ENTRY WITHOUT NUMERIC FIGURES IS NOT TAKEN.           *
009010*----------------------------------------------------------*
009020 2120-FIND-NEW-FILE.
009030     MOVE 0 TO WS-NF-FOUND-SUB
009040     MOVE 0 TO WS-ROW-STAMP
009050     PERFORM 2130-CHECK-NEW-FILE THRU 2130-EXIT
009060         VARYING WS-NF-SUB FROM 1 BY 1
009070         UNTIL WS-NF-SUB > 3
009080     IF WS-NF-FOUND-SUB NOT = 0
009090         AND RH-END-DATE NUMERIC
009100         AND RH-END-TIME NUMERIC
009110         COMPUTE WS-ROW-STAMP = RH-END-DATE * 1000000
009120                              + RH-END-TIME
009130     END-IF.
009140 2120-EXIT.
009150     EXIT.

009160*----------------------------------------------------------*
009170* 2130-CHECK-NEW-FILE - ONE NEW-FILE ENTRY OF THE ROW.     *
009180*----------------------------------------------------------*
009190 2130-CHECK-NEW-FILE.
009200     IF RH-NF-NAME (WS-NF-SUB) = WS-MS-NEW-NAME (WS-MASTER-SUB)
009210         AND RH-NF-IN-COUNT (WS-NF-SUB) NUMERIC
009220         AND RH-NF-OUT-COUNT (WS-NF-SUB) NUMERIC
009230         AND RH-NF-CONTROL (WS-NF-SUB) NUMERIC
009240         MOVE WS-NF-SUB TO WS-NF-FOUND-SUB
009250     END-IF.
009260 2130-EXIT.
009270     EXIT.

009280*----------------------------------------------------------*
009290* 2200-CHECK-RUN-ORDER - A RUN OF THE FILE LOGGED AFTER THE*
009300* LAST ONE PROMOTED AND BEFORE THIS ONE WAS NEVER PROMOTED,*
009310* SO THIS RUN WAS BUILT ON A MASTER THAT DOES NOT CARRY IT.*
009320* A RERUN FOR THE SAME PERIOD, GROUP AND RUN TYPE REPLACES *
009330* THE EARLIER RUN AND IS NOT A GAP.  CHECKED ONLY ONCE THE *
009340* MASTER HAS A PROMOTION ON THE LOG.                       *
009350*----------------------------------------------------------*
009360 2200-CHECK-RUN-ORDER.
009370     OPEN INPUT RUN-HISTORY-FILE
009380     SET NOT-END-OF-RHIST TO TRUE
009390     PERFORM 2210-SCAN-RUN-ORDER THRU 2210-EXIT
009400         UNTIL END-OF-RHIST
009410     CLOSE RUN-HISTORY-FILE
009420     IF WS-SKIPPED-RUN
009430         MOVE WS-SKIPPED-PERIOD   TO PR-SKIP-PERIOD
009440         MOVE WS-SKIPPED-GROUP    TO PR-SKIP-GROUP
009450         MOVE WS-SKIPPED-TYPE     TO PR-SKIP-TYPE
009460         MOVE WS-SKIPPED-END-DATE TO PR-SKIP-END-DATE
009470         MOVE WS-SKIPPED-END-TIME TO PR-SKIP-END-TIME
009480         WRITE PROMOTE-REPORT-LINE FROM PR-SKIPPED-LINE
009490         SET WS-ACTION-REFUSED TO TRUE
009500         MOVE "AN EARLIER RUN OF THE FILE NOT PROMOTED"
009510                           TO WS-REFUSE-REASON
009520     END-IF.
009530 2200-EXIT.
009540     EXIT.

009550*----------------------------------------------------------*
009560* 2210-SCAN-RUN-ORDER - ONE RUNHIST.DAT ROW AGAINST THE    *
009570* GAP BETWEEN THE LAST PROMOTION AND THIS RUN.             *
009580*----------------------------------------------------------*
009590 2210-SCAN-RUN-ORDER.
009600     READ RUN-HISTORY-FILE
009610         AT END
009620             SET END-OF-RHIST TO TRUE
009630             GO TO 2210-EXIT
009640     END-READ
009650     PERFORM 2120-FIND-NEW-FILE THRU 2120-EXIT
009660     IF WS-NF-FOUND-SUB = 0
009670         OR WS-ROW-STAMP NOT > WS-LAST-PROMO-STAMP
009680         OR WS-ROW-STAMP NOT < WS-RUN-STAMP
009690         GO TO 2210-EXIT
009700     END-IF
009710     IF RH-PAY-PERIOD-DATE = WS-RUN-PERIOD
009720         AND RH-PAY-GROUP = WS-RUN-GROUP
009730         AND RH-RUN-TYPE = WS-RUN-TYPE
009740         GO TO 2210-EXIT
009750     END-IF
009760     IF WS-SKIPPED-RUN
009770         GO TO 2210-EXIT
009780     END-IF
009790     SET WS-SKIPPED-RUN TO TRUE
009800     MOVE RH-PAY-PERIOD-DATE TO WS-SKIPPED-PERIOD
009810     MOVE RH-PAY-GROUP       TO WS-SKIPPED-GROUP
009820     MOVE RH-RUN-TYPE        TO WS-SKIPPED-TYPE
009830     MOVE RH-END-DATE        TO WS-SKIPPED-END-DATE
009840     MOVE RH-END-TIME        TO WS-SKIPPED-END-TIME.
009850 2210-EXIT.
009860     EXIT.

009870*----------------------------------------------------------*
009880* 2300-FOOT-NEW-FILE - COUNT AND FOOT THE NEW FILE ON THE  *
009890* SAME FIELD ITS RUN FOOTED.  WHERE THE FILE CARRIES THE   *
009900* PAY PERIOD DATE, A RECORD FOR ANY OTHER PERIOD MEANS THE *
009910* FILE IS NOT THIS RUN'S.                                  *
009920*----------------------------------------------------------*
009930 2300-FOOT-NEW-FILE.
009940     PERFORM 7200-OPEN-NEW-FILE THRU 7200-EXIT
009950     IF WS-NEW-STATUS NOT = "00"
009960         DISPLAY WS-MS-NEW-NAME (WS-MASTER-SUB)
009970                 " MISSING OR UNREADABLE - STATUS "
009980                 WS-NEW-STATUS
009990         SET WS-NEW-MISSING TO TRUE
010000         GO TO 2300-EXIT
010010     END-IF
010020     SET NOT-END-OF-INPUT TO TRUE
010030     PERFORM 2310-FOOT-NEW-REC THRU 2310-EXIT
010040         UNTIL END-OF-INPUT
010050     PERFORM 7220-CLOSE-NEW-FILE THRU 7220-EXIT.
010060 2300-EXIT.
010070     EXIT.

010080*----------------------------------------------------------*
010090* 2310-FOOT-NEW-REC - ONE NEW FILE RECORD.                 *
010100*----------------------------------------------------------*
010110 2310-FOOT-NEW-REC.
010120     PERFORM 7210-READ-NEW-FILE THRU 7210-EXIT
010130     IF END-OF-INPUT
010140         GO TO 2310-EXIT
010150     END-IF
010160     ADD 1 TO WS-NEW-COUNT
010170     EVALUATE WS-MASTER-SUB
010180         WHEN 1
010190         WHEN 2
010200             IF WS-IO-EMP-ID NUMERIC
010210                 ADD WS-IO-EMP-ID TO WS-NEW-CONTROL
010220             ELSE
010230                 ADD 1 TO WS-NEW-BAD-COUNT
010240             END-IF
010250         WHEN 3
010260             IF WS-IO-YTD-PERIOD NOT = WS-RUN-PERIOD
010270                 OR WS-IO-YTD-GROSS NOT NUMERIC
010280                 ADD 1 TO WS-NEW-BAD-COUNT
010290             ELSE
010300                 ADD WS-IO-YTD-GROSS TO WS-NEW-CONTROL
010310             END-IF
010320         WHEN 4
010330             IF WS-IO-LV-PERIOD NOT = WS-RUN-PERIOD
010340                 OR WS-IO-LV-VAC-BAL NOT NUMERIC
010350                 OR WS-IO-LV-SICK-BAL NOT NUMERIC
010360                 ADD 1 TO WS-NEW-BAD-COUNT
010370             ELSE
010380                 ADD WS-IO-LV-VAC-BAL WS-IO-LV-SICK-BAL
010390                     TO WS-NEW-CONTROL
010400             END-IF
010410         WHEN 5
010420             IF WS-IO-GO-WITHHELD-TD NUMERIC
010430                 ADD WS-IO-GO-WITHHELD-TD TO WS-NEW-CONTROL
010440             ELSE
010450                 ADD 1 TO WS-NEW-BAD-COUNT
010460             END-IF
010470         WHEN 6
010480             IF WS-IO-LO-WH-TAX NUMERIC
010490                 ADD WS-IO-LO-WH-TAX TO WS-NEW-CONTROL
010500             ELSE
010510                 ADD 1 TO WS-NEW-BAD-COUNT
010520             END-IF
010530         WHEN 7
010540             IF WS-IO-OO-AMOUNT NUMERIC
010550                 ADD WS-IO-OO-AMOUNT TO WS-NEW-CONTROL
010560             ELSE
010570                 ADD 1 TO WS-NEW-BAD-COUNT
010580             END-IF
010590     END-EVALUATE.
010600 2310-EXIT.
010610     EXIT.

010620*----------------------------------------------------------*
010630* 2400-COUNT-MASTER - COUNT THE MASTER AS IT STANDS.  A    *
010640* MASTER NOT YET BUILT COUNTS AS EMPTY.                    *
010650*----------------------------------------------------------*
010660 2400-COUNT-MASTER.
010670     MOVE 0 TO WS-MASTER-COUNT
010680     PERFORM 7100-OPEN-MASTER-INPUT THRU 7100-EXIT
010690     IF WS-MASTER-STATUS NOT = "00"
010700         PERFORM 7120-CLOSE-MASTER THRU 7120-EXIT
010710         GO TO 2400-EXIT
010720     END-IF
010730     SET NOT-END-OF-INPUT TO TRUE
010740     PERFORM 2410-COUNT-MASTER-REC THRU 2410-EXIT
010750         UNTIL END-OF-INPUT
010760     PERFORM 7120-CLOSE-MASTER THRU 7120-EXIT.
010770 2400-EXIT.
010780     EXIT.

010790*----------------------------------------------------------*
010800* 2410-COUNT-MASTER-REC - ONE MASTER RECORD.               *
010810*----------------------------------------------------------*
010820 2410-COUNT-MASTER-REC.
010830     PERFORM 7110-READ-MASTER THRU 7110-EXIT
010840     IF NOT-END-OF-INPUT
010850         ADD 1 TO WS-MASTER-COUNT
010860     END-IF.
010870 2410-EXIT.
010880     EXIT.

010890*----------------------------------------------------------*
010900* 2500-WRITE-PROOF - THE NEW FILE AS FOOTED NOW MUST AGREE *
010910* WITH THE RUN'S FIGURES, AND THE MASTER MUST STILL HOLD   *
010920* THE RECORD COUNT THE RUN READ - IF IT DOES NOT, THE      *
010930* MASTER WAS CHANGED AFTER THE RUN AND PROMOTING WOULD     *
010940* LOSE THE CHANGE.                                         *
010950*----------------------------------------------------------*
010960 2500-WRITE-PROOF.
010970     WRITE PROMOTE-REPORT-LINE FROM PR-COL-HEAD-LINE
010980     MOVE "RUNHIST.DAT - NEW FILE WRITTEN" TO PR-PROOF-LABEL
010990     MOVE WS-RUN-OUT-COUNT TO PR-PROOF-COUNT
011000     MOVE WS-RUN-CONTROL   TO PR-PROOF-CONTROL
011010     SET WS-LEG-INFO TO TRUE
011020     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011030     MOVE "NEW FILE AS FOOTED NOW" TO PR-PROOF-LABEL
011040     MOVE WS-NEW-COUNT     TO PR-PROOF-COUNT
011050     MOVE WS-NEW-CONTROL   TO PR-PROOF-CONTROL
011060     IF NOT WS-NEW-MISSING
011070         AND WS-NEW-COUNT = WS-RUN-OUT-COUNT
011080         AND WS-NEW-CONTROL = WS-RUN-CONTROL
011090         SET WS-LEG-OK TO TRUE
011100     ELSE
011110         SET WS-LEG-FAILED TO TRUE
011120     END-IF
011130     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011140     MOVE "NEW FILE RECORDS FAILING EDIT" TO PR-PROOF-LABEL
011150     MOVE WS-NEW-BAD-COUNT TO PR-PROOF-COUNT
011160     MOVE 0                TO PR-PROOF-CONTROL
011170     IF WS-NEW-BAD-COUNT = 0
011180         SET WS-LEG-OK TO TRUE
011190     ELSE
011200         SET WS-LEG-FAILED TO TRUE
011210     END-IF
011220     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011230     MOVE "RUNHIST.DAT - MASTER READ" TO PR-PROOF-LABEL
011240     MOVE WS-RUN-IN-COUNT  TO PR-PROOF-COUNT
011250     MOVE 0                TO PR-PROOF-CONTROL
011260     SET WS-LEG-INFO TO TRUE
011270     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011280     MOVE "MASTER AS IT STANDS NOW" TO PR-PROOF-LABEL
011290     MOVE WS-MASTER-COUNT  TO PR-PROOF-COUNT
011300     MOVE 0                TO PR-PROOF-CONTROL
011310     IF WS-MASTER-COUNT = WS-RUN-IN-COUNT
011320         SET WS-LEG-OK TO TRUE
011330     ELSE
011340         SET WS-MASTER-CHANGED TO TRUE
011350         SET WS-LEG-FAILED TO TRUE
011360     END-IF
011370     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011380     IF WS-MASTER-CHANGED
011390         SET WS-ACTION-REFUSED TO TRUE
011400         MOVE "MASTER CHANGED SINCE THE RUN READ IT"
011410                           TO WS-REFUSE-REASON
011420         GO TO 2500-EXIT
011430     END-IF
011440     IF WS-PROOF-FAILED
011450         SET WS-ACTION-REFUSED TO TRUE
011460         MOVE "NEW FILE DOES NOT AGREE WITH RUNHIST.DAT"
011470                           TO WS-REFUSE-REASON
011480     END-IF.
011490 2500-EXIT.
011500     EXIT.

011510*----------------------------------------------------------*
011520* 3000-PROVE-ROLLBACK - THE GENERATION ASKED FOR MUST BE   *
011530* ONE STILL KEPT FOR THE MASTER.                           *
011540*----------------------------------------------------------*
011550 3000-PROVE-ROLLBACK.
011560     PERFORM 2400-COUNT-MASTER THRU 2400-EXIT
011570     WRITE PROMOTE-REPORT-LINE FROM PR-BLANK-LINE
011580     WRITE PROMOTE-REPORT-LINE FROM PR-COL-HEAD-LINE
011590     MOVE "GENERATIONS KEPT FOR THE MASTER" TO PR-PROOF-LABEL
011600     MOVE WS-GEN-COUNT     TO PR-PROOF-COUNT
011610     MOVE 0                TO PR-PROOF-CONTROL
011620     SET WS-LEG-INFO TO TRUE
011630     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011640     MOVE "MASTER AS IT STANDS NOW" TO PR-PROOF-LABEL
011650     MOVE WS-MASTER-COUNT  TO PR-PROOF-COUNT
011660     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011670     MOVE "GENERATION TO RESTORE" TO PR-PROOF-LABEL
011680     MOVE WS-RESTORE-COUNT TO PR-PROOF-COUNT
011690     IF WS-GEN-FOUND
011700         SET WS-LEG-OK TO TRUE
011710     ELSE
011720         SET WS-LEG-FAILED TO TRUE
011730     END-IF
011740     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT
011750     IF NOT WS-GEN-FOUND
011760         SET WS-ACTION-REFUSED TO TRUE
011770         MOVE "GENERATION NOT KEPT ON MASTGEN.DAT"
011780                           TO WS-REFUSE-REASON
011790     END-IF.
011800 3000-EXIT.
011810     EXIT.

011820*----------------------------------------------------------*
011830* 4000-SAVE-GENERATION - SAVE THE MASTER AS IT STANDS AS   *
011840* THE NEXT GENERATION BEFORE IT IS REPLACED.  MASTGEN.DAT  *
011850* IS COPIED TO MASTGEN.WRK LESS THE MASTER'S GENERATIONS   *
011860* THAT FALL OUT OF THE KEPT RANGE, THE NEW GENERATION IS   *
011870* ADDED, AND THE WORK FILE IS COPIED BACK.                 *
011880*----------------------------------------------------------*
011890 4000-SAVE-GENERATION.
011900     COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1
011910     IF WS-NEW-GEN > WS-GEN-KEEP
011920         COMPUTE WS-DROP-THRU-GEN = WS-NEW-GEN - WS-GEN-KEEP
011930     ELSE
011940         MOVE 0 TO WS-DROP-THRU-GEN
011950     END-IF
011960     OPEN OUTPUT GENERATION-WORK-FILE
011970     IF WS-GENWRK-STATUS NOT = "00"
011980         DISPLAY "MASTGEN.WRK NOT WRITABLE - STATUS "
011990                 WS-GENWRK-STATUS
012000         MOVE 12 TO RETURN-CODE
012010         STOP RUN
012020     END-IF
012030     OPEN INPUT GENERATION-FILE
012040     IF WS-GEN-STATUS = "00"
012050         SET NOT-END-OF-INPUT TO TRUE
012060         PERFORM 4100-COPY-TO-WORK THRU 4100-EXIT
012070             UNTIL END-OF-INPUT
012080     END-IF
012090     CLOSE GENERATION-FILE
012100     MOVE SPACES           TO WS-GEN-REC
012110     MOVE WS-PC-MASTER     TO WG-MASTER
012120     MOVE WS-NEW-GEN       TO WG-GENERATION
012130     MOVE "H"              TO WG-REC-TYPE
012140     MOVE WS-LOG-DATE      TO WG-SAVED-DATE
012150     MOVE WS-LOG-TIME (1:6) TO WG-SAVED-TIME
012160     MOVE WS-MASTER-COUNT  TO WG-RECORD-COUNT
012170     MOVE WS-PC-ACTION     TO WG-SAVED-BEFORE
012180     MOVE WS-CTL-PERIOD    TO WG-PAY-PERIOD-DATE
012190     MOVE WS-CTL-OPERATOR  TO WG-OPERATOR
012200     WRITE GENERATION-WORK-REC FROM WS-GEN-REC
012210     PERFORM 7100-OPEN-MASTER-INPUT THRU 7100-EXIT
012220     IF WS-MASTER-STATUS = "00"
012230         SET NOT-END-OF-INPUT TO TRUE
012240         PERFORM 4200-SAVE-MASTER-REC THRU 4200-EXIT
012250             UNTIL END-OF-INPUT
012260     END-IF
012270     PERFORM 7120-CLOSE-MASTER THRU 7120-EXIT
012280     CLOSE GENERATION-WORK-FILE
012290     OPEN INPUT  GENERATION-WORK-FILE
012300          OUTPUT GENERATION-FILE
012310     IF WS-GEN-STATUS NOT = "00"
012311         AND WS-GEN-STATUS NOT = "05"
012320         DISPLAY "MASTGEN.DAT NOT WRITABLE - STATUS "
012330                 WS-GEN-STATUS
012340         MOVE 12 TO RETURN-CODE
012350         STOP RUN
012360     END-IF
012370     SET NOT-END-OF-INPUT TO TRUE
012380     PERFORM 4300-COPY-BACK THRU 4300-EXIT
012390         UNTIL END-OF-INPUT
012400     CLOSE GENERATION-WORK-FILE GENERATION-FILE
012410     MOVE WS-NEW-GEN TO WS-ST-NUMBER.
012420 4000-EXIT.
012430     EXIT.

012440*----------------------------------------------------------*
012450* 4100-COPY-TO-WORK - ONE MASTGEN.DAT ROW TO THE WORK FILE,*
012460* UNLESS IT BELONGS TO A GENERATION OF THIS MASTER NOW OUT *
012470* OF THE KEPT RANGE.  THE GENERATION BEING RESTORED STAYS. *
012480*----------------------------------------------------------*
012490 4100-COPY-TO-WORK.
012500     READ GENERATION-FILE
012510         AT END
012520             SET END-OF-INPUT TO TRUE
012530             GO TO 4100-EXIT
012540     END-READ
012550     IF GN-MASTER = WS-PC-MASTER
012560         AND GN-GENERATION NOT > WS-DROP-THRU-GEN
012570         AND NOT (WS-PC-ROLLBACK
012580                  AND GN-GENERATION = WS-PC-GENERATION-N)
012590         GO TO 4100-EXIT
012600     END-IF
012610     WRITE GENERATION-WORK-REC FROM GENERATION-REC.
012620 4100-EXIT.
012630     EXIT.

012640*----------------------------------------------------------*
012650* 4200-SAVE-MASTER-REC - ONE MASTER RECORD TO THE NEW      *
012660* GENERATION.                                              *
012670*----------------------------------------------------------*
012680 4200-SAVE-MASTER-REC.
012690     PERFORM 7110-READ-MASTER THRU 7110-EXIT
012700     IF END-OF-INPUT
012710         GO TO 4200-EXIT
012720     END-IF
012730     MOVE "D"              TO WG-REC-TYPE
012740     MOVE WS-IO-REC        TO WG-DATA
012750     WRITE GENERATION-WORK-REC FROM WS-GEN-REC.
012760 4200-EXIT.
012770     EXIT.

012780*----------------------------------------------------------*
012790* 4300-COPY-BACK - ONE WORK FILE ROW BACK TO MASTGEN.DAT.  *
012800*----------------------------------------------------------*
012810 4300-COPY-BACK.
012820     READ GENERATION-WORK-FILE
012830         AT END
012840             SET END-OF-INPUT TO TRUE
012850             GO TO 4300-EXIT
012860     END-READ
012870     WRITE GENERATION-REC FROM GENERATION-WORK-REC.
012880 4300-EXIT.
012890     EXIT.

012900*----------------------------------------------------------*
012910* 5000-PROMOTE-NEW-FILE - COPY THE PROVEN NEW FILE OVER    *
012920* THE MASTER, DROPPING THE PAY PERIOD DATE WHERE THE NEW   *
012930* FILE CARRIES ONE, AND CHECK EVERY RECORD WENT OVER.      *
012940*----------------------------------------------------------*
012950 5000-PROMOTE-NEW-FILE.
012960     PERFORM 7200-OPEN-NEW-FILE THRU 7200-EXIT
012970     PERFORM 7130-OPEN-MASTER-OUTPUT THRU 7130-EXIT
012980     SET NOT-END-OF-INPUT TO TRUE
012990     PERFORM 5100-COPY-NEW-REC THRU 5100-EXIT
013000         UNTIL END-OF-INPUT
013010     PERFORM 7220-CLOSE-NEW-FILE THRU 7220-EXIT
013020     PERFORM 7120-CLOSE-MASTER THRU 7120-EXIT
013030     MOVE "MASTER RECORDS WRITTEN" TO PR-PROOF-LABEL
013040     MOVE WS-WRITTEN-COUNT TO PR-PROOF-COUNT
013050     MOVE WS-NEW-CONTROL   TO PR-PROOF-CONTROL
013060     IF WS-WRITTEN-COUNT = WS-RUN-OUT-COUNT
013070         SET WS-LEG-OK TO TRUE
013080     ELSE
013090         SET WS-LEG-FAILED TO TRUE
013100         SET WS-ACTION-REFUSED TO TRUE
013110         MOVE "COPY SHORT - ROLL BACK TO SAVED GEN"
013120                           TO WS-REFUSE-REASON
013130     END-IF
013140     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
013150 5000-EXIT.
013160     EXIT.

013170*----------------------------------------------------------*
013180* 5100-COPY-NEW-REC - ONE NEW FILE RECORD TO THE MASTER.   *
013190*----------------------------------------------------------*
013200 5100-COPY-NEW-REC.
013210     PERFORM 7210-READ-NEW-FILE THRU 7210-EXIT
013220     IF END-OF-INPUT
013230         GO TO 5100-EXIT
013240     END-IF
013250     IF WS-MS-PERIOD-PREFIX (WS-MASTER-SUB)
013260         MOVE WS-IO-REC (9:142) TO WS-OUT-REC
013270     ELSE
013280         MOVE WS-IO-REC         TO WS-OUT-REC
013290     END-IF
013300     PERFORM 7140-WRITE-MASTER THRU 7140-EXIT
013310     ADD 1 TO WS-WRITTEN-COUNT.
013320 5100-EXIT.
013330     EXIT.

013340*----------------------------------------------------------*
013350* 6000-RESTORE-GENERATION - REWRITE THE MASTER FROM THE    *
013360* GENERATION ASKED FOR, AND CHECK THE RECORD COUNT AGAINST *
013370* THE GENERATION'S HEADER.  IF MASTGEN.DAT CANNOT BE READ  *
013371* THE ACTION IS REFUSED BEFORE THE MASTER IS OPENED, SO    *
013372* THE MASTER IS LEFT AS IT STANDS.                         *
013380*----------------------------------------------------------*
013390 6000-RESTORE-GENERATION.
013400     OPEN INPUT GENERATION-FILE
013401     IF WS-GEN-STATUS NOT = "00"
013402         DISPLAY "MASTGEN.DAT NOT READABLE - STATUS "
013403                 WS-GEN-STATUS
013404         CLOSE GENERATION-FILE
013405         SET WS-ACTION-REFUSED TO TRUE
013406         MOVE "MASTGEN.DAT NOT READABLE - MASTER KEPT"
013407                           TO WS-REFUSE-REASON
013408         GO TO 6000-EXIT
013409     END-IF
013410     PERFORM 7130-OPEN-MASTER-OUTPUT THRU 7130-EXIT
013420     SET NOT-END-OF-INPUT TO TRUE
013430     PERFORM 6100-RESTORE-MASTER-REC THRU 6100-EXIT
013440         UNTIL END-OF-INPUT
013450     CLOSE GENERATION-FILE
013460     PERFORM 7120-CLOSE-MASTER THRU 7120-EXIT
013470     MOVE "MASTER RECORDS RESTORED" TO PR-PROOF-LABEL
013480     MOVE WS-WRITTEN-COUNT TO PR-PROOF-COUNT
013490     MOVE 0                TO PR-PROOF-CONTROL
013500     IF WS-WRITTEN-COUNT = WS-RESTORE-COUNT
013510         SET WS-LEG-OK TO TRUE
013520     ELSE
013530         SET WS-LEG-FAILED TO TRUE
013540         SET WS-ACTION-REFUSED TO TRUE
013550         MOVE "RESTORE SHORT - ROLL BACK TO SAVED GEN"
013560                           TO WS-REFUSE-REASON
013570     END-IF
013580     PERFORM 6900-WRITE-PROOF-LINE THRU 6900-EXIT.
013590 6000-EXIT.
013600     EXIT.

013610*----------------------------------------------------------*
013620* 6100-RESTORE-MASTER-REC - ONE MASTGEN.DAT ROW; THE       *
013630* DETAIL ROWS OF THE GENERATION GO TO THE MASTER.          *
013640*----------------------------------------------------------*
013650 6100-RESTORE-MASTER-REC.
013660     READ GENERATION-FILE
013670         AT END
013680             SET END-OF-INPUT TO TRUE
013690             GO TO 6100-EXIT
013700     END-READ
013710     IF GN-DETAIL
013720         AND GN-MASTER = WS-PC-MASTER
013730         AND GN-GENERATION = WS-PC-GENERATION-N
013740         MOVE GN-DATA TO WS-OUT-REC
013750         PERFORM 7140-WRITE-MASTER THRU 7140-EXIT
013760         ADD 1 TO WS-WRITTEN-COUNT
013770     END-IF.
013780 6100-EXIT.
013790     EXIT.

013800*----------------------------------------------------------*
013810* 6900-WRITE-PROOF-LINE - WRITE THE LEG THE CALLER SET UP, *
013820* MARKED BY WS-LEG-SW.                                     *
013830*----------------------------------------------------------*
013840 6900-WRITE-PROOF-LINE.
013850     EVALUATE TRUE
013860         WHEN WS-LEG-OK
013870             MOVE "OK    " TO PR-PROOF-RESULT
013880         WHEN WS-LEG-FAILED
013890             MOVE "FAILED" TO PR-PROOF-RESULT
013900             SET WS-PROOF-FAILED TO TRUE
013910         WHEN OTHER
013920             MOVE SPACES   TO PR-PROOF-RESULT
013930     END-EVALUATE
013940     WRITE PROMOTE-REPORT-LINE FROM PR-PROOF-LINE.
013950 6900-EXIT.
013960     EXIT.

013970*----------------------------------------------------------*
013980* 7100-OPEN-MASTER-INPUT - OPEN THE CARD'S MASTER TO READ. *
013990* THE 7100 THROUGH 7220 PARAGRAPHS PICK THE FILE BY ITS    *
014000* ENTRY IN WS-MASTER-TABLE.                                *
014010*----------------------------------------------------------*
014020 7100-OPEN-MASTER-INPUT.
014030     EVALUATE WS-MASTER-SUB
014040         WHEN 1  OPEN INPUT EMPLOYEE-FILE
014050         WHEN 2  OPEN INPUT EMPBANK-FILE
014060         WHEN 3  OPEN INPUT YTD-FILE
014070         WHEN 4  OPEN INPUT LEAVE-FILE
014080         WHEN 5  OPEN INPUT GARN-ORDER-FILE
014090         WHEN 6  OPEN INPUT TAX-LIAB-FILE
014100         WHEN 7  OPEN INPUT OUTCHECK-FILE
014110     END-EVALUATE.
014120 7100-EXIT.
014130     EXIT.

014140*----------------------------------------------------------*
014150* 7110-READ-MASTER - NEXT MASTER RECORD INTO WS-IO-REC.    *
014160*----------------------------------------------------------*
014170 7110-READ-MASTER.
014180     EVALUATE WS-MASTER-SUB
014190         WHEN 1
014200             READ EMPLOYEE-FILE INTO WS-IO-REC
014210                 AT END SET END-OF-INPUT TO TRUE
014220             END-READ
014230         WHEN 2
014240             READ EMPBANK-FILE INTO WS-IO-REC
014250                 AT END SET END-OF-INPUT TO TRUE
014260             END-READ
014270         WHEN 3
014280             READ YTD-FILE INTO WS-IO-REC
014290                 AT END SET END-OF-INPUT TO TRUE
014300             END-READ
014310         WHEN 4
014320             READ LEAVE-FILE INTO WS-IO-REC
014330                 AT END SET END-OF-INPUT TO TRUE
014340             END-READ
014350         WHEN 5
014360             READ GARN-ORDER-FILE INTO WS-IO-REC
014370                 AT END SET END-OF-INPUT TO TRUE
014380             END-READ
014390         WHEN 6
014400             READ TAX-LIAB-FILE INTO WS-IO-REC
014410                 AT END SET END-OF-INPUT TO TRUE
014420             END-READ
014430         WHEN 7
014440             READ OUTCHECK-FILE INTO WS-IO-REC
014450                 AT END SET END-OF-INPUT TO TRUE
014460             END-READ
014470     END-EVALUATE.
014480 7110-EXIT.
014490     EXIT.

014500*----------------------------------------------------------*
014510* 7120-CLOSE-MASTER - CLOSE THE CARD'S MASTER.             *
014520*----------------------------------------------------------*
014530 7120-CLOSE-MASTER.
014540     EVALUATE WS-MASTER-SUB
014550         WHEN 1  CLOSE EMPLOYEE-FILE
014560         WHEN 2  CLOSE EMPBANK-FILE
014570         WHEN 3  CLOSE YTD-FILE
014580         WHEN 4  CLOSE LEAVE-FILE
014590         WHEN 5  CLOSE GARN-ORDER-FILE
014600         WHEN 6  CLOSE TAX-LIAB-FILE
014610         WHEN 7  CLOSE OUTCHECK-FILE
014620     END-EVALUATE.
014630 7120-EXIT.
014640     EXIT.

014650*----------------------------------------------------------*
014660* 7130-OPEN-MASTER-OUTPUT - OPEN THE CARD'S MASTER TO BE   *
014670* REWRITTEN.                                               *
014680*----------------------------------------------------------*
014690 7130-OPEN-MASTER-OUTPUT.
014700     EVALUATE WS-MASTER-SUB
014710         WHEN 1  OPEN OUTPUT EMPLOYEE-FILE
014720         WHEN 2  OPEN OUTPUT EMPBANK-FILE
014730         WHEN 3  OPEN OUTPUT YTD-FILE
014740         WHEN 4  OPEN OUTPUT LEAVE-FILE
014750         WHEN 5  OPEN OUTPUT GARN-ORDER-FILE
014760         WHEN 6  OPEN OUTPUT TAX-LIAB-FILE
014770         WHEN 7  OPEN OUTPUT OUTCHECK-FILE
014780     END-EVALUATE
014790     IF WS-MASTER-STATUS NOT = "00"
014791         AND WS-MASTER-STATUS NOT = "05"
014800         DISPLAY WS-MS-MASTER-NAME (WS-MASTER-SUB)
014810                 " NOT WRITABLE - STATUS " WS-MASTER-STATUS
014820         MOVE 12 TO RETURN-CODE
014830         STOP RUN
014840     END-IF.
014850 7130-EXIT.
014860     EXIT.

014870*----------------------------------------------------------*
014880* 7140-WRITE-MASTER - WS-OUT-REC TO THE CARD'S MASTER.     *
014890*----------------------------------------------------------*
014900 7140-WRITE-MASTER.
014910     EVALUATE WS-MASTER-SUB
014920         WHEN 1  WRITE EMPLOYEE-REC   FROM WS-OUT-REC
014930         WHEN 2  WRITE EMPBANK-REC    FROM WS-OUT-REC
014940         WHEN 3  WRITE YTD-REC        FROM WS-OUT-REC
014950         WHEN 4  WRITE LEAVE-REC      FROM WS-OUT-REC
014960         WHEN 5  WRITE GARN-ORDER-REC FROM WS-OUT-REC
014970         WHEN 6  WRITE TAX-LIAB-REC   FROM WS-OUT-REC
014980         WHEN 7  WRITE OUTCHECK-REC   FROM WS-OUT-REC
014990     END-EVALUATE.
015000 7140-EXIT.
015010     EXIT.

015020*----------------------------------------------------------*
015030* 7200-OPEN-NEW-FILE - OPEN THE CARD'S NEW FILE TO READ.   *
015040*----------------------------------------------------------*
015050 7200-OPEN-NEW-FILE.
015060     EVALUATE WS-MASTER-SUB
015070         WHEN 1  OPEN INPUT EMPLOYEE-NEW-FILE
015080         WHEN 2  OPEN INPUT EMPBANK-NEW-FILE
015090         WHEN 3  OPEN INPUT YTD-NEW-FILE
015100         WHEN 4  OPEN INPUT LEAVE-NEW-FILE
015110         WHEN 5  OPEN INPUT GARN-ORDER-NEW-FILE
015120         WHEN 6  OPEN INPUT TAX-LIAB-NEW-FILE
015130         WHEN 7  OPEN INPUT OUTCHECK-NEW-FILE
015140     END-EVALUATE.
015150 7200-EXIT.
015160     EXIT.

015170*----------------------------------------------------------*
015180* 7210-READ-NEW-FILE - NEXT NEW FILE RECORD INTO WS-IO-REC.*
015190*----------------------------------------------------------*
015200 7210-READ-NEW-FILE.
015210     EVALUATE WS-MASTER-SUB
015220         WHEN 1
015230             READ EMPLOYEE-NEW-FILE INTO WS-IO-REC
015240                 AT END SET END-OF-INPUT TO TRUE
015250             END-READ
015260         WHEN 2
015270             READ EMPBANK-NEW-FILE INTO WS-IO-REC
015280                 AT END SET END-OF-INPUT TO TRUE
015290             END-READ
015300         WHEN 3
015310             READ YTD-NEW-FILE INTO WS-IO-REC
015320                 AT END SET END-OF-INPUT TO TRUE
015330             END-READ
015340         WHEN 4
015350             READ LEAVE-NEW-FILE INTO WS-IO-REC
015360                 AT END SET END-OF-INPUT TO TRUE
015370             END-READ
015380         WHEN 5
015390             READ GARN-ORDER-NEW-FILE INTO WS-IO-REC
015400                 AT END SET END-OF-INPUT TO TRUE
015410             END-READ
015420         WHEN 6
015430             READ TAX-LIAB-NEW-FILE INTO WS-IO-REC
015440                 AT END SET END-OF-INPUT TO TRUE
015450             END-READ
015460         WHEN 7
015470             READ OUTCHECK-NEW-FILE INTO WS-IO-REC
015480                 AT END SET END-OF-INPUT TO TRUE
015490             END-READ
015500     END-EVALUATE.
015510 7210-EXIT.
015520     EXIT.

015530*----------------------------------------------------------*
015540* 7220-CLOSE-NEW-FILE - CLOSE THE CARD'S NEW FILE.         *
015550*----------------------------------------------------------*
015560 7220-CLOSE-NEW-FILE.
015570     EVALUATE WS-MASTER-SUB
015580         WHEN 1  CLOSE EMPLOYEE-NEW-FILE
015590         WHEN 2  CLOSE EMPBANK-NEW-FILE
015600         WHEN 3  CLOSE YTD-NEW-FILE
015610         WHEN 4  CLOSE LEAVE-NEW-FILE
015620         WHEN 5  CLOSE GARN-ORDER-NEW-FILE
015630         WHEN 6  CLOSE TAX-LIAB-NEW-FILE
015640         WHEN 7  CLOSE OUTCHECK-NEW-FILE
015650     END-EVALUATE.
015660 7220-EXIT.
015670     EXIT.

015680*----------------------------------------------------------*
015690* 9000-TERMINATE - PRINT THE DECISION AND THE GENERATIONS  *
015700* KEPT, LOG THE ATTEMPT, AND CLOSE.  A REFUSAL ENDS THE JOB*
015710* WITH RC 12.                                              *
015720*----------------------------------------------------------*
015730 9000-TERMINATE.
015740     WRITE PROMOTE-REPORT-LINE FROM PR-BLANK-LINE
015750     EVALUATE TRUE
015760         WHEN WS-ACTION-REFUSED
015770             MOVE "REFUSED -           " TO PR-DECISION
015780             MOVE WS-REFUSE-REASON       TO PR-DECISION-TEXT
015790         WHEN WS-PC-PROMOTE
015800             MOVE "PROMOTED -          " TO PR-DECISION
015810             MOVE WS-SAVED-TEXT          TO PR-DECISION-TEXT
015820         WHEN OTHER
015830             MOVE "ROLLED BACK -       " TO PR-DECISION
015840             MOVE WS-SAVED-TEXT          TO PR-DECISION-TEXT
015850     END-EVALUATE
015860     WRITE PROMOTE-REPORT-LINE FROM PR-DECISION-LINE
015870     PERFORM 9200-LIST-GENERATIONS THRU 9200-EXIT
015880     CLOSE PROMOTE-REPORT-FILE
015890     PERFORM 9100-WRITE-PROMOTE-LOG THRU 9100-EXIT
015900     IF WS-ACTION-REFUSED
015910         DISPLAY "MASTER PROMOTION REFUSED - " WS-REFUSE-REASON
015920         MOVE 12 TO RETURN-CODE
015930     END-IF.
015940 9000-EXIT.
015950     EXIT.

015960*----------------------------------------------------------*
015970* 9100-WRITE-PROMOTE-LOG - APPEND THE PROMOTION, ROLLBACK  *
015980* OR REFUSAL.  A COPY THAT CAME UP SHORT IS LOGGED AS A    *
015990* REFUSAL WITH THE GENERATION IT SAVED, SO THE OPERATOR    *
016000* CAN ROLL BACK TO IT.                                     *
016010*----------------------------------------------------------*
016020 9100-WRITE-PROMOTE-LOG.
016030     OPEN EXTEND PROMOTE-LOG-FILE
016040     IF WS-PROLOG-STATUS NOT = "00"
016050         AND WS-PROLOG-STATUS NOT = "05"
016060         DISPLAY "PROMOTE.LOG NOT WRITABLE - STATUS "
016070                 WS-PROLOG-STATUS
016080         MOVE 12 TO RETURN-CODE
016090         STOP RUN
016100     END-IF
016110     MOVE WS-PC-MASTER       TO PL-MASTER
016120     EVALUATE TRUE
016130         WHEN WS-ACTION-REFUSED
016140             SET PL-REFUSED TO TRUE
016150             MOVE WS-REFUSE-REASON TO PL-REASON
016160         WHEN WS-PC-PROMOTE
016170             SET PL-PROMOTED TO TRUE
016180             MOVE SPACES         TO PL-REASON
016190         WHEN OTHER
016200             SET PL-ROLLED-BACK TO TRUE
016210             MOVE SPACES         TO PL-REASON
016220     END-EVALUATE
016230     MOVE WS-RUN-PERIOD      TO PL-PAY-PERIOD-DATE
016240     MOVE WS-RUN-GROUP       TO PL-PAY-GROUP
016250     MOVE WS-RUN-TYPE        TO PL-RUN-TYPE
016260     MOVE WS-RUN-END-DATE    TO PL-RUN-END-DATE
016270     MOVE WS-RUN-END-TIME    TO PL-RUN-END-TIME
016280     MOVE WS-NEW-GEN         TO PL-SAVED-GENERATION
016290     IF WS-PC-ROLLBACK
016300         AND WS-PC-GENERATION NUMERIC
016310         MOVE WS-PC-GENERATION-N TO PL-RESTORED-GENERATION
016320     ELSE
016330         MOVE 0              TO PL-RESTORED-GENERATION
016340     END-IF
016350     MOVE WS-WRITTEN-COUNT   TO PL-RECORD-COUNT
016360     MOVE WS-NEW-CONTROL     TO PL-CONTROL
016370     MOVE WS-CTL-OPERATOR    TO PL-OPERATOR
016380     MOVE WS-LOG-DATE        TO PL-LOG-DATE
016390     MOVE WS-LOG-TIME (1:6)  TO PL-LOG-TIME
016400     WRITE PROMOTE-LOG-REC
016410     CLOSE PROMOTE-LOG-FILE.
016420 9100-EXIT.
016430     EXIT.

016440*----------------------------------------------------------*
016450* 9200-LIST-GENERATIONS - LIST THE GENERATIONS NOW KEPT    *
016460* FOR THE MASTER, FOR THE NEXT ROLLBACK CARD.              *
016470*----------------------------------------------------------*
016480 9200-LIST-GENERATIONS.
016490     IF WS-MASTER-SUB = 0
016500         GO TO 9200-EXIT
016510     END-IF
016520     WRITE PROMOTE-REPORT-LINE FROM PR-BLANK-LINE
016530     MOVE WS-MS-MASTER-NAME (WS-MASTER-SUB)
016540                           TO PR-GEN-HEAD-MASTER
016550     WRITE PROMOTE-REPORT-LINE FROM PR-GEN-HEAD-LINE
016560     OPEN INPUT GENERATION-FILE
016570     IF WS-GEN-STATUS NOT = "00"
016580         CLOSE GENERATION-FILE
016590         GO TO 9200-EXIT
016600     END-IF
016610     SET NOT-END-OF-INPUT TO TRUE
016620     PERFORM 9210-LIST-GENERATION THRU 9210-EXIT
016630         UNTIL END-OF-INPUT
016640     CLOSE GENERATION-FILE.
016650 9200-EXIT.
016660     EXIT.

016670*----------------------------------------------------------*
016680* 9210-LIST-GENERATION - ONE MASTGEN.DAT ROW; THE MASTER'S *
016690* HEADER ROWS ARE LISTED.                                  *
016700*----------------------------------------------------------*
016710 9210-LIST-GENERATION.
016720     READ GENERATION-FILE
016730         AT END
016740             SET END-OF-INPUT TO TRUE
016750             GO TO 9210-EXIT
016760     END-READ
016770     IF NOT GN-HEADER
016780         OR GN-MASTER NOT = WS-PC-MASTER
016790         GO TO 9210-EXIT
016800     END-IF
016810     MOVE GN-GENERATION    TO PR-GEN-NUMBER
016820     MOVE GH-SAVED-DATE    TO PR-GEN-DATE
016830     MOVE GH-SAVED-TIME    TO PR-GEN-TIME
016840     MOVE GH-RECORD-COUNT  TO PR-GEN-COUNT
016850     MOVE GH-PAY-PERIOD-DATE TO PR-GEN-PERIOD
016860     IF GH-BEFORE-PROMOTE
016870         MOVE "PROMOTE"    TO PR-GEN-BEFORE
016880     ELSE
016890         MOVE "ROLLBACK"   TO PR-GEN-BEFORE
016900     END-IF
016910     WRITE PROMOTE-REPORT-LINE FROM PR-GEN-LINE.
016920 9210-EXIT.
016930     EXIT.

016940 END PROGRAM PROMOTE-MODULE.
