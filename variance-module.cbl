000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VARIANCE-MODULE.
000030 AUTHOR.        AKIF RAHMAN.
000040 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  AR  ORIGINAL PROGRAM.  PRE-RELEASE PAY       *
000110*                 VARIANCE REVIEW.  RUN AFTER A PREVIEW    *
000120*                 RUN OF PAYROLL-MODULE AND BEFORE THE     *
000130*                 LIVE RUN: PROVES PAYROLL.OUT IS THE      *
000140*                 PREVIEW LOGGED LAST ON RUNHIST.DAT, THEN *
000150*                 COMPARES EVERY EMPLOYEE'S ROW WITH THEIR *
000160*                 LAST REGULAR PERIOD ON PAYHIST.DAT AND   *
000170*                 FLAGS GROSS OR NET CHANGES OVER THE      *
000180*                 PERCENT OR DOLLAR THRESHOLD ON THE       *
000190*                 OPERATOR'S CARD, ZERO NET PAY, FIRST-    *
000200*                 TIME PAYEES, EMPLOYEES PAID AFTER BEING  *
000210*                 SKIPPED LAST PERIOD, AND DEPARTMENT      *
000220*                 CHANGES, WITH A DEPARTMENT ROLLUP AT     *
000230*                 THE FOOT OF VARIANCE.RPT.                *
000231* 2026-10-15  AR  RUNHIST.DAT NOW ALSO CARRIES THE ROWS OF *
000232*                 THE MASTER-FILE UPDATE RUNS - THE RUN    *
000233*                 UNDER REVIEW IS THE LAST PAY RUN LOGGED. *
000234* 2026-10-15  AR  A PERCENT CHANGE TOO LARGE TO HOLD IS    *
000235*                 NOW SET TO THE 999.9 CAP, WITH THE SIGN  *
000236*                 OF THE CHANGE, RATHER THAN TRUNCATED.    *
000240*----------------------------------------------------------*

000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  GENERIC.
000280 OBJECT-COMPUTER.  GENERIC.

000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PAYROLL-FILE  ASSIGN TO "PAYROLL.OUT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PAYOUT-STATUS.

000340     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PAYHIST-STATUS.

000370     SELECT SORT-HIST-FILE ASSIGN TO "PAYHIST.SRT".

000380     SELECT SORTED-HIST-FILE ASSIGN TO "PAYHIST.SRT.OUT"
000390         ORGANIZATION IS LINE SEQUENTIAL.

000400     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNHIST-STATUS.

000430     SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARIANCE.RPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.

000450     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUNCTL-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.
000500*----------------------------------------------------------*
000510* PAYROLL DETAIL, AS WRITTEN BY THE PAY RUN - SEE PAYROLL- *
000520* MODULE.  ONE ROW PER EMPLOYEE PAID, EMP-ID ASCENDING.    *
000530* ONLY THE FIELDS THE REVIEW USES ARE NAMED.               *
000540*----------------------------------------------------------*
000550 FD  PAYROLL-FILE.
000560 01  PAYROLL-REC.
000570     05  P-PAY-PERIOD-DATE PIC 9(08).
000580     05  P-EMP-ID          PIC 9(05).
000590     05  P-EMP-NAME        PIC X(30).
000600     05  P-DEPT            PIC X(04).
000610     05  FILLER            PIC X(15).
000620     05  P-GROSS           PIC 9(06)V99.
000630     05  FILLER            PIC X(37).
000640     05  P-NET             PIC 9(06)V99.
000650     05  FILLER            PIC X(69).

000660*----------------------------------------------------------*
000670* PAY HISTORY MASTER, AS APPENDED BY THE PAY RUN - SEE     *
000680* PAYROLL-MODULE.  ONE ROW PER EMPLOYEE PER LIVE REGULAR   *
000690* RUN, IN RUN ORDER.  KEEP THE LAYOUT IN STEP WITH         *
000700* PAYROLL-REC.  IT IS NEVER READ DIRECTLY HERE - IT IS     *
000710* SORTED INTO EMP-ID ORDER FOR THE MATCH AGAINST           *
000720* PAYROLL.OUT.                                             *
000730*----------------------------------------------------------*
000740 FD  PAY-HISTORY-FILE.
000750 01  PAY-HISTORY-REC       PIC X(184).

000760*----------------------------------------------------------*
000770* SORT WORK FILE - PAY HISTORY RESEQUENCED BY EMP-ID AND,  *
000780* WITHIN IT, PAY PERIOD, SO AN EMPLOYEE'S LATEST PERIOD IS *
000790* THE LAST OF THEIR ROWS.                                  *
000800*----------------------------------------------------------*
000810 SD  SORT-HIST-FILE.
000820 01  SORT-HIST-REC.
000830     05  SH-PAY-PERIOD-DATE PIC 9(08).
000840     05  SH-EMP-ID         PIC 9(05).
000850     05  FILLER            PIC X(171).

000860*----------------------------------------------------------*
000870* PAY HISTORY, SORTED - READ AHEAD ONE RECORD AT A TIME AND*
000880* MATCH-MERGED AGAINST PAYROLL.OUT.  ONLY THE FIELDS THE   *
000890* REVIEW USES ARE NAMED.                                   *
000900*----------------------------------------------------------*
000910 FD  SORTED-HIST-FILE.
000920 01  SORTED-HIST-REC.
000930     05  SRH-PAY-PERIOD-DATE PIC 9(08).
000940     05  SRH-EMP-ID        PIC 9(05).
000950     05  SRH-EMP-NAME      PIC X(30).
000960     05  SRH-DEPT          PIC X(04).
000970     05  FILLER            PIC X(15).
000980     05  SRH-GROSS         PIC 9(06)V99.
000990     05  FILLER            PIC X(37).
001000     05  SRH-NET           PIC 9(06)V99.
001010     05  FILLER            PIC X(69).

001020*----------------------------------------------------------*
001030* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
001040* PAYROLL-MODULE.  THE LAST ROW MUST BE THE COMPLETED      *
001050* PREVIEW REGULAR RUN THAT WROTE PAYROLL.OUT.              *
001060*----------------------------------------------------------*
001070 FD  RUN-HISTORY-FILE.
001080 01  RUN-HISTORY-REC.
001090     05  RH-PAY-PERIOD-DATE PIC 9(08).
001100     05  RH-RUN-TYPE       PIC X(01).
001110     05  RH-PREVIEW        PIC X(01).
001120     05  RH-OPERATOR       PIC X(08).
001130     05  RH-START-DATE     PIC 9(08).
001140     05  RH-START-TIME     PIC 9(06).
001150     05  RH-END-DATE       PIC 9(08).
001160     05  RH-END-TIME       PIC 9(06).
001170     05  RH-EMP-COUNT      PIC 9(06).
001180     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001190     05  RH-TOTAL-TAX      PIC 9(08)V99.
001200     05  RH-TOTAL-NET      PIC 9(08)V99.
001210     05  RH-STATUS         PIC X(01).
001220     05  RH-PAY-GROUP      PIC X(02).
001221*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001222*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001223*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001224*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001225*    AND UNUSED ENTRIES, READ AS SPACES.
001226     05  RH-NEW-FILE       OCCURS 3 TIMES.
001227         10  RH-NF-NAME    PIC X(14).
001228         10  RH-NF-IN-COUNT PIC 9(06).
001229         10  RH-NF-OUT-COUNT PIC 9(06).
001230         10  RH-NF-CONTROL PIC 9(11)V99.

001231*----------------------------------------------------------*
001240* VARIANCE REPORT - EVERY FLAGGED EMPLOYEE WITH THIS       *
001250* PERIOD'S AND LAST PERIOD'S GROSS AND NET AND A LINE PER  *
001260* FLAG, THE DEPARTMENT ROLLUP, AND THE CONTROL COUNTS.     *
001270*----------------------------------------------------------*
001280 FD  VARIANCE-REPORT-FILE.
001290 01  VARIANCE-REPORT-LINE  PIC X(80).

001300*----------------------------------------------------------*
001310* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
001320* PAYROLL-MODULE.  READ HERE ONLY FOR THE COMPANY NAME THE *
001330* REPORT HEADING PRINTS.                                   *
001340*----------------------------------------------------------*
001350 FD  RUN-CONTROL-FILE.
001360 01  RUN-CONTROL-REC.
001370     05  RC-PAY-PERIOD-DATE PIC 9(08).
001380     05  RC-RUN-TYPE       PIC X(01).
001390     05  RC-PREVIEW        PIC X(01).
001400     05  RC-COMPANY-NAME   PIC X(23).
001410     05  RC-COMPANY-ID     PIC 9(10).
001420     05  RC-ODFI           PIC 9(08).
001430     05  RC-OPERATOR       PIC X(08).
001440     05  RC-OVERRIDE       PIC X(01).
001450     05  RC-PAY-GROUP      PIC X(02).

001460 WORKING-STORAGE SECTION.
001470*----------------------------------------------------------*
001480* END-OF-FILE SWITCHES AND FILE STATUS                     *
001490*----------------------------------------------------------*
001500 01  WS-SWITCHES.
001510     05  EOF-PAYOUT        PIC X VALUE "N".
001520         88  END-OF-PAYOUT         VALUE "Y".
001530         88  NOT-END-OF-PAYOUT     VALUE "N".
001540     05  EOF-HIST          PIC X VALUE "N".
001550         88  END-OF-HIST           VALUE "Y".
001560         88  NOT-END-OF-HIST       VALUE "N".
001570     05  EOF-RHIST         PIC X VALUE "N".
001580         88  END-OF-RHIST          VALUE "Y".
001590         88  NOT-END-OF-RHIST      VALUE "N".
001600     05  WS-PRIOR-SW       PIC X VALUE "N".
001610         88  WS-PRIOR-FOUND        VALUE "Y".
001620         88  WS-NO-PRIOR           VALUE "N".
001630     05  WS-FLAG-SW        PIC X VALUE "N".
001640         88  WS-EMP-FLAGGED        VALUE "Y".
001650         88  WS-EMP-CLEAN          VALUE "N".
001660     05  WS-SCAN-SW        PIC X VALUE "N".
001670         88  WS-SCAN-DONE          VALUE "Y".
001680         88  WS-SCAN-GOING         VALUE "N".

001690 01  WS-PAYOUT-STATUS      PIC XX    VALUE "00".
001700 01  WS-PAYHIST-STATUS     PIC XX    VALUE "00".
001710 01  WS-RUNHIST-STATUS     PIC XX    VALUE "00".
001720 01  WS-RUNCTL-STATUS      PIC XX    VALUE "00".
001730 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.
001740 01  WS-HIST-EMP-ID        PIC 9(05) VALUE 0.
001750 01  WS-PREV-EMP-ID        PIC 9(05) VALUE 0.

001760*----------------------------------------------------------*
001770* OPERATOR CARD - THE PERCENT THRESHOLD (3 DIGITS, WHOLE   *
001780* PERCENT) AND THE DOLLAR THRESHOLD (7 DIGITS, DOLLARS AND *
001790* CENTS).  A CHANGE IN GROSS OR NET BEYOND EITHER ONE IS   *
001800* FLAGGED.  A BLANK CARD TAKES THE STANDING THRESHOLDS.    *
001810*----------------------------------------------------------*
001820 01  WS-VARIANCE-CARD-IN   PIC X(10) VALUE SPACES.
001821 01  WS-VARIANCE-CARD REDEFINES WS-VARIANCE-CARD-IN.
001822     05  WS-VC-PERCENT     PIC 9(03).
001823     05  WS-VC-DOLLARS     PIC 9(05)V99.
001830 01  WS-THRESHOLDS.
001840     05  WS-PCT-LIMIT      PIC 9(03)    VALUE 10.
001850     05  WS-DOLLAR-LIMIT   PIC 9(05)V99 VALUE 200.00.

001860*----------------------------------------------------------*
001870* THE RUN UNDER REVIEW, OFF THE LAST RUNHIST.DAT ROW, AND  *
001880* THE FOOTINGS OF PAYROLL.OUT THAT MUST AGREE WITH IT.     *
001890* WS-LAST-PERIOD IS THE LATEST PERIOD BEFORE THIS ONE THAT *
001900* ANY EMPLOYEE ON THIS PAYROLL WAS PAID IN - THE GROUP'S   *
001910* LAST REGULAR PERIOD.                                     *
001920*----------------------------------------------------------*
001930 01  WS-RUN-UNDER-REVIEW.
001940     05  WS-RUN-FOUND-SW   PIC X(01)    VALUE "N".
001950         88  WS-RUN-FOUND          VALUE "Y".
001960     05  WS-RUN-PERIOD     PIC 9(08)    VALUE 0.
001970     05  WS-RUN-TYPE       PIC X(01)    VALUE SPACE.
001980     05  WS-RUN-PREVIEW    PIC X(01)    VALUE SPACE.
001990     05  WS-RUN-STATUS     PIC X(01)    VALUE SPACE.
002000     05  WS-RUN-GROUP      PIC X(02)    VALUE SPACES.
002010     05  WS-RUN-OPERATOR   PIC X(08)    VALUE SPACES.
002020     05  WS-RUN-EMP-COUNT  PIC 9(06)    VALUE 0.
002030     05  WS-RUN-GROSS      PIC 9(08)V99 VALUE 0.
002040     05  WS-RUN-NET        PIC 9(08)V99 VALUE 0.
002050     05  WS-OUT-COUNT      PIC 9(06)    VALUE 0.
002060     05  WS-OUT-GROSS      PIC 9(08)V99 VALUE 0.
002070     05  WS-OUT-NET        PIC 9(08)V99 VALUE 0.
002080     05  WS-LAST-PERIOD    PIC 9(08)    VALUE 0.

002090*----------------------------------------------------------*
002100* COMPARISON WORK FOR THE EMPLOYEE IN PROCESS - THE PRIOR  *
002110* PERIOD'S ROW, AND THE FIGURES ONE GROSS OR NET TEST RUNS *
002120* ON.  THE PERCENT IS OF THE PRIOR FIGURE, HELD AT 999.9   *
002130* EITHER WAY, AND 999.9 WHEN THERE WAS NO PRIOR FIGURE.    *
002140*----------------------------------------------------------*
002150 01  WS-COMPARE-WORK.
002160     05  WS-PRIOR-PERIOD   PIC 9(08)     VALUE 0.
002170     05  WS-PRIOR-DEPT     PIC X(04)     VALUE SPACES.
002180     05  WS-PRIOR-GROSS    PIC 9(06)V99  VALUE 0.
002190     05  WS-PRIOR-NET      PIC 9(06)V99  VALUE 0.
002200     05  WS-CMP-PRIOR      PIC 9(06)V99  VALUE 0.
002210     05  WS-CMP-CURRENT    PIC 9(06)V99  VALUE 0.
002220     05  WS-CMP-DIFF       PIC S9(07)V99 VALUE 0.
002230     05  WS-CMP-ABS-DIFF   PIC 9(07)V99  VALUE 0.
002240     05  WS-CMP-PCT        PIC S9(05)V9  VALUE 0.
002250     05  WS-CMP-ABS-PCT    PIC 9(05)V9   VALUE 0.
002260     05  WS-CMP-OVER-SW    PIC X(01)     VALUE "N".
002270         88  WS-CMP-OVER           VALUE "Y".
002280         88  WS-CMP-WITHIN         VALUE "N".
002290     05  WS-PCT-CAP        PIC 9(03)V9   VALUE 999.9.
002300     05  WS-FLAG-TEXT      PIC X(60)     VALUE SPACES.

002310*----------------------------------------------------------*
002320* DEPARTMENT TABLE - THIS PERIOD'S PAYROLL ROLLED UP BY    *
002330* DEPARTMENT, KEPT IN DEPARTMENT ORDER AS ENTRIES ARE      *
002340* ADDED.  AN EMPLOYEE'S PRIOR FIGURES GO WITH THEM INTO    *
002350* THEIR CURRENT DEPARTMENT.                                *
002360*----------------------------------------------------------*
002370 01  WS-DEPT-TABLE.
002380     05  WS-DT-COUNT       PIC 9(02)    COMP VALUE 0.
002390     05  WS-DT-SUB         PIC 9(02)    COMP VALUE 0.
002400     05  WS-DT-MOVE-SUB    PIC 9(02)    COMP VALUE 0.
002410     05  WS-DT-TO-SUB      PIC 9(02)    COMP VALUE 0.
002420     05  WS-DT-ENTRY OCCURS 50 TIMES.
002430         10  WS-DT-DEPT         PIC X(04).
002440         10  WS-DT-EMP-COUNT    PIC 9(05)    COMP.
002450         10  WS-DT-FLAG-COUNT   PIC 9(05)    COMP.
002460         10  WS-DT-PRIOR-GROSS  PIC 9(08)V99.
002470         10  WS-DT-GROSS        PIC 9(08)V99.
002480         10  WS-DT-PRIOR-NET    PIC 9(08)V99.
002490         10  WS-DT-NET          PIC 9(08)V99.

002500*----------------------------------------------------------*
002510* CONTROL COUNTS AND TOTALS FOR THE FOOT OF THE REPORT.    *
002520*----------------------------------------------------------*
002530 01  WS-VARIANCE-TOTALS.
002540     05  WS-EMP-COUNT      PIC 9(06)    COMP VALUE 0.
002550     05  WS-FLAGGED-COUNT  PIC 9(06)    COMP VALUE 0.
002560     05  WS-NEW-PAYEE-COUNT PIC 9(06)   COMP VALUE 0.
002570     05  WS-SKIPPED-COUNT  PIC 9(06)    COMP VALUE 0.
002580     05  WS-DEPT-CHG-COUNT PIC 9(06)    COMP VALUE 0.
002590     05  WS-ZERO-NET-COUNT PIC 9(06)    COMP VALUE 0.
002600     05  WS-GROSS-VAR-COUNT PIC 9(06)   COMP VALUE 0.
002610     05  WS-NET-VAR-COUNT  PIC 9(06)    COMP VALUE 0.
002620     05  WS-TOT-PRIOR-GROSS PIC 9(08)V99 VALUE 0.
002630     05  WS-TOT-GROSS      PIC 9(08)V99 VALUE 0.
002640     05  WS-TOT-PRIOR-NET  PIC 9(08)V99 VALUE 0.
002650     05  WS-TOT-NET        PIC 9(08)V99 VALUE 0.
002660     05  WS-ROLL-DIFF      PIC S9(08)V99 VALUE 0.

002670*----------------------------------------------------------*
002680* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
002690* ARE DOCUMENTATION ONLY AND THE RECORD AREA IS UNDEFINED  *
002700* BEFORE THE FIRST WRITE, SO EVERY FORMATTED               *
002710* LINE IS BUILT HERE, WHERE VALUE CLAUSES ARE HONORED, AND *
002720* WRITTEN TO ITS FILE WITH WRITE ... FROM.                 *
002730*----------------------------------------------------------*
002740 01  VR-HEADING-LINE.
002750     05  VR-COMPANY-NAME   PIC X(23).
002760     05  FILLER            PIC X(25) VALUE
002770         " - PAY VARIANCE REVIEW".
002780     05  FILLER            PIC X(32) VALUE SPACES.
002790 01  VR-RUN-LINE.
002800     05  FILLER            PIC X(09) VALUE "  PERIOD ".
002810     05  VR-RUN-PERIOD     PIC 9(08).
002820     05  FILLER            PIC X(08) VALUE "  GROUP ".
002830     05  VR-RUN-GROUP      PIC X(02).
002840     05  FILLER            PIC X(17) VALUE
002850         "  PREVIEW RUN BY ".
002860     05  VR-RUN-OPERATOR   PIC X(08).
002870     05  FILLER            PIC X(14) VALUE
002880         "  LAST PERIOD ".
002890     05  VR-LAST-PERIOD    PIC 9(08).
002900     05  FILLER            PIC X(06) VALUE SPACES.
002910 01  VR-LIMIT-LINE.
002920     05  FILLER            PIC X(24) VALUE
002930         "  FLAGGING CHANGES OVER ".
002940     05  VR-PCT-LIMIT      PIC ZZ9.
002950     05  FILLER            PIC X(05) VALUE "% OR ".
002960     05  VR-DOLLAR-LIMIT   PIC $$$,$$9.99.
002970     05  FILLER            PIC X(38) VALUE SPACES.
002980 01  VR-COL-HEAD-LINE.
002990     05  FILLER            PIC X(31) VALUE
003000         "  EMP ID NAME             DEPT ".
003010     05  FILLER            PIC X(49) VALUE
003020         "PRIOR GROSS      GROSS  PRIOR NET        NET".
003030 01  VR-DETAIL-LINE.
003040     05  FILLER            PIC X(02) VALUE SPACES.
003050     05  VR-EMP-ID         PIC 9(05).
003060     05  FILLER            PIC X(02) VALUE SPACES.
003070     05  VR-EMP-NAME       PIC X(16).
003080     05  FILLER            PIC X(01) VALUE SPACES.
003090     05  VR-DEPT           PIC X(04).
003100     05  FILLER            PIC X(02) VALUE SPACES.
003110     05  VR-PRIOR-GROSS    PIC ZZZ,ZZ9.99.
003120     05  FILLER            PIC X(01) VALUE SPACES.
003130     05  VR-GROSS          PIC ZZZ,ZZ9.99.
003140     05  FILLER            PIC X(01) VALUE SPACES.
003150     05  VR-PRIOR-NET      PIC ZZZ,ZZ9.99.
003160     05  FILLER            PIC X(01) VALUE SPACES.
003170     05  VR-NET            PIC ZZZ,ZZ9.99.
003180     05  FILLER            PIC X(05) VALUE SPACES.
003190 01  VR-FLAG-LINE.
003200     05  FILLER            PIC X(09) VALUE SPACES.
003210     05  FILLER            PIC X(03) VALUE "** ".
003220     05  VR-FLAG-TEXT      PIC X(60).
003230     05  FILLER            PIC X(08) VALUE SPACES.
003240 01  VR-CHANGE-TEXT.
003250     05  VR-CHG-LABEL      PIC X(13).
003260     05  VR-CHG-AMOUNT     PIC ++++,++9.99.
003270     05  FILLER            PIC X(02) VALUE SPACES.
003280     05  VR-CHG-PCT        PIC ++++.9.
003290     05  FILLER            PIC X(01) VALUE "%".
003300     05  FILLER            PIC X(27) VALUE SPACES.
003310 01  VR-DATE-TEXT.
003320     05  VR-DATE-LABEL     PIC X(38).
003330     05  VR-DATE           PIC 9(08).
003340     05  FILLER            PIC X(14) VALUE SPACES.
003350 01  VR-DEPT-TEXT.
003360     05  FILLER            PIC X(24) VALUE
003370         "DEPARTMENT CHANGED FROM ".
003380     05  VR-DEPT-FROM      PIC X(04).
003390     05  FILLER            PIC X(32) VALUE SPACES.
003400 01  VR-ROLL-HEAD-LINE.
003410     05  FILLER            PIC X(35) VALUE
003420         "  DEPT   EMPS FLAGGED   PRIOR GROSS".
003430     05  FILLER            PIC X(45) VALUE
003440         "         GROSS  GROSS CHANGE     NET CHANGE".
003450 01  VR-ROLL-LINE.
003460     05  FILLER            PIC X(02) VALUE SPACES.
003470     05  VR-RL-DEPT        PIC X(04).
003480     05  FILLER            PIC X(01) VALUE SPACES.
003490     05  VR-RL-COUNT       PIC ZZ,ZZ9.
003500     05  FILLER            PIC X(02) VALUE SPACES.
003510     05  VR-RL-FLAGGED     PIC ZZ,ZZ9.
003520     05  FILLER            PIC X(01) VALUE SPACES.
003530     05  VR-RL-PRIOR-GROSS PIC $$,$$$,$$9.99.
003540     05  FILLER            PIC X(01) VALUE SPACES.
003550     05  VR-RL-GROSS       PIC $$,$$$,$$9.99.
003560     05  FILLER            PIC X(01) VALUE SPACES.
003570     05  VR-RL-GROSS-CHG   PIC ++,+++,++9.99.
003580     05  FILLER            PIC X(02) VALUE SPACES.
003590     05  VR-RL-NET-CHG     PIC ++,+++,++9.99.
003600     05  FILLER            PIC X(02) VALUE SPACES.
003610 01  VR-TEXT-LINE.
003620     05  FILLER            PIC X(02) VALUE SPACES.
003630     05  VR-TEXT           PIC X(78).
003640 01  VR-COUNT-LINE.
003650     05  VR-COUNT-LABEL    PIC X(30).
003660     05  VR-COUNT          PIC ZZZ,ZZ9.
003670     05  FILLER            PIC X(43) VALUE SPACES.
003680 01  VR-MONEY-LINE.
003690     05  VR-MONEY-LABEL    PIC X(30).
003700     05  VR-MONEY-AMOUNT   PIC $$$,$$$,$$9.99.
003710     05  FILLER            PIC X(36) VALUE SPACES.
003720 01  VR-BLANK-LINE.
003730     05  FILLER            PIC X(80) VALUE SPACES.

003740 PROCEDURE DIVISION.
003750*----------------------------------------------------------*
003760* 0000-MAINLINE                                            *
003770*----------------------------------------------------------*
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003800     PERFORM 2000-REVIEW-EMPLOYEE THRU 2000-EXIT
003810         UNTIL END-OF-PAYOUT
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT
003830     STOP RUN.

003840*----------------------------------------------------------*
003850* 1000-INITIALIZE - READ THE THRESHOLD CARD, PICK UP THE   *
003860* COMPANY NAME, FIND THE RUN UNDER REVIEW ON RUNHIST.DAT,  *
003870* SORT THE PAY HISTORY, PROVE PAYROLL.OUT AGAINST THE RUN  *
003880* IN A FIRST PASS, THEN REOPEN BOTH FILES FOR THE REVIEW   *
003890* AND START THE REPORT.                                    *
003900*----------------------------------------------------------*
003910 1000-INITIALIZE.
003920     PERFORM 1100-READ-CARD THRU 1100-EXIT
003930     PERFORM 1400-GET-COMPANY-NAME THRU 1400-EXIT
003940     PERFORM 1300-FIND-REVIEW-RUN THRU 1300-EXIT
003950     OPEN INPUT PAY-HISTORY-FILE
003960     IF WS-PAYHIST-STATUS NOT = "00"
003970         DISPLAY "PAYHIST.DAT MISSING OR UNREADABLE - STATUS "
003980                 WS-PAYHIST-STATUS
003990         MOVE 12 TO RETURN-CODE
004000         STOP RUN
004010     END-IF
004020     CLOSE PAY-HISTORY-FILE
004030     OPEN INPUT PAYROLL-FILE
004040     IF WS-PAYOUT-STATUS NOT = "00"
004050         DISPLAY "PAYROLL.OUT MISSING OR UNREADABLE - STATUS "
004060                 WS-PAYOUT-STATUS
004070         MOVE 12 TO RETURN-CODE
004080         STOP RUN
004090     END-IF
004100     PERFORM 1200-SORT-HISTORY THRU 1200-EXIT
004110     OPEN INPUT SORTED-HIST-FILE
004120     SET NOT-END-OF-PAYOUT TO TRUE
004130     SET NOT-END-OF-HIST TO TRUE
004140     PERFORM 1210-READ-HIST THRU 1210-EXIT
004150     PERFORM 1500-PROVE-PAYROLL-ROW THRU 1500-EXIT
004160         UNTIL END-OF-PAYOUT
004170     CLOSE PAYROLL-FILE SORTED-HIST-FILE
004180     IF WS-OUT-COUNT NOT = WS-RUN-EMP-COUNT
004190         OR WS-OUT-GROSS NOT = WS-RUN-GROSS
004200         OR WS-OUT-NET NOT = WS-RUN-NET
004210         DISPLAY "PAYROLL.OUT DOES NOT TIE TO THE PREVIEW RUN "
004220                 "ON RUNHIST.DAT - NOT REVIEWED"
004230         DISPLAY "  RUNHIST  " WS-RUN-EMP-COUNT " "
004240                 WS-RUN-GROSS " " WS-RUN-NET
004250         DISPLAY "  PAYROLL  " WS-OUT-COUNT " "
004260                 WS-OUT-GROSS " " WS-OUT-NET
004270         MOVE 12 TO RETURN-CODE
004280         STOP RUN
004290     END-IF
004300     OPEN INPUT  PAYROLL-FILE
004310          INPUT  SORTED-HIST-FILE
004320          OUTPUT VARIANCE-REPORT-FILE
004330     SET NOT-END-OF-PAYOUT TO TRUE
004340     SET NOT-END-OF-HIST TO TRUE
004350     PERFORM 1210-READ-HIST THRU 1210-EXIT
004360     MOVE WS-COMPANY-NAME  TO VR-COMPANY-NAME
004370     WRITE VARIANCE-REPORT-LINE FROM VR-HEADING-LINE
004380     MOVE WS-RUN-PERIOD    TO VR-RUN-PERIOD
004390     MOVE WS-RUN-GROUP     TO VR-RUN-GROUP
004400     MOVE WS-RUN-OPERATOR  TO VR-RUN-OPERATOR
004410     MOVE WS-LAST-PERIOD   TO VR-LAST-PERIOD
004420     WRITE VARIANCE-REPORT-LINE FROM VR-RUN-LINE
004430     MOVE WS-PCT-LIMIT     TO VR-PCT-LIMIT
004440     MOVE WS-DOLLAR-LIMIT  TO VR-DOLLAR-LIMIT
004450     WRITE VARIANCE-REPORT-LINE FROM VR-LIMIT-LINE
004460     WRITE VARIANCE-REPORT-LINE FROM VR-BLANK-LINE
004470     WRITE VARIANCE-REPORT-LINE FROM VR-COL-HEAD-LINE.
004480 1000-EXIT.
004490     EXIT.

004500*----------------------------------------------------------*
004510* 1100-READ-CARD - A BLANK CARD KEEPS THE STANDING         *
004520* THRESHOLDS; OTHERWISE BOTH FIGURES MUST BE NUMERIC.      *
004530*----------------------------------------------------------*
004540 1100-READ-CARD.
004550     ACCEPT WS-VARIANCE-CARD-IN
004560     IF WS-VARIANCE-CARD-IN = SPACES
004570         GO TO 1100-EXIT
004580     END-IF
004590     IF WS-VC-PERCENT NOT NUMERIC
004600         OR WS-VC-DOLLARS NOT NUMERIC
004610         DISPLAY "INVALID VARIANCE THRESHOLD CARD - "
004620                 WS-VARIANCE-CARD-IN
004630         MOVE 12 TO RETURN-CODE
004640         STOP RUN
004650     END-IF
004660     MOVE WS-VC-PERCENT    TO WS-PCT-LIMIT
004670     MOVE WS-VC-DOLLARS    TO WS-DOLLAR-LIMIT.
004680 1100-EXIT.
004690     EXIT.

004700*----------------------------------------------------------*
004710* 1200-SORT-HISTORY - RESEQUENCE PAYHIST.DAT INTO EMP-ID   *
004720* AND PAY PERIOD ORDER SO IT CAN BE MATCH-MERGED AGAINST   *
004730* PAYROLL.OUT, WHICH THE PAY RUN WRITES IN EMP-ID ORDER.   *
004740*----------------------------------------------------------*
004750 1200-SORT-HISTORY.
004760     SORT SORT-HIST-FILE
004770         ON ASCENDING KEY SH-EMP-ID SH-PAY-PERIOD-DATE
004780         USING PAY-HISTORY-FILE
004790         GIVING SORTED-HIST-FILE.
004800 1200-EXIT.
004810     EXIT.

004820*----------------------------------------------------------*
004830* 1210-READ-HIST - PRIME/ADVANCE THE SORTED-HIST-FILE      *
004840* READ-AHEAD USED BY BOTH PASSES.                          *
004850*----------------------------------------------------------*
004860 1210-READ-HIST.
004870     READ SORTED-HIST-FILE
004880         AT END
004890             SET END-OF-HIST TO TRUE
004900             MOVE 99999 TO WS-HIST-EMP-ID
004910             GO TO 1210-EXIT
004920     END-READ
004930     MOVE SRH-EMP-ID TO WS-HIST-EMP-ID.
004940 1210-EXIT.
004950     EXIT.

004960*----------------------------------------------------------*
004970* 1300-FIND-REVIEW-RUN - PAYROLL.OUT IS REWRITTEN BY EVERY *
004980* RUN, SO THE RUN IT CAME FROM IS THE LAST ONE LOGGED.  IT *
004990* MUST BE A COMPLETED PREVIEW OF A REGULAR RUN - THE REVIEW*
005000* IS FOR CATCHING KEYING ERRORS BEFORE ANY MONEY MOVES.    *
005010*----------------------------------------------------------*
005020 1300-FIND-REVIEW-RUN.
005030     OPEN INPUT RUN-HISTORY-FILE
005040     IF WS-RUNHIST-STATUS NOT = "00"
005050         DISPLAY "RUNHIST.DAT MISSING OR UNREADABLE - STATUS "
005060                 WS-RUNHIST-STATUS
005070         MOVE 12 TO RETURN-CODE
005080         STOP RUN
005090     END-IF
005100     SET NOT-END-OF-RHIST TO TRUE
005110     PERFORM 1310-READ-RUN-HISTORY THRU 1310-EXIT
005120         UNTIL END-OF-RHIST
005130     CLOSE RUN-HISTORY-FILE
005140     IF NOT WS-RUN-FOUND
005150         DISPLAY "RUNHIST.DAT IS EMPTY - NO PREVIEW RUN TO "
005160                 "REVIEW"
005170         MOVE 12 TO RETURN-CODE
005180         STOP RUN
005190     END-IF
005200     IF WS-RUN-TYPE NOT = "R"
005210         OR WS-RUN-PREVIEW NOT = "Y"
005220         OR WS-RUN-STATUS NOT = "C"
005230         DISPLAY "LAST RUN ON RUNHIST.DAT IS NOT A COMPLETED "
005240                 "PREVIEW REGULAR RUN - NOT REVIEWED"
005250         DISPLAY "  PERIOD " WS-RUN-PERIOD " TYPE "
005260                 WS-RUN-TYPE " PREVIEW " WS-RUN-PREVIEW
005270                 " STATUS " WS-RUN-STATUS
005280         MOVE 12 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310 1300-EXIT.
005320     EXIT.

005330*----------------------------------------------------------*
005331* 1310-READ-RUN-HISTORY - KEEP EACH PAY RUN'S ROW IN TURN; *
005332* THE LAST ONE KEPT IS THE RUN UNDER REVIEW.  ROWS         *
005333* LOGGED BY THE MASTER-FILE UPDATE RUNS ARE PASSED OVER.   *
005360*----------------------------------------------------------*
005370 1310-READ-RUN-HISTORY.
005380     READ RUN-HISTORY-FILE
005390         AT END
005400             SET END-OF-RHIST TO TRUE
005410             GO TO 1310-EXIT
005420     END-READ
005421     IF RH-RUN-TYPE NOT = "R"
005422         AND RH-RUN-TYPE NOT = "A"
005423         GO TO 1310-EXIT
005424     END-IF
005430     SET WS-RUN-FOUND TO TRUE
005440     MOVE RH-PAY-PERIOD-DATE TO WS-RUN-PERIOD
005450     MOVE RH-RUN-TYPE        TO WS-RUN-TYPE
005460     MOVE RH-PREVIEW         TO WS-RUN-PREVIEW
005470     MOVE RH-STATUS          TO WS-RUN-STATUS
005480     MOVE RH-PAY-GROUP       TO WS-RUN-GROUP
005490     MOVE RH-OPERATOR        TO WS-RUN-OPERATOR
005500     MOVE RH-EMP-COUNT       TO WS-RUN-EMP-COUNT
005510     MOVE RH-TOTAL-GROSS     TO WS-RUN-GROSS
005520     MOVE RH-TOTAL-NET       TO WS-RUN-NET.
005530 1310-EXIT.
005540     EXIT.

005550*----------------------------------------------------------*
005560* 1400-GET-COMPANY-NAME - PICK THE COMPANY NAME UP OFF THE *
005570* OPERATOR'S RUNCTL.DAT CARD FOR THE REPORT HEADING, AS    *
005580* PAY-INQUIRY-MODULE DOES.                                 *
005590*----------------------------------------------------------*
005600 1400-GET-COMPANY-NAME.
005610     OPEN INPUT RUN-CONTROL-FILE
005620     IF WS-RUNCTL-STATUS NOT = "00"
005630         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
005640                 WS-RUNCTL-STATUS
005650         MOVE 12 TO RETURN-CODE
005660         STOP RUN
005670     END-IF
005680     READ RUN-CONTROL-FILE
005690         AT END
005700             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
005710             MOVE 12 TO RETURN-CODE
005720             STOP RUN
005730     END-READ
005740     CLOSE RUN-CONTROL-FILE
005750     IF RC-COMPANY-NAME = SPACES
005760         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
005770         MOVE 12 TO RETURN-CODE
005780         STOP RUN
005790     END-IF
005800     MOVE RC-COMPANY-NAME TO WS-COMPANY-NAME.
005810 1400-EXIT.
005820     EXIT.

005830*----------------------------------------------------------*
005840* 1500-PROVE-PAYROLL-ROW - FIRST PASS, ONE PAYROLL.OUT ROW.*
005850* EVERY ROW MUST CARRY THE PERIOD OF THE RUN UNDER REVIEW, *
005860* IN EMP-ID ORDER; THE ROWS ARE COUNTED AND FOOTED FOR THE *
005870* TIE TO RUNHIST.DAT.  THE EMPLOYEE'S LATEST HISTORY PERIOD*
005880* BEFORE THIS ONE MOVES WS-LAST-PERIOD UP IF IT IS LATER.  *
005890*----------------------------------------------------------*
005900 1500-PROVE-PAYROLL-ROW.
005910     READ PAYROLL-FILE
005920         AT END
005930             SET END-OF-PAYOUT TO TRUE
005940             GO TO 1500-EXIT
005950     END-READ
005960     IF P-PAY-PERIOD-DATE NOT = WS-RUN-PERIOD
005970         OR P-GROSS NOT NUMERIC
005980         OR P-NET NOT NUMERIC
005990         DISPLAY "PAYROLL.OUT ROW NOT FROM THE PREVIEW RUN "
006000                 "UNDER REVIEW - " P-PAY-PERIOD-DATE " "
006010                 P-EMP-ID
006020         MOVE 12 TO RETURN-CODE
006030         STOP RUN
006040     END-IF
006050     IF P-EMP-ID NOT > WS-PREV-EMP-ID
006060         DISPLAY "PAYROLL.OUT OUT OF EMP-ID SEQUENCE - "
006070                 P-EMP-ID
006080         MOVE 12 TO RETURN-CODE
006090         STOP RUN
006100     END-IF
006110     MOVE P-EMP-ID TO WS-PREV-EMP-ID
006120     ADD 1       TO WS-OUT-COUNT
006130     ADD P-GROSS TO WS-OUT-GROSS
006140     ADD P-NET   TO WS-OUT-NET
006150     PERFORM 2100-FIND-PRIOR THRU 2100-EXIT
006160     IF WS-PRIOR-FOUND
006170         AND WS-PRIOR-PERIOD > WS-LAST-PERIOD
006180         MOVE WS-PRIOR-PERIOD TO WS-LAST-PERIOD
006190     END-IF.
006200 1500-EXIT.
006210     EXIT.

006220*----------------------------------------------------------*
006230* 2000-REVIEW-EMPLOYEE - SECOND PASS, ONE PAYROLL.OUT ROW  *
006240* AGAINST THE EMPLOYEE'S PRIOR PERIOD.  EVERY TEST IS RUN; *
006250* THE EMPLOYEE IS PRINTED ONCE, AHEAD OF THEIR FIRST FLAG. *
006260*----------------------------------------------------------*
006270 2000-REVIEW-EMPLOYEE.
006280     READ PAYROLL-FILE
006290         AT END
006300             SET END-OF-PAYOUT TO TRUE
006310             GO TO 2000-EXIT
006320     END-READ
006330     ADD 1 TO WS-EMP-COUNT
006340     SET WS-EMP-CLEAN TO TRUE
006350     PERFORM 2100-FIND-PRIOR THRU 2100-EXIT
006360     IF WS-NO-PRIOR
006370         MOVE "FIRST-TIME PAYEE - NO PRIOR PAY HISTORY"
006380                           TO WS-FLAG-TEXT
006390         PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006400         ADD 1 TO WS-NEW-PAYEE-COUNT
006410     END-IF
006420     IF WS-PRIOR-FOUND
006430         AND WS-PRIOR-PERIOD < WS-LAST-PERIOD
006440         MOVE "PAID AFTER SKIPPED PERIOD - LAST PAID"
006450                           TO VR-DATE-LABEL
006460         MOVE WS-PRIOR-PERIOD TO VR-DATE
006470         MOVE VR-DATE-TEXT TO WS-FLAG-TEXT
006480         PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006490         ADD 1 TO WS-SKIPPED-COUNT
006500     END-IF
006510     IF WS-PRIOR-FOUND
006520         AND WS-PRIOR-DEPT NOT = P-DEPT
006530         MOVE WS-PRIOR-DEPT TO VR-DEPT-FROM
006540         MOVE VR-DEPT-TEXT  TO WS-FLAG-TEXT
006550         PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006560         ADD 1 TO WS-DEPT-CHG-COUNT
006570     END-IF
006580     IF P-NET = 0
006590         MOVE "ZERO NET PAY" TO WS-FLAG-TEXT
006600         PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006610         ADD 1 TO WS-ZERO-NET-COUNT
006620     END-IF
006630     IF WS-PRIOR-FOUND
006640         MOVE WS-PRIOR-GROSS TO WS-CMP-PRIOR
006650         MOVE P-GROSS        TO WS-CMP-CURRENT
006660         PERFORM 2300-TEST-CHANGE THRU 2300-EXIT
006670         IF WS-CMP-OVER
006680             MOVE "GROSS CHANGE " TO VR-CHG-LABEL
006690             MOVE VR-CHANGE-TEXT  TO WS-FLAG-TEXT
006700             PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006710             ADD 1 TO WS-GROSS-VAR-COUNT
006720         END-IF
006730         MOVE WS-PRIOR-NET   TO WS-CMP-PRIOR
006740         MOVE P-NET          TO WS-CMP-CURRENT
006750         PERFORM 2300-TEST-CHANGE THRU 2300-EXIT
006760         IF WS-CMP-OVER
006770             MOVE "NET CHANGE   " TO VR-CHG-LABEL
006780             MOVE VR-CHANGE-TEXT  TO WS-FLAG-TEXT
006790             PERFORM 2500-FLAG-EMPLOYEE THRU 2500-EXIT
006800             ADD 1 TO WS-NET-VAR-COUNT
006810         END-IF
006820     END-IF
006830     PERFORM 2400-ACCUM-DEPT THRU 2400-EXIT
006840     ADD P-GROSS TO WS-TOT-GROSS
006850     ADD P-NET   TO WS-TOT-NET
006860     IF WS-PRIOR-FOUND
006870         ADD WS-PRIOR-GROSS TO WS-TOT-PRIOR-GROSS
006880         ADD WS-PRIOR-NET   TO WS-TOT-PRIOR-NET
006890     END-IF.
006900 2000-EXIT.
006910     EXIT.

006920*----------------------------------------------------------*
006930* 2100-FIND-PRIOR - STEP THE HISTORY READ-AHEAD UP TO THIS *
006940* EMPLOYEE AND TAKE THEIR LATEST ROW FROM BEFORE THE RUN'S *
006950* PERIOD.  ANY ROW FOR THE RUN'S OWN PERIOD OR LATER IS    *
006960* PASSED OVER.                                             *
006970*----------------------------------------------------------*
006980 2100-FIND-PRIOR.
006990     SET WS-NO-PRIOR TO TRUE
007000     PERFORM 2110-SKIP-ORPHAN-HIST THRU 2110-EXIT
007010         UNTIL END-OF-HIST OR WS-HIST-EMP-ID >= P-EMP-ID
007020     PERFORM 2120-TAKE-HIST THRU 2120-EXIT
007030         UNTIL END-OF-HIST OR WS-HIST-EMP-ID NOT = P-EMP-ID.
007040 2100-EXIT.
007050     EXIT.

007060*----------------------------------------------------------*
007070* 2110-SKIP-ORPHAN-HIST - THE CURRENT HISTORY ROW IS FOR AN*
007080* EMPLOYEE NOT ON THIS PAYROLL - STEP PAST IT.             *
007090*----------------------------------------------------------*
007100 2110-SKIP-ORPHAN-HIST.
007110     PERFORM 1210-READ-HIST THRU 1210-EXIT.
007120 2110-EXIT.
007130     EXIT.

007140*----------------------------------------------------------*
007150* 2120-TAKE-HIST - ONE OF THIS EMPLOYEE'S HISTORY ROWS.    *
007160* THEY COME IN PERIOD ORDER, SO THE LAST ONE TAKEN IS THE  *
007170* LATEST PERIOD PAID BEFORE THIS ONE.                      *
007180*----------------------------------------------------------*
007190 2120-TAKE-HIST.
007200     IF SRH-PAY-PERIOD-DATE < WS-RUN-PERIOD
007210         SET WS-PRIOR-FOUND TO TRUE
007220         MOVE SRH-PAY-PERIOD-DATE TO WS-PRIOR-PERIOD
007230         MOVE SRH-DEPT            TO WS-PRIOR-DEPT
007240         MOVE SRH-GROSS           TO WS-PRIOR-GROSS
007250         MOVE SRH-NET             TO WS-PRIOR-NET
007260     END-IF
007270     PERFORM 1210-READ-HIST THRU 1210-EXIT.
007280 2120-EXIT.
007290     EXIT.

007300*----------------------------------------------------------*
007310* 2300-TEST-CHANGE - WS-CMP-CURRENT AGAINST WS-CMP-PRIOR.  *
007320* OVER WHEN THE DOLLAR CHANGE EXCEEDS THE DOLLAR THRESHOLD *
007330* OR THE PERCENT CHANGE EXCEEDS THE PERCENT THRESHOLD,     *
007340* EITHER DIRECTION.  THE CHANGE TEXT IS LEFT SET UP FOR    *
007350* THE CALLER TO LABEL.                                     *
007360*----------------------------------------------------------*
007370 2300-TEST-CHANGE.
007380     SET WS-CMP-WITHIN TO TRUE
007390     COMPUTE WS-CMP-DIFF = WS-CMP-CURRENT - WS-CMP-PRIOR
007400     IF WS-CMP-DIFF < 0
007410         COMPUTE WS-CMP-ABS-DIFF = 0 - WS-CMP-DIFF
007420     ELSE
007430         MOVE WS-CMP-DIFF TO WS-CMP-ABS-DIFF
007440     END-IF
007450     IF WS-CMP-PRIOR > 0
007460         COMPUTE WS-CMP-PCT ROUNDED =
007470             WS-CMP-DIFF * 100 / WS-CMP-PRIOR
007471             ON SIZE ERROR
007472                 IF WS-CMP-DIFF < 0
007473                     COMPUTE WS-CMP-PCT = 0 - WS-PCT-CAP
007474                 ELSE
007475                     MOVE WS-PCT-CAP TO WS-CMP-PCT
007476                 END-IF
007477         END-COMPUTE
007480     ELSE
007490         IF WS-CMP-DIFF > 0
007500             MOVE WS-PCT-CAP TO WS-CMP-PCT
007510         ELSE
007520             MOVE 0 TO WS-CMP-PCT
007530         END-IF
007540     END-IF
007550     IF WS-CMP-PCT > WS-PCT-CAP
007560         MOVE WS-PCT-CAP TO WS-CMP-PCT
007570     END-IF
007580     IF WS-CMP-PCT < 0
007590         COMPUTE WS-CMP-ABS-PCT = 0 - WS-CMP-PCT
007600     ELSE
007610         MOVE WS-CMP-PCT TO WS-CMP-ABS-PCT
007620     END-IF
007630     IF WS-CMP-ABS-PCT > WS-PCT-CAP
007640         MOVE WS-PCT-CAP TO WS-CMP-ABS-PCT
007650         COMPUTE WS-CMP-PCT = 0 - WS-PCT-CAP
007660     END-IF
007670     IF WS-CMP-ABS-DIFF > WS-DOLLAR-LIMIT
007680         OR WS-CMP-ABS-PCT > WS-PCT-LIMIT
007690         SET WS-CMP-OVER TO TRUE
007700     END-IF
007710     MOVE WS-CMP-DIFF TO VR-CHG-AMOUNT
007720     MOVE WS-CMP-PCT  TO VR-CHG-PCT.
007730 2300-EXIT.
007740     EXIT.

007750*----------------------------------------------------------*
007760* 2400-ACCUM-DEPT - ROLL THE EMPLOYEE INTO THE DEPARTMENT  *
007770* TABLE.  THE TABLE IS SCANNED TO THE FIRST ENTRY NOT LOW  *
007780* TO THE DEPARTMENT; A NEW DEPARTMENT IS OPENED THERE, THE *
007790* ENTRIES ABOVE IT MOVED UP ONE.                           *
007800*----------------------------------------------------------*
007810 2400-ACCUM-DEPT.
007820     MOVE 1 TO WS-DT-SUB
007830     SET WS-SCAN-GOING TO TRUE
007840     PERFORM 2410-SCAN-DEPT THRU 2410-EXIT
007850         UNTIL WS-SCAN-DONE
007860     IF WS-DT-SUB > WS-DT-COUNT
007870         OR WS-DT-DEPT (WS-DT-SUB) NOT = P-DEPT
007880         IF WS-DT-COUNT NOT < 50
007890             DISPLAY "DEPARTMENT TABLE FULL - MORE THAN 50 "
007900                     "DEPARTMENTS ON PAYROLL.OUT"
007910             MOVE 12 TO RETURN-CODE
007920             STOP RUN
007930         END-IF
007940         PERFORM 2420-SHIFT-DEPT THRU 2420-EXIT
007950             VARYING WS-DT-MOVE-SUB FROM WS-DT-COUNT BY -1
007960             UNTIL WS-DT-MOVE-SUB < WS-DT-SUB
007970         ADD 1 TO WS-DT-COUNT
007980         MOVE P-DEPT TO WS-DT-DEPT (WS-DT-SUB)
007990         MOVE 0 TO WS-DT-EMP-COUNT (WS-DT-SUB)
008000                   WS-DT-FLAG-COUNT (WS-DT-SUB)
008010                   WS-DT-PRIOR-GROSS (WS-DT-SUB)
008020                   WS-DT-GROSS (WS-DT-SUB)
008030                   WS-DT-PRIOR-NET (WS-DT-SUB)
008040                   WS-DT-NET (WS-DT-SUB)
008050     END-IF
008060     ADD 1       TO WS-DT-EMP-COUNT (WS-DT-SUB)
008070     ADD P-GROSS TO WS-DT-GROSS (WS-DT-SUB)
008080     ADD P-NET   TO WS-DT-NET (WS-DT-SUB)
008090     IF WS-PRIOR-FOUND
008100         ADD WS-PRIOR-GROSS TO WS-DT-PRIOR-GROSS (WS-DT-SUB)
008110         ADD WS-PRIOR-NET   TO WS-DT-PRIOR-NET (WS-DT-SUB)
008120     END-IF
008130     IF WS-EMP-FLAGGED
008140         ADD 1 TO WS-DT-FLAG-COUNT (WS-DT-SUB)
008150     END-IF.
008160 2400-EXIT.
008170     EXIT.

008180*----------------------------------------------------------*
008190* 2410-SCAN-DEPT - STOP AT THE END OF THE TABLE OR AT THE  *
008200* FIRST DEPARTMENT NOT LOW TO THE EMPLOYEE'S.              *
008210*----------------------------------------------------------*
008220 2410-SCAN-DEPT.
008230     IF WS-DT-SUB > WS-DT-COUNT
008240         SET WS-SCAN-DONE TO TRUE
008250         GO TO 2410-EXIT
008260     END-IF
008270     IF WS-DT-DEPT (WS-DT-SUB) NOT < P-DEPT
008280         SET WS-SCAN-DONE TO TRUE
008290         GO TO 2410-EXIT
008300     END-IF
008310     ADD 1 TO WS-DT-SUB.
008320 2410-EXIT.
008330     EXIT.

008340*----------------------------------------------------------*
008350* 2420-SHIFT-DEPT - MOVE ONE DEPARTMENT ENTRY UP A SLOT TO *
008360* OPEN THE SLOT A NEW DEPARTMENT GOES IN.                  *
008370*----------------------------------------------------------*
008380 2420-SHIFT-DEPT.
008390     COMPUTE WS-DT-TO-SUB = WS-DT-MOVE-SUB + 1
008400     MOVE WS-DT-ENTRY (WS-DT-MOVE-SUB)
008410                           TO WS-DT-ENTRY (WS-DT-TO-SUB).
008420 2420-EXIT.
008430     EXIT.

008440*----------------------------------------------------------*
008450* 2500-FLAG-EMPLOYEE - PRINT THE FLAG THE CALLER SET UP.   *
008460* THE FIRST FLAG ON AN EMPLOYEE PRINTS THEIR FIGURES AHEAD *
008470* OF IT; A FIRST-TIME PAYEE'S PRIOR COLUMNS PRINT ZERO.    *
008480*----------------------------------------------------------*
008490 2500-FLAG-EMPLOYEE.
008500     IF WS-EMP-CLEAN
008510         SET WS-EMP-FLAGGED TO TRUE
008520         ADD 1 TO WS-FLAGGED-COUNT
008530         MOVE P-EMP-ID     TO VR-EMP-ID
008540         MOVE P-EMP-NAME   TO VR-EMP-NAME
008550         MOVE P-DEPT       TO VR-DEPT
008560         MOVE P-GROSS      TO VR-GROSS
008570         MOVE P-NET        TO VR-NET
008580         IF WS-PRIOR-FOUND
008590             MOVE WS-PRIOR-GROSS TO VR-PRIOR-GROSS
008600             MOVE WS-PRIOR-NET   TO VR-PRIOR-NET
008610         ELSE
008620             MOVE 0 TO VR-PRIOR-GROSS VR-PRIOR-NET
008630         END-IF
008640         WRITE VARIANCE-REPORT-LINE FROM VR-DETAIL-LINE
008650     END-IF
008660     MOVE WS-FLAG-TEXT TO VR-FLAG-TEXT
008670     WRITE VARIANCE-REPORT-LINE FROM VR-FLAG-LINE.
008680 2500-EXIT.
008690     EXIT.

008700*----------------------------------------------------------*
008710* 9000-TERMINATE - DEPARTMENT ROLLUP, CONTROL COUNTS, AND  *
008720* THE CLOSE.                                               *
008730*----------------------------------------------------------*
008740 9000-TERMINATE.
008750     CLOSE PAYROLL-FILE SORTED-HIST-FILE
008760     IF WS-FLAGGED-COUNT = 0
008770         MOVE "NO EMPLOYEES FLAGGED" TO VR-TEXT
008780         WRITE VARIANCE-REPORT-LINE FROM VR-TEXT-LINE
008790     END-IF
008800     PERFORM 9100-WRITE-DEPT-ROLLUP THRU 9100-EXIT
008810     PERFORM 9400-WRITE-COUNTS THRU 9400-EXIT
008820     CLOSE VARIANCE-REPORT-FILE.
008830 9000-EXIT.
008840     EXIT.

008850*----------------------------------------------------------*
008860* 9100-WRITE-DEPT-ROLLUP - THIS PERIOD AGAINST THE PRIOR BY*
008870* DEPARTMENT, AND THE TOTAL LINE THEY FOOT TO.             *
008880*----------------------------------------------------------*
008890 9100-WRITE-DEPT-ROLLUP.
008900     WRITE VARIANCE-REPORT-LINE FROM VR-BLANK-LINE
008910     MOVE "VARIANCE BY DEPARTMENT" TO VR-TEXT
008920     WRITE VARIANCE-REPORT-LINE FROM VR-TEXT-LINE
008930     WRITE VARIANCE-REPORT-LINE FROM VR-ROLL-HEAD-LINE
008940     PERFORM 9110-WRITE-DEPT-LINE THRU 9110-EXIT
008950         VARYING WS-DT-SUB FROM 1 BY 1
008960         UNTIL WS-DT-SUB > WS-DT-COUNT
008970     MOVE "ALL "             TO VR-RL-DEPT
008980     MOVE WS-EMP-COUNT       TO VR-RL-COUNT
008990     MOVE WS-FLAGGED-COUNT   TO VR-RL-FLAGGED
009000     MOVE WS-TOT-PRIOR-GROSS TO VR-RL-PRIOR-GROSS
009010     MOVE WS-TOT-GROSS       TO VR-RL-GROSS
009020     COMPUTE WS-ROLL-DIFF = WS-TOT-GROSS - WS-TOT-PRIOR-GROSS
009030     MOVE WS-ROLL-DIFF       TO VR-RL-GROSS-CHG
009040     COMPUTE WS-ROLL-DIFF = WS-TOT-NET - WS-TOT-PRIOR-NET
009050     MOVE WS-ROLL-DIFF       TO VR-RL-NET-CHG
009060     WRITE VARIANCE-REPORT-LINE FROM VR-ROLL-LINE.
009070 9100-EXIT.
009080     EXIT.

009090*----------------------------------------------------------*
009100* 9110-WRITE-DEPT-LINE - ONE DEPARTMENT OF THE ROLLUP.     *
009110*----------------------------------------------------------*
009120 9110-WRITE-DEPT-LINE.
009130     MOVE WS-DT-DEPT (WS-DT-SUB)        TO VR-RL-DEPT
009140     MOVE WS-DT-EMP-COUNT (WS-DT-SUB)   TO VR-RL-COUNT
009150     MOVE WS-DT-FLAG-COUNT (WS-DT-SUB)  TO VR-RL-FLAGGED
009160     MOVE WS-DT-PRIOR-GROSS (WS-DT-SUB) TO VR-RL-PRIOR-GROSS
009170     MOVE WS-DT-GROSS (WS-DT-SUB)       TO VR-RL-GROSS
009180     COMPUTE WS-ROLL-DIFF =
009190         WS-DT-GROSS (WS-DT-SUB) - WS-DT-PRIOR-GROSS (WS-DT-SUB)
009200     MOVE WS-ROLL-DIFF                  TO VR-RL-GROSS-CHG
009210     COMPUTE WS-ROLL-DIFF =
009220         WS-DT-NET (WS-DT-SUB) - WS-DT-PRIOR-NET (WS-DT-SUB)
009230     MOVE WS-ROLL-DIFF                  TO VR-RL-NET-CHG
009240     WRITE VARIANCE-REPORT-LINE FROM VR-ROLL-LINE.
009250 9110-EXIT.
009260     EXIT.

009270*----------------------------------------------------------*
009280* 9400-WRITE-COUNTS - PAYROLL TOTALS AND CONTROL COUNTS AT *
009290* THE FOOT OF THE REPORT.                                  *
009300*----------------------------------------------------------*
009310 9400-WRITE-COUNTS.
009320     WRITE VARIANCE-REPORT-LINE FROM VR-BLANK-LINE
009330     MOVE "PAYROLL GROSS................" TO VR-MONEY-LABEL
009340     MOVE WS-TOT-GROSS       TO VR-MONEY-AMOUNT
009350     WRITE VARIANCE-REPORT-LINE FROM VR-MONEY-LINE
009360     MOVE "PRIOR PERIOD GROSS..........." TO VR-MONEY-LABEL
009370     MOVE WS-TOT-PRIOR-GROSS TO VR-MONEY-AMOUNT
009380     WRITE VARIANCE-REPORT-LINE FROM VR-MONEY-LINE
009390     MOVE "PAYROLL NET.................." TO VR-MONEY-LABEL
009400     MOVE WS-TOT-NET         TO VR-MONEY-AMOUNT
009410     WRITE VARIANCE-REPORT-LINE FROM VR-MONEY-LINE
009420     MOVE "PRIOR PERIOD NET............." TO VR-MONEY-LABEL
009430     MOVE WS-TOT-PRIOR-NET   TO VR-MONEY-AMOUNT
009440     WRITE VARIANCE-REPORT-LINE FROM VR-MONEY-LINE
009450     WRITE VARIANCE-REPORT-LINE FROM VR-BLANK-LINE
009460     MOVE "EMPLOYEES REVIEWED..........." TO VR-COUNT-LABEL
009470     MOVE WS-EMP-COUNT       TO VR-COUNT
009480     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009490     MOVE "EMPLOYEES FLAGGED............" TO VR-COUNT-LABEL
009500     MOVE WS-FLAGGED-COUNT   TO VR-COUNT
009510     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009520     MOVE "  FIRST-TIME PAYEES.........." TO VR-COUNT-LABEL
009530     MOVE WS-NEW-PAYEE-COUNT TO VR-COUNT
009540     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009550     MOVE "  PAID AFTER SKIPPED PERIOD.." TO VR-COUNT-LABEL
009560     MOVE WS-SKIPPED-COUNT   TO VR-COUNT
009570     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009580     MOVE "  DEPARTMENT CHANGES........." TO VR-COUNT-LABEL
009590     MOVE WS-DEPT-CHG-COUNT  TO VR-COUNT
009600     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009610     MOVE "  ZERO NET PAY..............." TO VR-COUNT-LABEL
009620     MOVE WS-ZERO-NET-COUNT  TO VR-COUNT
009630     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009640     MOVE "  GROSS OVER THRESHOLD......." TO VR-COUNT-LABEL
009650     MOVE WS-GROSS-VAR-COUNT TO VR-COUNT
009660     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE
009670     MOVE "  NET OVER THRESHOLD........." TO VR-COUNT-LABEL
009680     MOVE WS-NET-VAR-COUNT   TO VR-COUNT
009690     WRITE VARIANCE-REPORT-LINE FROM VR-COUNT-LINE.
009700 9400-EXIT.
009710     EXIT.

009720 END PROGRAM VARIANCE-MODULE.
