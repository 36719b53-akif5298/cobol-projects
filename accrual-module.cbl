000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCRUAL-MODULE.
000030 AUTHOR.        AKIF RAHMAN.
000040 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  AR  ORIGINAL PROGRAM.  MONTH-END ACCRUED     *
000110*                 WAGES.  GLPOST.DAT CARRIES WAGES ONLY ON *
000120*                 THE PAY DATE, SO THE DAYS WORKED IN A    *
000130*                 PERIOD THAT STRADDLES MONTH END BUT IS   *
000140*                 PAID AFTER IT NEVER REACHED THAT MONTH'S *
000150*                 BOOKS.  THIS RUN TAKES THE MONTH-END     *
000160*                 DATE OFF THE OPERATOR'S CARD, COUNTS THE *
000170*                 UNPAID WORKDAYS PER PAY GROUP OFF THE    *
000180*                 PAY CALENDAR, PRORATES EACH EMPLOYEE'S   *
000190*                 LATEST PAYHIST.DAT GROSS (OR THE MASTER  *
000200*                 RATE) OVER THEM WITH THE EMPLOYER TAXES, *
000210*                 ROLLS THE RESULT UP BY DEPARTMENT, AND   *
000220*                 WRITES A BALANCED ACCRUAL JOURNAL DATED  *
000230*                 MONTH END AND ITS REVERSING ENTRY DATED  *
000240*                 THE FIRST OF THE NEXT MONTH.             *
000250*----------------------------------------------------------*

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  GENERIC.
000290 OBJECT-COMPUTER.  GENERIC.

000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-EMP-STATUS.

000350     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PAYHIST-STATUS.

000380     SELECT SORT-HIST-FILE ASSIGN TO "PAYHIST.SRT".

000390     SELECT SORTED-HIST-FILE ASSIGN TO "PAYHIST.SRT.OUT"
000400         ORGANIZATION IS LINE SEQUENTIAL.

000410     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PAYCAL-STATUS.

000440     SELECT ACCRUAL-GL-FILE ASSIGN TO "GLACCRUE.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460     SELECT REVERSAL-GL-FILE ASSIGN TO "GLACCRUE-REV.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRUAL.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL.

000500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNCTL-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------*
000560* EMPLOYEE MASTER, AS CARRIED BY THE PAY RUN - SEE         *
000570* PAYROLL-MODULE.  EMP-ID ASCENDING.  READ HERE FOR THE    *
000580* STATUS, HIRE DATE, PAY GROUP AND DEPARTMENT, AND FOR THE *
000590* RATE OF AN EMPLOYEE WITH NO PAY HISTORY YET.             *
000600*----------------------------------------------------------*
000610 FD  EMPLOYEE-FILE.
000620 01  EMPLOYEE-REC.
000630     05  EMP-ID            PIC 9(05).
000640     05  EMP-NAME          PIC X(30).
000650     05  EMP-RATE          PIC 9(03)V99.
000660     05  EMP-TYPE          PIC X(01).
000670         88  EMP-HOURLY           VALUE "H".
000680         88  EMP-SALARIED         VALUE "S".
000690     05  EMP-SALARY        PIC 9(06)V99.
000700     05  EMP-DEPT          PIC X(04).
000710     05  EMP-STATUS        PIC X(01).
000720         88  EMP-ACTIVE           VALUES "A", SPACE.
000730         88  EMP-TERMINATED       VALUE "T".
000740     05  EMP-TERM-DATE     PIC 9(08).
000750     05  EMP-HIRE-DATE     PIC 9(08).
000760     05  EMP-STATE         PIC X(02).
000770     05  EMP-LOCALITY      PIC X(04).
000780     05  EMP-SSN           PIC X(09).
000790     05  EMP-STREET        PIC X(22).
000800     05  EMP-CITY          PIC X(22).
000810     05  EMP-ADDR-STATE    PIC X(02).
000820     05  EMP-ZIP           PIC X(09).
000830     05  EMP-PAY-GROUP     PIC X(02).
000840     05  EMP-BIRTH-DATE    PIC 9(08).

000850*----------------------------------------------------------*
000860* PAY HISTORY MASTER, AS APPENDED BY THE PAY RUN - SEE     *
000870* PAYROLL-MODULE.  ONE ROW PER EMPLOYEE PER LIVE REGULAR   *
000880* RUN, IN RUN ORDER.  KEEP THE LAYOUT IN STEP WITH         *
000890* PAYROLL-REC.  IT IS NEVER READ DIRECTLY HERE - IT IS     *
000900* SORTED INTO EMP-ID ORDER FOR THE MATCH AGAINST THE       *
000910* MASTER.                                                  *
000920*----------------------------------------------------------*
000930 FD  PAY-HISTORY-FILE.
000940 01  PAY-HISTORY-REC       PIC X(184).

000950*----------------------------------------------------------*
000960* SORT WORK FILE - PAY HISTORY RESEQUENCED BY EMP-ID AND,  *
000970* WITHIN IT, PAY PERIOD, SO AN EMPLOYEE'S LATEST PERIOD IS *
000980* THE LAST OF THEIR ROWS.                                  *
000990*----------------------------------------------------------*
001000 SD  SORT-HIST-FILE.
001010 01  SORT-HIST-REC.
001020     05  SH-PAY-PERIOD-DATE PIC 9(08).
001030     05  SH-EMP-ID         PIC 9(05).
001040     05  FILLER            PIC X(171).

001050*----------------------------------------------------------*
001060* PAY HISTORY, SORTED - READ AHEAD ONE RECORD AT A TIME AND*
001070* MATCH-MERGED AGAINST EMPLOYEE-FILE.  ONLY THE FIELDS THE *
001080* ACCRUAL USES ARE NAMED.                                  *
001090*----------------------------------------------------------*
001100 FD  SORTED-HIST-FILE.
001110 01  SORTED-HIST-REC.
001120     05  SRH-PAY-PERIOD-DATE PIC 9(08).
001130     05  SRH-EMP-ID        PIC 9(05).
001140     05  SRH-EMP-NAME      PIC X(30).
001150     05  SRH-DEPT          PIC X(04).
001160     05  FILLER            PIC X(15).
001170     05  SRH-GROSS         PIC 9(06)V99.
001180     05  FILLER            PIC X(45).
001190     05  SRH-YTD-GROSS     PIC 9(07)V99.
001200     05  FILLER            PIC X(60).

001210*----------------------------------------------------------*
001220* PAY CALENDAR, AS READ BY THE PAY RUN - SEE PAYROLL-      *
001230* MODULE.  EVERY PERIOD THAT BEGINS ON OR BEFORE MONTH END *
001240* AND IS NOT PAID UNTIL AFTER IT IS OPEN AT MONTH END.     *
001250*----------------------------------------------------------*
001260 FD  PAY-CALENDAR-FILE.
001270 01  PAY-CALENDAR-REC.
001280     05  PC-PAY-GROUP      PIC X(02).
001290     05  PC-PERIOD-BEGIN   PIC 9(08).
001300     05  PC-PERIOD-END     PIC 9(08).
001310     05  PC-CHECK-DATE     PIC 9(08).
001320     05  PC-PERIODS-PER-YEAR PIC 9(02).
001330         88  PC-VALID-FREQUENCY    VALUES 52 26 24 12.

001340*----------------------------------------------------------*
001350* ACCRUAL JOURNAL, DATED MONTH END, AND ITS REVERSING      *
001360* ENTRY, DATED THE FIRST OF THE NEXT MONTH - SAME 70-BYTE  *
001370* LAYOUT AND JOURNAL TOTALS LINE AS GLPOST.DAT.            *
001380*----------------------------------------------------------*
001390 FD  ACCRUAL-GL-FILE.
001400 01  ACCRUAL-GL-LINE       PIC X(70).

001410 FD  REVERSAL-GL-FILE.
001420 01  REVERSAL-GL-LINE      PIC X(70).

001430*----------------------------------------------------------*
001440* ACCRUAL REPORT - THE OPEN PERIODS PER PAY GROUP, EVERY   *
001450* EMPLOYEE ACCRUED OR PASSED OVER, THE DEPARTMENT ROLLUP,  *
001460* THE JOURNAL TOTALS AND THE CONTROL COUNTS.               *
001470*----------------------------------------------------------*
001480 FD  ACCRUAL-REPORT-FILE.
001490 01  ACCRUAL-REPORT-LINE   PIC X(80).

001500*----------------------------------------------------------*
001510* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
001520* PAYROLL-MODULE.  READ HERE ONLY FOR THE COMPANY NAME THE *
001530* REPORT HEADING PRINTS.                                   *
001540*----------------------------------------------------------*
001550 FD  RUN-CONTROL-FILE.
001560 01  RUN-CONTROL-REC.
001570     05  RC-PAY-PERIOD-DATE PIC 9(08).
001580     05  RC-RUN-TYPE       PIC X(01).
001590     05  RC-PREVIEW        PIC X(01).
001600     05  RC-COMPANY-NAME   PIC X(23).
001610     05  RC-COMPANY-ID     PIC 9(10).
001620     05  RC-ODFI           PIC 9(08).
001630     05  RC-OPERATOR       PIC X(08).
001640     05  RC-OVERRIDE       PIC X(01).
001650     05  RC-PAY-GROUP      PIC X(02).

001660 WORKING-STORAGE SECTION.
001670*----------------------------------------------------------*
001680* END-OF-FILE SWITCHES AND FILE STATUS                     *
001690*----------------------------------------------------------*
001700 01  WS-SWITCHES.
001710     05  EOF-EMP           PIC X VALUE "N".
001720         88  END-OF-EMP            VALUE "Y".
001730         88  NOT-END-OF-EMP        VALUE "N".
001740     05  EOF-HIST          PIC X VALUE "N".
001750         88  END-OF-HIST           VALUE "Y".
001760         88  NOT-END-OF-HIST       VALUE "N".
001770     05  EOF-PAYCAL        PIC X VALUE "N".
001780         88  END-OF-PAYCAL         VALUE "Y".
001790         88  NOT-END-OF-PAYCAL     VALUE "N".
001800     05  WS-HIST-SW        PIC X VALUE "N".
001810         88  WS-HIST-FOUND         VALUE "Y".
001820         88  WS-NO-HIST            VALUE "N".
001830     05  WS-SCAN-SW        PIC X VALUE "N".
001840         88  WS-SCAN-DONE          VALUE "Y".
001850         88  WS-SCAN-GOING         VALUE "N".
001860     05  WS-BALANCE-SW     PIC X VALUE "Y".
001870         88  WS-JOURNAL-BALANCED   VALUE "Y".
001880         88  WS-JOURNAL-OUT-OF-BAL VALUE "N".

001890 01  WS-EMP-STATUS         PIC XX    VALUE "00".
001900 01  WS-PAYHIST-STATUS     PIC XX    VALUE "00".
001910 01  WS-PAYCAL-STATUS      PIC XX    VALUE "00".
001920 01  WS-RUNCTL-STATUS      PIC XX    VALUE "00".
001930 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.
001940 01  WS-HIST-EMP-ID        PIC 9(05) VALUE 0.

001950*----------------------------------------------------------*
001960* OPERATOR CARD - THE MONTH-END DATE, CCYYMMDD, WHICH MUST *
001970* BE THE LAST DAY OF ITS MONTH.  THE REVERSING ENTRY IS    *
001980* DATED THE FIRST OF THE MONTH AFTER.                      *
001990*----------------------------------------------------------*
002000 01  WS-ACCRUAL-CARD-IN    PIC X(08) VALUE SPACES.
002010 01  WS-MONTH-END-DATE     PIC 9(08) VALUE 0.
002020 01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
002030     05  WS-ME-YEAR        PIC 9(04).
002040     05  WS-ME-MONTH       PIC 9(02).
002050     05  WS-ME-DAY         PIC 9(02).
002060 01  WS-REVERSAL-DATE      PIC 9(08) VALUE 0.
002070 01  WS-REVERSAL-PARTS REDEFINES WS-REVERSAL-DATE.
002080     05  WS-RV-YEAR        PIC 9(04).
002090     05  WS-RV-MONTH       PIC 9(02).
002100     05  WS-RV-DAY         PIC 9(02).

002110 01  WS-MONTH-DAYS-INIT.
002120     05  FILLER  PIC X(24) VALUE
002130         "312831303130313130313031".
002140 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-INIT.
002150     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

002160 01  WS-LEAP-WORK.
002170     05  WS-LEAP-QUOT      PIC 9(04)    VALUE 0.
002180     05  WS-LEAP-REM-4     PIC 9(03)    VALUE 0.
002190     05  WS-LEAP-REM-100   PIC 9(03)    VALUE 0.
002200     05  WS-LEAP-REM-400   PIC 9(03)    VALUE 0.

002210*----------------------------------------------------------*
002220* DAY-NUMBER WORK FIELDS.  8100-DAY-NUMBER TURNS A CCYYMMDD*
002230* DATE INTO A RUNNING DAY COUNT (THE JULIAN DAY NUMBER) BY *
002240* WHOLE-NUMBER DIVISION, SO A SPAN OF DATES CAN BE WALKED  *
002250* ONE DAY AT A TIME AND EACH DAY'S WEEKDAY TAKEN AS THE    *
002260* REMAINDER BY SEVEN - ZERO IS MONDAY, FIVE AND SIX ARE THE*
002270* WEEKEND.                                                 *
002280*----------------------------------------------------------*
002290 01  WS-DAY-NUMBER-WORK.
002300     05  WS-DN-DATE.
002310         10  WS-DN-YEAR    PIC 9(04).
002320         10  WS-DN-MONTH   PIC 9(02).
002330         10  WS-DN-DAY     PIC 9(02).
002340     05  WS-DN-A           PIC 9(01)    VALUE 0.
002350     05  WS-DN-Y           PIC 9(05)    VALUE 0.
002360     05  WS-DN-M           PIC 9(02)    VALUE 0.
002370     05  WS-DN-T           PIC 9(05)    VALUE 0.
002380     05  WS-DN-Q-MONTH     PIC 9(04)    VALUE 0.
002390     05  WS-DN-Q-4         PIC 9(05)    VALUE 0.
002400     05  WS-DN-Q-100       PIC 9(05)    VALUE 0.
002410     05  WS-DN-Q-400       PIC 9(05)    VALUE 0.
002420     05  WS-DAY-NUMBER     PIC 9(07)    VALUE 0.
002430     05  WS-DN-FIRST       PIC 9(07)    VALUE 0.
002440     05  WS-DN-LAST        PIC 9(07)    VALUE 0.
002450     05  WS-DN-CUR         PIC 9(07)    COMP VALUE 0.
002460     05  WS-DN-WEEKS       PIC 9(07)    COMP VALUE 0.
002470     05  WS-DN-WEEKDAY     PIC 9(01)    COMP VALUE 0.
002480     05  WS-WINDOW-BEGIN   PIC 9(08)    VALUE 0.
002490     05  WS-WINDOW-END     PIC 9(08)    VALUE 0.
002500     05  WS-WINDOW-DAYS    PIC 9(03)    VALUE 0.

002510*----------------------------------------------------------*
002520* PAY GROUP TABLE - ONE ENTRY PER GROUP ON THE CALENDAR,   *
002530* WITH ITS FREQUENCY, THE PERIODS OPEN AT MONTH END, THE   *
002540* UNPAID WORKDAYS IN THEM (MONDAY TO FRIDAY, BEGIN DATE TO *
002550* THE EARLIER OF PERIOD END AND MONTH END) AND THE LATEST  *
002560* CHECK DATE THEY WILL BE PAID ON.                         *
002570*----------------------------------------------------------*
002580 01  WS-GROUP-TABLE.
002590     05  WS-GT-COUNT       PIC 9(02)    COMP VALUE 0.
002600     05  WS-GT-SUB         PIC 9(02)    COMP VALUE 0.
002610     05  WS-GT-FOUND-SUB   PIC 9(02)    COMP VALUE 0.
002620     05  WS-GT-ENTRY OCCURS 20 TIMES.
002630         10  WS-GT-PAY-GROUP    PIC X(02).
002640         10  WS-GT-PPY          PIC 9(02).
002650         10  WS-GT-OPEN-PERIODS PIC 9(02).
002660         10  WS-GT-UNPAID-DAYS  PIC 9(03).
002670         10  WS-GT-CHECK-DATE.
002680             15  WS-GT-CHECK-YEAR   PIC 9(04).
002690             15  FILLER             PIC 9(04).

002700*----------------------------------------------------------*
002710* DEPARTMENT TABLE - THE ACCRUAL ROLLED UP BY DEPARTMENT,  *
002720* KEPT IN DEPARTMENT ORDER AS ENTRIES ARE ADDED.  THE      *
002730* JOURNAL DEBITS EXPENSE ONE DEPARTMENT AT A TIME.         *
002740*----------------------------------------------------------*
002750 01  WS-DEPT-TABLE.
002760     05  WS-DT-COUNT       PIC 9(02)    COMP VALUE 0.
002770     05  WS-DT-SUB         PIC 9(02)    COMP VALUE 0.
002780     05  WS-DT-MOVE-SUB    PIC 9(02)    COMP VALUE 0.
002790     05  WS-DT-TO-SUB      PIC 9(02)    COMP VALUE 0.
002800     05  WS-DT-ENTRY OCCURS 50 TIMES.
002810         10  WS-DT-DEPT         PIC X(04).
002820         10  WS-DT-EMP-COUNT    PIC 9(05)    COMP.
002830         10  WS-DT-WAGES        PIC 9(08)V99.
002840         10  WS-DT-ER-FICA      PIC 9(07)V99.
002850         10  WS-DT-ER-FUTA      PIC 9(07)V99.
002860         10  WS-DT-ER-SUTA      PIC 9(07)V99.

002870*----------------------------------------------------------*
002880* EMPLOYER PAYROLL TAX RATES AND ANNUAL WAGE BASES, AS THE *
002890* PAY RUN CARRIES THEM - SEE WS-OASDI-RATE AND             *
002900* WS-ER-TAX-CONSTANTS IN PAYROLL-MODULE.  KEEP IN STEP.    *
002910* THE DAILY RATE SPREADS A PERIOD'S GROSS OVER 260         *
002920* WORKDAYS A YEAR; SALARY IS STATED PER STANDARD WEEKLY    *
002930* PERIOD AND AN HOURLY DAY IS EIGHT HOURS.                 *
002940*----------------------------------------------------------*
002950 01  WS-ER-TAX-CONSTANTS.
002960     05  WS-OASDI-RATE     PIC V9(4)    VALUE .0620.
002970     05  WS-OASDI-BASE     PIC 9(07)V99 VALUE 176100.00.
002980     05  WS-MEDICARE-RATE  PIC V9(4)    VALUE .0145.
002990     05  WS-ER-FUTA-RATE   PIC V9(4)    VALUE .0060.
003000     05  WS-ER-FUTA-BASE   PIC 9(07)V99 VALUE 7000.00.
003010     05  WS-ER-SUTA-RATE   PIC V9(4)    VALUE .0270.
003020     05  WS-ER-SUTA-BASE   PIC 9(07)V99 VALUE 9000.00.
003030     05  WS-WORKDAYS-PER-YEAR PIC 9(03) VALUE 260.
003040     05  WS-BASE-PERIODS   PIC 9(02)    VALUE 52.
003050     05  WS-HOURS-PER-DAY  PIC 9(02)V99 VALUE 8.00.

003060*----------------------------------------------------------*
003070* ACCRUAL WORK FOR THE EMPLOYEE IN PROCESS - THE LATEST PAY*
003080* HISTORY ROW, THE DAILY RATE AND WHERE IT CAME FROM, THE  *
003090* ACCRUED WAGES AND THE EMPLOYER TAXES ON THEM.            *
003100*----------------------------------------------------------*
003110 01  WS-ACCRUAL-WORK.
003120     05  WS-HIST-PERIOD-DATE.
003130         10  WS-HIST-YEAR      PIC 9(04).
003140         10  FILLER            PIC 9(04).
003150     05  WS-HIST-GROSS     PIC 9(06)V99 VALUE 0.
003160     05  WS-HIST-YTD-GROSS PIC 9(07)V99 VALUE 0.
003170     05  WS-UNPAID-DAYS    PIC 9(03)    VALUE 0.
003180     05  WS-DAILY-RATE     PIC 9(05)V99 VALUE 0.
003190     05  WS-RATE-SOURCE    PIC X(01)    VALUE SPACE.
003200         88  WS-RATE-FROM-HIST     VALUE "H".
003210         88  WS-RATE-FROM-MASTER   VALUE "M".
003220     05  WS-ACCRUED-GROSS  PIC 9(07)V99 VALUE 0.
003230     05  WS-PRIOR-YTD-GROSS PIC 9(07)V99 VALUE 0.
003240     05  WS-ER-BASE-ROOM   PIC S9(07)V99 VALUE 0.
003250     05  WS-ER-TAXABLE     PIC 9(07)V99 VALUE 0.
003260     05  WS-ER-FICA        PIC 9(06)V99 VALUE 0.
003270     05  WS-ER-FUTA        PIC 9(06)V99 VALUE 0.
003280     05  WS-ER-SUTA        PIC 9(06)V99 VALUE 0.
003290     05  WS-ER-TOTAL       PIC 9(06)V99 VALUE 0.
003300     05  WS-SKIP-REASON    PIC X(36)    VALUE SPACES.

003310*----------------------------------------------------------*
003320* CONTROL COUNTS AND TOTALS FOR THE FOOT OF THE REPORT.    *
003330*----------------------------------------------------------*
003340 01  WS-ACCRUAL-TOTALS.
003350     05  WS-EMP-READ-COUNT PIC 9(06)    COMP VALUE 0.
003360     05  WS-ACCRUED-COUNT  PIC 9(06)    COMP VALUE 0.
003370     05  WS-HIST-RATE-COUNT PIC 9(06)   COMP VALUE 0.
003380     05  WS-MASTER-RATE-COUNT PIC 9(06) COMP VALUE 0.
003390     05  WS-TERM-COUNT     PIC 9(06)    COMP VALUE 0.
003400     05  WS-NEW-HIRE-COUNT PIC 9(06)    COMP VALUE 0.
003410     05  WS-NO-CAL-COUNT   PIC 9(06)    COMP VALUE 0.
003420     05  WS-NO-DAYS-COUNT  PIC 9(06)    COMP VALUE 0.
003430     05  WS-NO-RATE-COUNT  PIC 9(06)    COMP VALUE 0.
003440     05  WS-TOT-WAGES      PIC 9(08)V99 VALUE 0.
003450     05  WS-TOT-ER-FICA    PIC 9(07)V99 VALUE 0.
003460     05  WS-TOT-ER-FUTA    PIC 9(07)V99 VALUE 0.
003470     05  WS-TOT-ER-SUTA    PIC 9(07)V99 VALUE 0.
003480     05  WS-TOT-ER-TAX     PIC 9(08)V99 VALUE 0.

003490*----------------------------------------------------------*
003500* JOURNAL-ENTRY WORK FIELDS - THE LINE IN PROCESS (SET BY  *
003510* THE CALLER, WRITTEN TO BOTH ENTRIES AND FOOTED BY        *
003520* 9310-WRITE-GL-LINE) AND THE FOOTINGS THE ENTRY MUST TIE  *
003530* ON.  THE REVERSAL IS THE SAME LINE WITH THE COLUMNS      *
003540* SWAPPED, SO ITS FOOTINGS ARE THESE SAME TWO, CROSSED.    *
003550*----------------------------------------------------------*
003560 01  WS-GL-WORK.
003570     05  WS-GL-ACCOUNT     PIC X(08)     VALUE SPACES.
003580     05  WS-GL-DESC        PIC X(24)     VALUE SPACES.
003590     05  WS-GL-DEBIT       PIC 9(09)V99  VALUE 0.
003600     05  WS-GL-CREDIT      PIC 9(09)V99  VALUE 0.
003610     05  WS-GL-DEBIT-TOT   PIC 9(10)V99  VALUE 0.
003620     05  WS-GL-CREDIT-TOT  PIC 9(10)V99  VALUE 0.
003630     05  WS-GL-OUT-OF-BAL  PIC S9(10)V99 VALUE 0.
003640     05  WS-GL-LINE-COUNT  PIC 9(04)     COMP VALUE 0.
003650 01  WS-GL-DEPT-DESC.
003660     05  WS-GD-LABEL       PIC X(20)     VALUE SPACES.
003670     05  WS-GD-DEPT        PIC X(04)     VALUE SPACES.

003680*----------------------------------------------------------*
003690* JOURNAL LINE LAYOUT - THE SAME AS GL-POST-REC IN PAYROLL-*
003700* MODULE.  BUILT HERE AND WRITTEN WITH WRITE ... FROM.     *
003710*----------------------------------------------------------*
003720 01  GL-POST-REC.
003730     05  GL-PAY-PERIOD-DATE PIC 9(08).
003740     05  FILLER            PIC X(02) VALUE SPACES.
003750     05  GL-ACCOUNT        PIC X(08).
003760     05  FILLER            PIC X(02) VALUE SPACES.
003770     05  GL-DESCRIPTION    PIC X(24).
003780     05  FILLER            PIC X(02) VALUE SPACES.
003790     05  GL-DEBIT          PIC 9(09)V99.
003800     05  FILLER            PIC X(02) VALUE SPACES.
003810     05  GL-CREDIT         PIC 9(09)V99.

003820*----------------------------------------------------------*
003830* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
003840* ARE DOCUMENTATION ONLY AND THE RECORD AREA IS UNDEFINED  *
003850* BEFORE THE FIRST WRITE, SO EVERY FORMATTED               *
003860* LINE IS BUILT HERE, WHERE VALUE CLAUSES ARE HONORED, AND *
003870* WRITTEN TO ITS FILE WITH WRITE ... FROM.                 *
003880*----------------------------------------------------------*
003890 01  AC-HEADING-LINE.
003900     05  AC-COMPANY-NAME   PIC X(23).
003910     05  FILLER            PIC X(27) VALUE
003920         " - MONTH-END ACCRUED WAGES".
003930     05  FILLER            PIC X(30) VALUE SPACES.
003940 01  AC-DATE-LINE.
003950     05  FILLER            PIC X(13) VALUE "  MONTH END  ".
003960     05  AC-MONTH-END      PIC 9(08).
003970     05  FILLER            PIC X(22) VALUE
003980         "     REVERSAL DATED  ".
003990     05  AC-REVERSAL-DATE  PIC 9(08).
004000     05  FILLER            PIC X(29) VALUE SPACES.
004010 01  AC-GROUP-LINE.
004020     05  FILLER            PIC X(12) VALUE "  PAY GROUP ".
004030     05  AC-GRP-PAY-GROUP  PIC X(02).
004040     05  FILLER            PIC X(11) VALUE "   PERIODS ".
004050     05  AC-GRP-PPY        PIC Z9.
004060     05  FILLER            PIC X(15) VALUE "/YEAR   OPEN  ".
004070     05  AC-GRP-OPEN       PIC Z9.
004080     05  FILLER            PIC X(22) VALUE
004090         "   UNPAID WORKDAYS  ".
004100     05  AC-GRP-DAYS       PIC ZZ9.
004110     05  FILLER            PIC X(11) VALUE SPACES.
004120 01  AC-COL-HEAD-LINE.
004130     05  FILLER            PIC X(30) VALUE
004140         "  EMP ID NAME".
004150     05  FILLER            PIC X(18) VALUE
004160         "DEPT GP DAYS".
004170     05  FILLER            PIC X(32) VALUE
004180         "DAILY RATE      WAGES   ER TAX".
004190 01  AC-DETAIL-LINE.
004200     05  FILLER            PIC X(02) VALUE SPACES.
004210     05  AC-EMP-ID         PIC 9(05).
004220     05  FILLER            PIC X(02) VALUE SPACES.
004230     05  AC-EMP-NAME       PIC X(20).
004240     05  FILLER            PIC X(01) VALUE SPACES.
004250     05  AC-DEPT           PIC X(04).
004260     05  FILLER            PIC X(01) VALUE SPACES.
004270     05  AC-PAY-GROUP      PIC X(02).
004280     05  FILLER            PIC X(02) VALUE SPACES.
004290     05  AC-DAYS           PIC ZZ9.
004300     05  FILLER            PIC X(02) VALUE SPACES.
004310     05  AC-DAILY-RATE     PIC ZZ,ZZ9.99.
004320     05  AC-RATE-SOURCE    PIC X(01).
004330     05  FILLER            PIC X(01) VALUE SPACES.
004340     05  AC-WAGES          PIC $$$$,$$9.99.
004350     05  FILLER            PIC X(01) VALUE SPACES.
004360     05  AC-ER-TAX         PIC $$$,$$9.99.
004370     05  FILLER            PIC X(03) VALUE SPACES.
004380 01  AC-SKIP-LINE.
004390     05  FILLER            PIC X(02) VALUE SPACES.
004400     05  AC-SKIP-EMP-ID    PIC 9(05).
004410     05  FILLER            PIC X(02) VALUE SPACES.
004420     05  AC-SKIP-NAME      PIC X(20).
004430     05  FILLER            PIC X(01) VALUE SPACES.
004440     05  AC-SKIP-DEPT      PIC X(04).
004450     05  FILLER            PIC X(01) VALUE SPACES.
004460     05  AC-SKIP-GROUP     PIC X(02).
004470     05  FILLER            PIC X(02) VALUE SPACES.
004480     05  AC-SKIP-REASON    PIC X(36).
004490     05  FILLER            PIC X(05) VALUE SPACES.
004500 01  AC-DEPT-HEAD-LINE.
004510     05  FILLER            PIC X(32) VALUE
004520         "  DEPT  EMPS         WAGES".
004530     05  FILLER            PIC X(48) VALUE
004540         "    ER FICA     FUTA     SUTA      TOTAL".
004550 01  AC-DEPT-LINE.
004560     05  FILLER            PIC X(02) VALUE SPACES.
004570     05  AC-DT-DEPT        PIC X(04).
004580     05  FILLER            PIC X(01) VALUE SPACES.
004590     05  AC-DT-COUNT       PIC ZZ,ZZ9.
004600     05  FILLER            PIC X(01) VALUE SPACES.
004610     05  AC-DT-WAGES       PIC $$,$$$,$$9.99.
004620     05  FILLER            PIC X(01) VALUE SPACES.
004630     05  AC-DT-FICA        PIC $$$,$$9.99.
004640     05  FILLER            PIC X(01) VALUE SPACES.
004650     05  AC-DT-FUTA        PIC $$,$$9.99.
004660     05  FILLER            PIC X(01) VALUE SPACES.
004670     05  AC-DT-SUTA        PIC $$,$$9.99.
004680     05  FILLER            PIC X(01) VALUE SPACES.
004690     05  AC-DT-TOTAL       PIC $$,$$$,$$9.99.
004700     05  FILLER            PIC X(07) VALUE SPACES.
004710 01  AC-TEXT-LINE.
004720     05  FILLER            PIC X(02) VALUE SPACES.
004730     05  AC-TEXT           PIC X(78).
004740 01  AC-COUNT-LINE.
004750     05  AC-COUNT-LABEL    PIC X(30).
004760     05  AC-COUNT          PIC ZZZ,ZZ9.
004770     05  FILLER            PIC X(43) VALUE SPACES.
004780 01  AC-MONEY-LINE.
004790     05  AC-MONEY-LABEL    PIC X(30).
004800     05  AC-MONEY-AMOUNT   PIC $$$,$$$,$$9.99.
004810     05  FILLER            PIC X(36) VALUE SPACES.
004820 01  AC-BLANK-LINE.
004830     05  FILLER            PIC X(80) VALUE SPACES.

004840 PROCEDURE DIVISION.
004850*----------------------------------------------------------*
004860* 0000-MAINLINE                                            *
004870*----------------------------------------------------------*
004880 0000-MAINLINE.
004890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004900     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
004910         UNTIL END-OF-EMP
004920     PERFORM 9000-TERMINATE THRU 9000-EXIT
004930     STOP RUN.

004940*----------------------------------------------------------*
004950* 1000-INITIALIZE - READ AND VALIDATE THE MONTH-END CARD,  *
004960* PICK UP THE COMPANY NAME, SORT THE PAY HISTORY, LOAD THE *
004970* PAY CALENDAR INTO THE GROUP TABLE, OPEN THE MASTER AND   *
004980* THE OUTPUTS, START THE REPORT, AND PRIME THE HISTORY     *
004990* READ-AHEAD.                                              *
005000*----------------------------------------------------------*
005010 1000-INITIALIZE.
005020     PERFORM 1100-READ-CARD THRU 1100-EXIT
005030     PERFORM 1400-GET-COMPANY-NAME THRU 1400-EXIT
005040     OPEN INPUT PAY-HISTORY-FILE
005050     IF WS-PAYHIST-STATUS NOT = "00"
005060         DISPLAY "PAYHIST.DAT MISSING OR UNREADABLE - STATUS "
005070                 WS-PAYHIST-STATUS
005080         MOVE 12 TO RETURN-CODE
005090         STOP RUN
005100     END-IF
005110     CLOSE PAY-HISTORY-FILE
005120     OPEN INPUT PAY-CALENDAR-FILE
005130     IF WS-PAYCAL-STATUS NOT = "00"
005140         DISPLAY "PAYCAL.DAT MISSING OR UNREADABLE - STATUS "
005150                 WS-PAYCAL-STATUS
005160         MOVE 12 TO RETURN-CODE
005170         STOP RUN
005180     END-IF
005190     SET NOT-END-OF-PAYCAL TO TRUE
005200     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
005210         UNTIL END-OF-PAYCAL
005220     CLOSE PAY-CALENDAR-FILE
005230     IF WS-GT-COUNT = 0
005240         DISPLAY "PAYCAL.DAT HAS NO PERIODS - NOTHING TO ACCRUE"
005250         MOVE 12 TO RETURN-CODE
005260         STOP RUN
005270     END-IF
005280     OPEN INPUT EMPLOYEE-FILE
005290     IF WS-EMP-STATUS NOT = "00"
005300         DISPLAY "EMPLOYEE.DAT MISSING OR UNREADABLE - STATUS "
005310                 WS-EMP-STATUS
005320         MOVE 12 TO RETURN-CODE
005330         STOP RUN
005340     END-IF
005350     PERFORM 1200-SORT-HISTORY THRU 1200-EXIT
005360     OPEN INPUT  SORTED-HIST-FILE
005370          OUTPUT ACCRUAL-GL-FILE
005380          OUTPUT REVERSAL-GL-FILE
005390          OUTPUT ACCRUAL-REPORT-FILE
005400     MOVE WS-COMPANY-NAME    TO AC-COMPANY-NAME
005410     WRITE ACCRUAL-REPORT-LINE FROM AC-HEADING-LINE
005420     MOVE WS-MONTH-END-DATE  TO AC-MONTH-END
005430     MOVE WS-REVERSAL-DATE   TO AC-REVERSAL-DATE
005440     WRITE ACCRUAL-REPORT-LINE FROM AC-DATE-LINE
005450     WRITE ACCRUAL-REPORT-LINE FROM AC-BLANK-LINE
005460     PERFORM 1350-WRITE-GROUP-LINE THRU 1350-EXIT
005470         VARYING WS-GT-SUB FROM 1 BY 1
005480         UNTIL WS-GT-SUB > WS-GT-COUNT
005490     WRITE ACCRUAL-REPORT-LINE FROM AC-BLANK-LINE
005500     WRITE ACCRUAL-REPORT-LINE FROM AC-COL-HEAD-LINE
005510     SET NOT-END-OF-EMP TO TRUE
005520     SET NOT-END-OF-HIST TO TRUE
005530     PERFORM 1210-READ-HIST THRU 1210-EXIT.
005540 1000-EXIT.
005550     EXIT.

005560*----------------------------------------------------------*
005570* 1100-READ-CARD - THE MONTH-END DATE MUST BE NUMERIC, A   *
005580* PLAUSIBLE YEAR AND MONTH, AND THE LAST DAY OF THAT MONTH *
005590* (FEBRUARY 29 IN A LEAP YEAR).  THE REVERSAL DATE IS THE  *
005600* FIRST OF THE FOLLOWING MONTH.                            *
005610*----------------------------------------------------------*
005620 1100-READ-CARD.
005630     ACCEPT WS-ACCRUAL-CARD-IN
005640     IF WS-ACCRUAL-CARD-IN NOT NUMERIC
005650         DISPLAY "INVALID MONTH-END DATE CARD - "
005660                 WS-ACCRUAL-CARD-IN
005670         MOVE 12 TO RETURN-CODE
005680         STOP RUN
005690     END-IF
005700     MOVE WS-ACCRUAL-CARD-IN TO WS-MONTH-END-DATE
005710     IF WS-ME-YEAR < 1900 OR WS-ME-YEAR > 2099
005720         OR WS-ME-MONTH < 1 OR WS-ME-MONTH > 12
005730         DISPLAY "INVALID MONTH-END DATE CARD - "
005740                 WS-ACCRUAL-CARD-IN
005750         MOVE 12 TO RETURN-CODE
005760         STOP RUN
005770     END-IF
005780     DIVIDE WS-ME-YEAR BY 4 GIVING WS-LEAP-QUOT
005790         REMAINDER WS-LEAP-REM-4
005800     DIVIDE WS-ME-YEAR BY 100 GIVING WS-LEAP-QUOT
005810         REMAINDER WS-LEAP-REM-100
005820     DIVIDE WS-ME-YEAR BY 400 GIVING WS-LEAP-QUOT
005830         REMAINDER WS-LEAP-REM-400
005840     IF WS-LEAP-REM-4 = 0
005850         AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
005860         MOVE 29 TO WS-MONTH-DAYS (2)
005870     END-IF
005880     IF WS-ME-DAY NOT = WS-MONTH-DAYS (WS-ME-MONTH)
005890         DISPLAY "MONTH-END DATE IS NOT THE LAST DAY OF ITS "
005900                 "MONTH - " WS-ACCRUAL-CARD-IN
005910         MOVE 12 TO RETURN-CODE
005920         STOP RUN
005930     END-IF
005940     MOVE WS-MONTH-END-DATE TO WS-REVERSAL-DATE
005950     MOVE 1 TO WS-RV-DAY
005960     ADD 1 TO WS-RV-MONTH
005970     IF WS-RV-MONTH > 12
005980         MOVE 1 TO WS-RV-MONTH
005990         ADD 1 TO WS-RV-YEAR
006000     END-IF.
006010 1100-EXIT.
006020     EXIT.

006030*----------------------------------------------------------*
006040* 1200-SORT-HISTORY - RESEQUENCE PAYHIST.DAT INTO EMP-ID   *
006050* AND PAY PERIOD ORDER SO IT CAN BE MATCH-MERGED AGAINST   *
006060* EMPLOYEE-FILE, WHICH IS ALREADY CARRIED IN EMP-ID ORDER. *
006070*----------------------------------------------------------*
006080 1200-SORT-HISTORY.
006090     SORT SORT-HIST-FILE
006100         ON ASCENDING KEY SH-EMP-ID SH-PAY-PERIOD-DATE
006110         USING PAY-HISTORY-FILE
006120         GIVING SORTED-HIST-FILE.
006130 1200-EXIT.
006140     EXIT.

006150*----------------------------------------------------------*
006160* 1210-READ-HIST - PRIME/ADVANCE THE SORTED-HIST-FILE      *
006170* READ-AHEAD USED BY THE MATCH-MERGE IN 2000.              *
006180*----------------------------------------------------------*
006190 1210-READ-HIST.
006200     READ SORTED-HIST-FILE
006210         AT END
006220             SET END-OF-HIST TO TRUE
006230             MOVE 99999 TO WS-HIST-EMP-ID
006240             GO TO 1210-EXIT
006250     END-READ
006260     MOVE SRH-EMP-ID TO WS-HIST-EMP-ID.
006270 1210-EXIT.
006280     EXIT.

006290*----------------------------------------------------------*
006300* 1300-LOAD-CALENDAR - ONE PAY CALENDAR ROW.  EVERY GROUP  *
006310* ON THE CALENDAR GETS A TABLE ENTRY; A PERIOD THAT HAS    *
006320* BEGUN BY MONTH END BUT IS NOT PAID UNTIL AFTER IT ADDS   *
006330* ITS WORKDAYS UP TO MONTH END TO THE GROUP'S UNPAID DAYS. *
006340*----------------------------------------------------------*
006350 1300-LOAD-CALENDAR.
006360     READ PAY-CALENDAR-FILE
006370         AT END
006380             SET END-OF-PAYCAL TO TRUE
006390             GO TO 1300-EXIT
006400     END-READ
006410     IF PC-PERIOD-BEGIN NOT NUMERIC
006420         OR PC-PERIOD-END NOT NUMERIC
006430         OR PC-CHECK-DATE NOT NUMERIC
006440         OR NOT PC-VALID-FREQUENCY
006450         OR PC-PERIOD-BEGIN > PC-PERIOD-END
006460         DISPLAY "PAYCAL.DAT RECORD INVALID - "
006470                 PAY-CALENDAR-REC
006480         MOVE 12 TO RETURN-CODE
006490         STOP RUN
006500     END-IF
006510     MOVE 0 TO WS-GT-FOUND-SUB
006520     PERFORM 1310-FIND-CAL-GROUP THRU 1310-EXIT
006530         VARYING WS-GT-SUB FROM 1 BY 1
006540         UNTIL WS-GT-SUB > WS-GT-COUNT
006550     IF WS-GT-FOUND-SUB = 0
006560         IF WS-GT-COUNT NOT < 20
006570             DISPLAY "PAY GROUP TABLE FULL - PAYCAL.DAT HAS "
006580                     "MORE THAN 20 GROUPS"
006590             MOVE 12 TO RETURN-CODE
006600             STOP RUN
006610         END-IF
006620         ADD 1 TO WS-GT-COUNT
006630         MOVE WS-GT-COUNT  TO WS-GT-FOUND-SUB
006640         MOVE PC-PAY-GROUP TO WS-GT-PAY-GROUP (WS-GT-FOUND-SUB)
006650         MOVE PC-PERIODS-PER-YEAR
006660                           TO WS-GT-PPY (WS-GT-FOUND-SUB)
006670         MOVE 0 TO WS-GT-OPEN-PERIODS (WS-GT-FOUND-SUB)
006680                   WS-GT-UNPAID-DAYS (WS-GT-FOUND-SUB)
006690         MOVE ZEROS TO WS-GT-CHECK-DATE (WS-GT-FOUND-SUB)
006700     END-IF
006710     IF PC-PERIOD-BEGIN > WS-MONTH-END-DATE
006720         OR PC-CHECK-DATE NOT > WS-MONTH-END-DATE
006730         GO TO 1300-EXIT
006740     END-IF
006750     MOVE PC-PERIOD-BEGIN TO WS-WINDOW-BEGIN
006760     IF PC-PERIOD-END > WS-MONTH-END-DATE
006770         MOVE WS-MONTH-END-DATE TO WS-WINDOW-END
006780     ELSE
006790         MOVE PC-PERIOD-END     TO WS-WINDOW-END
006800     END-IF
006810     PERFORM 8000-COUNT-WORKDAYS THRU 8000-EXIT
006820     ADD 1 TO WS-GT-OPEN-PERIODS (WS-GT-FOUND-SUB)
006830     ADD WS-WINDOW-DAYS TO WS-GT-UNPAID-DAYS (WS-GT-FOUND-SUB)
006840     IF PC-CHECK-DATE > WS-GT-CHECK-DATE (WS-GT-FOUND-SUB)
006850         MOVE PC-CHECK-DATE TO WS-GT-CHECK-DATE (WS-GT-FOUND-SUB)
006860     END-IF.
006870 1300-EXIT.
006880     EXIT.

006890*----------------------------------------------------------*
006900* 1310-FIND-CAL-GROUP - NOTE THE TABLE ENTRY FOR THE       *
006910* CALENDAR ROW'S GROUP, IF IT HAS ONE YET.                 *
006920*----------------------------------------------------------*
006930 1310-FIND-CAL-GROUP.
006940     IF WS-GT-PAY-GROUP (WS-GT-SUB) = PC-PAY-GROUP
006950         MOVE WS-GT-SUB TO WS-GT-FOUND-SUB
006960     END-IF.
006970 1310-EXIT.
006980     EXIT.

006990*----------------------------------------------------------*
007000* 1350-WRITE-GROUP-LINE - ONE PAY GROUP'S OPEN PERIODS AND *
007010* UNPAID WORKDAYS AT MONTH END, AT THE HEAD OF THE REPORT. *
007020*----------------------------------------------------------*
007030 1350-WRITE-GROUP-LINE.
007040     MOVE WS-GT-PAY-GROUP (WS-GT-SUB)    TO AC-GRP-PAY-GROUP
007050     MOVE WS-GT-PPY (WS-GT-SUB)          TO AC-GRP-PPY
007060     MOVE WS-GT-OPEN-PERIODS (WS-GT-SUB) TO AC-GRP-OPEN
007070     MOVE WS-GT-UNPAID-DAYS (WS-GT-SUB)  TO AC-GRP-DAYS
007080     WRITE ACCRUAL-REPORT-LINE FROM AC-GROUP-LINE.
007090 1350-EXIT.
007100     EXIT.

007110*----------------------------------------------------------*
007120* 1400-GET-COMPANY-NAME - PICK THE COMPANY NAME UP OFF THE *
007130* OPERATOR'S RUNCTL.DAT CARD FOR THE REPORT HEADING, AS    *
007140* PAY-INQUIRY-MODULE DOES.                                 *
007150*----------------------------------------------------------*
007160 1400-GET-COMPANY-NAME.
007170     OPEN INPUT RUN-CONTROL-FILE
007180     IF WS-RUNCTL-STATUS NOT = "00"
007190         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
007200                 WS-RUNCTL-STATUS
007210         MOVE 12 TO RETURN-CODE
007220         STOP RUN
007230     END-IF
007240     READ RUN-CONTROL-FILE
007250         AT END
007260             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
007270             MOVE 12 TO RETURN-CODE
007280             STOP RUN
007290     END-READ
007300     CLOSE RUN-CONTROL-FILE
007310     IF RC-COMPANY-NAME = SPACES
007320         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
007330         MOVE 12 TO RETURN-CODE
007340         STOP RUN
007350     END-IF
007360     MOVE RC-COMPANY-NAME TO WS-COMPANY-NAME.
007370 1400-EXIT.
007380     EXIT.

007390*----------------------------------------------------------*
007400* 2000-PROCESS-EMPLOYEE - ONE EMPLOYEE.  THE HISTORY ROWS  *
007410* ARE MERGED FIRST SO THE READ-AHEAD STAYS IN STEP WHETHER *
007420* OR NOT THE EMPLOYEE IS ACCRUED.  A TERMINATED EMPLOYEE,  *
007430* ONE HIRED AFTER MONTH END, ONE IN A GROUP NOT ON THE     *
007440* CALENDAR, OR ONE WITH NO RATE TO GO ON IS LISTED AND     *
007450* PASSED OVER; ONE WHOSE GROUP HAS NO UNPAID DAYS IS ONLY  *
007460* COUNTED.                                                 *
007470*----------------------------------------------------------*
007480 2000-PROCESS-EMPLOYEE.
007490     READ EMPLOYEE-FILE
007500         AT END
007510             SET END-OF-EMP TO TRUE
007520             GO TO 2000-EXIT
007530     END-READ
007540     ADD 1 TO WS-EMP-READ-COUNT
007550     SET WS-NO-HIST TO TRUE
007560     PERFORM 2050-SKIP-ORPHAN-HIST THRU 2050-EXIT
007570         UNTIL END-OF-HIST OR WS-HIST-EMP-ID >= EMP-ID
007580     PERFORM 2060-TAKE-HIST THRU 2060-EXIT
007590         UNTIL END-OF-HIST OR WS-HIST-EMP-ID NOT = EMP-ID
007600     IF EMP-TERMINATED
007610         MOVE "TERMINATED - NOT ACCRUED" TO WS-SKIP-REASON
007620         PERFORM 2900-WRITE-SKIP THRU 2900-EXIT
007630         ADD 1 TO WS-TERM-COUNT
007640         GO TO 2000-EXIT
007650     END-IF
007660     IF EMP-HIRE-DATE NUMERIC
007670         AND EMP-HIRE-DATE > WS-MONTH-END-DATE
007680         MOVE "HIRED AFTER MONTH END" TO WS-SKIP-REASON
007690         PERFORM 2900-WRITE-SKIP THRU 2900-EXIT
007700         ADD 1 TO WS-NEW-HIRE-COUNT
007710         GO TO 2000-EXIT
007720     END-IF
007730     MOVE 0 TO WS-GT-FOUND-SUB
007740     PERFORM 2100-FIND-EMP-GROUP THRU 2100-EXIT
007750         VARYING WS-GT-SUB FROM 1 BY 1
007760         UNTIL WS-GT-SUB > WS-GT-COUNT
007770     IF WS-GT-FOUND-SUB = 0
007780         MOVE "PAY GROUP NOT ON PAY CALENDAR" TO WS-SKIP-REASON
007790         PERFORM 2900-WRITE-SKIP THRU 2900-EXIT
007800         ADD 1 TO WS-NO-CAL-COUNT
007810         GO TO 2000-EXIT
007820     END-IF
007830     MOVE WS-GT-UNPAID-DAYS (WS-GT-FOUND-SUB) TO WS-UNPAID-DAYS
007840     IF WS-UNPAID-DAYS = 0
007850         ADD 1 TO WS-NO-DAYS-COUNT
007860         GO TO 2000-EXIT
007870     END-IF
007880     PERFORM 2200-GET-DAILY-RATE THRU 2200-EXIT
007890     IF WS-DAILY-RATE = 0
007900         MOVE "NO PAY HISTORY OR RATE TO ACCRUE" TO WS-SKIP-REASON
007910         PERFORM 2900-WRITE-SKIP THRU 2900-EXIT
007920         ADD 1 TO WS-NO-RATE-COUNT
007930         GO TO 2000-EXIT
007940     END-IF
007950     IF WS-RATE-FROM-HIST
007960         ADD 1 TO WS-HIST-RATE-COUNT
007970     ELSE
007980         ADD 1 TO WS-MASTER-RATE-COUNT
007990     END-IF
008000     COMPUTE WS-ACCRUED-GROSS ROUNDED =
008010         WS-DAILY-RATE * WS-UNPAID-DAYS
008020     PERFORM 2300-COMPUTE-ER-TAX THRU 2300-EXIT
008030     PERFORM 2400-ACCUM-DEPT THRU 2400-EXIT
008040     ADD 1                TO WS-ACCRUED-COUNT
008050     ADD WS-ACCRUED-GROSS TO WS-TOT-WAGES
008060     ADD WS-ER-FICA       TO WS-TOT-ER-FICA
008070     ADD WS-ER-FUTA       TO WS-TOT-ER-FUTA
008080     ADD WS-ER-SUTA       TO WS-TOT-ER-SUTA
008090     ADD WS-ER-TOTAL      TO WS-TOT-ER-TAX
008100     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
008110 2000-EXIT.
008120     EXIT.

008130*----------------------------------------------------------*
008140* 2050-SKIP-ORPHAN-HIST - THE CURRENT HISTORY ROW SORTS    *
008150* BEFORE THIS EMPLOYEE (NO LONGER ON THE MASTER) - STEP    *
008160* PAST IT.                                                 *
008170*----------------------------------------------------------*
008180 2050-SKIP-ORPHAN-HIST.
008190     PERFORM 1210-READ-HIST THRU 1210-EXIT.
008200 2050-EXIT.
008210     EXIT.

008220*----------------------------------------------------------*
008230* 2060-TAKE-HIST - ONE OF THIS EMPLOYEE'S HISTORY ROWS.    *
008240* THEY COME IN PERIOD ORDER, SO THE LAST ONE TAKEN IS THE  *
008250* LATEST PERIOD PAID.  A ROW WITH NO YTD GROSS (WRITTEN    *
008260* BEFORE IT WAS CARRIED) TAKES ZERO.                       *
008270*----------------------------------------------------------*
008280 2060-TAKE-HIST.
008290     SET WS-HIST-FOUND TO TRUE
008300     MOVE SRH-PAY-PERIOD-DATE TO WS-HIST-PERIOD-DATE
008310     IF SRH-GROSS NUMERIC
008320         MOVE SRH-GROSS TO WS-HIST-GROSS
008330     ELSE
008340         MOVE 0 TO WS-HIST-GROSS
008350     END-IF
008360     IF SRH-YTD-GROSS NUMERIC
008370         MOVE SRH-YTD-GROSS TO WS-HIST-YTD-GROSS
008380     ELSE
008390         MOVE 0 TO WS-HIST-YTD-GROSS
008400     END-IF
008410     PERFORM 1210-READ-HIST THRU 1210-EXIT.
008420 2060-EXIT.
008430     EXIT.

008440*----------------------------------------------------------*
008450* 2100-FIND-EMP-GROUP - NOTE THE TABLE ENTRY FOR THE       *
008460* EMPLOYEE'S PAY GROUP.  A BLANK GROUP IS FOUND ONLY WHEN  *
008470* THE CALENDAR CARRIES ROWS FOR THE BLANK GROUP.           *
008480*----------------------------------------------------------*
008490 2100-FIND-EMP-GROUP.
008500     IF WS-GT-PAY-GROUP (WS-GT-SUB) = EMP-PAY-GROUP
008510         MOVE WS-GT-SUB TO WS-GT-FOUND-SUB
008520     END-IF.
008530 2100-EXIT.
008540     EXIT.

008550*----------------------------------------------------------*
008560* 2200-GET-DAILY-RATE - THE LATEST PERIOD'S GROSS SPREAD   *
008570* OVER THE WORKDAYS IN A PERIOD OF THE GROUP'S FREQUENCY   *
008580* (260 / PERIODS PER YEAR).  WITH NO HISTORY YET, THE      *
008590* MASTER RATE: EIGHT HOURS AT THE HOURLY RATE, OR THE      *
008600* WEEKLY SALARY OVER FIVE DAYS.                            *
008610*----------------------------------------------------------*
008620 2200-GET-DAILY-RATE.
008630     MOVE 0 TO WS-DAILY-RATE
008640     MOVE SPACE TO WS-RATE-SOURCE
008650     IF WS-HIST-FOUND AND WS-HIST-GROSS > 0
008660         COMPUTE WS-DAILY-RATE ROUNDED =
008670             WS-HIST-GROSS * WS-GT-PPY (WS-GT-FOUND-SUB)
008680             / WS-WORKDAYS-PER-YEAR
008690         SET WS-RATE-FROM-HIST TO TRUE
008700         GO TO 2200-EXIT
008710     END-IF
008720     SET WS-RATE-FROM-MASTER TO TRUE
008730     IF EMP-SALARIED
008740         IF EMP-SALARY NUMERIC
008750             COMPUTE WS-DAILY-RATE ROUNDED =
008760                 EMP-SALARY * WS-BASE-PERIODS
008770                 / WS-WORKDAYS-PER-YEAR
008780         END-IF
008790     ELSE
008800         IF EMP-RATE NUMERIC
008810             COMPUTE WS-DAILY-RATE ROUNDED =
008820                 EMP-RATE * WS-HOURS-PER-DAY
008830         END-IF
008840     END-IF.
008850 2200-EXIT.
008860     EXIT.

008870*----------------------------------------------------------*
008880* 2300-COMPUTE-ER-TAX - THE EMPLOYER SIDE ON THE ACCRUED   *
008890* WAGES, FIGURED AS 3550-COMPUTE-ER-TAX IN PAYROLL-MODULE  *
008900* DOES: OASDI UP TO ITS WAGE BASE, MEDICARE ON ALL OF IT,  *
008910* AND FUTA AND SUTA ON THE SLICE STILL UNDER EACH BASE.    *
008920* THE PRIOR WAGES ARE THE LATEST ROW'S YTD GROSS WHEN IT   *
008930* FALLS IN THE YEAR THE OPEN PERIOD WILL BE PAID IN, AND   *
008940* ZERO OTHERWISE - A DECEMBER ACCRUAL PAID IN JANUARY      *
008950* STARTS THE BASES AFRESH.                                 *
008960*----------------------------------------------------------*
008970 2300-COMPUTE-ER-TAX.
008980     MOVE 0 TO WS-PRIOR-YTD-GROSS
008990     IF WS-HIST-FOUND
009000         AND WS-HIST-YEAR = WS-GT-CHECK-YEAR (WS-GT-FOUND-SUB)
009010         MOVE WS-HIST-YTD-GROSS TO WS-PRIOR-YTD-GROSS
009020     END-IF
009030     COMPUTE WS-ER-BASE-ROOM =
009040         WS-OASDI-BASE - WS-PRIOR-YTD-GROSS
009050     IF WS-ER-BASE-ROOM < 0
009060         MOVE 0 TO WS-ER-BASE-ROOM
009070     END-IF
009080     IF WS-ER-BASE-ROOM > WS-ACCRUED-GROSS
009090         MOVE WS-ACCRUED-GROSS TO WS-ER-TAXABLE
009100     ELSE
009110         MOVE WS-ER-BASE-ROOM  TO WS-ER-TAXABLE
009120     END-IF
009130     COMPUTE WS-ER-FICA ROUNDED =
009140             (WS-ER-TAXABLE * WS-OASDI-RATE)
009150           + (WS-ACCRUED-GROSS * WS-MEDICARE-RATE)
009160     COMPUTE WS-ER-BASE-ROOM =
009170         WS-ER-FUTA-BASE - WS-PRIOR-YTD-GROSS
009180     IF WS-ER-BASE-ROOM < 0
009190         MOVE 0 TO WS-ER-BASE-ROOM
009200     END-IF
009210     IF WS-ER-BASE-ROOM > WS-ACCRUED-GROSS
009220         MOVE WS-ACCRUED-GROSS TO WS-ER-TAXABLE
009230     ELSE
009240         MOVE WS-ER-BASE-ROOM  TO WS-ER-TAXABLE
009250     END-IF
009260     COMPUTE WS-ER-FUTA ROUNDED =
009270         WS-ER-TAXABLE * WS-ER-FUTA-RATE
009280     COMPUTE WS-ER-BASE-ROOM =
009290         WS-ER-SUTA-BASE - WS-PRIOR-YTD-GROSS
009300     IF WS-ER-BASE-ROOM < 0
009310         MOVE 0 TO WS-ER-BASE-ROOM
009320     END-IF
009330     IF WS-ER-BASE-ROOM > WS-ACCRUED-GROSS
009340         MOVE WS-ACCRUED-GROSS TO WS-ER-TAXABLE
009350     ELSE
009360         MOVE WS-ER-BASE-ROOM  TO WS-ER-TAXABLE
009370     END-IF
009380     COMPUTE WS-ER-SUTA ROUNDED =
009390         WS-ER-TAXABLE * WS-ER-SUTA-RATE
009400     COMPUTE WS-ER-TOTAL =
009410         WS-ER-FICA + WS-ER-FUTA + WS-ER-SUTA.
009420 2300-EXIT.
009430     EXIT.

009440*----------------------------------------------------------*
009450* 2400-ACCUM-DEPT - ROLL THE EMPLOYEE INTO THE DEPARTMENT  *
009460* TABLE.  THE TABLE IS SCANNED TO THE FIRST ENTRY NOT LOW  *
009470* TO THE DEPARTMENT; A NEW DEPARTMENT IS OPENED THERE, THE *
009480* ENTRIES ABOVE IT MOVED UP ONE.                           *
009490*----------------------------------------------------------*
009500 2400-ACCUM-DEPT.
009510     MOVE 1 TO WS-DT-SUB
009520     SET WS-SCAN-GOING TO TRUE
009530     PERFORM 2410-SCAN-DEPT THRU 2410-EXIT
009540         UNTIL WS-SCAN-DONE
009550     IF WS-DT-SUB > WS-DT-COUNT
009560         OR WS-DT-DEPT (WS-DT-SUB) NOT = EMP-DEPT
009570         IF WS-DT-COUNT NOT < 50
009580             DISPLAY "DEPARTMENT TABLE FULL - MORE THAN 50 "
009590                     "DEPARTMENTS TO ACCRUE"
009600             MOVE 12 TO RETURN-CODE
009610             STOP RUN
009620         END-IF
009630         PERFORM 2420-SHIFT-DEPT THRU 2420-EXIT
009640             VARYING WS-DT-MOVE-SUB FROM WS-DT-COUNT BY -1
009650             UNTIL WS-DT-MOVE-SUB < WS-DT-SUB
009660         ADD 1 TO WS-DT-COUNT
009670         MOVE EMP-DEPT TO WS-DT-DEPT (WS-DT-SUB)
009680         MOVE 0 TO WS-DT-EMP-COUNT (WS-DT-SUB)
009690                   WS-DT-WAGES (WS-DT-SUB)
009700                   WS-DT-ER-FICA (WS-DT-SUB)
009710                   WS-DT-ER-FUTA (WS-DT-SUB)
009720                   WS-DT-ER-SUTA (WS-DT-SUB)
009730     END-IF
009740     ADD 1                TO WS-DT-EMP-COUNT (WS-DT-SUB)
009750     ADD WS-ACCRUED-GROSS TO WS-DT-WAGES (WS-DT-SUB)
009760     ADD WS-ER-FICA       TO WS-DT-ER-FICA (WS-DT-SUB)
009770     ADD WS-ER-FUTA       TO WS-DT-ER-FUTA (WS-DT-SUB)
009780     ADD WS-ER-SUTA       TO WS-DT-ER-SUTA (WS-DT-SUB).
009790 2400-EXIT.
009800     EXIT.

009810*----------------------------------------------------------*
009820* 2410-SCAN-DEPT - STOP AT THE END OF THE TABLE OR AT THE  *
009830* FIRST DEPARTMENT NOT LOW TO THE EMPLOYEE'S.              *
009840*----------------------------------------------------------*
009850 2410-SCAN-DEPT.
009860     IF WS-DT-SUB > WS-DT-COUNT
009870         SET WS-SCAN-DONE TO TRUE
009880         GO TO 2410-EXIT
009890     END-IF
009900     IF WS-DT-DEPT (WS-DT-SUB) NOT < EMP-DEPT
009910         SET WS-SCAN-DONE TO TRUE
009920         GO TO 2410-EXIT
009930     END-IF
009940     ADD 1 TO WS-DT-SUB.
009950 2410-EXIT.
009960     EXIT.

009970*----------------------------------------------------------*
009980* 2420-SHIFT-DEPT - MOVE ONE DEPARTMENT ENTRY UP A SLOT TO *
009990* OPEN THE SLOT A NEW DEPARTMENT GOES IN.                  *
010000*----------------------------------------------------------*
010010 2420-SHIFT-DEPT.
010020     COMPUTE WS-DT-TO-SUB = WS-DT-MOVE-SUB + 1
010030     MOVE WS-DT-ENTRY (WS-DT-MOVE-SUB)
010040                           TO WS-DT-ENTRY (WS-DT-TO-SUB).
010050 2420-EXIT.
010060     EXIT.

010070*----------------------------------------------------------*
010080* 2800-WRITE-DETAIL - ONE ACCRUED EMPLOYEE.  THE RATE IS   *
010090* MARKED H WHEN IT CAME OFF PAY HISTORY AND M WHEN IT CAME *
010100* OFF THE MASTER.                                          *
010110*----------------------------------------------------------*
010120 2800-WRITE-DETAIL.
010130     MOVE EMP-ID           TO AC-EMP-ID
010140     MOVE EMP-NAME         TO AC-EMP-NAME
010150     MOVE EMP-DEPT         TO AC-DEPT
010160     MOVE EMP-PAY-GROUP    TO AC-PAY-GROUP
010170     MOVE WS-UNPAID-DAYS   TO AC-DAYS
010180     MOVE WS-DAILY-RATE    TO AC-DAILY-RATE
010190     MOVE WS-RATE-SOURCE   TO AC-RATE-SOURCE
010200     MOVE WS-ACCRUED-GROSS TO AC-WAGES
010210     MOVE WS-ER-TOTAL      TO AC-ER-TAX
010220     WRITE ACCRUAL-REPORT-LINE FROM AC-DETAIL-LINE.
010230 2800-EXIT.
010240     EXIT.

010250*----------------------------------------------------------*
010260* 2900-WRITE-SKIP - ONE EMPLOYEE PASSED OVER, WITH THE     *
010270* REASON THE CALLER SET.                                   *
010280*----------------------------------------------------------*
010290 2900-WRITE-SKIP.
010300     MOVE EMP-ID           TO AC-SKIP-EMP-ID
010310     MOVE EMP-NAME         TO AC-SKIP-NAME
010320     MOVE EMP-DEPT         TO AC-SKIP-DEPT
010330     MOVE EMP-PAY-GROUP    TO AC-SKIP-GROUP
010340     MOVE WS-SKIP-REASON   TO AC-SKIP-REASON
010350     WRITE ACCRUAL-REPORT-LINE FROM AC-SKIP-LINE.
010360 2900-EXIT.
010370     EXIT.

010380*----------------------------------------------------------*
010390* 8000-COUNT-WORKDAYS - THE MONDAY-TO-FRIDAY DAYS FROM     *
010400* WS-WINDOW-BEGIN THROUGH WS-WINDOW-END, BOTH INCLUSIVE,   *
010410* INTO WS-WINDOW-DAYS.  HOLIDAYS ARE NOT TAKEN OUT - THE   *
010420* PAY RUN PAYS THEM.                                       *
010430*----------------------------------------------------------*
010440 8000-COUNT-WORKDAYS.
010450     MOVE WS-WINDOW-BEGIN TO WS-DN-DATE
010460     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
010470     MOVE WS-DAY-NUMBER   TO WS-DN-FIRST
010480     MOVE WS-WINDOW-END   TO WS-DN-DATE
010490     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
010500     MOVE WS-DAY-NUMBER   TO WS-DN-LAST
010510     MOVE 0 TO WS-WINDOW-DAYS
010520     PERFORM 8200-COUNT-ONE-DAY THRU 8200-EXIT
010530         VARYING WS-DN-CUR FROM WS-DN-FIRST BY 1
010540         UNTIL WS-DN-CUR > WS-DN-LAST.
010550 8000-EXIT.
010560     EXIT.

010570*----------------------------------------------------------*
010580* 8100-DAY-NUMBER - WS-DN-DATE TO ITS DAY NUMBER.  MARCH   *
010590* IS TAKEN AS THE FIRST MONTH OF THE YEAR SO THE LEAP DAY  *
010600* FALLS AT THE END; EACH DIVIDE KEEPS ONLY THE WHOLE PART. *
010610*----------------------------------------------------------*
010620 8100-DAY-NUMBER.
010630     COMPUTE WS-DN-T = 14 - WS-DN-MONTH
010640     DIVIDE WS-DN-T BY 12 GIVING WS-DN-A
010650     COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A
010660     COMPUTE WS-DN-M = WS-DN-MONTH + (12 * WS-DN-A) - 3
010670     COMPUTE WS-DN-T = (153 * WS-DN-M) + 2
010680     DIVIDE WS-DN-T BY 5   GIVING WS-DN-Q-MONTH
010690     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q-4
010700     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q-100
010710     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q-400
010720     COMPUTE WS-DAY-NUMBER =
010730         WS-DN-DAY + WS-DN-Q-MONTH + (365 * WS-DN-Y)
010740       + WS-DN-Q-4 - WS-DN-Q-100 + WS-DN-Q-400 - 32045.
010750 8100-EXIT.
010760     EXIT.

010770*----------------------------------------------------------*
010780* 8200-COUNT-ONE-DAY - COUNT THE DAY IF IT IS A WEEKDAY.   *
010790*----------------------------------------------------------*
010800 8200-COUNT-ONE-DAY.
010810     DIVIDE WS-DN-CUR BY 7 GIVING WS-DN-WEEKS
010820         REMAINDER WS-DN-WEEKDAY
010830     IF WS-DN-WEEKDAY < 5
010840         ADD 1 TO WS-WINDOW-DAYS
010850     END-IF.
010860 8200-EXIT.
010870     EXIT.

010880*----------------------------------------------------------*
010890* 9000-TERMINATE - DEPARTMENT ROLLUP AND TOTALS, THE       *
010900* ACCRUAL AND REVERSING JOURNALS, THE CONTROL COUNTS, AND  *
010910* THE CLOSE.  A JOURNAL THAT DOES NOT FOOT ENDS THE RUN    *
010920* WITH RETURN CODE 12 AFTER THE CLOSE.                     *
010930*----------------------------------------------------------*
010940 9000-TERMINATE.
010950     CLOSE EMPLOYEE-FILE SORTED-HIST-FILE
010960     PERFORM 9100-WRITE-DEPT-ROLLUP THRU 9100-EXIT
010970     PERFORM 9300-WRITE-JOURNAL THRU 9300-EXIT
010980     PERFORM 9400-WRITE-COUNTS THRU 9400-EXIT
010990     CLOSE ACCRUAL-GL-FILE REVERSAL-GL-FILE ACCRUAL-REPORT-FILE
011000     IF WS-JOURNAL-OUT-OF-BAL
011010         DISPLAY "ACCRUAL JOURNAL OUT OF BALANCE - DEBITS "
011020                 WS-GL-DEBIT-TOT " CREDITS " WS-GL-CREDIT-TOT
011030         MOVE 12 TO RETURN-CODE
011040     END-IF.
011050 9000-EXIT.
011060     EXIT.

011070*----------------------------------------------------------*
011080* 9100-WRITE-DEPT-ROLLUP - ACCRUED WAGES AND EMPLOYER TAXES*
011090* BY DEPARTMENT, AND THE TOTAL LINE THEY FOOT TO.          *
011100*----------------------------------------------------------*
011110 9100-WRITE-DEPT-ROLLUP.
011120     WRITE ACCRUAL-REPORT-LINE FROM AC-BLANK-LINE
011130     MOVE "ACCRUAL BY DEPARTMENT" TO AC-TEXT
011140     WRITE ACCRUAL-REPORT-LINE FROM AC-TEXT-LINE
011150     WRITE ACCRUAL-REPORT-LINE FROM AC-DEPT-HEAD-LINE
011160     PERFORM 9110-WRITE-DEPT-LINE THRU 9110-EXIT
011170         VARYING WS-DT-SUB FROM 1 BY 1
011180         UNTIL WS-DT-SUB > WS-DT-COUNT
011190     MOVE "ALL "           TO AC-DT-DEPT
011200     MOVE WS-ACCRUED-COUNT TO AC-DT-COUNT
011210     MOVE WS-TOT-WAGES     TO AC-DT-WAGES
011220     MOVE WS-TOT-ER-FICA   TO AC-DT-FICA
011230     MOVE WS-TOT-ER-FUTA   TO AC-DT-FUTA
011240     MOVE WS-TOT-ER-SUTA   TO AC-DT-SUTA
011250     COMPUTE AC-DT-TOTAL = WS-TOT-WAGES + WS-TOT-ER-TAX
011260     WRITE ACCRUAL-REPORT-LINE FROM AC-DEPT-LINE.
011270 9100-EXIT.
011280     EXIT.

011290*----------------------------------------------------------*
011300* 9110-WRITE-DEPT-LINE - ONE DEPARTMENT OF THE ROLLUP.     *
011310*----------------------------------------------------------*
011320 9110-WRITE-DEPT-LINE.
011330     MOVE WS-DT-DEPT (WS-DT-SUB)      TO AC-DT-DEPT
011340     MOVE WS-DT-EMP-COUNT (WS-DT-SUB) TO AC-DT-COUNT
011350     MOVE WS-DT-WAGES (WS-DT-SUB)     TO AC-DT-WAGES
011360     MOVE WS-DT-ER-FICA (WS-DT-SUB)   TO AC-DT-FICA
011370     MOVE WS-DT-ER-FUTA (WS-DT-SUB)   TO AC-DT-FUTA
011380     MOVE WS-DT-ER-SUTA (WS-DT-SUB)   TO AC-DT-SUTA
011390     COMPUTE AC-DT-TOTAL =
011400         WS-DT-WAGES (WS-DT-SUB) + WS-DT-ER-FICA (WS-DT-SUB)
011410       + WS-DT-ER-FUTA (WS-DT-SUB) + WS-DT-ER-SUTA (WS-DT-SUB)
011420     WRITE ACCRUAL-REPORT-LINE FROM AC-DEPT-LINE.
011430 9110-EXIT.
011440     EXIT.

011450*----------------------------------------------------------*
011460* 9300-WRITE-JOURNAL - THE ACCRUAL ENTRY: DEBIT WAGES AND  *
011470* EMPLOYER TAX EXPENSE DEPARTMENT BY DEPARTMENT, CREDIT    *
011480* ACCRUED WAGES PAYABLE AND ACCRUED EMPLOYER TAXES PAYABLE *
011490* IN TOTAL.  EVERY LINE GOES TO THE REVERSING ENTRY TOO,   *
011500* COLUMNS SWAPPED, SO WHEN THE REAL PAYROLL POSTS IN THE   *
011510* NEW MONTH THE ACCRUAL CLEARS ITSELF.  EACH FILE ENDS WITH*
011520* A JOURNAL TOTALS LINE, AND THE FOOTINGS MUST TIE.        *
011530*----------------------------------------------------------*
011540 9300-WRITE-JOURNAL.
011550     MOVE 0 TO WS-GL-DEBIT-TOT WS-GL-CREDIT-TOT
011560               WS-GL-DEBIT WS-GL-CREDIT
011570     PERFORM 9320-WRITE-DEPT-DEBITS THRU 9320-EXIT
011580         VARYING WS-DT-SUB FROM 1 BY 1
011590         UNTIL WS-DT-SUB > WS-DT-COUNT
011600     MOVE "21500000"           TO WS-GL-ACCOUNT
011610     MOVE "ACCRUED WAGES PAYABLE"  TO WS-GL-DESC
011620     MOVE WS-TOT-WAGES         TO WS-GL-CREDIT
011630     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
011640     MOVE "24500000"           TO WS-GL-ACCOUNT
011650     MOVE "ACCRUED ER TAXES PAYABLE" TO WS-GL-DESC
011660     MOVE WS-TOT-ER-TAX        TO WS-GL-CREDIT
011670     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
011680     COMPUTE WS-GL-OUT-OF-BAL =
011690         WS-GL-DEBIT-TOT - WS-GL-CREDIT-TOT
011700     IF WS-GL-OUT-OF-BAL NOT = 0
011710         SET WS-JOURNAL-OUT-OF-BAL TO TRUE
011720     END-IF
011730     MOVE WS-MONTH-END-DATE    TO GL-PAY-PERIOD-DATE
011740     MOVE "99999999"           TO GL-ACCOUNT
011750     MOVE "JOURNAL TOTALS"         TO GL-DESCRIPTION
011760     MOVE WS-GL-DEBIT-TOT      TO GL-DEBIT
011770     MOVE WS-GL-CREDIT-TOT     TO GL-CREDIT
011780     WRITE ACCRUAL-GL-LINE FROM GL-POST-REC
011790     MOVE WS-REVERSAL-DATE     TO GL-PAY-PERIOD-DATE
011800     MOVE WS-GL-CREDIT-TOT     TO GL-DEBIT
011810     MOVE WS-GL-DEBIT-TOT      TO GL-CREDIT
011820     WRITE REVERSAL-GL-LINE FROM GL-POST-REC.
011830 9300-EXIT.
011840     EXIT.

011850*----------------------------------------------------------*
011860* 9310-WRITE-GL-LINE - WRITE THE JOURNAL LINE THE CALLER   *
011870* HAS SET UP TO THE ACCRUAL, AND WITH ITS COLUMNS SWAPPED  *
011880* TO THE REVERSAL, ROLL IT INTO THE FOOTINGS, AND CLEAR THE*
011890* AMOUNT FIELDS FOR THE NEXT LINE.                         *
011900*----------------------------------------------------------*
011910 9310-WRITE-GL-LINE.
011920     MOVE WS-MONTH-END-DATE  TO GL-PAY-PERIOD-DATE
011930     MOVE WS-GL-ACCOUNT      TO GL-ACCOUNT
011940     MOVE WS-GL-DESC         TO GL-DESCRIPTION
011950     MOVE WS-GL-DEBIT        TO GL-DEBIT
011960     MOVE WS-GL-CREDIT       TO GL-CREDIT
011970     WRITE ACCRUAL-GL-LINE FROM GL-POST-REC
011980     MOVE WS-REVERSAL-DATE   TO GL-PAY-PERIOD-DATE
011990     MOVE WS-GL-CREDIT       TO GL-DEBIT
012000     MOVE WS-GL-DEBIT        TO GL-CREDIT
012010     WRITE REVERSAL-GL-LINE FROM GL-POST-REC
012020     ADD 1 TO WS-GL-LINE-COUNT
012030     ADD WS-GL-DEBIT  TO WS-GL-DEBIT-TOT
012040     ADD WS-GL-CREDIT TO WS-GL-CREDIT-TOT
012050     MOVE 0 TO WS-GL-DEBIT WS-GL-CREDIT.
012060 9310-EXIT.
012070     EXIT.

012080*----------------------------------------------------------*
012090* 9320-WRITE-DEPT-DEBITS - ONE DEPARTMENT'S WAGES AND      *
012100* EMPLOYER TAX EXPENSE, THE DEPARTMENT NAMED IN THE        *
012110* DESCRIPTION.                                             *
012120*----------------------------------------------------------*
012130 9320-WRITE-DEPT-DEBITS.
012140     MOVE WS-DT-DEPT (WS-DT-SUB) TO WS-GD-DEPT
012150     MOVE "51000000"           TO WS-GL-ACCOUNT
012160     MOVE "ACCRUED WAGES DEPT"     TO WS-GD-LABEL
012170     MOVE WS-GL-DEPT-DESC      TO WS-GL-DESC
012180     MOVE WS-DT-WAGES (WS-DT-SUB) TO WS-GL-DEBIT
012190     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
012200     MOVE "51500000"           TO WS-GL-ACCOUNT
012210     MOVE "ACCRUED ER TAX DEPT"    TO WS-GD-LABEL
012220     MOVE WS-GL-DEPT-DESC      TO WS-GL-DESC
012230     COMPUTE WS-GL-DEBIT =
012240         WS-DT-ER-FICA (WS-DT-SUB) + WS-DT-ER-FUTA (WS-DT-SUB)
012250       + WS-DT-ER-SUTA (WS-DT-SUB)
012260     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT.
012270 9320-EXIT.
012280     EXIT.

012290*----------------------------------------------------------*
012300* 9400-WRITE-COUNTS - JOURNAL TOTALS AND CONTROL COUNTS AT *
012310* THE FOOT OF THE REPORT.                                  *
012320*----------------------------------------------------------*
012330 9400-WRITE-COUNTS.
012340     WRITE ACCRUAL-REPORT-LINE FROM AC-BLANK-LINE
012350     MOVE "ACCRUED WAGES................" TO AC-MONEY-LABEL
012360     MOVE WS-TOT-WAGES      TO AC-MONEY-AMOUNT
012370     WRITE ACCRUAL-REPORT-LINE FROM AC-MONEY-LINE
012380     MOVE "ACCRUED EMPLOYER TAXES......." TO AC-MONEY-LABEL
012390     MOVE WS-TOT-ER-TAX     TO AC-MONEY-AMOUNT
012400     WRITE ACCRUAL-REPORT-LINE FROM AC-MONEY-LINE
012410     MOVE "JOURNAL DEBITS..............." TO AC-MONEY-LABEL
012420     MOVE WS-GL-DEBIT-TOT   TO AC-MONEY-AMOUNT
012430     WRITE ACCRUAL-REPORT-LINE FROM AC-MONEY-LINE
012440     MOVE "JOURNAL CREDITS.............." TO AC-MONEY-LABEL
012450     MOVE WS-GL-CREDIT-TOT  TO AC-MONEY-AMOUNT
012460     WRITE ACCRUAL-REPORT-LINE FROM AC-MONEY-LINE
012470     IF WS-JOURNAL-OUT-OF-BAL
012480         MOVE "*** ACCRUAL JOURNAL OUT OF BALANCE ***" TO AC-TEXT
012490         WRITE ACCRUAL-REPORT-LINE FROM AC-TEXT-LINE
012500     END-IF
012510     MOVE "JOURNAL LINES PER ENTRY......" TO AC-COUNT-LABEL
012520     MOVE WS-GL-LINE-COUNT  TO AC-COUNT
012530     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012540     WRITE ACCRUAL-REPORT-LINE FROM AC-BLANK-LINE
012550     MOVE "EMPLOYEES READ..............." TO AC-COUNT-LABEL
012560     MOVE WS-EMP-READ-COUNT TO AC-COUNT
012570     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012580     MOVE "EMPLOYEES ACCRUED............" TO AC-COUNT-LABEL
012590     MOVE WS-ACCRUED-COUNT  TO AC-COUNT
012600     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012610     MOVE "  RATE FROM PAY HISTORY......" TO AC-COUNT-LABEL
012620     MOVE WS-HIST-RATE-COUNT TO AC-COUNT
012630     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012640     MOVE "  RATE FROM MASTER..........." TO AC-COUNT-LABEL
012650     MOVE WS-MASTER-RATE-COUNT TO AC-COUNT
012660     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012670     MOVE "GROUP HAS NO UNPAID DAYS....." TO AC-COUNT-LABEL
012680     MOVE WS-NO-DAYS-COUNT  TO AC-COUNT
012690     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012700     MOVE "TERMINATED..................." TO AC-COUNT-LABEL
012710     MOVE WS-TERM-COUNT     TO AC-COUNT
012720     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012730     MOVE "HIRED AFTER MONTH END........" TO AC-COUNT-LABEL
012740     MOVE WS-NEW-HIRE-COUNT TO AC-COUNT
012750     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012760     MOVE "PAY GROUP NOT ON CALENDAR...." TO AC-COUNT-LABEL
012770     MOVE WS-NO-CAL-COUNT   TO AC-COUNT
012780     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE
012790     MOVE "NO RATE TO ACCRUE............" TO AC-COUNT-LABEL
012800     MOVE WS-NO-RATE-COUNT  TO AC-COUNT
012810     WRITE ACCRUAL-REPORT-LINE FROM AC-COUNT-LINE.
012820 9400-EXIT.
012830     EXIT.

012840 END PROGRAM ACCRUAL-MODULE.
