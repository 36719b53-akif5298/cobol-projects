000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RETRO-PAY-MODULE.
000030 AUTHOR.        AKIF RAHMAN.
000040 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*----------------------------------------------------------*
000100* 2026-10-15  AR  ORIGINAL PROGRAM.  RETROACTIVE PAY FOR    *
000110*                 BACK-DATED RATE AND SALARY CHANGES.       *
000120*                 EMP-MAINT-MODULE WRITES EVERY APPLIED     *
000130*                 CHANGE OF RATE, SALARY OR PAY TYPE TO     *
000140*                 RATECHG.DAT WITH ITS EFFECTIVE DATE.      *
000150*                 THIS RUN READS PAYHIST.DAT FOR EACH       *
000160*                 CHANGED EMPLOYEE'S PERIODS PAID ON OR     *
000170*                 AFTER THAT DATE, REPRICES THE REGULAR,    *
000180*                 OVERTIME, HOLIDAY AND LEAVE HOURS (OR THE *
000190*                 PERIOD SALARY) AT THE NEW FIGURE, AND     *
000200*                 PRINTS A WORKSHEET OF OLD PAY, NEW PAY    *
000210*                 AND DIFFERENCE PER PERIOD FOR HR TO SIGN  *
000220*                 OFF.  THE AMOUNT DUE GOES ONTO            *
000230*                 ADJUSTMENTS.DAT AS ONE PAYMENT PER        *
000240*                 CHANGE, MERGED IN EMP-ID ORDER WITH ANY   *
000250*                 ADJUSTMENTS ALREADY KEYED, FOR THE NEXT   *
000260*                 ADJUSTMENT RUN OF PAYROLL-MODULE.         *
000261* 2026-10-15  AR  THE RUN NOW REFUSES TO START IF           *
000262*                 RUNHIST.DAT SHOWS A LIVE REGULAR OR       *
000263*                 ADJUSTMENT RUN COMPLETED, FOR THE PAY     *
000264*                 GROUP THE EMPLOYEE WAS IN BEFORE OR AFTER *
000265*                 THE CHANGE, SINCE THE EMP-MAINT-MODULE    *
000266*                 RUN THAT WROTE IT - THAT RUN MAY ALREADY  *
000267*                 HAVE PAID THE NEW FIGURE - OR IF          *
000268*                 RETROPAY.LOG SHOWS THE CHANGE ALREADY     *
000269*                 PROCESSED.  EVERY CHANGE A CLEAN RUN      *
000270*                 PROCESSES IS APPENDED TO RETROPAY.LOG     *
000271*                 BEFORE ADJUSTMENTS.DAT IS REPLACED.  THE  *
000272*                 RATECHG.DAT EDITS NOW RUN AS A FIRST      *
000273*                 PASS, SO A BAD RECORD STOPS THE RUN       *
000274*                 BEFORE ANY OUTPUT IS STARTED.             *
000275* 2026-10-15  AR  RATECHG.DAT NOW CARRIES THE CHANGES OF    *
000276*                 EVERY EMP-MAINT-MODULE RUN, SO IT IS      *
000277*                 SORTED INTO EMP-ID ORDER FIRST.  A CHANGE *
000278*                 ALREADY ON RETROPAY.LOG IS SKIPPED AND    *
000279*                 COUNTED ON THE WORKSHEET RATHER THAN      *
000280*                 STOPPING THE RUN.  THE CHANGES LEFT TO    *
000281*                 PROCESS ARE HELD ON RATECHG.PND.          *
000282*----------------------------------------------------------*

000283 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  GENERIC.
000310 OBJECT-COMPUTER.  GENERIC.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000331     SELECT RATE-CHANGE-IN-FILE ASSIGN TO "RATECHG.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RATECHG-STATUS.

000361     SELECT SORT-RATE-CHANGE-FILE ASSIGN TO "RATECHG.SRT".

000362     SELECT SORTED-RATE-CHANGE-FILE ASSIGN TO "RATECHG.SRT.OUT"
000363         ORGANIZATION IS LINE SEQUENTIAL.

000364     SELECT RATE-CHANGE-FILE ASSIGN TO "RATECHG.PND"
000365         ORGANIZATION IS LINE SEQUENTIAL.

000370     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PAYHIST-STATUS.

000400     SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL.

000420     SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440     SELECT ADJ-WORK-FILE ASSIGN TO "RETROADJ.WRK"
000450         ORGANIZATION IS LINE SEQUENTIAL.

000460     SELECT WORKSHEET-FILE ASSIGN TO "RETRO-WORKSHEET.RPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.

000480     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNCTL-STATUS.

000501     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-RUNHIST-STATUS.

000504     SELECT OPTIONAL RETRO-LOG-FILE ASSIGN TO "RETROPAY.LOG"
000505         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-RTLOG-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------*
000540* RATE CHANGES, AS WRITTEN BY EMP-MAINT-MODULE - ONE RECORD *
000550* PER APPLIED CHANGE THAT MOVED THE RATE, SALARY OR PAY     *
000551* TYPE.  EACH EMP-MAINT-MODULE RUN APPENDS ITS CHANGES IN   *
000552* EMP-ID ORDER, SO THE FILE AS A WHOLE IS NOT IN ORDER AND  *
000553* STILL HOLDS THE CHANGES EARLIER RUNS OF THIS PROGRAM      *
000554* PROCESSED.  OPENED HERE ONLY TO PROVE IT READABLE; THE    *
000555* SORT READS IT.                                            *
000556*----------------------------------------------------------*
000557 FD  RATE-CHANGE-IN-FILE.
000558 01  RATE-CHANGE-IN-REC    PIC X(89).

000559*----------------------------------------------------------*
000560* SORT WORK FILE - RATECHG.DAT RESEQUENCED INTO EMP-ID      *
000561* ORDER, AND WITHIN AN EMPLOYEE INTO THE ORDER THE CHANGES  *
000562* WERE WRITTEN, FOR THE MERGE INTO ADJUSTMENTS.DAT.         *
000563*----------------------------------------------------------*
000564 SD  SORT-RATE-CHANGE-FILE.
000565 01  SORT-RATE-CHANGE-REC.
000566     05  SRC-EMP-ID        PIC 9(05).
000567     05  SRC-EFF-DATE      PIC 9(08).
000568     05  FILLER            PIC X(62).
000569     05  SRC-RUN-END-DATE  PIC 9(08).
000570     05  SRC-RUN-END-TIME  PIC 9(06).

000571*----------------------------------------------------------*
000572* RATECHG.DAT, SORTED - READ BY THE FIRST PASS (1100),      *
000573* WHICH PROVES EACH CHANGE AND HOLDS THE ONES NOT YET       *
000574* PROCESSED.                                                *
000575*----------------------------------------------------------*
000576 FD  SORTED-RATE-CHANGE-FILE.
000577 01  SORTED-RATE-CHANGE-REC PIC X(89).

000578*----------------------------------------------------------*
000579* RATE CHANGES TO PROCESS - THE SORTED CHANGES NOT ALREADY  *
000580* ON RETROPAY.LOG, EMP-ID ASCENDING.  RT-PAY-GROUP IS THE   *
000581* GROUP THE EMPLOYEE WAS PAID WITH BEFORE THE CHANGE,       *
000582* RT-NEW-PAY-GROUP THE GROUP AFTER IT.  THE RUN END STAMP   *
000583* IS THE END DATE AND TIME ON THE EMP-MAINT-MODULE RUN'S    *
000584* RUNHIST.DAT ROW.                                          *
000585*----------------------------------------------------------*
000590 FD  RATE-CHANGE-FILE.
000600 01  RATE-CHANGE-REC.
000610     05  RT-EMP-ID         PIC 9(05).
000620     05  RT-EFF-DATE       PIC 9(08).
000630     05  RT-NAME           PIC X(30).
000640     05  RT-OLD-TYPE       PIC X(01).
000650     05  RT-OLD-RATE       PIC 9(03)V99.
000660     05  RT-OLD-SALARY     PIC 9(06)V99.
000670     05  RT-NEW-TYPE       PIC X(01).
000680         88  RT-NEW-HOURLY        VALUE "H".
000690         88  RT-NEW-SALARIED      VALUE "S".
000700     05  RT-NEW-RATE       PIC 9(03)V99.
000710     05  RT-NEW-SALARY     PIC 9(06)V99.
000720     05  RT-PAY-GROUP      PIC X(02).
000721     05  RT-NEW-PAY-GROUP  PIC X(02).
000722     05  RT-RUN-END-DATE   PIC 9(08).
000723     05  RT-RUN-END-TIME   PIC 9(06).

000730*----------------------------------------------------------*
000740* PAY HISTORY MASTER, AS APPENDED BY THE PAY RUN - SEE      *
000750* PAYROLL-MODULE.  ONE ROW PER EMPLOYEE PER LIVE REGULAR    *
000760* RUN, IN RUN ORDER.  READ FROM THE TOP ONCE PER RATE       *
000770* CHANGE.  KEEP THE LAYOUT IN STEP WITH PAYROLL-REC.        *
000780*----------------------------------------------------------*
000790 FD  PAY-HISTORY-FILE.
000800 01  PAY-HISTORY-REC.
000810     05  PH-PAY-PERIOD-DATE PIC 9(08).
000820     05  PH-EMP-ID         PIC 9(05).
000830     05  PH-EMP-NAME       PIC X(30).
000840     05  PH-DEPT           PIC X(04).
000850     05  PH-REG-HOURS      PIC 9(03)V99.
000860     05  PH-OT-HOURS       PIC 9(03)V99.
000870     05  PH-DT-HOURS       PIC 9(03)V99.
000880     05  PH-GROSS          PIC 9(06)V99.
000890     05  PH-TAX            PIC 9(06)V99.
000900     05  PH-DED-HEALTH     PIC 9(05)V99.
000910     05  PH-DED-401K       PIC 9(05)V99.
000920     05  PH-DED-GARNISH    PIC 9(05)V99.
000930     05  PH-DED-TOTAL      PIC 9(06)V99.
000940     05  PH-NET            PIC 9(06)V99.
000950     05  PH-YTD-GROSS      PIC 9(07)V99.
000960     05  PH-YTD-TAX        PIC 9(07)V99.
000970     05  PH-YTD-NET        PIC 9(07)V99.
000980*    NEWER FIELDS SIT ON THE END OF THE RECORD - HISTORY
000990*    ROWS WRITTEN BEFORE A FIELD EXISTED READ AS SPACES
001000*    THERE, AND SPACES TEST NOT NUMERIC.
001010     05  PH-VAC-HOURS      PIC 9(03)V99.
001020     05  PH-SICK-HOURS     PIC 9(03)V99.
001030     05  PH-STATE-TAX      PIC 9(06)V99.
001040     05  PH-LOCAL-TAX      PIC 9(06)V99.
001050     05  PH-OASDI-TAX      PIC 9(06)V99.
001060     05  PH-MEDICARE-TAX   PIC 9(06)V99.

001070*----------------------------------------------------------*
001080* PAY CALENDAR, AS READ BY THE PAY RUN - SEE PAYROLL-       *
001090* MODULE.  READ HERE ONLY FOR A SALARIED EMPLOYEE'S PAY     *
001100* GROUP FREQUENCY, WHICH SCALES THE SALARY TO THE PERIOD    *
001110* THE WAY THE PAY RUN DOES.                                 *
001120*----------------------------------------------------------*
001130 FD  PAY-CALENDAR-FILE.
001140 01  PAY-CALENDAR-REC.
001150     05  PC-PAY-GROUP      PIC X(02).
001160     05  PC-PERIOD-BEGIN   PIC 9(08).
001170     05  PC-PERIOD-END     PIC 9(08).
001180     05  PC-CHECK-DATE     PIC 9(08).
001190     05  PC-PERIODS-PER-YEAR PIC 9(02).
001200         88  PC-VALID-FREQUENCY    VALUES 52 26 24 12.

001210*----------------------------------------------------------*
001220* ADJUSTMENTS, AS READ BY THE PAY RUN'S ADJUSTMENT RUN -    *
001230* SEE PAYROLL-MODULE.  ANY ADJUSTMENTS ALREADY KEYED ARE    *
001240* READ HERE AND CARRIED THROUGH RETROADJ.WRK WITH THE       *
001250* RETRO PAYMENTS MERGED IN BY EMP-ID, AND THE WORK FILE IS  *
001260* COPIED BACK OVER ADJUSTMENTS.DAT AT CLEAN END OF RUN.     *
001270*----------------------------------------------------------*
001280 FD  ADJUSTMENT-FILE.
001290 01  ADJUSTMENT-REC.
001300     05  ADJ-EMP-ID        PIC 9(05).
001310     05  ADJ-TYPE          PIC X(01).
001320         88  ADJ-VOID             VALUE "V".
001330         88  ADJ-PAYMENT          VALUE "P".
001340     05  ADJ-GROSS         PIC 9(06)V99.
001350     05  ADJ-TAX           PIC 9(06)V99.
001360     05  ADJ-NET           PIC 9(06)V99.

001370 FD  ADJ-WORK-FILE.
001380 01  ADJ-WORK-REC          PIC X(30).

001390*----------------------------------------------------------*
001400* RETRO WORKSHEET - PER RATE CHANGE, EVERY PERIOD REPRICED  *
001410* WITH ITS HOURS, OLD PAY, NEW PAY AND DIFFERENCE, THE      *
001420* AMOUNT DUE AND WHAT WAS DONE WITH IT, AND A SIGN-OFF      *
001430* LINE FOR HR.  CONTROL COUNTS AT THE FOOT.                 *
001440*----------------------------------------------------------*
001450 FD  WORKSHEET-FILE.
001460 01  WORKSHEET-LINE        PIC X(80).

001470*----------------------------------------------------------*
001480* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE         *
001490* PAYROLL-MODULE.  READ HERE ONLY FOR THE COMPANY NAME THE  *
001491* WORKSHEET HEADING PRINTS AND THE OPERATOR RETROPAY.LOG    *
001492* RECORDS.                                                  *
001510*----------------------------------------------------------*
001520 FD  RUN-CONTROL-FILE.
001530 01  RUN-CONTROL-REC.
001540     05  RC-PAY-PERIOD-DATE PIC 9(08).
001550     05  RC-RUN-TYPE       PIC X(01).
001560     05  RC-PREVIEW        PIC X(01).
001570     05  RC-COMPANY-NAME   PIC X(23).
001580     05  RC-COMPANY-ID     PIC 9(10).
001590     05  RC-ODFI           PIC 9(08).
001600     05  RC-OPERATOR       PIC X(08).
001610     05  RC-OVERRIDE       PIC X(01).
001620     05  RC-PAY-GROUP      PIC X(02).

001621*----------------------------------------------------------*
001622* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN AND THE      *
001623* MASTER-FILE UPDATE RUNS - SEE PAYROLL-MODULE.  READ HERE *
001624* FOR ANY LIVE PAY RUN COMPLETED SINCE A RATE CHANGE WAS   *
001625* WRITTEN.                                                 *
001626*----------------------------------------------------------*
001627 FD  RUN-HISTORY-FILE.
001628 01  RUN-HISTORY-REC.
001629     05  RH-PAY-PERIOD-DATE PIC 9(08).
001630     05  RH-RUN-TYPE       PIC X(01).
001631     05  RH-PREVIEW        PIC X(01).
001632     05  RH-OPERATOR       PIC X(08).
001633     05  RH-START-DATE     PIC 9(08).
001634     05  RH-START-TIME     PIC 9(06).
001635     05  RH-END-DATE       PIC 9(08).
001636     05  RH-END-TIME       PIC 9(06).
001637     05  RH-EMP-COUNT      PIC 9(06).
001638     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001639     05  RH-TOTAL-TAX      PIC 9(08)V99.
001640     05  RH-TOTAL-NET      PIC 9(08)V99.
001641     05  RH-STATUS         PIC X(01).
001642     05  RH-PAY-GROUP      PIC X(02).
001643*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001644*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001645*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001646*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001647*    AND UNUSED ENTRIES, READ AS SPACES.
001648     05  RH-NEW-FILE       OCCURS 3 TIMES.
001649         10  RH-NF-NAME    PIC X(14).
001650         10  RH-NF-IN-COUNT PIC 9(06).
001651         10  RH-NF-OUT-COUNT PIC 9(06).
001652         10  RH-NF-CONTROL PIC 9(11)V99.

001653*----------------------------------------------------------*
001654* RETRO PAY LOG - ONE ROW PER RATE CHANGE A CLEAN RUN HAS  *
001655* PROCESSED, KEYED BY THE EMPLOYEE, THE EFFECTIVE DATE AND *
001656* THE RUN END STAMP OF THE EMP-MAINT-MODULE RUN THAT WROTE *
001657* IT, WITH THE OPERATOR AND WHEN.  APPEND ONLY.  A CHANGE  *
001658* FOUND HERE IS NEVER REPRICED AGAIN.                      *
001659*----------------------------------------------------------*
001660 FD  RETRO-LOG-FILE.
001661 01  RETRO-LOG-REC.
001662     05  RL-EMP-ID         PIC 9(05).
001663     05  RL-EFF-DATE       PIC 9(08).
001664     05  RL-RUN-END-DATE   PIC 9(08).
001665     05  RL-RUN-END-TIME   PIC 9(06).
001666     05  RL-OPERATOR       PIC X(08).
001667     05  RL-LOG-DATE       PIC 9(08).
001668     05  RL-LOG-TIME       PIC 9(06).

001669 WORKING-STORAGE SECTION.
001670*----------------------------------------------------------*
001671* END-OF-FILE SWITCHES AND FILE STATUS                      *
001672*----------------------------------------------------------*
001673 01  WS-SWITCHES.
001680     05  EOF-RTC           PIC X VALUE "N".
001690         88  END-OF-RTC            VALUE "Y".
001700         88  NOT-END-OF-RTC        VALUE "N".
001710     05  EOF-HIST          PIC X VALUE "N".
001720         88  END-OF-HIST           VALUE "Y".
001730         88  NOT-END-OF-HIST       VALUE "N".
001740     05  EOF-PAYCAL        PIC X VALUE "N".
001750         88  END-OF-PAYCAL         VALUE "Y".
001760         88  NOT-END-OF-PAYCAL     VALUE "N".
001770     05  EOF-ADJ           PIC X VALUE "N".
001780         88  END-OF-ADJ            VALUE "Y".
001790         88  NOT-END-OF-ADJ        VALUE "N".
001800     05  EOF-WRK           PIC X VALUE "N".
001810         88  END-OF-WRK            VALUE "Y".
001820         88  NOT-END-OF-WRK        VALUE "N".
001830     05  WS-DUP-SW         PIC X VALUE "N".
001840         88  WS-ALREADY-PENDING    VALUE "Y".
001850         88  WS-NOT-PENDING        VALUE "N".
001851     05  EOF-RHIST         PIC X VALUE "N".
001852         88  END-OF-RHIST          VALUE "Y".
001853         88  NOT-END-OF-RHIST      VALUE "N".
001854     05  EOF-RTLOG         PIC X VALUE "N".
001855         88  END-OF-RTLOG          VALUE "Y".
001856         88  NOT-END-OF-RTLOG      VALUE "N".
001857     05  WS-LOGGED-SW      PIC X VALUE "N".
001858         88  WS-CHANGE-LOGGED      VALUE "Y".
001859         88  WS-CHANGE-NOT-LOGGED  VALUE "N".

001860 01  WS-RATECHG-STATUS     PIC XX    VALUE "00".
001870 01  WS-PAYHIST-STATUS     PIC XX    VALUE "00".
001880 01  WS-RUNCTL-STATUS      PIC XX    VALUE "00".
001881 01  WS-RUNHIST-STATUS     PIC XX    VALUE "00".
001882 01  WS-RTLOG-STATUS       PIC XX    VALUE "00".
001890 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.
001891 01  WS-OPERATOR           PIC X(08) VALUE SPACES.
001900 01  WS-PREV-RTC-ID        PIC 9(05) VALUE 0.

001901*----------------------------------------------------------*
001902* THE RATE CHANGE'S RUN END AND A RUNHIST.DAT ROW'S END,   *
001903* EACH AS DATE * 1000000 + TIME SO ONE COMPARE ORDERS      *
001904* THEM, AND WHEN THIS RUN LOGGED ITS CHANGES.              *
001905*----------------------------------------------------------*
001906 01  WS-STAMPS.
001907     05  WS-CHG-STAMP      PIC 9(14)    VALUE 0.
001908     05  WS-ROW-STAMP      PIC 9(14)    VALUE 0.
001909     05  WS-LOG-DATE       PIC 9(08)    VALUE 0.
001910     05  WS-LOG-TIME       PIC 9(08)    VALUE 0.

001911*----------------------------------------------------------*
001920* PREMIUM FACTORS THE PAY RUN PAYS THE OVERTIME AND         *
001930* HOLIDAY HOURS AT - SEE WS-OT-FACTOR AND THE STANDARD HOL  *
001940* EARNINGS CODE IN PAYROLL-MODULE.  A RATE CHANGE MOVES     *
001950* EVERY HOUR OF THE BUCKET BY THE FACTOR TIMES THE CHANGE.  *
001960* LEAVE HOURS PAY AT STRAIGHT TIME.                         *
001970*----------------------------------------------------------*
001980 01  WS-FACTORS.
001990     05  WS-OT-FACTOR      PIC 9V99     VALUE 1.50.
002000     05  WS-DT-FACTOR      PIC 9V99     VALUE 2.00.
002010     05  WS-BASE-PERIODS   PIC 9(02)    VALUE 52.

002020*----------------------------------------------------------*
002030* REPRICING WORK FOR THE RATE CHANGE IN PROCESS - THE       *
002040* CHANGE PER PRICED HOUR OR PER PERIOD, THE GROUP'S         *
002050* FREQUENCY, AND THE PERIOD AND CHANGE TOTALS.              *
002060*----------------------------------------------------------*
002070 01  WS-RETRO-WORK.
002080     05  WS-PERIODS-PER-YEAR PIC 9(02)  VALUE 52.
002090     05  WS-RATE-DIFF      PIC S9(03)V99 VALUE 0.
002100     05  WS-OLD-PERIOD-SAL PIC 9(06)V99 VALUE 0.
002110     05  WS-NEW-PERIOD-SAL PIC 9(06)V99 VALUE 0.
002120     05  WS-SALARY-DIFF    PIC S9(06)V99 VALUE 0.
002130     05  WS-LEAVE-HOURS    PIC 9(04)V99 VALUE 0.
002140     05  WS-PRICED-HOURS   PIC 9(04)V99 VALUE 0.
002150     05  WS-PERIOD-DIFF    PIC S9(06)V99 VALUE 0.
002160     05  WS-NEW-GROSS      PIC S9(07)V99 VALUE 0.
002170     05  WS-CHG-PERIODS    PIC 9(04)    COMP VALUE 0.
002180     05  WS-CHG-OLD-GROSS  PIC 9(08)V99 VALUE 0.
002190     05  WS-CHG-NEW-GROSS  PIC S9(08)V99 VALUE 0.
002200     05  WS-CHG-DIFF       PIC S9(07)V99 VALUE 0.

002210*----------------------------------------------------------*
002220* CONTROL COUNTS AND TOTALS FOR THE FOOT OF THE WORKSHEET.  *
002230*----------------------------------------------------------*
002240 01  WS-RETRO-TOTALS.
002250     05  WS-RTC-COUNT      PIC 9(06)    COMP VALUE 0.
002260     05  WS-PERIOD-COUNT   PIC 9(06)    COMP VALUE 0.
002270     05  WS-PAYMENT-COUNT  PIC 9(06)    COMP VALUE 0.
002280     05  WS-PAYMENT-TOTAL  PIC 9(08)V99 VALUE 0.
002290     05  WS-DECREASE-COUNT PIC 9(06)    COMP VALUE 0.
002300     05  WS-MANUAL-COUNT   PIC 9(06)    COMP VALUE 0.
002310     05  WS-PENDING-COUNT  PIC 9(06)    COMP VALUE 0.
002320     05  WS-NONE-COUNT     PIC 9(06)    COMP VALUE 0.
002321     05  WS-SKIP-COUNT     PIC 9(06)    COMP VALUE 0.
002330     05  WS-ADJ-IN-COUNT   PIC 9(06)    COMP VALUE 0.
002340     05  WS-ADJ-OUT-COUNT  PIC 9(06)    COMP VALUE 0.

002350*----------------------------------------------------------*
002360* THE RETRO PAYMENT BUILT FOR ADJUSTMENTS.DAT.  A PAYMENT   *
002370* CARRIES ONLY THE GROSS - THE ADJUSTMENT RUN FIGURES THE   *
002380* DEDUCTIONS AND TAXES ON IT.                               *
002390*----------------------------------------------------------*
002400 01  WS-RETRO-ADJ.
002410     05  WS-RA-EMP-ID      PIC 9(05).
002420     05  WS-RA-TYPE        PIC X(01)    VALUE "P".
002430     05  WS-RA-GROSS       PIC 9(06)V99.
002440     05  WS-RA-TAX         PIC 9(06)V99 VALUE 0.
002450     05  WS-RA-NET         PIC 9(06)V99 VALUE 0.

002460*----------------------------------------------------------*
002470* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
002480* ARE DOCUMENTATION ONLY AND THE RECORD AREA IS UNDEFINED  *
002490* BEFORE THE FIRST WRITE, SO EVERY FORMATTED               *
002500* LINE IS BUILT HERE, WHERE VALUE CLAUSES ARE HONORED, AND *
002510* WRITTEN TO ITS FILE WITH WRITE ... FROM.                 *
002520*----------------------------------------------------------*
002530 01  RW-HEADING-LINE.
002540     05  RW-COMPANY-NAME   PIC X(23).
002550     05  FILLER            PIC X(29) VALUE
002560         " - RETROACTIVE PAY WORKSHEET".
002570     05  FILLER            PIC X(28) VALUE SPACES.
002580 01  RW-EMP-LINE.
002590     05  FILLER            PIC X(09) VALUE "EMPLOYEE ".
002600     05  RW-EMP-ID         PIC 9(05).
002610     05  FILLER            PIC X(02) VALUE SPACES.
002620     05  RW-EMP-NAME       PIC X(30).
002630     05  FILLER            PIC X(11) VALUE " EFFECTIVE ".
002640     05  RW-EFF-DATE       PIC 9(08).
002650     05  FILLER            PIC X(07) VALUE "  GROUP".
002660     05  FILLER            PIC X(01) VALUE SPACES.
002670     05  RW-PAY-GROUP      PIC X(02).
002680     05  FILLER            PIC X(05) VALUE SPACES.
002690 01  RW-CHANGE-LINE.
002700     05  FILLER            PIC X(02) VALUE SPACES.
002710     05  RW-CHG-LABEL      PIC X(16).
002720     05  RW-CHG-OLD        PIC ZZZ,ZZ9.99.
002730     05  FILLER            PIC X(04) VALUE " TO ".
002740     05  RW-CHG-NEW        PIC ZZZ,ZZ9.99.
002750     05  FILLER            PIC X(02) VALUE SPACES.
002760     05  RW-CHG-NOTE       PIC X(36).
002770 01  RW-COL-HEAD-LINE.
002780     05  FILLER            PIC X(12) VALUE "  PERIOD".
002790     05  FILLER            PIC X(28) VALUE
002800         "   REG     OT    HOL  LEAVE".
002810     05  FILLER            PIC X(12) VALUE "   OLD GROSS".
002820     05  FILLER            PIC X(14) VALUE "     NEW GROSS".
002830     05  FILLER            PIC X(14) VALUE "   DIFFERENCE".
002840 01  RW-DETAIL-LINE.
002850     05  FILLER            PIC X(02) VALUE SPACES.
002860     05  RW-PERIOD         PIC 9(08).
002870     05  FILLER            PIC X(02) VALUE SPACES.
002880     05  RW-REG-HOURS      PIC ZZ9.99.
002890     05  FILLER            PIC X(01) VALUE SPACES.
002900     05  RW-OT-HOURS       PIC ZZ9.99.
002910     05  FILLER            PIC X(01) VALUE SPACES.
002920     05  RW-HOL-HOURS      PIC ZZ9.99.
002930     05  FILLER            PIC X(01) VALUE SPACES.
002940     05  RW-LEAVE-HOURS    PIC ZZ9.99.
002950     05  FILLER            PIC X(02) VALUE SPACES.
002960     05  RW-OLD-GROSS      PIC $$$$,$$9.99.
002970     05  FILLER            PIC X(02) VALUE SPACES.
002980     05  RW-NEW-GROSS      PIC $$$$,$$9.99-.
002990     05  FILLER            PIC X(01) VALUE SPACES.
003000     05  RW-DIFF           PIC $$$$,$$9.99-.
003010     05  FILLER            PIC X(01) VALUE SPACES.
003020 01  RW-TOTAL-LINE.
003030     05  FILLER            PIC X(02) VALUE SPACES.
003040     05  RW-TOT-LABEL      PIC X(24).
003050     05  FILLER            PIC X(15) VALUE SPACES.
003060     05  RW-TOT-OLD        PIC $$$$,$$9.99.
003070     05  FILLER            PIC X(02) VALUE SPACES.
003080     05  RW-TOT-NEW        PIC $$$$,$$9.99-.
003090     05  FILLER            PIC X(01) VALUE SPACES.
003100     05  RW-TOT-DIFF       PIC $$$$,$$9.99-.
003110     05  FILLER            PIC X(01) VALUE SPACES.
003120 01  RW-TEXT-LINE.
003130     05  FILLER            PIC X(02) VALUE SPACES.
003140     05  RW-TEXT           PIC X(78).
003150 01  RW-SIGNOFF-LINE.
003160     05  FILLER            PIC X(44) VALUE
003170         "  REVIEWED BY ______________________________".
003180     05  FILLER            PIC X(36) VALUE
003190         "  DATE ____________".
003200 01  RW-COUNT-LINE.
003210     05  RW-COUNT-LABEL    PIC X(30).
003220     05  RW-COUNT          PIC ZZZ,ZZ9.
003230     05  FILLER            PIC X(43) VALUE SPACES.
003240 01  RW-MONEY-LINE.
003250     05  RW-MONEY-LABEL    PIC X(30).
003260     05  RW-MONEY-AMOUNT   PIC $$$,$$$,$$9.99.
003270     05  FILLER            PIC X(36) VALUE SPACES.
003280 01  RW-BLANK-LINE.
003290     05  FILLER            PIC X(80) VALUE SPACES.

003300 PROCEDURE DIVISION.
003310*----------------------------------------------------------*
003320* 0000-MAINLINE                                             *
003330*----------------------------------------------------------*
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003360     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
003370         UNTIL END-OF-RTC
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT
003390     STOP RUN.

003400*----------------------------------------------------------*
003401* 1000-INITIALIZE - PICK UP THE COMPANY NAME, SORT THE RATE *
003402* CHANGES (1050), PROVE EVERY ONE FIT TO REPRICE AND HOLD   *
003403* THOSE NOT YET PROCESSED (1100), OPEN THE CHANGES HELD,    *
003404* THE PENDING ADJUSTMENTS AND THE OUTPUTS, START THE        *
003405* WORKSHEET, AND PRIME THE ADJUSTMENT READ-AHEAD.           *
003440* PAYHIST.DAT IS PROVED READABLE HERE - IT IS REOPENED PER  *
003450* RATE CHANGE.                                              *
003460*----------------------------------------------------------*
003470 1000-INITIALIZE.
003480     PERFORM 1400-GET-COMPANY-NAME THRU 1400-EXIT
003481     OPEN INPUT RATE-CHANGE-IN-FILE
003500     IF WS-RATECHG-STATUS NOT = "00"
003510         DISPLAY "RATECHG.DAT MISSING OR UNREADABLE - STATUS "
003520                 WS-RATECHG-STATUS
003530         MOVE 12 TO RETURN-CODE
003540         STOP RUN
003541     END-IF
003542     CLOSE RATE-CHANGE-IN-FILE
003543     PERFORM 1050-SORT-RATE-CHANGES THRU 1050-EXIT
003544     OPEN INPUT  SORTED-RATE-CHANGE-FILE
003545          OUTPUT RATE-CHANGE-FILE
003551     SET NOT-END-OF-RTC TO TRUE
003552     PERFORM 1100-PROVE-CHANGE THRU 1100-EXIT
003553         UNTIL END-OF-RTC
003554     CLOSE SORTED-RATE-CHANGE-FILE RATE-CHANGE-FILE
003555     OPEN INPUT RATE-CHANGE-FILE
003560     OPEN INPUT PAY-HISTORY-FILE
003570     IF WS-PAYHIST-STATUS NOT = "00"
003580         DISPLAY "PAYHIST.DAT MISSING OR UNREADABLE - STATUS "
003590                 WS-PAYHIST-STATUS
003600         MOVE 12 TO RETURN-CODE
003610         STOP RUN
003620     END-IF
003630     CLOSE PAY-HISTORY-FILE
003640     OPEN INPUT  ADJUSTMENT-FILE
003650          OUTPUT ADJ-WORK-FILE
003660          OUTPUT WORKSHEET-FILE
003670     MOVE WS-COMPANY-NAME TO RW-COMPANY-NAME
003680     WRITE WORKSHEET-LINE FROM RW-HEADING-LINE
003690     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
003700     SET NOT-END-OF-RTC TO TRUE
003710     SET NOT-END-OF-ADJ TO TRUE
003720     PERFORM 1210-READ-PENDING-ADJ THRU 1210-EXIT.
003721 1000-EXIT.
003722     EXIT.

003723*----------------------------------------------------------*
003724* 1100-PROVE-CHANGE - FIRST PASS, ONE RATE CHANGE.  THE     *
003725* RECORDS MUST BE NUMERIC WHERE THEY ARE PRICED AND CARRY   *
003726* THE RUN END STAMP EMP-MAINT-MODULE PUTS ON THEM.  A       *
003727* CHANGE ALREADY ON RETROPAY.LOG (1130) WAS PAID BY AN      *
003728* EARLIER RUN AND IS SKIPPED.  A CHANGE A LIVE PAY RUN HAS  *
003729* FOLLOWED (1110) COULD BE PAID TWICE, AND STOPS THE RUN,   *
003730* AS A BAD RECORD DOES, BEFORE THE WORKSHEET OR             *
003731* ADJUSTMENTS.DAT IS TOUCHED.  EVERY OTHER CHANGE IS HELD   *
003732* ON RATECHG.PND FOR 2000.                                  *
003741*----------------------------------------------------------*
003742 1100-PROVE-CHANGE.
003743     READ SORTED-RATE-CHANGE-FILE INTO RATE-CHANGE-REC
003744         AT END
003745             SET END-OF-RTC TO TRUE
003746             GO TO 1100-EXIT
003747     END-READ
003748     IF RT-EMP-ID NOT NUMERIC
003749         OR RT-EFF-DATE NOT NUMERIC
003750         OR RT-OLD-RATE NOT NUMERIC
003751         OR RT-OLD-SALARY NOT NUMERIC
003752         OR RT-NEW-RATE NOT NUMERIC
003753         OR RT-NEW-SALARY NOT NUMERIC
003754         DISPLAY "RATECHG.DAT RECORD INVALID - "
003755                 RATE-CHANGE-REC
003756         MOVE 12 TO RETURN-CODE
003757         STOP RUN
003758     END-IF
003759     IF RT-RUN-END-DATE NOT NUMERIC
003760         OR RT-RUN-END-TIME NOT NUMERIC
003761         DISPLAY "RATECHG.DAT RECORD NOT STAMPED WITH ITS "
003762                 "EMP-MAINT RUN END - EMPLOYEE " RT-EMP-ID
003763         MOVE 12 TO RETURN-CODE
003764         STOP RUN
003765     END-IF
003766     COMPUTE WS-CHG-STAMP = RT-RUN-END-DATE * 1000000
003767                          + RT-RUN-END-TIME
003768     PERFORM 1130-CHECK-RETRO-LOG THRU 1130-EXIT
003769     IF WS-CHANGE-LOGGED
003770         ADD 1 TO WS-SKIP-COUNT
003771         GO TO 1100-EXIT
003772     END-IF
003775     PERFORM 1110-CHECK-RUN-HISTORY THRU 1110-EXIT
003776     WRITE RATE-CHANGE-REC.
003777 1100-EXIT.
003778     EXIT.

003779*----------------------------------------------------------*
003780* 1110-CHECK-RUN-HISTORY - READ RUNHIST.DAT FOR A PAY RUN   *
003781* THAT FOLLOWED THE RATE CHANGE IN PROCESS.  WITH NO RUN    *
003782* HISTORY THERE IS NOTHING TO PROVE THE CHANGE AGAINST, SO  *
003783* THE RUN STOPS.                                            *
003784*----------------------------------------------------------*
003785 1110-CHECK-RUN-HISTORY.
003786     OPEN INPUT RUN-HISTORY-FILE
003787     IF WS-RUNHIST-STATUS NOT = "00"
003788         DISPLAY "RUNHIST.DAT MISSING OR UNREADABLE - STATUS "
003789                 WS-RUNHIST-STATUS
003790         MOVE 12 TO RETURN-CODE
003791         STOP RUN
003792     END-IF
003793     SET NOT-END-OF-RHIST TO TRUE
003794     PERFORM 1120-SCAN-RUN-HISTORY THRU 1120-EXIT
003795         UNTIL END-OF-RHIST
003796     CLOSE RUN-HISTORY-FILE.
003797 1110-EXIT.
003798     EXIT.

003799*----------------------------------------------------------*
003800* 1120-SCAN-RUN-HISTORY - ONE RUNHIST.DAT ROW.  A LIVE      *
003801* REGULAR OR ADJUSTMENT RUN THAT COMPLETED AFTER THE        *
003802* EMP-MAINT-MODULE RUN WROTE THE CHANGE, FOR THE GROUP THE  *
003803* EMPLOYEE WAS IN BEFORE OR AFTER IT, MAY ALREADY HAVE PAID *
003804* THE NEW FIGURE - OR THE RETRO PAYMENT ITSELF - AND THE    *
003805* WORKSHEET WOULD PAY IT AGAIN.  SUCH A CHANGE IS LEFT TO   *
003806* HR AND THE RUN STOPS.                                     *
003807*----------------------------------------------------------*
003808 1120-SCAN-RUN-HISTORY.
003809     READ RUN-HISTORY-FILE
003810         AT END
003811             SET END-OF-RHIST TO TRUE
003812             GO TO 1120-EXIT
003813     END-READ
003814     IF RH-RUN-TYPE NOT = "R" AND RH-RUN-TYPE NOT = "A"
003815         GO TO 1120-EXIT
003816     END-IF
003817     IF RH-PREVIEW = "Y"
003818         OR RH-STATUS NOT = "C"
003819         OR RH-END-DATE NOT NUMERIC
003820         OR RH-END-TIME NOT NUMERIC
003821         GO TO 1120-EXIT
003822     END-IF
003823     IF RH-PAY-GROUP NOT = RT-PAY-GROUP
003824         AND RH-PAY-GROUP NOT = RT-NEW-PAY-GROUP
003825         GO TO 1120-EXIT
003826     END-IF
003827     COMPUTE WS-ROW-STAMP = RH-END-DATE * 1000000
003828                          + RH-END-TIME
003829     IF WS-ROW-STAMP > WS-CHG-STAMP
003830         DISPLAY "RATE CHANGE FOR EMPLOYEE " RT-EMP-ID
003831                 " WRITTEN " RT-RUN-END-DATE " " RT-RUN-END-TIME
003832         DISPLAY "FOLLOWED BY PAY RUN " RH-RUN-TYPE
003833                 " PERIOD " RH-PAY-PERIOD-DATE
003834                 " GROUP " RH-PAY-GROUP
003835                 " ENDED " RH-END-DATE " " RH-END-TIME
003836         DISPLAY "RETRO PAY REFUSED - REPRICE BY HAND"
003837         MOVE 12 TO RETURN-CODE
003838         STOP RUN
003839     END-IF.
003840 1120-EXIT.
003841     EXIT.

003842*----------------------------------------------------------*
003843* 1130-CHECK-RETRO-LOG - READ RETROPAY.LOG FOR THE RATE     *
003844* CHANGE IN PROCESS.  THE LOG IS OPTIONAL - A MISSING       *
003845* RETROPAY.LOG OPENS AT END OF FILE WITH STATUS 05, AND     *
003846* MUST STILL BE CLOSED.                                     *
003847*----------------------------------------------------------*
003848 1130-CHECK-RETRO-LOG.
003849     SET WS-CHANGE-NOT-LOGGED TO TRUE
003850     OPEN INPUT RETRO-LOG-FILE
003851     IF WS-RTLOG-STATUS NOT = "00"
003852         CLOSE RETRO-LOG-FILE
003853         GO TO 1130-EXIT
003854     END-IF
003855     SET NOT-END-OF-RTLOG TO TRUE
003856     PERFORM 1140-SCAN-RETRO-LOG THRU 1140-EXIT
003857         UNTIL END-OF-RTLOG
003858     CLOSE RETRO-LOG-FILE.
003859 1130-EXIT.
003860     EXIT.

003861*----------------------------------------------------------*
003862* 1140-SCAN-RETRO-LOG - ONE LOG ROW.  THE SAME EMPLOYEE,    *
003863* EFFECTIVE DATE AND EMP-MAINT RUN END IS THE SAME CHANGE,  *
003864* ALREADY PROCESSED - THE SCAN ENDS AND 1100 SKIPS IT.      *
003865*----------------------------------------------------------*
003866 1140-SCAN-RETRO-LOG.
003867     READ RETRO-LOG-FILE
003868         AT END
003869             SET END-OF-RTLOG TO TRUE
003870             GO TO 1140-EXIT
003871     END-READ
003872     IF RL-EMP-ID = RT-EMP-ID
003873         AND RL-EFF-DATE = RT-EFF-DATE
003874         AND RL-RUN-END-DATE = RT-RUN-END-DATE
003875         AND RL-RUN-END-TIME = RT-RUN-END-TIME
003876         SET WS-CHANGE-LOGGED TO TRUE
003877         SET END-OF-RTLOG TO TRUE
003883     END-IF.
003884 1140-EXIT.
003885     EXIT.

003886*----------------------------------------------------------*
003887* 1210-READ-PENDING-ADJ - PRIME/ADVANCE THE READ-AHEAD ON   *
003888* THE ADJUSTMENTS ALREADY KEYED.                            *
003889*----------------------------------------------------------*
003890 1210-READ-PENDING-ADJ.
003891     READ ADJUSTMENT-FILE
003892         AT END
003893             SET END-OF-ADJ TO TRUE
003894             GO TO 1210-EXIT
003895     END-READ
003896     ADD 1 TO WS-ADJ-IN-COUNT.
003897 1210-EXIT.
003898     EXIT.

003899*----------------------------------------------------------*
003900* 1050-SORT-RATE-CHANGES - RESEQUENCE RATECHG.DAT INTO      *
003901* EMP-ID ORDER, EACH EMPLOYEE'S CHANGES IN THE ORDER THEY   *
003902* WERE WRITTEN, SO THEY CAN BE MERGED INTO ADJUSTMENTS.DAT. *
003903*----------------------------------------------------------*
003904 1050-SORT-RATE-CHANGES.
003905     SORT SORT-RATE-CHANGE-FILE
003906         ON ASCENDING KEY SRC-EMP-ID
003907                          SRC-RUN-END-DATE
003908                          SRC-RUN-END-TIME
003909         WITH DUPLICATES IN ORDER
003910         USING RATE-CHANGE-IN-FILE
003911         GIVING SORTED-RATE-CHANGE-FILE.
003912 1050-EXIT.
003913     EXIT.

003914*----------------------------------------------------------*
003915* 1400-GET-COMPANY-NAME - PICK THE COMPANY NAME UP OFF THE  *
003916* OPERATOR'S RUNCTL.DAT CARD FOR THE WORKSHEET HEADING, AS  *
003917* PAY-INQUIRY-MODULE DOES.                                  *
003920*----------------------------------------------------------*
003930 1400-GET-COMPANY-NAME.
003940     OPEN INPUT RUN-CONTROL-FILE
003950     IF WS-RUNCTL-STATUS NOT = "00"
003960         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
003970                 WS-RUNCTL-STATUS
003980         MOVE 12 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     READ RUN-CONTROL-FILE
004020         AT END
004030             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
004040             MOVE 12 TO RETURN-CODE
004050             STOP RUN
004060     END-READ
004070     CLOSE RUN-CONTROL-FILE
004080     IF RC-COMPANY-NAME = SPACES
004090         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
004100         MOVE 12 TO RETURN-CODE
004110         STOP RUN
004120     END-IF
004121     MOVE RC-COMPANY-NAME TO WS-COMPANY-NAME
004122     MOVE RC-OPERATOR     TO WS-OPERATOR.
004140 1400-EXIT.
004150     EXIT.

004160*----------------------------------------------------------*
004170* 2000-PROCESS-CHANGE - ONE RATE CHANGE, ALREADY PROVED BY  *
004180* 1100.  A CHANGE OF PAY TYPE, OR A SALARIED GROUP NOT      *
004210* ON THE CALENDAR, CANNOT BE REPRICED OFF HISTORY AND IS    *
004220* LEFT TO HR; OTHERWISE EVERY PERIOD PAID ON OR AFTER THE   *
004230* EFFECTIVE DATE IS REPRICED AND THE RESULT SETTLED.        *
004240*----------------------------------------------------------*
004250 2000-PROCESS-CHANGE.
004260     READ RATE-CHANGE-FILE
004270         AT END
004280             SET END-OF-RTC TO TRUE
004290             GO TO 2000-EXIT
004300     END-READ
004480     MOVE RT-EMP-ID TO WS-PREV-RTC-ID
004490     ADD 1 TO WS-RTC-COUNT
004500     PERFORM 2200-WRITE-CHANGE-HEADING THRU 2200-EXIT
004510     IF RT-OLD-TYPE NOT = RT-NEW-TYPE
004520         MOVE "PAY TYPE CHANGED - REPRICE BY HAND" TO RW-TEXT
004530         PERFORM 4200-WRITE-MANUAL THRU 4200-EXIT
004540         GO TO 2000-EXIT
004550     END-IF
004560     MOVE 0 TO WS-RATE-DIFF WS-SALARY-DIFF
004570     IF RT-NEW-SALARIED
004580         PERFORM 2100-FIND-FREQUENCY THRU 2100-EXIT
004590         IF WS-PERIODS-PER-YEAR = 0
004600             MOVE "PAY GROUP NOT ON PAYCAL.DAT - REPRICE BY HAND"
004610                 TO RW-TEXT
004620             PERFORM 4200-WRITE-MANUAL THRU 4200-EXIT
004630             GO TO 2000-EXIT
004640         END-IF
004650         COMPUTE WS-OLD-PERIOD-SAL ROUNDED =
004660             RT-OLD-SALARY * WS-BASE-PERIODS
004670                 / WS-PERIODS-PER-YEAR
004680         COMPUTE WS-NEW-PERIOD-SAL ROUNDED =
004690             RT-NEW-SALARY * WS-BASE-PERIODS
004700                 / WS-PERIODS-PER-YEAR
004710         COMPUTE WS-SALARY-DIFF =
004720             WS-NEW-PERIOD-SAL - WS-OLD-PERIOD-SAL
004730     ELSE
004740         COMPUTE WS-RATE-DIFF = RT-NEW-RATE - RT-OLD-RATE
004750     END-IF
004760     IF WS-RATE-DIFF = 0 AND WS-SALARY-DIFF = 0
004770         MOVE "NO CHANGE TO THE FIGURE THE PAY TYPE IS PAID ON"
004780             TO RW-TEXT
004790         WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
004800         WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
004810         ADD 1 TO WS-NONE-COUNT
004820         GO TO 2000-EXIT
004830     END-IF
004840     MOVE 0 TO WS-CHG-PERIODS WS-CHG-OLD-GROSS
004850               WS-CHG-NEW-GROSS WS-CHG-DIFF
004860     WRITE WORKSHEET-LINE FROM RW-COL-HEAD-LINE
004870     OPEN INPUT PAY-HISTORY-FILE
004880     SET NOT-END-OF-HIST TO TRUE
004890     PERFORM 3000-REPRICE-PERIOD THRU 3000-EXIT
004900         UNTIL END-OF-HIST
004910     CLOSE PAY-HISTORY-FILE
004920     PERFORM 4000-SETTLE-CHANGE THRU 4000-EXIT.
004930 2000-EXIT.
004940     EXIT.

004950*----------------------------------------------------------*
004960* 2100-FIND-FREQUENCY - THE PERIODS PER YEAR OF THE GROUP   *
004970* THE SALARIED EMPLOYEE WAS PAID WITH, OFF ITS FIRST VALID  *
004980* CALENDAR ROW.  THE BLANK STANDARD GROUP WITH NO ROW IS    *
004990* WEEKLY, AS THE PAY RUN TREATS IT; A NAMED GROUP WITH NO   *
005000* ROW LEAVES THE FREQUENCY ZERO FOR THE CALLER TO REFUSE.   *
005010*----------------------------------------------------------*
005020 2100-FIND-FREQUENCY.
005030     MOVE 0 TO WS-PERIODS-PER-YEAR
005040     OPEN INPUT PAY-CALENDAR-FILE
005050     SET NOT-END-OF-PAYCAL TO TRUE
005060     PERFORM 2110-SCAN-PAY-CALENDAR THRU 2110-EXIT
005070         UNTIL END-OF-PAYCAL
005080     CLOSE PAY-CALENDAR-FILE
005090     IF WS-PERIODS-PER-YEAR = 0 AND RT-PAY-GROUP = SPACES
005100         MOVE WS-BASE-PERIODS TO WS-PERIODS-PER-YEAR
005110     END-IF.
005120 2100-EXIT.
005130     EXIT.

005140*----------------------------------------------------------*
005150* 2110-SCAN-PAY-CALENDAR - ONE CALENDAR ROW.  THE FIRST     *
005160* VALID ROW FOR THE GROUP ENDS THE SCAN.                    *
005170*----------------------------------------------------------*
005180 2110-SCAN-PAY-CALENDAR.
005190     READ PAY-CALENDAR-FILE
005200         AT END
005210             SET END-OF-PAYCAL TO TRUE
005220             GO TO 2110-EXIT
005230     END-READ
005240     IF PC-PAY-GROUP = RT-PAY-GROUP
005250         AND PC-PERIODS-PER-YEAR NUMERIC
005260         AND PC-VALID-FREQUENCY
005270         MOVE PC-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
005280         SET END-OF-PAYCAL TO TRUE
005290     END-IF.
005300 2110-EXIT.
005310     EXIT.

005320*----------------------------------------------------------*
005330* 2200-WRITE-CHANGE-HEADING - WHO, FROM WHEN, AND THE       *
005340* FIGURE THAT MOVED: THE HOURLY RATE OR THE SALARY.         *
005350*----------------------------------------------------------*
005360 2200-WRITE-CHANGE-HEADING.
005370     MOVE RT-EMP-ID    TO RW-EMP-ID
005380     MOVE RT-NAME      TO RW-EMP-NAME
005390     MOVE RT-EFF-DATE  TO RW-EFF-DATE
005400     MOVE RT-PAY-GROUP TO RW-PAY-GROUP
005410     WRITE WORKSHEET-LINE FROM RW-EMP-LINE
005420     IF RT-OLD-TYPE = "S"
005430         MOVE "SALARY.........." TO RW-CHG-LABEL
005440         MOVE RT-OLD-SALARY TO RW-CHG-OLD
005450     ELSE
005460         MOVE "HOURLY RATE....." TO RW-CHG-LABEL
005470         MOVE RT-OLD-RATE   TO RW-CHG-OLD
005480     END-IF
005490     IF RT-NEW-SALARIED
005500         MOVE RT-NEW-SALARY TO RW-CHG-NEW
005510     ELSE
005520         MOVE RT-NEW-RATE   TO RW-CHG-NEW
005530     END-IF
005540     IF RT-OLD-TYPE NOT = RT-NEW-TYPE
005550         MOVE "PAY TYPE CHANGED" TO RW-CHG-NOTE
005560     ELSE
005570         MOVE SPACES TO RW-CHG-NOTE
005580     END-IF
005590     WRITE WORKSHEET-LINE FROM RW-CHANGE-LINE.
005600 2200-EXIT.
005610     EXIT.

005620*----------------------------------------------------------*
005630* 3000-REPRICE-PERIOD - ONE HISTORY ROW.  ONLY THE CHANGED  *
005640* EMPLOYEE'S PERIODS PAID ON OR AFTER THE EFFECTIVE DATE    *
005650* ARE REPRICED.  HOURLY: EVERY PRICED HOUR - REGULAR,       *
005660* OVERTIME AND HOLIDAY AT THEIR PREMIUM FACTORS, LEAVE AT   *
005670* STRAIGHT TIME - MOVES BY THE RATE CHANGE.  SALARIED: THE  *
005680* PERIOD SALARY MOVES BY THE SCALED SALARY CHANGE.  PAY     *
005690* OTHER THAN THE HOURS AND SALARY IS UNTOUCHED.             *
005700*----------------------------------------------------------*
005710 3000-REPRICE-PERIOD.
005720     READ PAY-HISTORY-FILE
005730         AT END
005740             SET END-OF-HIST TO TRUE
005750             GO TO 3000-EXIT
005760     END-READ
005770     IF PH-EMP-ID NOT = RT-EMP-ID
005780         GO TO 3000-EXIT
005790     END-IF
005800     IF PH-PAY-PERIOD-DATE < RT-EFF-DATE
005810         GO TO 3000-EXIT
005820     END-IF
005830     MOVE 0 TO WS-LEAVE-HOURS
005840     IF PH-VAC-HOURS NUMERIC AND PH-SICK-HOURS NUMERIC
005850         ADD PH-VAC-HOURS PH-SICK-HOURS TO WS-LEAVE-HOURS
005860     END-IF
005870     IF RT-NEW-SALARIED
005880         MOVE WS-SALARY-DIFF TO WS-PERIOD-DIFF
005890     ELSE
005900         COMPUTE WS-PRICED-HOURS =
005910             PH-REG-HOURS
005920             + PH-OT-HOURS * WS-OT-FACTOR
005930             + PH-DT-HOURS * WS-DT-FACTOR
005940             + WS-LEAVE-HOURS
005950         COMPUTE WS-PERIOD-DIFF ROUNDED =
005960             WS-PRICED-HOURS * WS-RATE-DIFF
005970     END-IF
005980     COMPUTE WS-NEW-GROSS = PH-GROSS + WS-PERIOD-DIFF
005990     ADD 1              TO WS-CHG-PERIODS
006000     ADD 1              TO WS-PERIOD-COUNT
006010     ADD PH-GROSS       TO WS-CHG-OLD-GROSS
006020     ADD WS-NEW-GROSS   TO WS-CHG-NEW-GROSS
006030     ADD WS-PERIOD-DIFF TO WS-CHG-DIFF
006040     MOVE PH-PAY-PERIOD-DATE TO RW-PERIOD
006050     MOVE PH-REG-HOURS  TO RW-REG-HOURS
006060     MOVE PH-OT-HOURS   TO RW-OT-HOURS
006070     MOVE PH-DT-HOURS   TO RW-HOL-HOURS
006080     MOVE WS-LEAVE-HOURS TO RW-LEAVE-HOURS
006090     MOVE PH-GROSS      TO RW-OLD-GROSS
006100     MOVE WS-NEW-GROSS  TO RW-NEW-GROSS
006110     MOVE WS-PERIOD-DIFF TO RW-DIFF
006120     WRITE WORKSHEET-LINE FROM RW-DETAIL-LINE.
006130 3000-EXIT.
006140     EXIT.

006150*----------------------------------------------------------*
006160* 4000-SETTLE-CHANGE - FOOT THE CHANGE'S PERIODS AND SAY    *
006170* WHAT BECOMES OF THE DIFFERENCE.  AN AMOUNT DUE GOES ONTO  *
006180* ADJUSTMENTS.DAT UNLESS THE SAME PAYMENT IS ALREADY        *
006190* WAITING THERE (KEYED BY HAND); AN OVERPAYMENT FROM A      *
006200* DECREASE CANNOT BE TAKEN BACK BY AN ADJUSTMENT RUN        *
006210* PAYMENT AND IS LEFT TO HR TO RECOVER.                     *
006220*----------------------------------------------------------*
006230 4000-SETTLE-CHANGE.
006240     IF WS-CHG-PERIODS = 0
006250         MOVE "NO PERIODS PAID ON OR AFTER THE EFFECTIVE DATE"
006260             TO RW-TEXT
006270         WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
006280         WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
006290         ADD 1 TO WS-NONE-COUNT
006300         GO TO 4000-EXIT
006310     END-IF
006320     MOVE "TOTAL RETRO............." TO RW-TOT-LABEL
006330     MOVE WS-CHG-OLD-GROSS TO RW-TOT-OLD
006340     MOVE WS-CHG-NEW-GROSS TO RW-TOT-NEW
006350     MOVE WS-CHG-DIFF      TO RW-TOT-DIFF
006360     WRITE WORKSHEET-LINE FROM RW-TOTAL-LINE
006370     EVALUATE TRUE
006380         WHEN WS-CHG-DIFF > 0
006390             PERFORM 4100-POST-ADJUSTMENT THRU 4100-EXIT
006400         WHEN WS-CHG-DIFF < 0
006410             MOVE "OVERPAID - RECOVER BY HAND, NOTHING WRITTEN"
006420                 TO RW-TEXT
006430             WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
006440             ADD 1 TO WS-DECREASE-COUNT
006450         WHEN OTHER
006460             MOVE "NOTHING DUE" TO RW-TEXT
006470             WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
006480             ADD 1 TO WS-NONE-COUNT
006490     END-EVALUATE
006500     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
006510     WRITE WORKSHEET-LINE FROM RW-SIGNOFF-LINE
006520     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE.
006530 4000-EXIT.
006540     EXIT.

006550*----------------------------------------------------------*
006560* 4100-POST-ADJUSTMENT - CARRY EVERY PENDING ADJUSTMENT AT  *
006570* OR BELOW THIS EMPLOYEE'S KEY TO THE WORK FILE, WATCHING   *
006580* FOR A PAYMENT OF THE SAME AMOUNT TO THE SAME EMPLOYEE,    *
006590* THEN WRITE THE RETRO PAYMENT BEHIND THEM - THE ADJUSTMENT *
006600* RUN TAKES SEVERAL RECORDS PER EMPLOYEE IN ANY ORDER.      *
006610*----------------------------------------------------------*
006620 4100-POST-ADJUSTMENT.
006630     SET WS-NOT-PENDING TO TRUE
006640     PERFORM 4110-COPY-PENDING-ADJ THRU 4110-EXIT
006650         UNTIL END-OF-ADJ OR ADJ-EMP-ID > WS-PREV-RTC-ID
006660     IF WS-ALREADY-PENDING
006670         MOVE "ALREADY ON ADJUSTMENTS.DAT - NOT WRITTEN AGAIN"
006680             TO RW-TEXT
006690         WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
006700         ADD 1 TO WS-PENDING-COUNT
006710         GO TO 4100-EXIT
006720     END-IF
006730     MOVE RT-EMP-ID   TO WS-RA-EMP-ID
006740     MOVE WS-CHG-DIFF TO WS-RA-GROSS
006750     WRITE ADJ-WORK-REC FROM WS-RETRO-ADJ
006760     ADD 1 TO WS-ADJ-OUT-COUNT
006770     ADD 1 TO WS-PAYMENT-COUNT
006780     ADD WS-CHG-DIFF TO WS-PAYMENT-TOTAL
006790     MOVE
006800         "WRITTEN TO ADJUSTMENTS.DAT FOR THE NEXT ADJUSTMENT RUN"
006810         TO RW-TEXT
006820     WRITE WORKSHEET-LINE FROM RW-TEXT-LINE.
006830 4100-EXIT.
006840     EXIT.

006850*----------------------------------------------------------*
006860* 4110-COPY-PENDING-ADJ - ONE PENDING ADJUSTMENT TO THE     *
006870* WORK FILE, AND ADVANCE THE READ-AHEAD.                    *
006880*----------------------------------------------------------*
006890 4110-COPY-PENDING-ADJ.
006900     IF ADJ-EMP-ID = WS-PREV-RTC-ID
006910         AND ADJ-PAYMENT
006920         AND ADJ-GROSS = WS-CHG-DIFF
006930         SET WS-ALREADY-PENDING TO TRUE
006940     END-IF
006950     WRITE ADJ-WORK-REC FROM ADJUSTMENT-REC
006960     ADD 1 TO WS-ADJ-OUT-COUNT
006970     PERFORM 1210-READ-PENDING-ADJ THRU 1210-EXIT.
006980 4110-EXIT.
006990     EXIT.

007000*----------------------------------------------------------*
007010* 4200-WRITE-MANUAL - A CHANGE THIS RUN CANNOT REPRICE,     *
007020* UNDER THE CALLER'S REASON, WITH THE SIGN-OFF LINE.        *
007030*----------------------------------------------------------*
007040 4200-WRITE-MANUAL.
007050     WRITE WORKSHEET-LINE FROM RW-TEXT-LINE
007060     ADD 1 TO WS-MANUAL-COUNT
007070     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
007080     WRITE WORKSHEET-LINE FROM RW-SIGNOFF-LINE
007090     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE.
007100 4200-EXIT.
007110     EXIT.

007120*----------------------------------------------------------*
007130* 9000-TERMINATE - CARRY THE REST OF THE PENDING            *
007131* ADJUSTMENTS, LOG EVERY RATE CHANGE PROCESSED, PUT THE     *
007132* MERGED FILE BACK OVER ADJUSTMENTS.DAT IF ANY RETRO        *
007133* PAYMENT WAS WRITTEN, FOOT THE WORKSHEET, AND CLOSE.       *
007134* RECORDS OUT MUST EQUAL THE PENDING RECORDS IN PLUS THE    *
007135* PAYMENTS WRITTEN.                                         *
007180*----------------------------------------------------------*
007190 9000-TERMINATE.
007200     PERFORM 4110-COPY-PENDING-ADJ THRU 4110-EXIT
007210         UNTIL END-OF-ADJ
007220     CLOSE RATE-CHANGE-FILE ADJUSTMENT-FILE ADJ-WORK-FILE
007221     PERFORM 9300-LOG-CHANGES THRU 9300-EXIT
007230     IF WS-PAYMENT-COUNT > 0
007240         PERFORM 9200-REPLACE-ADJUSTMENTS THRU 9200-EXIT
007250     END-IF
007260     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
007270     CLOSE WORKSHEET-FILE.
007280 9000-EXIT.
007290     EXIT.

007300*----------------------------------------------------------*
007310* 9100-WRITE-TOTALS - CONTROL COUNTS AT THE FOOT OF THE     *
007320* WORKSHEET.                                                *
007330*----------------------------------------------------------*
007340 9100-WRITE-TOTALS.
007350     WRITE WORKSHEET-LINE FROM RW-BLANK-LINE
007360     MOVE "RATE CHANGES READ............." TO RW-COUNT-LABEL
007370     MOVE WS-RTC-COUNT      TO RW-COUNT
007380     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007381     MOVE "ALREADY PROCESSED - SKIPPED..." TO RW-COUNT-LABEL
007382     MOVE WS-SKIP-COUNT     TO RW-COUNT
007383     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007390     MOVE "PERIODS REPRICED.............." TO RW-COUNT-LABEL
007400     MOVE WS-PERIOD-COUNT   TO RW-COUNT
007410     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007420     MOVE "RETRO PAYMENTS WRITTEN........" TO RW-COUNT-LABEL
007430     MOVE WS-PAYMENT-COUNT  TO RW-COUNT
007440     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007450     MOVE "RETRO PAYMENTS TOTAL.........." TO RW-MONEY-LABEL
007460     MOVE WS-PAYMENT-TOTAL  TO RW-MONEY-AMOUNT
007470     WRITE WORKSHEET-LINE FROM RW-MONEY-LINE
007480     MOVE "ALREADY PENDING - NOT WRITTEN." TO RW-COUNT-LABEL
007490     MOVE WS-PENDING-COUNT  TO RW-COUNT
007500     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007510     MOVE "OVERPAYMENTS TO RECOVER......." TO RW-COUNT-LABEL
007520     MOVE WS-DECREASE-COUNT TO RW-COUNT
007530     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007540     MOVE "CHANGES TO REPRICE BY HAND...." TO RW-COUNT-LABEL
007550     MOVE WS-MANUAL-COUNT   TO RW-COUNT
007560     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007570     MOVE "CHANGES WITH NOTHING DUE......" TO RW-COUNT-LABEL
007580     MOVE WS-NONE-COUNT     TO RW-COUNT
007590     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007600     MOVE "PENDING ADJUSTMENTS READ......" TO RW-COUNT-LABEL
007610     MOVE WS-ADJ-IN-COUNT   TO RW-COUNT
007620     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE
007630     MOVE "ADJUSTMENTS WRITTEN..........." TO RW-COUNT-LABEL
007640     MOVE WS-ADJ-OUT-COUNT  TO RW-COUNT
007650     WRITE WORKSHEET-LINE FROM RW-COUNT-LINE.
007660 9100-EXIT.
007670     EXIT.

007680*----------------------------------------------------------*
007690* 9200-REPLACE-ADJUSTMENTS - COPY THE MERGED WORK FILE BACK *
007700* OVER ADJUSTMENTS.DAT.  WITH NO RETRO PAYMENT WRITTEN THE  *
007710* FILE IS LEFT AS KEYED.                                    *
007720*----------------------------------------------------------*
007730 9200-REPLACE-ADJUSTMENTS.
007740     OPEN INPUT  ADJ-WORK-FILE
007750          OUTPUT ADJUSTMENT-FILE
007760     SET NOT-END-OF-WRK TO TRUE
007770     PERFORM 9210-COPY-WORK-REC THRU 9210-EXIT
007780         UNTIL END-OF-WRK
007790     CLOSE ADJ-WORK-FILE ADJUSTMENT-FILE.
007800 9200-EXIT.
007810     EXIT.

007820*----------------------------------------------------------*
007830* 9210-COPY-WORK-REC - ONE MERGED RECORD BACK TO            *
007840* ADJUSTMENTS.DAT.                                          *
007850*----------------------------------------------------------*
007860 9210-COPY-WORK-REC.
007870     READ ADJ-WORK-FILE
007880         AT END
007890             SET END-OF-WRK TO TRUE
007900             GO TO 9210-EXIT
007910     END-READ
007920     WRITE ADJUSTMENT-REC FROM ADJ-WORK-REC.
007930 9210-EXIT.
007940     EXIT.

007950*----------------------------------------------------------*
007960* 9300-LOG-CHANGES - APPEND EVERY RATE CHANGE THIS RUN      *
007970* PROCESSED TO RETROPAY.LOG, SO NO LATER RUN REPRICES IT    *
007980* AGAIN.  THE LOG GOES FIRST: A RUN THAT CANNOT LOG ITS     *
007990* CHANGES STOPS WITH ADJUSTMENTS.DAT STILL AS KEYED.        *
008000*----------------------------------------------------------*
008010 9300-LOG-CHANGES.
008020     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
008030     ACCEPT WS-LOG-TIME FROM TIME
008040     OPEN EXTEND RETRO-LOG-FILE
008050     IF WS-RTLOG-STATUS NOT = "00"
008060         AND WS-RTLOG-STATUS NOT = "05"
008070         DISPLAY "RETROPAY.LOG NOT WRITABLE - STATUS "
008080                 WS-RTLOG-STATUS
008090         MOVE 12 TO RETURN-CODE
008100         STOP RUN
008110     END-IF
008120     OPEN INPUT RATE-CHANGE-FILE
008130     SET NOT-END-OF-RTC TO TRUE
008140     PERFORM 9310-LOG-CHANGE THRU 9310-EXIT
008150         UNTIL END-OF-RTC
008160     CLOSE RATE-CHANGE-FILE RETRO-LOG-FILE.
008170 9300-EXIT.
008180     EXIT.

008190*----------------------------------------------------------*
008200* 9310-LOG-CHANGE - ONE RATE CHANGE TO RETROPAY.LOG.        *
008210*----------------------------------------------------------*
008220 9310-LOG-CHANGE.
008230     READ RATE-CHANGE-FILE
008240         AT END
008250             SET END-OF-RTC TO TRUE
008260             GO TO 9310-EXIT
008270     END-READ
008280     MOVE RT-EMP-ID          TO RL-EMP-ID
008290     MOVE RT-EFF-DATE        TO RL-EFF-DATE
008300     MOVE RT-RUN-END-DATE    TO RL-RUN-END-DATE
008310     MOVE RT-RUN-END-TIME    TO RL-RUN-END-TIME
008320     MOVE WS-OPERATOR        TO RL-OPERATOR
008330     MOVE WS-LOG-DATE        TO RL-LOG-DATE
008340     MOVE WS-LOG-TIME (1:6)  TO RL-LOG-TIME
008350     WRITE RETRO-LOG-REC.
008360 9310-EXIT.
008370     EXIT.

008380 END PROGRAM RETRO-PAY-MODULE.
