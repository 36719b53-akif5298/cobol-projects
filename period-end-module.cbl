000226*                 QTR-WAGE.RPT NOW BREAKS THE QUARTER OUT   *
000227*                 BY WORK JURISDICTION SO THE STATE         *
000228*                 FILINGS COME STRAIGHT OFF THE REPORT.     *
000229* 2026-10-15  AR  EMPLOYEE SOCIAL SECURITY AND MEDICARE    *
000230*                 WAGES AND WITHHOLDING CARRIED THROUGH    *
000231*                 THE YEAR CLOSE: THE YTD, ARCHIVE, AND    *
000232*                 RESET LAYOUTS GAINED THE FOUR COLUMNS    *
000233*                 AND THE ANNUAL STATEMENT SHOWS THEM.     *
000234*                 OLD ROWS WITHOUT THE COLUMNS TAKE GROSS  *
000235*                 AS BOTH WAGE FIGURES, AS THE PAY RUN     *
000236*                 DOES.                                    *
000237* 2026-10-15  AR  EMPLOYEE MASTER LAYOUT EXTENDED WITH THE *
000238*                 SSN AND MAILING ADDRESS, AND YTD.DAT     *
000239*                 WITH FEDERAL TAXABLE WAGES AND THE       *
000240*                 401(K) DEFERRAL, BOTH NOW ON THE ANNUAL  *
000241*                 STATEMENT.  MODE Y ALSO WRITES THE SSA   *
000242*                 EFW2 W-2 FILE (RA/RE, AN RW AND STATE RS *
000243*                 PER EMPLOYEE PAID, RT/RF) OFF THE        *
000244*                 ARCHIVE FIGURES, WITH SUBMITTER AND      *
000245*                 STATE IDS FROM W2CTL.DAT, AND A W-3      *
000246*                 CONTROL REPORT TYING THE FILE TOTALS TO  *
000247*                 THE ANNUAL STATEMENT COMPANY TOTALS AND  *
000248*                 LISTING EVERY EMPLOYEE MISSING AN SSN OR *
000249*                 ADDRESS.                                 *
000250* 2026-10-15  AR  ADDED EMP-PAY-GROUP AND RC-PAY-GROUP TO  *
000251*                 THE MASTER AND RUN CONTROL CARD LAYOUTS. *
000252*                 THE CLOSE COVERS EVERY PAY GROUP.        *
000253* 2026-10-15  AR  ADDED EMP-BIRTH-DATE TO THE MASTER       *
000254*                 LAYOUT.                                  *
000255* 2026-10-15  AR  THE RW RECORD'S RETIREMENT PLAN          *
000256*                 INDICATOR NOW SITS IN POSITION 489 AND   *
000257*                 THIRD-PARTY SICK PAY IN 490.             *
000258*----------------------------------------------------------*

000259 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000261 SOURCE-COMPUTER.  GENERIC.
000262 OBJECT-COMPUTER.  GENERIC.

000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNCTL-STATUS.

000481     SELECT W2-CONTROL-FILE ASSIGN TO "W2CTL.DAT"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-W2CTL-STATUS.

000484     SELECT EFW2-FILE     ASSIGN TO "EFW2.DAT"
000485         ORGANIZATION IS LINE SEQUENTIAL.

000486     SELECT W3-REPORT-FILE ASSIGN TO "W3-CONTROL.RPT"
000487         ORGANIZATION IS LINE SEQUENTIAL.

000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------*
000520* EMPLOYEE MASTER, AS CARRIED BY THE PAY RUN - SEE          *
000521* PAYROLL-MODULE.  READ HERE FOR THE EMPLOYEE NAME, WORK    *
000522* JURISDICTION, AND THE SSN AND ADDRESS THE W-2 CARRIES.    *
000540*----------------------------------------------------------*
000550 FD  EMPLOYEE-FILE.
000560 01  EMPLOYEE-REC.
000623     05  EMP-HIRE-DATE     PIC 9(08).
000624     05  EMP-STATE         PIC X(02).
000625     05  EMP-LOCALITY      PIC X(04).
000626     05  EMP-SSN           PIC X(09).
000627     05  EMP-STREET        PIC X(22).
000628     05  EMP-CITY          PIC X(22).
000629     05  EMP-ADDR-STATE    PIC X(02).
000630     05  EMP-ZIP           PIC X(09).
000631     05  EMP-PAY-GROUP     PIC X(02).
000632     05  EMP-BIRTH-DATE    PIC 9(08).

000633*----------------------------------------------------------*
000640* YEAR-TO-DATE MASTER, EMP-ID ASCENDING - THE DRIVER FILE   *
000650* FOR BOTH MODES.                                           *
000660*----------------------------------------------------------*
000722*    AS SPACES HERE AND ARE TREATED AS ZERO.
000723     05  YTD-STATE-TAX     PIC 9(07)V99.
000724     05  YTD-LOCAL-TAX     PIC 9(07)V99.
000725*    SOCIAL SECURITY AND MEDICARE WAGES AND EMPLOYEE TAX
000726*    FOLLOW.  ROWS CUT BEFORE THEY EXISTED TAKE GROSS AS BOTH
000727*    WAGE FIGURES AND ZERO TAX, AS THE PAY RUN DOES.
000728     05  YTD-OASDI-WAGES   PIC 9(07)V99.
000729     05  YTD-OASDI-TAX     PIC 9(07)V99.
000730     05  YTD-MEDICARE-WAGES PIC 9(07)V99.
000731     05  YTD-MEDICARE-TAX  PIC 9(07)V99.
000732*    FEDERAL TAXABLE WAGES (W-2 BOX 1) AND THE 401(K)
000733*    DEFERRAL (BOX 12 CODE D) FOLLOW.  ROWS CUT BEFORE THEY
000734*    EXISTED TAKE GROSS AS THE WAGES AND ZERO DEFERRAL.
000735     05  YTD-FED-WAGES     PIC 9(07)V99.
000736     05  YTD-401K          PIC 9(07)V99.

000737*----------------------------------------------------------*
000740* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE         *
000750* PAYROLL-MODULE.  READ HERE ONLY FOR THE COMPANY NAME THE  *
000760* ANNUAL STATEMENTS PRINT, SO THE COMPANY IDENTITY IS NEVER *
000860     05  RC-ODFI           PIC 9(08).
000861     05  RC-OPERATOR       PIC X(08).
000862     05  RC-OVERRIDE       PIC X(01).
000863     05  RC-PAY-GROUP      PIC X(02).

000870*----------------------------------------------------------*
000880* PRIOR QUARTER-END SNAPSHOT OF YTD.DAT, CUT BY THE LAST    *
001360     05  AH-NET            PIC 9(07)V99.
001361     05  AH-STATE-TAX      PIC 9(07)V99.
001362     05  AH-LOCAL-TAX      PIC 9(07)V99.
001363     05  AH-OASDI-WAGES    PIC 9(07)V99.
001364     05  AH-OASDI-TAX      PIC 9(07)V99.
001365     05  AH-MEDICARE-WAGES PIC 9(07)V99.
001366     05  AH-MEDICARE-TAX   PIC 9(07)V99.
001367     05  AH-FED-WAGES      PIC 9(07)V99.
001368     05  AH-401K           PIC 9(07)V99.

001370*----------------------------------------------------------*
001380* NEW YEAR'S OPENING YTD - ONE ZERO RECORD PER EMPLOYEE,    *
001480     05  RS-NET            PIC 9(07)V99.
001481     05  RS-STATE-TAX      PIC 9(07)V99.
001482     05  RS-LOCAL-TAX      PIC 9(07)V99.
001483     05  RS-OASDI-WAGES    PIC 9(07)V99.
001484     05  RS-OASDI-TAX      PIC 9(07)V99.
001485     05  RS-MEDICARE-WAGES PIC 9(07)V99.
001486     05  RS-MEDICARE-TAX   PIC 9(07)V99.
001487     05  RS-FED-WAGES      PIC 9(07)V99.
001488     05  RS-401K           PIC 9(07)V99.

001489*----------------------------------------------------------*
001490* W-2 SUBMISSION CONTROL CARDS, READ ONLY BY A MODE-Y RUN.  *
001491* ONE E CARD CARRIES THE EMPLOYER'S EIN, THE SSA BUSINESS   *
001492* SERVICES ONLINE USER ID, NAME, ADDRESS, AND FILING        *
001493* CONTACT; ONE S CARD PER WORK STATE CARRIES ITS NUMERIC    *
001494* STATE CODE AND OUR STATE EMPLOYER ACCOUNT NUMBER FOR THE  *
001495* RS RECORDS.  KEPT OFF RUNCTL.DAT, WHICH EVERY PROGRAM     *
001496* READS, SO THE ONCE-A-YEAR FIELDS DO NOT WIDEN IT.         *
001497*----------------------------------------------------------*
001498 FD  W2-CONTROL-FILE.
001499 01  W2C-EMPLOYER-CARD.
001500     05  W2C-CARD-TYPE     PIC X(01).
001501         88  W2C-EMPLOYER          VALUE "E".
001502         88  W2C-STATE             VALUE "S".
001503     05  W2C-EIN           PIC X(09).
001504     05  W2C-USER-ID       PIC X(08).
001505     05  W2C-EMPLOYER-NAME PIC X(57).
001506     05  W2C-STREET        PIC X(22).
001507     05  W2C-CITY          PIC X(22).
001508     05  W2C-STATE-ABBR    PIC X(02).
001509     05  W2C-ZIP           PIC X(09).
001510     05  W2C-CONTACT       PIC X(27).
001511     05  W2C-PHONE         PIC X(15).
001512     05  W2C-EMAIL         PIC X(40).
001513 01  W2C-STATE-CARD.
001514     05  FILLER            PIC X(01).
001515     05  W2C-ST-ABBR       PIC X(02).
001516     05  W2C-ST-CODE       PIC X(02).
001517     05  W2C-ST-ACCOUNT    PIC X(20).
001518     05  FILLER            PIC X(187).

001519*----------------------------------------------------------*
001520* SSA EFW2 WAGE FILE - 512-BYTE RECORDS, RA/RE AT THE HEAD, *
001521* AN RW (AND AN RS WHERE THERE IS A WORK STATE) PER         *
001522* EMPLOYEE PAID IN THE YEAR, RT/RF AT THE FOOT.  THE        *
001523* RECORD LAYOUTS ARE CARRIED IN WORKING STORAGE AND WRITTEN *
001524* FROM THERE.                                               *
001525*----------------------------------------------------------*
001526 FD  EFW2-FILE.
001527 01  EFW2-REC          PIC X(512).

001528*----------------------------------------------------------*
001529* W-3 CONTROL REPORT - EMPLOYEES NEEDING ATTENTION BEFORE   *
001530* THE FILE IS SENT, THEN THE EFW2 TOTALS SIDE BY SIDE WITH  *
001531* THE ANNUAL STATEMENT COMPANY TOTALS, AND THE STATE        *
001532* BREAKOUT.  THE W3-* LINE LAYOUTS ARE CARRIED IN WORKING   *
001533* STORAGE AND WRITTEN FROM THERE.                           *
001534*----------------------------------------------------------*
001535 FD  W3-REPORT-FILE.
001536 01  W3-LINE           PIC X(80).

001537 WORKING-STORAGE SECTION.
001538*----------------------------------------------------------*
001539* END-OF-FILE SWITCHES                                      *
001540*----------------------------------------------------------*
001541 01  WS-SWITCHES.
001542     05  EOF-YTD           PIC X VALUE "N".
001550         88  END-OF-YTD            VALUE "Y".
001560         88  NOT-END-OF-YTD        VALUE "N".
001570     05  EOF-EMP           PIC X VALUE "N".
001630     05  WS-BASE-SW        PIC X VALUE "N".
001640         88  WS-BASE-ON-FILE       VALUE "Y".
001650         88  WS-NO-BASE-FILE       VALUE "N".
001651     05  EOF-W2C           PIC X VALUE "N".
001652         88  END-OF-W2C            VALUE "Y".
001653         88  NOT-END-OF-W2C        VALUE "N".
001654     05  WS-W2C-EMPLOYER-SW PIC X VALUE "N".
001655         88  WS-W2C-EMPLOYER-READ  VALUE "Y".
001656     05  WS-W3-BALANCE-SW  PIC X VALUE "Y".
001657         88  WS-W3-IN-BALANCE      VALUE "Y".
001658         88  WS-W3-OUT-OF-BALANCE  VALUE "N".

001660*----------------------------------------------------------*
001670* OPERATOR MODE CARD - Q<YEAR><QUARTER> FOR A QUARTER       *

001770 01  WS-QBASE-STATUS       PIC XX    VALUE "00".
001780 01  WS-RUNCTL-STATUS      PIC XX    VALUE "00".
001781 01  WS-W2CTL-STATUS       PIC XX    VALUE "00".
001790 01  WS-COMPANY-NAME       PIC X(23) VALUE SPACES.

001800*----------------------------------------------------------*
001870     05  WS-WORK-NAME      PIC X(30)    VALUE SPACES.
001871     05  WS-WORK-STATE     PIC X(02)    VALUE SPACES.
001872     05  WS-WORK-LOCALITY  PIC X(04)    VALUE SPACES.
001873     05  WS-WORK-SSN       PIC X(09)    VALUE SPACES.
001874     05  WS-WORK-STREET    PIC X(22)    VALUE SPACES.
001875     05  WS-WORK-CITY      PIC X(22)    VALUE SPACES.
001876     05  WS-WORK-ADDR-STATE PIC X(02)   VALUE SPACES.
001877     05  WS-WORK-ZIP       PIC X(09)    VALUE SPACES.

001880*----------------------------------------------------------*
001890* QUARTER FIGURES FOR THE EMPLOYEE IN PROCESS AND THE       *
001974     05  WS-YTD-LOCAL-SAFE PIC 9(07)V99  VALUE 0.
001975     05  WS-QB-STATE-SAFE  PIC 9(07)V99  VALUE 0.
001976     05  WS-QB-LOCAL-SAFE  PIC 9(07)V99  VALUE 0.
001977     05  WS-YTD-SSW-SAFE   PIC 9(07)V99  VALUE 0.
001978     05  WS-YTD-SST-SAFE   PIC 9(07)V99  VALUE 0.
001979     05  WS-YTD-MDW-SAFE   PIC 9(07)V99  VALUE 0.
001980     05  WS-YTD-MDT-SAFE   PIC 9(07)V99  VALUE 0.
001981     05  WS-YTD-FWG-SAFE   PIC 9(07)V99  VALUE 0.
001982     05  WS-YTD-401-SAFE   PIC 9(07)V99  VALUE 0.

001983 01  WS-RUN-TOTALS.
001984     05  WS-EMP-COUNT      PIC 9(06)     COMP VALUE 0.
001985     05  WS-TOT-QTR-GROSS  PIC S9(09)V99 VALUE 0.
001986     05  WS-TOT-QTR-TAX    PIC S9(09)V99 VALUE 0.
001987     05  WS-TOT-YTD-GROSS  PIC 9(09)V99  VALUE 0.
001988     05  WS-TOT-YTD-TAX    PIC 9(09)V99  VALUE 0.
001989     05  WS-TOT-YTD-NET    PIC 9(09)V99  VALUE 0.
001990     05  WS-TOT-YTD-STATE  PIC 9(09)V99  VALUE 0.
001991     05  WS-TOT-YTD-LOCAL  PIC 9(09)V99  VALUE 0.
001992     05  WS-TOT-YTD-SSW    PIC 9(09)V99  VALUE 0.
001993     05  WS-TOT-YTD-SST    PIC 9(09)V99  VALUE 0.
001994     05  WS-TOT-YTD-MDW    PIC 9(09)V99  VALUE 0.
001995     05  WS-TOT-YTD-MDT    PIC 9(09)V99  VALUE 0.
001996     05  WS-TOT-YTD-FWG    PIC 9(09)V99  VALUE 0.
001997     05  WS-TOT-YTD-401    PIC 9(09)V99  VALUE 0.

001998*----------------------------------------------------------*
001999* EFW2 FILE TOTALS - WHAT THE RT RECORD CARRIES AND WHAT    *
002000* THE W-3 CONTROL REPORT PROVES AGAINST THE COMPANY TOTALS  *
002001* ABOVE - PLUS THE TIE WORK FIELDS AND THE NAME SPLIT.      *
002002*----------------------------------------------------------*
002003 01  WS-W2-TOTALS.
002004     05  WS-W2-RW-COUNT    PIC 9(07)     COMP VALUE 0.
002005     05  WS-W2-RS-COUNT    PIC 9(07)     COMP VALUE 0.
002006     05  WS-W2-NOPAY-COUNT PIC 9(07)     COMP VALUE 0.
002007     05  WS-W2-EXC-COUNT   PIC 9(07)     COMP VALUE 0.
002008     05  WS-W2-WAGES       PIC 9(13)V99  VALUE 0.
002009     05  WS-W2-FED-TAX     PIC 9(13)V99  VALUE 0.
002010     05  WS-W2-SS-WAGES    PIC 9(13)V99  VALUE 0.
002011     05  WS-W2-SS-TAX      PIC 9(13)V99  VALUE 0.
002012     05  WS-W2-MED-WAGES   PIC 9(13)V99  VALUE 0.
002013     05  WS-W2-MED-TAX     PIC 9(13)V99  VALUE 0.
002014     05  WS-W2-401K        PIC 9(13)V99  VALUE 0.
002015     05  WS-W2-STATE-TAX   PIC 9(13)V99  VALUE 0.
002016     05  WS-W2-LOCAL-TAX   PIC 9(13)V99  VALUE 0.
002017     05  WS-W2-EXC-TEXT    PIC X(40)     VALUE SPACES.
002018     05  WS-W3-TIE-EFW2    PIC 9(13)V99  VALUE 0.
002019     05  WS-W3-TIE-STMT    PIC 9(13)V99  VALUE 0.
002020     05  WS-NM-WORD-1      PIC X(30)     VALUE SPACES.
002021     05  WS-NM-WORD-2      PIC X(30)     VALUE SPACES.
002022     05  WS-NM-REST        PIC X(30)     VALUE SPACES.
002023     05  WS-NM-PTR         PIC 9(02)     COMP VALUE 0.
002024     05  WS-NM-COUNT       PIC 9(02)     COMP VALUE 0.

002025*----------------------------------------------------------*
002026* STATE ID TABLE - ONE ENTRY PER W2CTL.DAT S CARD, WITH THE *
002027* YEAR'S STATE WAGES AND WITHHOLDING ROLLED UP FROM THE RS  *
002028* RECORDS FOR THE W-3 STATE BREAKOUT.                       *
002029*----------------------------------------------------------*
002030 01  WS-SI-TABLE.
002031     05  WS-SI-COUNT       PIC 9(02)     COMP VALUE 0.
002032     05  WS-SI-SUB         PIC 9(02)     COMP VALUE 0.
002033     05  WS-SI-FOUND-SUB   PIC 9(02)     COMP VALUE 0.
002034     05  WS-SI-ENTRY OCCURS 20 TIMES.
002035         10  WS-SI-ABBR    PIC X(02).
002036         10  WS-SI-CODE    PIC X(02).
002037         10  WS-SI-ACCOUNT PIC X(20).
002038         10  WS-SI-WAGES   PIC 9(11)V99.
002039         10  WS-SI-TAX     PIC 9(11)V99.

002043*----------------------------------------------------------*
002044* JURISDICTION BREAKOUT TABLE - THE QUARTER'S WAGES AND     *
002514     05  FILLER            PIC X(96) VALUE SPACES.

002515 01  AN-HEADING-LINE.
002516     05  AN-COMPANY-NAME   PIC X(23).
002517     05  FILLER            PIC X(29) VALUE
002518         " - ANNUAL EARNINGS STATEMENT ".
002519     05  FILLER            PIC X(05) VALUE "YEAR ".
002520     05  AN-YEAR           PIC 9(04).
002521     05  FILLER            PIC X(19) VALUE SPACES.
002522 01  AN-EMP-LINE.
002523     05  FILLER            PIC X(09) VALUE "EMPLOYEE ".
002524     05  AN-EMP-ID         PIC 9(05).
002525     05  FILLER            PIC X(02) VALUE SPACES.
002526     05  AN-EMP-NAME       PIC X(30).
002527     05  FILLER            PIC X(34) VALUE SPACES.
002528 01  AN-MONEY-LINE.
002529     05  AN-MONEY-LABEL    PIC X(24).
002530     05  AN-MONEY-AMOUNT   PIC $$$,$$$,$$9.99.
002531     05  FILLER            PIC X(42) VALUE SPACES.
002532 01  AN-COUNT-LINE.
002533     05  AN-COUNT-LABEL    PIC X(24).
002534     05  AN-COUNT          PIC ZZZ,ZZ9.
002535     05  FILLER            PIC X(49) VALUE SPACES.
002536 01  AN-BLANK-LINE.
002537     05  FILLER            PIC X(80) VALUE SPACES.

002538*----------------------------------------------------------*
002539* EFW2 RECORD LAYOUTS, FIELD FOR FIELD IN SSA PUBLICATION   *
002540* 42-007 POSITIONS.  MONEY IS UNSIGNED WHOLE CENTS, ZERO-   *
002541* FILLED; A FIELD WE DO NOT REPORT IS ZEROS WHERE THE SPEC  *
002542* CALLS IT MONEY AND BLANKS OTHERWISE.  THE SUBMITTER IS    *
002543* THE EMPLOYER, SO RA REPEATS THE E CARD'S ADDRESS.         *
002544*----------------------------------------------------------*
002545 01  W2A-RECORD.
002546     05  FILLER            PIC X(02) VALUE "RA".
002547     05  W2A-EIN           PIC X(09).
002548     05  W2A-USER-ID       PIC X(08).
002549     05  FILLER            PIC X(09) VALUE SPACES.
002550     05  FILLER            PIC X(01) VALUE "0".
002551     05  FILLER            PIC X(06) VALUE SPACES.
002552     05  FILLER            PIC X(02) VALUE "98".
002553     05  W2A-COMPANY-NAME  PIC X(57).
002554     05  FILLER            PIC X(22) VALUE SPACES.
002555     05  W2A-STREET        PIC X(22).
002556     05  W2A-CITY          PIC X(22).
002557     05  W2A-STATE         PIC X(02).
002558     05  W2A-ZIP           PIC X(05).
002559     05  W2A-ZIP-EXT       PIC X(04).
002560     05  FILLER            PIC X(45) VALUE SPACES.
002561     05  W2A-SUB-NAME      PIC X(57).
002562     05  FILLER            PIC X(22) VALUE SPACES.
002563     05  W2A-SUB-STREET    PIC X(22).
002564     05  W2A-SUB-CITY      PIC X(22).
002565     05  W2A-SUB-STATE     PIC X(02).
002566     05  W2A-SUB-ZIP       PIC X(05).
002567     05  W2A-SUB-ZIP-EXT   PIC X(04).
002568     05  FILLER            PIC X(45) VALUE SPACES.
002569     05  W2A-CONTACT       PIC X(27).
002570     05  W2A-PHONE         PIC X(15).
002571     05  FILLER            PIC X(08) VALUE SPACES.
002572     05  W2A-EMAIL         PIC X(40).
002573     05  FILLER            PIC X(14) VALUE SPACES.
002574     05  FILLER            PIC X(01) VALUE "L".
002575     05  FILLER            PIC X(12) VALUE SPACES.
002576 01  W2E-RECORD.
002577     05  FILLER            PIC X(02) VALUE "RE".
002578     05  W2E-YEAR          PIC 9(04).
002579     05  FILLER            PIC X(01) VALUE SPACES.
002580     05  W2E-EIN           PIC X(09).
002581     05  FILLER            PIC X(09) VALUE SPACES.
002582     05  FILLER            PIC X(01) VALUE "0".
002583     05  FILLER            PIC X(13) VALUE SPACES.
002584     05  W2E-NAME          PIC X(57).
002585     05  FILLER            PIC X(22) VALUE SPACES.
002586     05  W2E-STREET        PIC X(22).
002587     05  W2E-CITY          PIC X(22).
002588     05  W2E-STATE         PIC X(02).
002589     05  W2E-ZIP           PIC X(05).
002590     05  W2E-ZIP-EXT       PIC X(04).
002591     05  FILLER            PIC X(01) VALUE "N".
002592     05  FILLER            PIC X(44) VALUE SPACES.
002593     05  FILLER            PIC X(01) VALUE "R".
002594     05  FILLER            PIC X(01) VALUE SPACES.
002595     05  FILLER            PIC X(01) VALUE "0".
002596     05  W2E-CONTACT       PIC X(27).
002597     05  W2E-PHONE         PIC X(15).
002598     05  FILLER            PIC X(15) VALUE SPACES.
002599     05  W2E-EMAIL         PIC X(40).
002600     05  FILLER            PIC X(194) VALUE SPACES.
002601 01  W2W-RECORD.
002602     05  FILLER            PIC X(02) VALUE "RW".
002603     05  W2W-SSN           PIC X(09).
002604     05  W2W-FIRST-NAME    PIC X(15).
002605     05  W2W-MIDDLE-NAME   PIC X(15).
002606     05  W2W-LAST-NAME     PIC X(20).
002607     05  FILLER            PIC X(04) VALUE SPACES.
002608     05  FILLER            PIC X(22) VALUE SPACES.
002609     05  W2W-STREET        PIC X(22).
002610     05  W2W-CITY          PIC X(22).
002611     05  W2W-STATE         PIC X(02).
002612     05  W2W-ZIP           PIC X(05).
002613     05  W2W-ZIP-EXT       PIC X(04).
002614     05  FILLER            PIC X(45) VALUE SPACES.
002615     05  W2W-WAGES         PIC 9(09)V99.
002616     05  W2W-FED-TAX       PIC 9(09)V99.
002617     05  W2W-SS-WAGES      PIC 9(09)V99.
002618     05  W2W-SS-TAX        PIC 9(09)V99.
002619     05  W2W-MED-WAGES     PIC 9(09)V99.
002620     05  W2W-MED-TAX       PIC 9(09)V99.
002621     05  FILLER            PIC X(11) VALUE ALL "0".
002622     05  FILLER            PIC X(11) VALUE SPACES.
002623     05  FILLER            PIC X(11) VALUE ALL "0".
002624     05  W2W-401K          PIC 9(09)V99.
002625     05  FILLER            PIC X(44) VALUE ALL "0".
002626     05  FILLER            PIC X(11) VALUE SPACES.
002627     05  FILLER            PIC X(33) VALUE ALL "0".
002628     05  FILLER            PIC X(11) VALUE ALL "0".
002629     05  FILLER            PIC X(11) VALUE SPACES.
002630     05  FILLER            PIC X(77) VALUE ALL "0".
002631     05  FILLER            PIC X(02) VALUE SPACES.
002632     05  FILLER            PIC X(01) VALUE "0".
002633     05  FILLER            PIC X(01) VALUE SPACES.
002634     05  W2W-RETIRE-PLAN   PIC X(01).
002635     05  FILLER            PIC X(01) VALUE "0".
002636     05  FILLER            PIC X(22) VALUE SPACES.
002637 01  W2S-RECORD.
002638     05  FILLER            PIC X(02) VALUE "RS".
002639     05  W2S-STATE-CODE    PIC X(02).
002640     05  FILLER            PIC X(05) VALUE SPACES.
002641     05  W2S-SSN           PIC X(09).
002642     05  W2S-FIRST-NAME    PIC X(15).
002643     05  W2S-MIDDLE-NAME   PIC X(15).
002644     05  W2S-LAST-NAME     PIC X(20).
002645     05  FILLER            PIC X(04) VALUE SPACES.
002646     05  FILLER            PIC X(22) VALUE SPACES.
002647     05  W2S-STREET        PIC X(22).
002648     05  W2S-CITY          PIC X(22).
002649     05  W2S-STATE         PIC X(02).
002650     05  W2S-ZIP           PIC X(05).
002651     05  W2S-ZIP-EXT       PIC X(04).
002652     05  FILLER            PIC X(45) VALUE SPACES.
002653     05  FILLER            PIC X(08) VALUE SPACES.
002654     05  FILLER            PIC X(22) VALUE ALL "0".
002655     05  FILLER            PIC X(23) VALUE SPACES.
002656     05  W2S-ACCOUNT       PIC X(20).
002657     05  FILLER            PIC X(06) VALUE SPACES.
002658     05  W2S-STATE-CODE-2  PIC X(02).
002659     05  W2S-STATE-WAGES   PIC 9(09)V99.
002660     05  W2S-STATE-TAX     PIC 9(09)V99.
002661     05  FILLER            PIC X(10) VALUE SPACES.
002662     05  W2S-TAX-TYPE      PIC X(01).
002663     05  W2S-LOCAL-WAGES   PIC 9(09)V99.
002664     05  W2S-LOCAL-TAX     PIC 9(09)V99.
002665     05  FILLER            PIC X(182) VALUE SPACES.
002666 01  W2T-RECORD.
002667     05  FILLER            PIC X(02) VALUE "RT".
002668     05  W2T-COUNT         PIC 9(07).
002669     05  W2T-WAGES         PIC 9(13)V99.
002670     05  W2T-FED-TAX       PIC 9(13)V99.
002671     05  W2T-SS-WAGES      PIC 9(13)V99.
002672     05  W2T-SS-TAX        PIC 9(13)V99.
002673     05  W2T-MED-WAGES     PIC 9(13)V99.
002674     05  W2T-MED-TAX       PIC 9(13)V99.
002675     05  FILLER            PIC X(15) VALUE ALL "0".
002676     05  FILLER            PIC X(15) VALUE SPACES.
002677     05  FILLER            PIC X(15) VALUE ALL "0".
002678     05  W2T-401K          PIC 9(13)V99.
002679     05  FILLER            PIC X(60) VALUE ALL "0".
002680     05  FILLER            PIC X(15) VALUE SPACES.
002681     05  FILLER            PIC X(45) VALUE ALL "0".
002682     05  FILLER            PIC X(135) VALUE ALL "0".
002683     05  FILLER            PIC X(98) VALUE SPACES.
002684 01  W2F-RECORD.
002685     05  FILLER            PIC X(02) VALUE "RF".
002686     05  FILLER            PIC X(05) VALUE SPACES.
002687     05  W2F-COUNT         PIC 9(09).
002688     05  FILLER            PIC X(496) VALUE SPACES.

002689 01  W3-HEADING-LINE.
002690     05  W3-COMPANY-NAME   PIC X(23).
002691     05  FILLER            PIC X(28) VALUE
002692         " - W-3 CONTROL REPORT  YEAR ".
002693     05  W3-YEAR           PIC 9(04).
002694     05  FILLER            PIC X(25) VALUE SPACES.
002695 01  W3-EXC-HEAD-LINE.
002696     05  FILLER            PIC X(41) VALUE
002697         "EMPLOYEES NEEDING ATTENTION BEFORE FILING".
002698     05  FILLER            PIC X(39) VALUE SPACES.
002699 01  W3-EXC-LINE.
002700     05  W3-EXC-EMP-ID     PIC 9(05).
002701     05  FILLER            PIC X(02) VALUE SPACES.
002702     05  W3-EXC-NAME       PIC X(30).
002703     05  FILLER            PIC X(02) VALUE SPACES.
002704     05  W3-EXC-TEXT       PIC X(40).
002705     05  FILLER            PIC X(01) VALUE SPACES.
002706 01  W3-NONE-LINE.
002707     05  FILLER            PIC X(07) VALUE "  NONE".
002708     05  FILLER            PIC X(73) VALUE SPACES.
002709 01  W3-TIE-HEAD-LINE.
002710     05  FILLER            PIC X(24) VALUE "W-3 BOX".
002711     05  FILLER            PIC X(14) VALUE "     EFW2 FILE".
002712     05  FILLER            PIC X(15) VALUE "    ANNUAL STMT".
002713     05  FILLER            PIC X(27) VALUE SPACES.
002714 01  W3-TIE-LINE.
002715     05  W3-TIE-LABEL      PIC X(24).
002716     05  W3-TIE-EFW2       PIC $$$,$$$,$$9.99.
002717     05  FILLER            PIC X(01) VALUE SPACES.
002718     05  W3-TIE-STMT       PIC $$$,$$$,$$9.99.
002719     05  FILLER            PIC X(02) VALUE SPACES.
002720     05  W3-TIE-STATUS     PIC X(14).
002721     05  FILLER            PIC X(11) VALUE SPACES.
002722 01  W3-COUNT-LINE.
002723     05  W3-COUNT-LABEL    PIC X(24).
002724     05  W3-COUNT          PIC ZZZ,ZZ9.
002725     05  FILLER            PIC X(49) VALUE SPACES.
002726 01  W3-STATE-HEAD-LINE.
002727     05  FILLER            PIC X(33) VALUE
002728         "STATE  CODE  STATE ACCOUNT".
002729     05  FILLER            PIC X(15) VALUE "    STATE WAGES".
002730     05  FILLER            PIC X(15) VALUE "      STATE TAX".
002731     05  FILLER            PIC X(17) VALUE SPACES.
002732 01  W3-STATE-LINE.
002733     05  W3-ST-ABBR        PIC X(02).
002734     05  FILLER            PIC X(05) VALUE SPACES.
002735     05  W3-ST-CODE        PIC X(02).
002736     05  FILLER            PIC X(04) VALUE SPACES.
002737     05  W3-ST-ACCOUNT     PIC X(20).
002738     05  FILLER            PIC X(01) VALUE SPACES.
002739     05  W3-ST-WAGES       PIC $$$,$$$,$$9.99.
002740     05  FILLER            PIC X(01) VALUE SPACES.
002741     05  W3-ST-TAX         PIC $$$,$$$,$$9.99.
002742     05  FILLER            PIC X(17) VALUE SPACES.
002743 01  W3-RESULT-LINE.
002744     05  W3-RESULT-TEXT    PIC X(60).
002745     05  FILLER            PIC X(20) VALUE SPACES.

002746 PROCEDURE DIVISION.
002750*----------------------------------------------------------*
002760* 0000-MAINLINE                                             *
002770*----------------------------------------------------------*
003230         WRITE QTR-REPORT-LINE FROM QR-HEADING-LINE
003240         WRITE QTR-REPORT-LINE FROM QR-COL-HEAD-LINE
003250     ELSE
003251         PERFORM 1500-LOAD-W2-CONTROL THRU 1500-EXIT
003260         OPEN OUTPUT ANNUAL-FILE
003270              OUTPUT RESET-FILE
003271              EXTEND ARCHIVE-FILE
003272              OUTPUT EFW2-FILE
003273              OUTPUT W3-REPORT-FILE
003274         MOVE WS-PE-YEAR TO W2E-YEAR
003275         WRITE EFW2-REC FROM W2A-RECORD
003276         WRITE EFW2-REC FROM W2E-RECORD
003277         MOVE WS-COMPANY-NAME TO W3-COMPANY-NAME
003278         MOVE WS-PE-YEAR      TO W3-YEAR
003279         WRITE W3-LINE FROM W3-HEADING-LINE
003280         WRITE W3-LINE FROM AN-BLANK-LINE
003281         WRITE W3-LINE FROM W3-EXC-HEAD-LINE
003290     END-IF
003300     SET NOT-END-OF-YTD TO TRUE
003310     SET NOT-END-OF-EMP TO TRUE
003960     END-READ
003970     CLOSE RUN-CONTROL-FILE
003980     IF RC-COMPANY-NAME = SPACES
003981         DISPLAY "RUN CONTROL COMPANY NAME IS BLANK"
003982         MOVE 12 TO RETURN-CODE
003983         STOP RUN
003984     END-IF
003985     MOVE RC-COMPANY-NAME TO WS-COMPANY-NAME
003986     MOVE WS-COMPANY-NAME TO AN-COMPANY-NAME.
003987 1400-EXIT.
003988     EXIT.

003989*----------------------------------------------------------*
003990* 1500-LOAD-W2-CONTROL - READ W2CTL.DAT FOR A YEAR-END      *
003991* CLOSE: THE E CARD FILLS THE RA AND RE RECORDS, EACH S     *
003992* CARD GOES TO THE STATE ID TABLE.  A MISSING FILE, NO E    *
003993* CARD, A NON-NUMERIC EIN, A BLANK USER ID, OR AN UNKNOWN   *
003994* CARD STOPS THE RUN BEFORE ANYTHING IS CLOSED - SSA        *
003995* REJECTS THE WHOLE FILE FOR A BAD SUBMITTER RECORD.        *
003996*----------------------------------------------------------*
003997 1500-LOAD-W2-CONTROL.
003998     OPEN INPUT W2-CONTROL-FILE
003999     IF WS-W2CTL-STATUS NOT = "00"
004000         DISPLAY "W2CTL.DAT MISSING OR UNREADABLE - STATUS "
004001                 WS-W2CTL-STATUS
004002         MOVE 12 TO RETURN-CODE
004003         STOP RUN
004004     END-IF
004005     SET NOT-END-OF-W2C TO TRUE
004006     PERFORM 1510-READ-W2-CARD THRU 1510-EXIT
004007         UNTIL END-OF-W2C
004008     CLOSE W2-CONTROL-FILE
004009     IF NOT WS-W2C-EMPLOYER-READ
004010         DISPLAY "W2CTL.DAT HAS NO EMPLOYER (E) CARD"
004011         MOVE 12 TO RETURN-CODE
004012         STOP RUN
004013     END-IF
004014     IF W2A-EIN NOT NUMERIC
004015         DISPLAY "W2CTL.DAT EMPLOYER EIN NOT NUMERIC - "
004016                 W2A-EIN
004017         MOVE 12 TO RETURN-CODE
004018         STOP RUN
004019     END-IF
004020     IF W2A-USER-ID = SPACES
004021         DISPLAY "W2CTL.DAT SSA USER ID IS BLANK"
004022         MOVE 12 TO RETURN-CODE
004023         STOP RUN
004024     END-IF.
004025 1500-EXIT.
004026     EXIT.

004027*----------------------------------------------------------*
004028* 1510-READ-W2-CARD - ONE W2CTL.DAT CARD INTO THE RA/RE     *
004029* RECORDS OR THE STATE ID TABLE.                            *
004030*----------------------------------------------------------*
004031 1510-READ-W2-CARD.
004032     READ W2-CONTROL-FILE
004033         AT END
004034             SET END-OF-W2C TO TRUE
004035             GO TO 1510-EXIT
004036     END-READ
004037     EVALUATE TRUE
004038         WHEN W2C-EMPLOYER
004039             SET WS-W2C-EMPLOYER-READ TO TRUE
004040             MOVE W2C-EIN           TO W2A-EIN W2E-EIN
004041             MOVE W2C-USER-ID       TO W2A-USER-ID
004042             MOVE W2C-EMPLOYER-NAME TO W2A-COMPANY-NAME
004043                                       W2A-SUB-NAME W2E-NAME
004044             MOVE W2C-STREET        TO W2A-STREET
004045                                       W2A-SUB-STREET W2E-STREET
004046             MOVE W2C-CITY          TO W2A-CITY
004047                                       W2A-SUB-CITY W2E-CITY
004048             MOVE W2C-STATE-ABBR    TO W2A-STATE
004049                                       W2A-SUB-STATE W2E-STATE
004050             MOVE W2C-ZIP (1:5)     TO W2A-ZIP
004051                                       W2A-SUB-ZIP W2E-ZIP
004052             MOVE W2C-ZIP (6:4)     TO W2A-ZIP-EXT
004053                                       W2A-SUB-ZIP-EXT W2E-ZIP-EXT
004054             MOVE W2C-CONTACT       TO W2A-CONTACT W2E-CONTACT
004055             MOVE W2C-PHONE         TO W2A-PHONE W2E-PHONE
004056             MOVE W2C-EMAIL         TO W2A-EMAIL W2E-EMAIL
004057         WHEN W2C-STATE
004058             IF WS-SI-COUNT NOT < 20
004059                 DISPLAY "W2CTL.DAT HAS MORE THAN 20 STATE CARDS"
004060                 MOVE 12 TO RETURN-CODE
004061                 STOP RUN
004062             END-IF
004063             ADD 1 TO WS-SI-COUNT
004064             MOVE W2C-ST-ABBR    TO WS-SI-ABBR (WS-SI-COUNT)
004065             MOVE W2C-ST-CODE    TO WS-SI-CODE (WS-SI-COUNT)
004066             MOVE W2C-ST-ACCOUNT TO WS-SI-ACCOUNT (WS-SI-COUNT)
004067             MOVE 0 TO WS-SI-WAGES (WS-SI-COUNT)
004068                       WS-SI-TAX (WS-SI-COUNT)
004069         WHEN OTHER
004070             DISPLAY "INVALID W2CTL.DAT CARD TYPE - "
004071                     W2C-CARD-TYPE
004072             MOVE 12 TO RETURN-CODE
004073             STOP RUN
004074     END-EVALUATE.
004075 1510-EXIT.
004076     EXIT.

004077*----------------------------------------------------------*
004080* 2000-PROCESS-YTD - ONE YTD RECORD: PICK UP THE NAME AND   *
004090* HAND OFF TO THE QUARTER OR YEAR-END LOGIC.                *
004100*----------------------------------------------------------*
004180     ELSE
004181         MOVE 0 TO WS-YTD-LOCAL-SAFE
004182     END-IF
004183     IF YTD-OASDI-WAGES NUMERIC
004184         MOVE YTD-OASDI-WAGES TO WS-YTD-SSW-SAFE
004185     ELSE
004186         MOVE YTD-GROSS TO WS-YTD-SSW-SAFE
004187     END-IF
004188     IF YTD-OASDI-TAX NUMERIC
004189         MOVE YTD-OASDI-TAX TO WS-YTD-SST-SAFE
004190     ELSE
004191         MOVE 0 TO WS-YTD-SST-SAFE
004192     END-IF
004193     IF YTD-MEDICARE-WAGES NUMERIC
004194         MOVE YTD-MEDICARE-WAGES TO WS-YTD-MDW-SAFE
004195     ELSE
004196         MOVE YTD-GROSS TO WS-YTD-MDW-SAFE
004197     END-IF
004198     IF YTD-MEDICARE-TAX NUMERIC
004199         MOVE YTD-MEDICARE-TAX TO WS-YTD-MDT-SAFE
004200     ELSE
004201         MOVE 0 TO WS-YTD-MDT-SAFE
004202     END-IF
004203     IF YTD-FED-WAGES NUMERIC
004204         MOVE YTD-FED-WAGES TO WS-YTD-FWG-SAFE
004205     ELSE
004206         MOVE YTD-GROSS TO WS-YTD-FWG-SAFE
004207     END-IF
004208     IF YTD-401K NUMERIC
004209         MOVE YTD-401K TO WS-YTD-401-SAFE
004210     ELSE
004211         MOVE 0 TO WS-YTD-401-SAFE
004212     END-IF
004213     IF WS-QUARTER-CLOSE
004214         PERFORM 3000-QUARTER-EMP THRU 3000-EXIT
004215     ELSE
004216         PERFORM 4000-YEAR-END-EMP THRU 4000-EXIT
004220     END-IF
004230     ADD 1         TO WS-EMP-COUNT
004240     ADD YTD-GROSS TO WS-TOT-YTD-GROSS
004250     ADD YTD-TAX   TO WS-TOT-YTD-TAX
004260     ADD YTD-NET   TO WS-TOT-YTD-NET
004261     ADD WS-YTD-STATE-SAFE TO WS-TOT-YTD-STATE
004262     ADD WS-YTD-LOCAL-SAFE TO WS-TOT-YTD-LOCAL
004263     ADD WS-YTD-SSW-SAFE   TO WS-TOT-YTD-SSW
004264     ADD WS-YTD-SST-SAFE   TO WS-TOT-YTD-SST
004265     ADD WS-YTD-MDW-SAFE   TO WS-TOT-YTD-MDW
004266     ADD WS-YTD-MDT-SAFE   TO WS-TOT-YTD-MDT
004267     ADD WS-YTD-FWG-SAFE   TO WS-TOT-YTD-FWG
004268     ADD WS-YTD-401-SAFE   TO WS-TOT-YTD-401.
004270 2000-EXIT.
004280     EXIT.

004290*----------------------------------------------------------*
004300* 2100-FIND-NAME - ADVANCE THE EMPLOYEE READ-AHEAD TO THIS  *
004310* YTD RECORD'S EMP-ID.  AN EMPLOYEE NO LONGER ON THE MASTER *
004311* (LEFT THE COMPANY) STILL REPORTS, WITH A BLANK NAME, SSN, *
004312* AND ADDRESS.                                              *
004330*----------------------------------------------------------*
004340 2100-FIND-NAME.
004350     PERFORM 2110-SKIP-EMPLOYEE THRU 2110-EXIT
004380         MOVE EMP-NAME TO WS-WORK-NAME
004381         MOVE EMP-STATE    TO WS-WORK-STATE
004382         MOVE EMP-LOCALITY TO WS-WORK-LOCALITY
004383         MOVE EMP-SSN      TO WS-WORK-SSN
004384         MOVE EMP-STREET   TO WS-WORK-STREET
004385         MOVE EMP-CITY     TO WS-WORK-CITY
004386         MOVE EMP-ADDR-STATE TO WS-WORK-ADDR-STATE
004387         MOVE EMP-ZIP      TO WS-WORK-ZIP
004390     ELSE
004400         MOVE SPACES   TO WS-WORK-NAME
004401         MOVE SPACES   TO WS-WORK-STATE WS-WORK-LOCALITY
004402                          WS-WORK-SSN WS-WORK-STREET
004403                          WS-WORK-CITY WS-WORK-ADDR-STATE
004404                          WS-WORK-ZIP
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004940*----------------------------------------------------------*
004950* 4000-YEAR-END-EMP - ONE EMPLOYEE'S YEAR-END CLOSE: THE    *
004960* ANNUAL EARNINGS STATEMENT PAGE, THE ARCHIVE RECORD FILED  *
004961* UNDER THE CLOSING YEAR, THE EMPLOYEE'S EFW2 RECORDS CUT   *
004962* FROM THAT ARCHIVE RECORD, AND THE ZEROED OPENING RECORD   *
004963* FOR THE NEW YEAR.                                         *
004990*----------------------------------------------------------*
005000 4000-YEAR-END-EMP.
005010     MOVE WS-PE-YEAR   TO AN-YEAR
005166     MOVE WS-YTD-LOCAL-SAFE TO AN-MONEY-AMOUNT
005167     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005168         AFTER ADVANCING 1 LINE
005169     MOVE "ANNUAL SOC SEC WAGES...." TO AN-MONEY-LABEL
005170     MOVE WS-YTD-SSW-SAFE TO AN-MONEY-AMOUNT
005171     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005172         AFTER ADVANCING 1 LINE
005173     MOVE "ANNUAL SOC SEC TAX W/H.." TO AN-MONEY-LABEL
005174     MOVE WS-YTD-SST-SAFE TO AN-MONEY-AMOUNT
005175     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005176         AFTER ADVANCING 1 LINE
005177     MOVE "ANNUAL MEDICARE WAGES..." TO AN-MONEY-LABEL
005178     MOVE WS-YTD-MDW-SAFE TO AN-MONEY-AMOUNT
005179     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005180         AFTER ADVANCING 1 LINE
005181     MOVE "ANNUAL MEDICARE TAX W/H." TO AN-MONEY-LABEL
005182     MOVE WS-YTD-MDT-SAFE TO AN-MONEY-AMOUNT
005183     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005184         AFTER ADVANCING 1 LINE
005185     MOVE "ANNUAL FEDERAL WAGES...." TO AN-MONEY-LABEL
005186     MOVE WS-YTD-FWG-SAFE TO AN-MONEY-AMOUNT
005187     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005188         AFTER ADVANCING 1 LINE
005189     MOVE "ANNUAL 401(K) DEFERRAL.." TO AN-MONEY-LABEL
005190     MOVE WS-YTD-401-SAFE TO AN-MONEY-AMOUNT
005191     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005192         AFTER ADVANCING 1 LINE
005193     MOVE "ANNUAL NET PAY.........." TO AN-MONEY-LABEL
005194     MOVE YTD-NET      TO AN-MONEY-AMOUNT
005195     WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005200         AFTER ADVANCING 1 LINE
005210     MOVE WS-PE-YEAR   TO AH-YEAR
005220     MOVE YTD-EMP-ID   TO AH-EMP-ID
005250     MOVE YTD-NET      TO AH-NET
005251     MOVE WS-YTD-STATE-SAFE TO AH-STATE-TAX
005252     MOVE WS-YTD-LOCAL-SAFE TO AH-LOCAL-TAX
005253     MOVE WS-YTD-SSW-SAFE TO AH-OASDI-WAGES
005254     MOVE WS-YTD-SST-SAFE TO AH-OASDI-TAX
005255     MOVE WS-YTD-MDW-SAFE TO AH-MEDICARE-WAGES
005256     MOVE WS-YTD-MDT-SAFE TO AH-MEDICARE-TAX
005257     MOVE WS-YTD-FWG-SAFE TO AH-FED-WAGES
005258     MOVE WS-YTD-401-SAFE TO AH-401K
005260     WRITE ARCHIVE-REC
005261     PERFORM 4100-WRITE-EFW2-EMP THRU 4100-EXIT
005270     MOVE YTD-EMP-ID   TO RS-EMP-ID
005280     MOVE 0            TO RS-GROSS
005290     MOVE 0            TO RS-TAX
005300     MOVE 0            TO RS-NET
005301     MOVE 0            TO RS-STATE-TAX
005302     MOVE 0            TO RS-LOCAL-TAX
005303     MOVE 0            TO RS-OASDI-WAGES
005304     MOVE 0            TO RS-OASDI-TAX
005305     MOVE 0            TO RS-MEDICARE-WAGES
005306     MOVE 0            TO RS-MEDICARE-TAX
005307     MOVE 0            TO RS-FED-WAGES
005308     MOVE 0            TO RS-401K
005310     WRITE RESET-REC.
005311 4000-EXIT.
005312     EXIT.

005313*----------------------------------------------------------*
005314* 4100-WRITE-EFW2-EMP - THE RW RECORD FOR ONE EMPLOYEE,     *
005315* FROM THE ARCHIVE RECORD JUST FILED, AND AN RS RECORD IF   *
005316* THE EMPLOYEE HAS A WORK STATE.  A ROW WITH NO PAY AND NO  *
005317* WITHHOLDING ALL YEAR GETS NO W-2.  A BLANK SSN IS FILED   *
005318* AS ZEROS, AS SSA DIRECTS FOR AN SSN APPLIED FOR, AND THE  *
005319* EMPLOYEE IS LISTED ON THE W-3 CONTROL REPORT SO A         *
005320* CORRECTED W-2C FOLLOWS.                                   *
005321*----------------------------------------------------------*
005322 4100-WRITE-EFW2-EMP.
005323     IF AH-GROSS = 0 AND AH-TAX = 0
005324         AND AH-STATE-TAX = 0 AND AH-LOCAL-TAX = 0
005325         AND AH-OASDI-TAX = 0 AND AH-MEDICARE-TAX = 0
005326         ADD 1 TO WS-W2-NOPAY-COUNT
005327         GO TO 4100-EXIT
005328     END-IF
005329     IF WS-WORK-NAME = SPACES
005330         MOVE "NOT ON EMPLOYEE MASTER - NO NAME/ADDRESS"
005331             TO WS-W2-EXC-TEXT
005332         PERFORM 4140-WRITE-EXCEPTION THRU 4140-EXIT
005333     ELSE
005334         IF WS-WORK-SSN = SPACES
005335             MOVE "SSN MISSING - FILED AS ZEROS"
005336                 TO WS-W2-EXC-TEXT
005337             PERFORM 4140-WRITE-EXCEPTION THRU 4140-EXIT
005338         END-IF
005339         IF WS-WORK-STREET = SPACES
005340             MOVE "MAILING ADDRESS MISSING" TO WS-W2-EXC-TEXT
005341             PERFORM 4140-WRITE-EXCEPTION THRU 4140-EXIT
005342         END-IF
005343     END-IF
005344     PERFORM 4110-SPLIT-NAME THRU 4110-EXIT
005345     IF WS-WORK-SSN = SPACES
005346         MOVE ALL "0"       TO W2W-SSN
005347     ELSE
005348         MOVE WS-WORK-SSN   TO W2W-SSN
005349     END-IF
005350     MOVE WS-WORK-STREET    TO W2W-STREET
005351     MOVE WS-WORK-CITY      TO W2W-CITY
005352     MOVE WS-WORK-ADDR-STATE TO W2W-STATE
005353     MOVE WS-WORK-ZIP (1:5) TO W2W-ZIP
005354     MOVE WS-WORK-ZIP (6:4) TO W2W-ZIP-EXT
005355     MOVE AH-FED-WAGES      TO W2W-WAGES
005356     MOVE AH-TAX            TO W2W-FED-TAX
005357     MOVE AH-OASDI-WAGES    TO W2W-SS-WAGES
005358     MOVE AH-OASDI-TAX      TO W2W-SS-TAX
005359     MOVE AH-MEDICARE-WAGES TO W2W-MED-WAGES
005360     MOVE AH-MEDICARE-TAX   TO W2W-MED-TAX
005361     MOVE AH-401K           TO W2W-401K
005362     IF AH-401K > 0
005363         MOVE "1" TO W2W-RETIRE-PLAN
005364     ELSE
005365         MOVE "0" TO W2W-RETIRE-PLAN
005366     END-IF
005367     WRITE EFW2-REC FROM W2W-RECORD
005368     ADD 1                 TO WS-W2-RW-COUNT
005369     ADD AH-FED-WAGES      TO WS-W2-WAGES
005370     ADD AH-TAX            TO WS-W2-FED-TAX
005371     ADD AH-OASDI-WAGES    TO WS-W2-SS-WAGES
005372     ADD AH-OASDI-TAX      TO WS-W2-SS-TAX
005373     ADD AH-MEDICARE-WAGES TO WS-W2-MED-WAGES
005374     ADD AH-MEDICARE-TAX   TO WS-W2-MED-TAX
005375     ADD AH-401K           TO WS-W2-401K
005376     IF WS-WORK-STATE NOT = SPACES
005377         PERFORM 4120-WRITE-EFW2-STATE THRU 4120-EXIT
005378     ELSE
005379         IF AH-STATE-TAX NOT = 0 OR AH-LOCAL-TAX NOT = 0
005380             MOVE "STATE/LOCAL TAX WITHHELD, NO WORK STATE"
005381                 TO WS-W2-EXC-TEXT
005382             PERFORM 4140-WRITE-EXCEPTION THRU 4140-EXIT
005383         END-IF
005384     END-IF.
005385 4100-EXIT.
005386     EXIT.

005387*----------------------------------------------------------*
005388* 4110-SPLIT-NAME - EMP-NAME IS CARRIED AS ONE FIELD IN     *
005389* READING ORDER (FIRST, MIDDLE, LAST).  THE FIRST WORD IS   *
005390* THE FIRST NAME; WITH THREE OR MORE WORDS THE SECOND IS    *
005391* THE MIDDLE NAME AND THE REST THE LAST NAME; A ONE-WORD    *
005392* NAME IS FILED AS A LAST NAME.                             *
005393*----------------------------------------------------------*
005394 4110-SPLIT-NAME.
005395     MOVE SPACES TO WS-NM-WORD-1 WS-NM-WORD-2 WS-NM-REST
005396     MOVE 1 TO WS-NM-PTR
005397     MOVE 0 TO WS-NM-COUNT
005398     UNSTRING WS-WORK-NAME DELIMITED BY ALL SPACE
005399         INTO WS-NM-WORD-1 WS-NM-WORD-2
005400         WITH POINTER WS-NM-PTR
005401         TALLYING IN WS-NM-COUNT
005402     END-UNSTRING
005403     IF WS-NM-PTR < 31
005404         MOVE WS-WORK-NAME (WS-NM-PTR:) TO WS-NM-REST
005405     END-IF
005406     MOVE SPACES TO W2W-FIRST-NAME W2W-MIDDLE-NAME
005407                    W2W-LAST-NAME
005408     EVALUATE TRUE
005409         WHEN WS-NM-REST NOT = SPACES
005410             MOVE WS-NM-WORD-1 TO W2W-FIRST-NAME
005411             MOVE WS-NM-WORD-2 TO W2W-MIDDLE-NAME
005412             MOVE WS-NM-REST   TO W2W-LAST-NAME
005413         WHEN WS-NM-WORD-2 NOT = SPACES
005414             MOVE WS-NM-WORD-1 TO W2W-FIRST-NAME
005415             MOVE WS-NM-WORD-2 TO W2W-LAST-NAME
005416         WHEN OTHER
005417             MOVE WS-NM-WORD-1 TO W2W-LAST-NAME
005418     END-EVALUATE.
005419 4110-EXIT.
005420     EXIT.

005421*----------------------------------------------------------*
005422* 4120-WRITE-EFW2-STATE - THE RS RECORD FOR THE EMPLOYEE'S  *
005423* WORK STATE: STATE WAGES ARE THE FEDERAL BOX 1 WAGES, AND  *
005424* THE LOCALITY'S WAGES AND TAX RIDE ON THE SAME RECORD AS A *
005425* CITY TAX.  A WORK STATE WITH NO S CARD GETS NO RS AND IS  *
005426* LISTED - THE W-3 STATE TOTALS WILL THEN NOT TIE.          *
005427*----------------------------------------------------------*
005428 4120-WRITE-EFW2-STATE.
005429     MOVE 0 TO WS-SI-FOUND-SUB
005430     PERFORM 4130-SCAN-STATE-ID THRU 4130-EXIT
005431         VARYING WS-SI-SUB FROM 1 BY 1
005432         UNTIL WS-SI-SUB > WS-SI-COUNT
005433     IF WS-SI-FOUND-SUB = 0
005434         MOVE "NO W2CTL.DAT STATE CARD FOR STATE"
005435             TO WS-W2-EXC-TEXT
005436         MOVE WS-WORK-STATE TO WS-W2-EXC-TEXT (35:2)
005437         PERFORM 4140-WRITE-EXCEPTION THRU 4140-EXIT
005438         GO TO 4120-EXIT
005439     END-IF
005440     MOVE WS-SI-CODE (WS-SI-FOUND-SUB) TO W2S-STATE-CODE
005441                                           W2S-STATE-CODE-2
005442     MOVE WS-SI-ACCOUNT (WS-SI-FOUND-SUB) TO W2S-ACCOUNT
005443     MOVE W2W-SSN           TO W2S-SSN
005444     MOVE W2W-FIRST-NAME    TO W2S-FIRST-NAME
005445     MOVE W2W-MIDDLE-NAME   TO W2S-MIDDLE-NAME
005446     MOVE W2W-LAST-NAME     TO W2S-LAST-NAME
005447     MOVE W2W-STREET        TO W2S-STREET
005448     MOVE W2W-CITY          TO W2S-CITY
005449     MOVE W2W-STATE         TO W2S-STATE
005450     MOVE W2W-ZIP           TO W2S-ZIP
005451     MOVE W2W-ZIP-EXT       TO W2S-ZIP-EXT
005452     MOVE AH-FED-WAGES      TO W2S-STATE-WAGES
005453     MOVE AH-STATE-TAX      TO W2S-STATE-TAX
005454     IF WS-WORK-LOCALITY NOT = SPACES
005455         MOVE "C"           TO W2S-TAX-TYPE
005456         MOVE AH-FED-WAGES  TO W2S-LOCAL-WAGES
005457         MOVE AH-LOCAL-TAX  TO W2S-LOCAL-TAX
005458     ELSE
005459         MOVE SPACE         TO W2S-TAX-TYPE
005460         MOVE 0             TO W2S-LOCAL-WAGES W2S-LOCAL-TAX
005461     END-IF
005462     WRITE EFW2-REC FROM W2S-RECORD
005463     ADD 1 TO WS-W2-RS-COUNT
005464     ADD AH-FED-WAGES TO WS-SI-WAGES (WS-SI-FOUND-SUB)
005465     ADD AH-STATE-TAX TO WS-SI-TAX (WS-SI-FOUND-SUB)
005466     ADD AH-STATE-TAX TO WS-W2-STATE-TAX
005467     ADD W2S-LOCAL-TAX TO WS-W2-LOCAL-TAX.
005468 4120-EXIT.
005469     EXIT.

005470*----------------------------------------------------------*
005471* 4130-SCAN-STATE-ID - REMEMBER THE TABLE POSITION WHOSE    *
005472* STATE MATCHES THE EMPLOYEE'S WORK STATE.                  *
005473*----------------------------------------------------------*
005474 4130-SCAN-STATE-ID.
005475     IF WS-SI-ABBR (WS-SI-SUB) = WS-WORK-STATE
005476         MOVE WS-SI-SUB TO WS-SI-FOUND-SUB
005477     END-IF.
005478 4130-EXIT.
005479     EXIT.

005480*----------------------------------------------------------*
005481* 4140-WRITE-EXCEPTION - ONE EMPLOYEE NEEDING ATTENTION ON  *
005482* THE W-3 CONTROL REPORT, UNDER THE CALLER'S TEXT.          *
005483*----------------------------------------------------------*
005484 4140-WRITE-EXCEPTION.
005485     MOVE YTD-EMP-ID     TO W3-EXC-EMP-ID
005486     MOVE WS-WORK-NAME   TO W3-EXC-NAME
005487     MOVE WS-W2-EXC-TEXT TO W3-EXC-TEXT
005488     WRITE W3-LINE FROM W3-EXC-LINE
005489     ADD 1 TO WS-W2-EXC-COUNT.
005490 4140-EXIT.
005491     EXIT.

005492*----------------------------------------------------------*
005493* 9000-TERMINATE - COMPANY TOTALS FOR THE MODE RUN, THEN    *
005494* CLOSE EVERYTHING THE MODE OPENED.  A YEAR-END CLOSE ALSO  *
005495* FOOTS THE EFW2 FILE AND PROVES IT ON THE W-3 CONTROL     *
005496* REPORT; A FILE THAT DOES NOT TIE ENDS THE RUN WITH A      *
005497* FAILING RETURN CODE SO IT IS NOT SENT.                    *
005498*----------------------------------------------------------*
005499 9000-TERMINATE.
005500     IF WS-QUARTER-CLOSE
005501         MOVE WS-TOT-QTR-GROSS TO QR-TOT-QTR-GROSS
005502         MOVE WS-TOT-QTR-TAX   TO QR-TOT-QTR-TAX
005503         MOVE WS-TOT-YTD-GROSS TO QR-TOT-YTD-GROSS
005504         MOVE WS-TOT-YTD-TAX   TO QR-TOT-YTD-TAX
005505         WRITE QTR-REPORT-LINE FROM QR-TOTAL-LINE
005506         MOVE WS-EMP-COUNT     TO QR-COUNT
005507         WRITE QTR-REPORT-LINE FROM QR-COUNT-LINE
005508         WRITE QTR-REPORT-LINE FROM QR-BLANK-LINE
005509         WRITE QTR-REPORT-LINE FROM QR-JUR-HEAD-LINE
005510         PERFORM 9100-WRITE-JUR-LINE THRU 9100-EXIT
005511             VARYING WS-JU-SUB FROM 1 BY 1
005512             UNTIL WS-JU-SUB > WS-JU-COUNT
005513         CLOSE QTR-REPORT-FILE QBASE-OUT-FILE
005514         IF WS-BASE-ON-FILE
005515             CLOSE QTD-BASE-FILE
005516         END-IF
005517     ELSE
005520         WRITE ANNUAL-LINE FROM AN-BLANK-LINE AFTER ADVANCING PAGE
005530         MOVE "EMPLOYEES CLOSED........" TO AN-COUNT-LABEL
005540         MOVE WS-EMP-COUNT     TO AN-COUNT
005686         MOVE WS-TOT-YTD-LOCAL TO AN-MONEY-AMOUNT
005687         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005688             AFTER ADVANCING 1 LINE
005689         MOVE "COMPANY SOC SEC WAGES..." TO AN-MONEY-LABEL
005690         MOVE WS-TOT-YTD-SSW   TO AN-MONEY-AMOUNT
005691         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005692             AFTER ADVANCING 1 LINE
005693         MOVE "COMPANY SOC SEC TAX W/H." TO AN-MONEY-LABEL
005694         MOVE WS-TOT-YTD-SST   TO AN-MONEY-AMOUNT
005695         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005696             AFTER ADVANCING 1 LINE
005697         MOVE "COMPANY MEDICARE WAGES.." TO AN-MONEY-LABEL
005698         MOVE WS-TOT-YTD-MDW   TO AN-MONEY-AMOUNT
005699         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005700             AFTER ADVANCING 1 LINE
005701         MOVE "COMPANY MEDICARE W/H...." TO AN-MONEY-LABEL
005702         MOVE WS-TOT-YTD-MDT   TO AN-MONEY-AMOUNT
005703         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005704             AFTER ADVANCING 1 LINE
005705         MOVE "COMPANY FEDERAL WAGES..." TO AN-MONEY-LABEL
005706         MOVE WS-TOT-YTD-FWG   TO AN-MONEY-AMOUNT
005707         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005708             AFTER ADVANCING 1 LINE
005709         MOVE "COMPANY 401(K) DEFERRAL." TO AN-MONEY-LABEL
005710         MOVE WS-TOT-YTD-401   TO AN-MONEY-AMOUNT
005711         WRITE ANNUAL-LINE FROM AN-MONEY-LINE
005712             AFTER ADVANCING 1 LINE
005713         PERFORM 9200-WRITE-EFW2-TOTALS THRU 9200-EXIT
005714         PERFORM 9300-WRITE-W3-REPORT THRU 9300-EXIT
005715         CLOSE ANNUAL-FILE ARCHIVE-FILE RESET-FILE
005716               EFW2-FILE W3-REPORT-FILE
005717     END-IF
005718     CLOSE YTD-FILE EMPLOYEE-FILE
005719     IF WS-W3-OUT-OF-BALANCE
005720         DISPLAY "EFW2 FILE DOES NOT TIE TO THE ANNUAL "
005721                 "STATEMENT - SEE W3-CONTROL.RPT"
005722         MOVE 12 TO RETURN-CODE
005723     END-IF.
005724 9000-EXIT.
005730     EXIT.

005731*----------------------------------------------------------*
005740 9100-EXIT.
005741     EXIT.

005742*----------------------------------------------------------*
005743* 9200-WRITE-EFW2-TOTALS - THE RT TOTAL RECORD FOR THE ONE  *
005744* EMPLOYER ON THE FILE AND THE RF FINAL RECORD.             *
005745*----------------------------------------------------------*
005746 9200-WRITE-EFW2-TOTALS.
005747     MOVE WS-W2-RW-COUNT   TO W2T-COUNT
005748     MOVE WS-W2-WAGES      TO W2T-WAGES
005749     MOVE WS-W2-FED-TAX    TO W2T-FED-TAX
005750     MOVE WS-W2-SS-WAGES   TO W2T-SS-WAGES
005751     MOVE WS-W2-SS-TAX     TO W2T-SS-TAX
005752     MOVE WS-W2-MED-WAGES  TO W2T-MED-WAGES
005753     MOVE WS-W2-MED-TAX    TO W2T-MED-TAX
005754     MOVE WS-W2-401K       TO W2T-401K
005755     WRITE EFW2-REC FROM W2T-RECORD
005756     MOVE WS-W2-RW-COUNT   TO W2F-COUNT
005757     WRITE EFW2-REC FROM W2F-RECORD.
005758 9200-EXIT.
005759     EXIT.

005760*----------------------------------------------------------*
005761* 9300-WRITE-W3-REPORT - FOOT OF THE W-3 CONTROL REPORT:    *
005762* RECORD COUNTS, EACH W-3 BOX AS FILED AGAINST THE SAME     *
005763* FIGURE ON THE ANNUAL STATEMENT COMPANY TOTALS, AND THE    *
005764* STATE BREAKOUT.                                           *
005765*----------------------------------------------------------*
005766 9300-WRITE-W3-REPORT.
005767     IF WS-W2-EXC-COUNT = 0
005768         WRITE W3-LINE FROM W3-NONE-LINE
005769     END-IF
005770     WRITE W3-LINE FROM AN-BLANK-LINE
005771     MOVE "EMPLOYEES CLOSED........" TO W3-COUNT-LABEL
005772     MOVE WS-EMP-COUNT      TO W3-COUNT
005773     WRITE W3-LINE FROM W3-COUNT-LINE
005774     MOVE "NO PAY - NO W-2........." TO W3-COUNT-LABEL
005775     MOVE WS-W2-NOPAY-COUNT TO W3-COUNT
005776     WRITE W3-LINE FROM W3-COUNT-LINE
005777     MOVE "W-2 (RW) RECORDS........" TO W3-COUNT-LABEL
005778     MOVE WS-W2-RW-COUNT    TO W3-COUNT
005779     WRITE W3-LINE FROM W3-COUNT-LINE
005780     MOVE "STATE (RS) RECORDS......" TO W3-COUNT-LABEL
005781     MOVE WS-W2-RS-COUNT    TO W3-COUNT
005782     WRITE W3-LINE FROM W3-COUNT-LINE
005783     MOVE "EXCEPTIONS LISTED......." TO W3-COUNT-LABEL
005784     MOVE WS-W2-EXC-COUNT   TO W3-COUNT
005785     WRITE W3-LINE FROM W3-COUNT-LINE
005786     WRITE W3-LINE FROM AN-BLANK-LINE
005787     WRITE W3-LINE FROM W3-TIE-HEAD-LINE
005788     MOVE "BOX 1  WAGES............" TO W3-TIE-LABEL
005789     MOVE WS-W2-WAGES       TO WS-W3-TIE-EFW2
005790     MOVE WS-TOT-YTD-FWG    TO WS-W3-TIE-STMT
005791     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005792     MOVE "BOX 2  FEDERAL TAX W/H.." TO W3-TIE-LABEL
005793     MOVE WS-W2-FED-TAX     TO WS-W3-TIE-EFW2
005794     MOVE WS-TOT-YTD-TAX    TO WS-W3-TIE-STMT
005795     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005796     MOVE "BOX 3  SOC SEC WAGES...." TO W3-TIE-LABEL
005797     MOVE WS-W2-SS-WAGES    TO WS-W3-TIE-EFW2
005798     MOVE WS-TOT-YTD-SSW    TO WS-W3-TIE-STMT
005799     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005800     MOVE "BOX 4  SOC SEC TAX W/H.." TO W3-TIE-LABEL
005801     MOVE WS-W2-SS-TAX      TO WS-W3-TIE-EFW2
005802     MOVE WS-TOT-YTD-SST    TO WS-W3-TIE-STMT
005803     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005804     MOVE "BOX 5  MEDICARE WAGES..." TO W3-TIE-LABEL
005805     MOVE WS-W2-MED-WAGES   TO WS-W3-TIE-EFW2
005806     MOVE WS-TOT-YTD-MDW    TO WS-W3-TIE-STMT
005807     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005808     MOVE "BOX 6  MEDICARE TAX W/H." TO W3-TIE-LABEL
005809     MOVE WS-W2-MED-TAX     TO WS-W3-TIE-EFW2
005810     MOVE WS-TOT-YTD-MDT    TO WS-W3-TIE-STMT
005811     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005812     MOVE "BOX 12 CODE D 401(K)...." TO W3-TIE-LABEL
005813     MOVE WS-W2-401K        TO WS-W3-TIE-EFW2
005814     MOVE WS-TOT-YTD-401    TO WS-W3-TIE-STMT
005815     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005816     MOVE "BOX 17 STATE TAX W/H...." TO W3-TIE-LABEL
005817     MOVE WS-W2-STATE-TAX   TO WS-W3-TIE-EFW2
005818     MOVE WS-TOT-YTD-STATE  TO WS-W3-TIE-STMT
005819     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005820     MOVE "BOX 19 LOCAL TAX W/H...." TO W3-TIE-LABEL
005821     MOVE WS-W2-LOCAL-TAX   TO WS-W3-TIE-EFW2
005822     MOVE WS-TOT-YTD-LOCAL  TO WS-W3-TIE-STMT
005823     PERFORM 9310-WRITE-TIE-LINE THRU 9310-EXIT
005824     WRITE W3-LINE FROM AN-BLANK-LINE
005825     WRITE W3-LINE FROM W3-STATE-HEAD-LINE
005826     PERFORM 9320-WRITE-STATE-LINE THRU 9320-EXIT
005827         VARYING WS-SI-SUB FROM 1 BY 1
005828         UNTIL WS-SI-SUB > WS-SI-COUNT
005829     WRITE W3-LINE FROM AN-BLANK-LINE
005830     IF WS-W3-IN-BALANCE
005831         MOVE "EFW2 FILE TIES TO ANNUAL STATEMENT - READY TO SEND"
005832             TO W3-RESULT-TEXT
005833     ELSE
005834         MOVE "EFW2 FILE OUT OF BALANCE - DO NOT SEND"
005835             TO W3-RESULT-TEXT
005836     END-IF
005837     WRITE W3-LINE FROM W3-RESULT-LINE.
005838 9300-EXIT.
005839     EXIT.

005840*----------------------------------------------------------*
005841* 9310-WRITE-TIE-LINE - ONE W-3 BOX: THE EFW2 TOTAL, THE    *
005842* ANNUAL STATEMENT TOTAL, AND WHETHER THEY AGREE.           *
005843*----------------------------------------------------------*
005844 9310-WRITE-TIE-LINE.
005845     MOVE WS-W3-TIE-EFW2 TO W3-TIE-EFW2
005846     MOVE WS-W3-TIE-STMT TO W3-TIE-STMT
005847     IF WS-W3-TIE-EFW2 = WS-W3-TIE-STMT
005848         MOVE "AGREES"         TO W3-TIE-STATUS
005849     ELSE
005850         MOVE "OUT OF BALANCE" TO W3-TIE-STATUS
005851         SET WS-W3-OUT-OF-BALANCE TO TRUE
005852     END-IF
005853     WRITE W3-LINE FROM W3-TIE-LINE.
005854 9310-EXIT.
005855     EXIT.

005856*----------------------------------------------------------*
005857* 9320-WRITE-STATE-LINE - ONE STATE'S W-2 WAGES AND         *
005858* WITHHOLDING AS FILED ON THE RS RECORDS.                   *
005859*----------------------------------------------------------*
005860 9320-WRITE-STATE-LINE.
005861     MOVE WS-SI-ABBR (WS-SI-SUB)    TO W3-ST-ABBR
005862     MOVE WS-SI-CODE (WS-SI-SUB)    TO W3-ST-CODE
005863     MOVE WS-SI-ACCOUNT (WS-SI-SUB) TO W3-ST-ACCOUNT
005864     MOVE WS-SI-WAGES (WS-SI-SUB)   TO W3-ST-WAGES
005865     MOVE WS-SI-TAX (WS-SI-SUB)     TO W3-ST-TAX
005866     WRITE W3-LINE FROM W3-STATE-LINE.
005867 9320-EXIT.
005868     EXIT.

005869 END PROGRAM PERIOD-END-MODULE.
