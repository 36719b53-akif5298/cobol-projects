000284*                 MODE-D REWRITE, OUTSIDE THE EFTPS         *
000285*                 FIGURES: STATE AND LOCAL REMITTANCES GO   *
000286*                 TO THE JURISDICTIONS, NOT EFTPS.          *
000287* 2026-10-15  AR  LIABILITY LAYOUT KEPT IN STEP WITH THE   *
000288*                 PAY RUN'S NEW EMPLOYEE SOCIAL SECURITY   *
000289*                 AND MEDICARE WITHHOLDING COLUMNS.  BOTH  *
000290*                 HALVES OF FICA ARE FEDERAL 941           *
000291*                 LIABILITY, SO THE EMPLOYEE HALF NOW      *
000292*                 COUNTS IN THE ROW TOTAL, THE FICA COLUMN *
000293*                 AND QUARTER SUBTOTALS, AND THE EFTPS     *
000294*                 PAYMENT, WHERE IT IS ALSO CARRIED ON ITS *
000295*                 OWN.                                     *
000296* 2026-10-15  AR  A CLEAN MODE-D RUN NOW APPENDS A RUN     *
000297*                 TYPE T ROW TO RUNHIST.DAT UNDER THE      *
000298*                 RUNCTL.DAT PERIOD, GROUP AND OPERATOR,   *
000299*                 NAMING TAXLIAB.NEW WITH THE LIABILITY    *
000300*                 ROWS READ, THE ROWS WRITTEN AND THE      *
000301*                 FEDERAL WITHHOLDING WRITTEN.             *
000302*                 TAXLIAB.NEW IS NOW PROMOTED BY PROMOTE-  *
000303*                 MODULE, WHICH PROVES IT AGAINST THAT ROW *
000304*                 - AND REFUSES IT IF A PAY RUN HAS        *
000305*                 APPENDED TO TAXLIAB.DAT SINCE.  A MODE-D *
000306*                 RUN NOW REQUIRES RUNCTL.DAT; A REPORT-   *
000307*                 ONLY RUN IS NOT LOGGED.                  *
000308*----------------------------------------------------------*

000309 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  GENERIC.
000330 OBJECT-COMPUTER.  GENERIC.
000420     SELECT DEPOSIT-REPORT-FILE ASSIGN TO "TAX-DEPOSIT.RPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.

000431     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-RUNCTL-STATUS.

000434     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-RUNHIST-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------*
000633*    WORK FROM THE FEDERAL FIGURES ABOVE ONLY.
000634     05  TL-STATE-TAX      PIC 9(08)V99.
000635     05  TL-LOCAL-TAX      PIC 9(08)V99.
000636*    THE EMPLOYEE HALF OF FICA, WITHHELD - TL-ER-FICA IS THE
000637*    EMPLOYER MATCH.  BOTH HALVES ARE DEPOSITED THROUGH EFTPS.
000638*    ROWS APPENDED BEFORE THESE EXISTED READ AS SPACES.
000639     05  TL-EE-OASDI       PIC 9(08)V99.
000640     05  TL-EE-MEDICARE    PIC 9(08)V99.

000641*----------------------------------------------------------*
000650* LIABILITY FILE, UPDATED - WRITTEN ONLY ON A MODE-D RUN    *
000660* AND PROMOTED TO TAXLIAB.DAT BY PROMOTE-MODULE AFTER THE   *
000670* REPORT IS REVIEWED.                                       *
000680*----------------------------------------------------------*
000690 FD  LIAB-OUT-FILE.
000790     05  LO-EFTPS-REF      PIC X(15).
000791     05  LO-STATE-TAX      PIC 9(08)V99.
000792     05  LO-LOCAL-TAX      PIC 9(08)V99.
000793     05  LO-EE-OASDI       PIC 9(08)V99.
000794     05  LO-EE-MEDICARE    PIC 9(08)V99.

000800*----------------------------------------------------------*
000810* EFTPS-STYLE PAYMENT FILE - ONE RECORD APPENDED PER        *
000920     05  EP-ER-FUTA        PIC 9(09)V99.
000930     05  EP-ER-SUTA        PIC 9(09)V99.
000940     05  EP-TOTAL          PIC 9(10)V99.
000941*    THE EMPLOYEE HALF OF FICA INSIDE EP-TOTAL, FOR THE 941.
000942     05  EP-EE-FICA        PIC 9(09)V99.

000950*----------------------------------------------------------*
000960* DEPOSIT SCHEDULE REPORT - EVERY LIABILITY ROW WITH ITS    *
000970* STATUS AND DUE OR DEPOSIT DATE, QUARTERLY SUBTOTALS, AND  *
000980* THE OPEN/DEPOSITED CONTROL TOTALS.  THE TD-* LINE         *
000981* LAYOUTS ARE CARRIED IN WORKING STORAGE AND WRITTEN FROM   *
000982* THERE.                                                    *
000983*----------------------------------------------------------*
000984 FD  DEPOSIT-REPORT-FILE.
000985 01  DEPOSIT-REPORT-LINE PIC X(110).

000986*----------------------------------------------------------*
000987* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
000988* PAYROLL-MODULE.  READ ON A MODE-D RUN FOR THE PERIOD, PAY*
000989* GROUP AND OPERATOR THE RUN IS LOGGED UNDER.              *
000990*----------------------------------------------------------*
000991 FD  RUN-CONTROL-FILE.
000992 01  RUN-CONTROL-REC.
000993     05  RC-PAY-PERIOD-DATE PIC 9(08).
000994     05  RC-RUN-TYPE       PIC X(01).
000995     05  RC-PREVIEW        PIC X(01).
000996     05  RC-COMPANY-NAME   PIC X(23).
000997     05  RC-COMPANY-ID     PIC 9(10).
000998     05  RC-ODFI           PIC 9(08).
000999     05  RC-OPERATOR       PIC X(08).
001000     05  RC-OVERRIDE       PIC X(01).
001001     05  RC-PAY-GROUP      PIC X(02).

001002*----------------------------------------------------------*
001003* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
001004* PAYROLL-MODULE.  A CLEAN RUN HERE APPENDS ITS OWN ROW    *
001005* (RUN TYPE T) NAMING TAXLIAB.NEW WITH ITS COUNTS AND      *
001006* CONTROL TOTAL, WHICH PROMOTE-MODULE PROVES THE FILE      *
001007* AGAINST BEFORE IT REPLACES THE MASTER.                   *
001008*----------------------------------------------------------*
001009 FD  RUN-HISTORY-FILE.
001010 01  RUN-HISTORY-REC.
001011     05  RH-PAY-PERIOD-DATE PIC 9(08).
001012     05  RH-RUN-TYPE       PIC X(01).
001013     05  RH-PREVIEW        PIC X(01).
001014     05  RH-OPERATOR       PIC X(08).
001015     05  RH-START-DATE     PIC 9(08).
001016     05  RH-START-TIME     PIC 9(06).
001017     05  RH-END-DATE       PIC 9(08).
001018     05  RH-END-TIME       PIC 9(06).
001019     05  RH-EMP-COUNT      PIC 9(06).
001020     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001021     05  RH-TOTAL-TAX      PIC 9(08)V99.
001022     05  RH-TOTAL-NET      PIC 9(08)V99.
001023     05  RH-STATUS         PIC X(01).
001024     05  RH-PAY-GROUP      PIC X(02).
001025*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001026*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001027*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001028*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001029*    AND UNUSED ENTRIES, READ AS SPACES.
001030     05  RH-NEW-FILE       OCCURS 3 TIMES.
001031         10  RH-NF-NAME    PIC X(14).
001032         10  RH-NF-IN-COUNT PIC 9(06).
001033         10  RH-NF-OUT-COUNT PIC 9(06).
001034         10  RH-NF-CONTROL PIC 9(11)V99.

001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------*
001650*----------------------------------------------------------*
001660 01  WS-DEPOSIT-TOTALS.
001670     05  WS-ROW-TOTAL      PIC 9(09)V99 VALUE 0.
001671     05  WS-ROW-EE-OASDI   PIC 9(08)V99 VALUE 0.
001672     05  WS-ROW-EE-MEDICARE PIC 9(08)V99 VALUE 0.
001680     05  WS-OPEN-COUNT     PIC 9(06)    COMP VALUE 0.
001690     05  WS-OPEN-TOTAL     PIC 9(10)V99 VALUE 0.
001700     05  WS-DEP-WH         PIC 9(09)V99 VALUE 0.
001710     05  WS-DEP-FICA       PIC 9(09)V99 VALUE 0.
001711     05  WS-DEP-EE-FICA    PIC 9(09)V99 VALUE 0.
001720     05  WS-DEP-FUTA       PIC 9(09)V99 VALUE 0.
001730     05  WS-DEP-SUTA       PIC 9(09)V99 VALUE 0.
001740     05  WS-DEP-TOTAL      PIC 9(10)V99 VALUE 0.
001750     05  WS-DEP-COUNT      PIC 9(06)    COMP VALUE 0.
001751     05  WS-REMAIN-COUNT   PIC 9(06)    COMP VALUE 0.
001752     05  WS-REMAIN-TOTAL   PIC 9(10)V99 VALUE 0.

001753*----------------------------------------------------------*
001754* RUN HISTORY - THE PERIOD, PAY GROUP AND OPERATOR OFF THE *
001755* RUN CONTROL CARD, THE RUN'S START/END TIMESTAMPS, AND THE*
001756* FOOTING OF TAXLIAB.NEW FOR ITS RUNHIST.DAT ROW: THE      *
001757* MASTER RECORDS READ, THE RECORDS WRITTEN, AND THE CONTROL*
001758* TOTAL - THE FEDERAL WITHHOLDING WRITTEN.                 *
001759*----------------------------------------------------------*
001760 01  WS-RUN-HISTORY.
001761     05  WS-RUNCTL-STATUS  PIC XX      VALUE "00".
001762     05  WS-RUNHIST-STATUS PIC XX      VALUE "00".
001763     05  WS-RUN-PERIOD     PIC 9(08)   VALUE 0.
001764     05  WS-RUN-GROUP      PIC X(02)   VALUE SPACES.
001765     05  WS-OPERATOR       PIC X(08)   VALUE SPACES.
001766     05  WS-START-DATE     PIC 9(08)   VALUE 0.
001767     05  WS-START-TIME     PIC 9(08)   VALUE 0.
001768     05  WS-END-DATE       PIC 9(08)   VALUE 0.
001769     05  WS-END-TIME       PIC 9(08)   VALUE 0.
001770     05  WS-NF-IN-COUNT    PIC 9(06)   COMP VALUE 0.
001771     05  WS-NF-OUT-COUNT   PIC 9(06)   COMP VALUE 0.
001772     05  WS-NF-CONTROL     PIC 9(11)V99 VALUE 0.

001780*----------------------------------------------------------*
001790* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
001920     05  FILLER            PIC X(10) VALUE "PERIOD".
001930     05  FILLER            PIC X(03) VALUE "RT".
001940     05  FILLER            PIC X(14) VALUE "      WITHHELD".
001950     05  FILLER            PIC X(14) VALUE "  FICA (EE+ER)".
001960     05  FILLER            PIC X(14) VALUE "          FUTA".
001970     05  FILLER            PIC X(14) VALUE "          SUTA".
001980     05  FILLER            PIC X(14) VALUE "         TOTAL".
002920             STOP RUN
002930         END-IF
002940     END-IF
002941     IF WS-RECORD-DEPOSIT
002942         PERFORM 1400-GET-RUN-CONTROL THRU 1400-EXIT
002943     END-IF
002950     OPEN INPUT  TAX-LIAB-FILE
002960          OUTPUT DEPOSIT-REPORT-FILE
002970     IF WS-RECORD-DEPOSIT
003060     WRITE DEPOSIT-REPORT-LINE FROM TD-HEADING-LINE
003070     WRITE DEPOSIT-REPORT-LINE FROM TD-COL-HEAD-LINE
003080     SET NOT-END-OF-LIAB TO TRUE.
003081 1000-EXIT.
003082     EXIT.

003083*----------------------------------------------------------*
003084* 1400-GET-RUN-CONTROL - THE PERIOD, PAY GROUP AND         *
003085* OPERATOR THIS RUN IS LOGGED UNDER IN RUNHIST.DAT COME    *
003086* OFF THE OPERATOR'S RUNCTL.DAT CARD, AS EVERY RUN IN      *
003087* THIS SYSTEM IS DATED.                                    *
003088*----------------------------------------------------------*
003089 1400-GET-RUN-CONTROL.
003090     OPEN INPUT RUN-CONTROL-FILE
003091     IF WS-RUNCTL-STATUS NOT = "00"
003092         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
003093                 WS-RUNCTL-STATUS
003094         MOVE 12 TO RETURN-CODE
003095         STOP RUN
003096     END-IF
003097     READ RUN-CONTROL-FILE
003098         AT END
003099             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
003100             MOVE 12 TO RETURN-CODE
003101             STOP RUN
003102     END-READ
003103     CLOSE RUN-CONTROL-FILE
003104     IF RC-PAY-PERIOD-DATE NOT NUMERIC
003105         DISPLAY "RUN CONTROL PAY PERIOD DATE NOT NUMERIC"
003106         MOVE 12 TO RETURN-CODE
003107         STOP RUN
003108     END-IF
003109     MOVE RC-PAY-PERIOD-DATE TO WS-RUN-PERIOD
003110     MOVE RC-PAY-GROUP       TO WS-RUN-GROUP
003111     MOVE RC-OPERATOR        TO WS-OPERATOR
003112     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
003113     ACCEPT WS-START-TIME FROM TIME.
003114 1400-EXIT.
003115     EXIT.

003116*----------------------------------------------------------*
003120* 2000-PROCESS-LIABILITY - ONE LIABILITY ROW: REPORT IT     *
003130* WITH ITS DUE (OR DEPOSIT) DATE, ROLL IT INTO THE QUARTER  *
003140* AND CONTROL TOTALS, AND ON A MODE-D RUN FLIP AN OPEN ROW  *
003190         AT END
003200             SET END-OF-LIAB TO TRUE
003210             GO TO 2000-EXIT
003211     END-READ
003212     ADD 1 TO WS-NF-IN-COUNT
003213*    ROWS APPENDED BEFORE THE EMPLOYEE HALF OF FICA WAS
003214*    WITHHELD CARRY SPACES THERE - TREAT THEM AS ZERO.
003215     IF TL-EE-OASDI NUMERIC
003216         MOVE TL-EE-OASDI TO WS-ROW-EE-OASDI
003217     ELSE
003218         MOVE 0 TO WS-ROW-EE-OASDI
003219     END-IF
003220     IF TL-EE-MEDICARE NUMERIC
003221         MOVE TL-EE-MEDICARE TO WS-ROW-EE-MEDICARE
003222     ELSE
003223         MOVE 0 TO WS-ROW-EE-MEDICARE
003224     END-IF
003230     COMPUTE WS-ROW-TOTAL =
003240         TL-WH-TAX + TL-ER-FICA + TL-ER-FUTA + TL-ER-SUTA
003241         + WS-ROW-EE-OASDI + WS-ROW-EE-MEDICARE
003250     PERFORM 2100-POST-QUARTER THRU 2100-EXIT
003251*    OPEN FIGURES ARE TAKEN AS THE ROW CAME IN - BEFORE ANY
003252*    MODE-D FLIP - SO THE REPORT SHOWS WHAT WAS OWED COMING
003310         ADD 1            TO WS-DEP-COUNT
003320         ADD TL-WH-TAX    TO WS-DEP-WH
003330         ADD TL-ER-FICA   TO WS-DEP-FICA
003331         ADD WS-ROW-EE-OASDI WS-ROW-EE-MEDICARE
003332             TO WS-DEP-EE-FICA
003340         ADD TL-ER-FUTA   TO WS-DEP-FUTA
003350         ADD TL-ER-SUTA   TO WS-DEP-SUTA
003360         ADD WS-ROW-TOTAL TO WS-DEP-TOTAL
003450     MOVE TL-PAY-PERIOD-DATE TO TD-PERIOD
003460     MOVE TL-RUN-TYPE  TO TD-RUN-TYPE
003470     MOVE TL-WH-TAX    TO TD-WH
003471     COMPUTE TD-FICA = TL-ER-FICA
003472         + WS-ROW-EE-OASDI + WS-ROW-EE-MEDICARE
003490     MOVE TL-ER-FUTA   TO TD-FUTA
003500     MOVE TL-ER-SUTA   TO TD-SUTA
003510     MOVE WS-ROW-TOTAL TO TD-TOTAL
003688         ELSE
003689             MOVE 0 TO LO-LOCAL-TAX
003690         END-IF
003691         MOVE WS-ROW-EE-OASDI    TO LO-EE-OASDI
003692         MOVE WS-ROW-EE-MEDICARE TO LO-EE-MEDICARE
003693         WRITE LIAB-OUT-REC
003694         ADD 1         TO WS-NF-OUT-COUNT
003695         ADD LO-WH-TAX TO WS-NF-CONTROL
003700     END-IF.
003710 2000-EXIT.
003720     EXIT.
003980     END-IF
003990     ADD TL-WH-TAX  TO WS-QT-WH (WS-QT-FOUND-SUB)
004000     ADD TL-ER-FICA TO WS-QT-FICA (WS-QT-FOUND-SUB)
004001     ADD WS-ROW-EE-OASDI WS-ROW-EE-MEDICARE
004002         TO WS-QT-FICA (WS-QT-FOUND-SUB)
004010     ADD TL-ER-FUTA TO WS-QT-FUTA (WS-QT-FOUND-SUB)
004020     ADD TL-ER-SUTA TO WS-QT-SUTA (WS-QT-FOUND-SUB).
004030 2100-EXIT.

004440*----------------------------------------------------------*
004450* 9000-TERMINATE - QUARTERLY SUBTOTALS, CONTROL TOTALS,     *
004451* THE EFTPS PAYMENT RECORD ON A MODE-D RUN, AND CLOSE.  A   *
004452* MODE-D RUN IS THEN LOGGED TO RUNHIST.DAT.                 *
004470*----------------------------------------------------------*
004480 9000-TERMINATE.
004490     WRITE DEPOSIT-REPORT-LINE FROM TD-BLANK-LINE
004770         END-IF
004780         CLOSE LIAB-OUT-FILE EFTPS-FILE
004790     END-IF
004791     CLOSE TAX-LIAB-FILE DEPOSIT-REPORT-FILE
004792     IF WS-RECORD-DEPOSIT
004793         PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT
004794     END-IF.
004810 9000-EXIT.
004820     EXIT.

005080     MOVE WS-DEP-FUTA        TO EP-ER-FUTA
005090     MOVE WS-DEP-SUTA        TO EP-ER-SUTA
005100     MOVE WS-DEP-TOTAL       TO EP-TOTAL
005101     MOVE WS-DEP-EE-FICA     TO EP-EE-FICA
005110     WRITE EFTPS-REC.
005120 9200-EXIT.
005130     EXIT.

005131*----------------------------------------------------------*
005132* 9800-WRITE-RUN-HISTORY - THE RUN FINISHED CLEAN - APPEND *
005133* ITS RUNHIST.DAT ROW: RUN TYPE T UNDER THE RUN CONTROL    *
005134* PERIOD, GROUP AND OPERATOR, NAMING TAXLIAB.NEW WITH THE  *
005135* MASTER RECORDS READ, THE RECORDS WRITTEN AND THE CONTROL *
005136* TOTAL (THE FEDERAL WITHHOLDING WRITTEN) FOR PROMOTE-     *
005137* MODULE.                                                  *
005138*----------------------------------------------------------*
005139 9800-WRITE-RUN-HISTORY.
005140     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
005141     ACCEPT WS-END-TIME FROM TIME
005142     OPEN EXTEND RUN-HISTORY-FILE
005143     IF WS-RUNHIST-STATUS NOT = "00"
005144         AND WS-RUNHIST-STATUS NOT = "05"
005145         DISPLAY "RUNHIST.DAT NOT WRITABLE - STATUS "
005146                 WS-RUNHIST-STATUS
005147         GO TO 9800-EXIT
005148     END-IF
005149     MOVE SPACES             TO RUN-HISTORY-REC
005150     MOVE WS-RUN-PERIOD      TO RH-PAY-PERIOD-DATE
005151     MOVE "T"                TO RH-RUN-TYPE
005152     MOVE "N"                TO RH-PREVIEW
005153     MOVE WS-OPERATOR        TO RH-OPERATOR
005154     MOVE WS-START-DATE      TO RH-START-DATE
005155     MOVE WS-START-TIME(1:6) TO RH-START-TIME
005156     MOVE WS-END-DATE        TO RH-END-DATE
005157     MOVE WS-END-TIME(1:6)   TO RH-END-TIME
005158     MOVE WS-NF-OUT-COUNT    TO RH-EMP-COUNT
005159     MOVE 0 TO RH-TOTAL-GROSS RH-TOTAL-TAX RH-TOTAL-NET
005160     MOVE "C"                TO RH-STATUS
005161     MOVE WS-RUN-GROUP       TO RH-PAY-GROUP
005162     MOVE "TAXLIAB.NEW" TO RH-NF-NAME (1)
005163     MOVE WS-NF-IN-COUNT     TO RH-NF-IN-COUNT (1)
005164     MOVE WS-NF-OUT-COUNT    TO RH-NF-OUT-COUNT (1)
005165     MOVE WS-NF-CONTROL      TO RH-NF-CONTROL (1)
005166     WRITE RUN-HISTORY-REC
005167     CLOSE RUN-HISTORY-FILE.
005168 9800-EXIT.
005169     EXIT.

005170 END PROGRAM TAX-DEPOSIT-MODULE.
