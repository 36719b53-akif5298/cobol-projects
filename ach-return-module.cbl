000217*                 RETURN MATCHED AGAINST IT.  A RETURNED    *
000218*                 PRENOTE GOES ON HOLD LIKE ANY OTHER       *
000219*                 RETURNED ENTRY.                           *
000220* 2026-10-15  AR  EACH CLEAN RUN NOW APPENDS A RUN TYPE B   *
000221*                 ROW TO RUNHIST.DAT UNDER THE RUNCTL.DAT   *
000222*                 PERIOD, GROUP AND OPERATOR, NAMING        *
000223*                 EMPBANK.NEW WITH THE MASTER RECORDS READ, *
000224*                 THE RECORDS WRITTEN AND THE SUM OF THE    *
000225*                 EMPLOYEE NUMBERS WRITTEN.  EMPBANK.NEW IS *
000226*                 NOW PROMOTED BY PROMOTE-MODULE, WHICH     *
000227*                 PROVES IT AGAINST THAT ROW.  RUNCTL.DAT   *
000228*                 IS NOW REQUIRED.                          *
000229*----------------------------------------------------------*

000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000390     SELECT AUDIT-FILE    ASSIGN TO "EMPBANK-AUDIT.RPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.

000401     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-RUNCTL-STATUS.

000404     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-RUNHIST-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------*

001050*----------------------------------------------------------*
001060* EMPLOYEE BANK MASTER, UPDATED - PROMOTED TO EMPBANK.DAT   *
001070* BY PROMOTE-MODULE AFTER THE AUDIT REPORT IS REVIEWED.     *
001080*----------------------------------------------------------*
001090 FD  BANK-OUT-FILE.
001100 01  BANK-OUT-REC.
001230 01  RECON-LINE        PIC X(90).

001240*----------------------------------------------------------*
001241* BANK MASTER AUDIT REPORT - ONE LINE PER RECORD PLACED ON  *
001242* HOLD OR CORRECTED BY A NOC, SHOWING OLD AND NEW VALUES.   *
001243*----------------------------------------------------------*
001244 FD  AUDIT-FILE.
001245 01  AUDIT-LINE        PIC X(87).

001246*----------------------------------------------------------*
001247* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
001248* PAYROLL-MODULE.  READ HERE FOR THE PERIOD, PAY GROUP AND *
001249* OPERATOR THE RUN IS LOGGED UNDER.                        *
001250*----------------------------------------------------------*
001251 FD  RUN-CONTROL-FILE.
001252 01  RUN-CONTROL-REC.
001253     05  RC-PAY-PERIOD-DATE PIC 9(08).
001254     05  RC-RUN-TYPE       PIC X(01).
001255     05  RC-PREVIEW        PIC X(01).
001256     05  RC-COMPANY-NAME   PIC X(23).
001257     05  RC-COMPANY-ID     PIC 9(10).
001258     05  RC-ODFI           PIC 9(08).
001259     05  RC-OPERATOR       PIC X(08).
001260     05  RC-OVERRIDE       PIC X(01).
001261     05  RC-PAY-GROUP      PIC X(02).

001262*----------------------------------------------------------*
001263* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
001264* PAYROLL-MODULE.  A CLEAN RUN HERE APPENDS ITS OWN ROW    *
001265* (RUN TYPE B) NAMING EMPBANK.NEW WITH ITS COUNTS AND      *
001266* CONTROL TOTAL, WHICH PROMOTE-MODULE PROVES THE FILE      *
001267* AGAINST BEFORE IT REPLACES THE MASTER.                   *
001268*----------------------------------------------------------*
001269 FD  RUN-HISTORY-FILE.
001270 01  RUN-HISTORY-REC.
001271     05  RH-PAY-PERIOD-DATE PIC 9(08).
001272     05  RH-RUN-TYPE       PIC X(01).
001273     05  RH-PREVIEW        PIC X(01).
001274     05  RH-OPERATOR       PIC X(08).
001275     05  RH-START-DATE     PIC 9(08).
001276     05  RH-START-TIME     PIC 9(06).
001277     05  RH-END-DATE       PIC 9(08).
001278     05  RH-END-TIME       PIC 9(06).
001279     05  RH-EMP-COUNT      PIC 9(06).
001280     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001281     05  RH-TOTAL-TAX      PIC 9(08)V99.
001282     05  RH-TOTAL-NET      PIC 9(08)V99.
001283     05  RH-STATUS         PIC X(01).
001284     05  RH-PAY-GROUP      PIC X(02).
001285*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001286*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001287*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001288*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001289*    AND UNUSED ENTRIES, READ AS SPACES.
001290     05  RH-NEW-FILE       OCCURS 3 TIMES.
001291         10  RH-NF-NAME    PIC X(14).
001292         10  RH-NF-IN-COUNT PIC 9(06).
001293         10  RH-NF-OUT-COUNT PIC 9(06).
001294         10  RH-NF-CONTROL PIC 9(11)V99.

001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------*
001880     05  WS-RET-CREDIT-AMT    PIC 9(10)V99 VALUE 0.
001890     05  WS-RET-DEBIT-AMT     PIC 9(10)V99 VALUE 0.
001900     05  WS-NOC-COUNT         PIC 9(06)    COMP VALUE 0.
001901     05  WS-UNMATCHED-COUNT   PIC 9(06)    COMP VALUE 0.
001902     05  WS-NET-SETTLED       PIC S9(10)V99 VALUE 0.

001903*----------------------------------------------------------*
001904* RUN HISTORY - THE PERIOD, PAY GROUP AND OPERATOR OFF THE *
001905* RUN CONTROL CARD, THE RUN'S START/END TIMESTAMPS, AND THE*
001906* FOOTING OF EMPBANK.NEW FOR ITS RUNHIST.DAT ROW: THE      *
001907* MASTER RECORDS READ, THE RECORDS WRITTEN, AND THE CONTROL*
001908* TOTAL - THE SUM OF THE EMPLOYEE NUMBERS WRITTEN.         *
001909*----------------------------------------------------------*
001910 01  WS-RUN-HISTORY.
001911     05  WS-RUNCTL-STATUS  PIC XX      VALUE "00".
001912     05  WS-RUNHIST-STATUS PIC XX      VALUE "00".
001913     05  WS-RUN-PERIOD     PIC 9(08)   VALUE 0.
001914     05  WS-RUN-GROUP      PIC X(02)   VALUE SPACES.
001915     05  WS-OPERATOR       PIC X(08)   VALUE SPACES.
001916     05  WS-START-DATE     PIC 9(08)   VALUE 0.
001917     05  WS-START-TIME     PIC 9(08)   VALUE 0.
001918     05  WS-END-DATE       PIC 9(08)   VALUE 0.
001919     05  WS-END-TIME       PIC 9(08)   VALUE 0.
001920     05  WS-NF-IN-COUNT    PIC 9(06)   COMP VALUE 0.
001921     05  WS-NF-OUT-COUNT   PIC 9(06)   COMP VALUE 0.
001922     05  WS-NF-CONTROL     PIC 9(11)V99 VALUE 0.

001930*----------------------------------------------------------*
001940* BANK REWRITE PASS WORK FIELDS - WHETHER THE RECORD IN     *
002890* STILL BEING PROCESSED LAND UNDER IT, NOT ABOVE IT.        *
002900*----------------------------------------------------------*
002910 1000-INITIALIZE.
002911     PERFORM 1400-GET-RUN-CONTROL THRU 1400-EXIT
002920     OPEN INPUT  ACH-FILE
002930          INPUT  RETURN-FILE
002940          INPUT  EMPLOYEE-BANK-FILE
002980     WRITE RECON-LINE FROM RC-HEADING-LINE
002990     WRITE RECON-LINE FROM RC-COL-HEAD-LINE
003000     SET NOT-END-OF-ACH  TO TRUE
003001     SET NOT-END-OF-RET  TO TRUE
003002     SET NOT-END-OF-BANK TO TRUE.
003003 1000-EXIT.
003004     EXIT.

003005*----------------------------------------------------------*
003006* 1400-GET-RUN-CONTROL - THE PERIOD, PAY GROUP AND         *
003007* OPERATOR THIS RUN IS LOGGED UNDER IN RUNHIST.DAT COME    *
003008* OFF THE OPERATOR'S RUNCTL.DAT CARD, AS EVERY RUN IN      *
003009* THIS SYSTEM IS DATED.                                    *
003010*----------------------------------------------------------*
003011 1400-GET-RUN-CONTROL.
003012     OPEN INPUT RUN-CONTROL-FILE
003013     IF WS-RUNCTL-STATUS NOT = "00"
003014         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
003015                 WS-RUNCTL-STATUS
003016         MOVE 12 TO RETURN-CODE
003017         STOP RUN
003018     END-IF
003019     READ RUN-CONTROL-FILE
003020         AT END
003021             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
003022             MOVE 12 TO RETURN-CODE
003023             STOP RUN
003024     END-READ
003025     CLOSE RUN-CONTROL-FILE
003026     IF RC-PAY-PERIOD-DATE NOT NUMERIC
003027         DISPLAY "RUN CONTROL PAY PERIOD DATE NOT NUMERIC"
003028         MOVE 12 TO RETURN-CODE
003029         STOP RUN
003030     END-IF
003031     MOVE RC-PAY-PERIOD-DATE TO WS-RUN-PERIOD
003032     MOVE RC-PAY-GROUP       TO WS-RUN-GROUP
003033     MOVE RC-OPERATOR        TO WS-OPERATOR
003034     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
003035     ACCEPT WS-START-TIME FROM TIME.
003036 1400-EXIT.
003040     EXIT.

003050*----------------------------------------------------------*
005030             SET END-OF-BANK TO TRUE
005040             GO TO 3000-EXIT
005050     END-READ
005051     ADD 1 TO WS-NF-IN-COUNT
005060     MOVE EB-EMP-ID         TO BO-EMP-ID
005070     MOVE EB-ROUTING-NUMBER TO BO-ROUTING-NUMBER
005080     MOVE EB-ACCOUNT-NUMBER TO BO-ACCOUNT-NUMBER
005499             WRITE AUDIT-LINE FROM AU-LINE
005500         END-IF
005501     END-IF
005502     WRITE BANK-OUT-REC
005503     ADD 1         TO WS-NF-OUT-COUNT
005504     ADD BO-EMP-ID TO WS-NF-CONTROL.
005505 3000-EXIT.
005510     EXIT.

005520*----------------------------------------------------------*
005742     EXIT.

005743*----------------------------------------------------------*
005750* 9000-TERMINATE - WRITE THE RECONCILIATION REPORT, CLOSE   *
005760* EVERYTHING, AND LOG THE RUN.                              *
005770*----------------------------------------------------------*
005780 9000-TERMINATE.
005790     PERFORM 9100-WRITE-RECON THRU 9100-EXIT
005800     CLOSE ACH-FILE RETURN-FILE EMPLOYEE-BANK-FILE
005801           BANK-OUT-FILE RECON-FILE AUDIT-FILE
005802     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
005820 9000-EXIT.
005830     EXIT.

006540 9110-EXIT.
006550     EXIT.

006551*----------------------------------------------------------*
006552* 9800-WRITE-RUN-HISTORY - THE RUN FINISHED CLEAN - APPEND *
006553* ITS RUNHIST.DAT ROW: RUN TYPE B UNDER THE RUN CONTROL    *
006554* PERIOD, GROUP AND OPERATOR, NAMING EMPBANK.NEW WITH THE  *
006555* MASTER RECORDS READ, THE RECORDS WRITTEN AND THE CONTROL *
006556* TOTAL (THE SUM OF THE EMPLOYEE NUMBERS WRITTEN) FOR      *
006557* PROMOTE-MODULE.                                          *
006558*----------------------------------------------------------*
006559 9800-WRITE-RUN-HISTORY.
006560     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006561     ACCEPT WS-END-TIME FROM TIME
006562     OPEN EXTEND RUN-HISTORY-FILE
006563     IF WS-RUNHIST-STATUS NOT = "00"
006564         AND WS-RUNHIST-STATUS NOT = "05"
006565         DISPLAY "RUNHIST.DAT NOT WRITABLE - STATUS "
006566                 WS-RUNHIST-STATUS
006567         GO TO 9800-EXIT
006568     END-IF
006569     MOVE SPACES             TO RUN-HISTORY-REC
006570     MOVE WS-RUN-PERIOD      TO RH-PAY-PERIOD-DATE
006571     MOVE "B"                TO RH-RUN-TYPE
006572     MOVE "N"                TO RH-PREVIEW
006573     MOVE WS-OPERATOR        TO RH-OPERATOR
006574     MOVE WS-START-DATE      TO RH-START-DATE
006575     MOVE WS-START-TIME(1:6) TO RH-START-TIME
006576     MOVE WS-END-DATE        TO RH-END-DATE
006577     MOVE WS-END-TIME(1:6)   TO RH-END-TIME
006578     MOVE WS-NF-OUT-COUNT    TO RH-EMP-COUNT
006579     MOVE 0 TO RH-TOTAL-GROSS RH-TOTAL-TAX RH-TOTAL-NET
006580     MOVE "C"                TO RH-STATUS
006581     MOVE WS-RUN-GROUP       TO RH-PAY-GROUP
006582     MOVE "EMPBANK.NEW" TO RH-NF-NAME (1)
006583     MOVE WS-NF-IN-COUNT     TO RH-NF-IN-COUNT (1)
006584     MOVE WS-NF-OUT-COUNT    TO RH-NF-OUT-COUNT (1)
006585     MOVE WS-NF-CONTROL      TO RH-NF-CONTROL (1)
006586     WRITE RUN-HISTORY-REC
006587     CLOSE RUN-HISTORY-FILE.
006588 9800-EXIT.
006589     EXIT.

006590 END PROGRAM ACH-RETURN-MODULE.
