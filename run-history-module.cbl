000130*                 OF RUN.  ONE LINE PER RUN: PERIOD, RUN   *
000140*                 TYPE, PREVIEW FLAG, OPERATOR, START AND  *
000150*                 END TIMESTAMPS, AND THE FINAL CONTROL    *
000151*                 TOTALS, WITH RUN COUNTS AT THE FOOT.     *
000152* 2026-10-15  AR  ADDED THE PAY GROUP COLUMN - RUNS ARE    *
000153*                 NOW LOGGED BY PAY GROUP AND PERIOD.      *
000154*                 RUNS LOGGED BEFORE GROUPS EXISTED SHOW A *
000155*                 BLANK GROUP.                             *
000156* 2026-10-15  AR  RUNHIST.DAT NOW ALSO CARRIES THE ROWS OF *
000157*                 THE MASTER-FILE UPDATE RUNS (EMPLOYEE    *
000158*                 MAINTENANCE, ACH RETURNS, TAX DEPOSITS,  *
000159*                 CHECK RECONCILIATION), COUNTED ON THEIR  *
000160*                 OWN AT THE FOOT.  EACH NEW MASTER FILE A *
000161*                 RUN WROTE IS LISTED UNDER ITS LINE WITH  *
000162*                 THE RECORD COUNTS AND CONTROL TOTAL      *
000163*                 PROMOTE-MODULE PROVES IT BY.             *
000170*----------------------------------------------------------*

000180 ENVIRONMENT DIVISION.
000280 DATA DIVISION.
000290 FILE SECTION.
000300*----------------------------------------------------------*
000310* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN AND THE       *
000320* MASTER-FILE UPDATE RUNS - SEE PAYROLL-MODULE.             *
000330*----------------------------------------------------------*
000340 FD  RUN-HISTORY-FILE.
000350 01  RUN-HISTORY-REC.
000450     05  RH-TOTAL-GROSS    PIC 9(08)V99.
000460     05  RH-TOTAL-TAX      PIC 9(08)V99.
000470     05  RH-TOTAL-NET      PIC 9(08)V99.
000471     05  RH-STATUS         PIC X(01).
000472     05  RH-PAY-GROUP      PIC X(02).
000473*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
000474*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
000475*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
000476*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
000477*    AND UNUSED ENTRIES, READ AS SPACES.
000478     05  RH-NEW-FILE       OCCURS 3 TIMES.
000479         10  RH-NF-NAME    PIC X(14).
000480         10  RH-NF-IN-COUNT PIC 9(06).
000481         10  RH-NF-OUT-COUNT PIC 9(06).
000482         10  RH-NF-CONTROL PIC 9(11)V99.

000490*----------------------------------------------------------*
000500* RUN HISTORY REPORT - ONE LINE PER LOGGED RUN AND RUN      *
000660     05  WS-LIVE-REG-COUNT PIC 9(06)    COMP VALUE 0.
000670     05  WS-PREVIEW-COUNT  PIC 9(06)    COMP VALUE 0.
000680     05  WS-ADJUST-COUNT   PIC 9(06)    COMP VALUE 0.
000681     05  WS-UPDATE-COUNT   PIC 9(06)    COMP VALUE 0.
000682     05  WS-NF-SUB         PIC 9(02)    COMP VALUE 0.

000690*----------------------------------------------------------*
000700* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
000810     05  FILLER            PIC X(10) VALUE "PERIOD".
000820     05  FILLER            PIC X(04) VALUE "TYP".
000830     05  FILLER            PIC X(04) VALUE "PVW".
000831     05  FILLER            PIC X(04) VALUE "GRP".
000840     05  FILLER            PIC X(10) VALUE "OPERATOR".
000850     05  FILLER            PIC X(16) VALUE "START".
000860     05  FILLER            PIC X(16) VALUE "END".
000880     05  FILLER            PIC X(14) VALUE "         GROSS".
000890     05  FILLER            PIC X(14) VALUE "           TAX".
000900     05  FILLER            PIC X(14) VALUE "           NET".
000910     05  FILLER            PIC X(07) VALUE SPACES.
000920 01  RR-DETAIL-LINE.
000930     05  RR-PERIOD         PIC 9(08).
000940     05  FILLER            PIC X(02) VALUE SPACES.
000960     05  FILLER            PIC X(03) VALUE SPACES.
000970     05  RR-PREVIEW        PIC X(01).
000980     05  FILLER            PIC X(03) VALUE SPACES.
000981     05  RR-PAY-GROUP      PIC X(02).
000982     05  FILLER            PIC X(02) VALUE SPACES.
000990     05  RR-OPERATOR       PIC X(08).
001000     05  FILLER            PIC X(02) VALUE SPACES.
001010     05  RR-START-DATE     PIC 9(08).
001130     05  RR-TAX            PIC $$,$$$,$$9.99.
001140     05  FILLER            PIC X(01) VALUE SPACES.
001150     05  RR-NET            PIC $$,$$$,$$9.99.
001151     05  FILLER            PIC X(08) VALUE SPACES.
001152 01  RR-NEW-FILE-LINE.
001153     05  FILLER            PIC X(10) VALUE SPACES.
001154     05  FILLER            PIC X(09) VALUE "NEW FILE ".
001155     05  RR-NF-NAME        PIC X(14).
001156     05  FILLER            PIC X(11) VALUE " MASTER IN ".
001157     05  RR-NF-IN-COUNT    PIC ZZZ,ZZ9.
001158     05  FILLER            PIC X(09) VALUE " WRITTEN ".
001159     05  RR-NF-OUT-COUNT   PIC ZZZ,ZZ9.
001160     05  FILLER            PIC X(09) VALUE " CONTROL ".
001161     05  RR-NF-CONTROL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001162     05  FILLER            PIC X(26) VALUE SPACES.
001170 01  RR-COUNT-LINE.
001180     05  RR-COUNT-LABEL    PIC X(26).
001190     05  RR-COUNT          PIC ZZZ,ZZ9.

001440*----------------------------------------------------------*
001450* 2000-PROCESS-HISTORY - ONE LOGGED RUN ONTO THE REPORT,    *
001460* WITH THE NEW MASTER FILES IT WROTE, COUNTED BY KIND.      *
001470*----------------------------------------------------------*
001480 2000-PROCESS-HISTORY.
001490     READ RUN-HISTORY-FILE
001540     MOVE RH-PAY-PERIOD-DATE TO RR-PERIOD
001550     MOVE RH-RUN-TYPE   TO RR-RUN-TYPE
001560     MOVE RH-PREVIEW    TO RR-PREVIEW
001561     MOVE RH-PAY-GROUP  TO RR-PAY-GROUP
001570     MOVE RH-OPERATOR   TO RR-OPERATOR
001580     MOVE RH-START-DATE TO RR-START-DATE
001590     MOVE RH-START-TIME TO RR-START-TIME
001640     MOVE RH-TOTAL-TAX  TO RR-TAX
001650     MOVE RH-TOTAL-NET  TO RR-NET
001660     WRITE HISTORY-REPORT-LINE FROM RR-DETAIL-LINE
001661     PERFORM 2100-WRITE-NEW-FILE THRU 2100-EXIT
001662         VARYING WS-NF-SUB FROM 1 BY 1
001663         UNTIL WS-NF-SUB > 3
001670     ADD 1 TO WS-RUN-COUNT
001680     EVALUATE TRUE
001690         WHEN RH-RUN-TYPE = "A"
001700             ADD 1 TO WS-ADJUST-COUNT
001701         WHEN RH-RUN-TYPE NOT = "R"
001702             ADD 1 TO WS-UPDATE-COUNT
001710         WHEN RH-PREVIEW = "Y"
001720             ADD 1 TO WS-PREVIEW-COUNT
001730         WHEN OTHER
001740             ADD 1 TO WS-LIVE-REG-COUNT
001750     END-EVALUATE.
001751 2000-EXIT.
001752     EXIT.

001753*----------------------------------------------------------*
001754* 2100-WRITE-NEW-FILE - ONE NEW MASTER FILE THE RUN WROTE.  *
001755* ROWS CUT BEFORE THE FILE LIST EXISTED CARRY SPACES.       *
001756*----------------------------------------------------------*
001757 2100-WRITE-NEW-FILE.
001758     IF RH-NF-NAME (WS-NF-SUB) = SPACES
001759         OR RH-NF-OUT-COUNT (WS-NF-SUB) NOT NUMERIC
001760         GO TO 2100-EXIT
001761     END-IF
001762     MOVE RH-NF-NAME (WS-NF-SUB)      TO RR-NF-NAME
001763     MOVE RH-NF-IN-COUNT (WS-NF-SUB)  TO RR-NF-IN-COUNT
001764     MOVE RH-NF-OUT-COUNT (WS-NF-SUB) TO RR-NF-OUT-COUNT
001765     MOVE RH-NF-CONTROL (WS-NF-SUB)   TO RR-NF-CONTROL
001766     WRITE HISTORY-REPORT-LINE FROM RR-NEW-FILE-LINE.
001767 2100-EXIT.
001770     EXIT.

001780*----------------------------------------------------------*
001920     MOVE "ADJUSTMENT RUNS..........." TO RR-COUNT-LABEL
001930     MOVE WS-ADJUST-COUNT TO RR-COUNT
001940     WRITE HISTORY-REPORT-LINE FROM RR-COUNT-LINE
001941     MOVE "MASTER UPDATE RUNS........" TO RR-COUNT-LABEL
001942     MOVE WS-UPDATE-COUNT TO RR-COUNT
001943     WRITE HISTORY-REPORT-LINE FROM RR-COUNT-LINE
001950     CLOSE RUN-HISTORY-FILE HISTORY-REPORT-FILE.
001960 9000-EXIT.
001970     EXIT.
