000270*                 REPORT SO THE STATE'S UNCLAIMED-PROPERTY  *
000280*                 DEADLINE STOPS SURPRISING US.  AGING IS   *
000290*                 FIGURED ON A 360-DAY COMMERCIAL CALENDAR  *
000291*                 AGAINST THE RUNCTL.DAT PERIOD DATE.       *
000292* 2026-10-15  AR  ADDED RC-PAY-GROUP TO THE RUN CONTROL    *
000293*                 CARD LAYOUT.                             *
000294* 2026-10-15  AR  EACH CLEAN RUN NOW APPENDS A RUN TYPE O  *
000295*                 ROW TO RUNHIST.DAT UNDER THE RUNCTL.DAT  *
000296*                 PERIOD, GROUP AND OPERATOR, NAMING       *
000297*                 OUTCHECK.NEW WITH THE CHECKS CARRIED IN, *
000298*                 THE CHECKS WRITTEN AND THEIR AMOUNT.     *
000299*                 OUTCHECK.NEW IS NOW PROMOTED BY PROMOTE- *
000300*                 MODULE, WHICH PROVES IT AGAINST THAT     *
000301*                 ROW.                                     *
000310*----------------------------------------------------------*

000320 ENVIRONMENT DIVISION.
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUNCTL-STATUS.

000551     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-RUNHIST-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------*

000940*----------------------------------------------------------*
000950* OUTSTANDING-CHECK FILE, UPDATED - EVERY CHECK THE BANK    *
000960* HAS NOT YET PAID, PROMOTED TO OUTCHECK.DAT BY             *
000970* PROMOTE-MODULE AFTER THE REPORT IS REVIEWED.              *
000980*----------------------------------------------------------*
000990 FD  OUTSTANDING-OUT-FILE.
001000 01  OUTSTANDING-OUT-REC.

001190*----------------------------------------------------------*
001200* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE         *
001201* PAYROLL-MODULE.  READ HERE FOR THE PERIOD DATE THE        *
001202* AGING IS FIGURED AGAINST, AND THE PAY GROUP AND           *
001203* OPERATOR THE RUN IS LOGGED UNDER.                         *
001230*----------------------------------------------------------*
001240 FD  RUN-CONTROL-FILE.
001250 01  RUN-CONTROL-REC.
001310     05  RC-ODFI           PIC 9(08).
001311     05  RC-OPERATOR       PIC X(08).
001312     05  RC-OVERRIDE       PIC X(01).
001313     05  RC-PAY-GROUP      PIC X(02).

001314*----------------------------------------------------------*
001315* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
001316* PAYROLL-MODULE.  A CLEAN RUN HERE APPENDS ITS OWN ROW    *
001317* (RUN TYPE O) NAMING OUTCHECK.NEW WITH ITS COUNTS AND     *
001318* CONTROL TOTAL, WHICH PROMOTE-MODULE PROVES THE FILE      *
001319* AGAINST BEFORE IT REPLACES THE MASTER.                   *
001320*----------------------------------------------------------*
001321 FD  RUN-HISTORY-FILE.
001322 01  RUN-HISTORY-REC.
001323     05  RH-PAY-PERIOD-DATE PIC 9(08).
001324     05  RH-RUN-TYPE       PIC X(01).
001325     05  RH-PREVIEW        PIC X(01).
001326     05  RH-OPERATOR       PIC X(08).
001327     05  RH-START-DATE     PIC 9(08).
001328     05  RH-START-TIME     PIC 9(06).
001329     05  RH-END-DATE       PIC 9(08).
001330     05  RH-END-TIME       PIC 9(06).
001331     05  RH-EMP-COUNT      PIC 9(06).
001332     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001333     05  RH-TOTAL-TAX      PIC 9(08)V99.
001334     05  RH-TOTAL-NET      PIC 9(08)V99.
001335     05  RH-STATUS         PIC X(01).
001336     05  RH-PAY-GROUP      PIC X(02).
001337*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001338*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001339*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001340*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001341*    AND UNUSED ENTRIES, READ AS SPACES.
001342     05  RH-NEW-FILE       OCCURS 3 TIMES.
001343         10  RH-NF-NAME    PIC X(14).
001344         10  RH-NF-IN-COUNT PIC 9(06).
001345         10  RH-NF-OUT-COUNT PIC 9(06).
001346         10  RH-NF-CONTROL PIC 9(11)V99.

001347 WORKING-STORAGE SECTION.
001348*----------------------------------------------------------*
001349* END-OF-FILE SWITCHES                                      *
001350*----------------------------------------------------------*
001360 01  WS-SWITCHES.
001370     05  EOF-PAID          PIC X VALUE "N".
002040     05  WS-ESCHEAT-AMOUNT PIC 9(10)V99 VALUE 0.
002050     05  WS-AGE-30-AMOUNT  PIC 9(10)V99 VALUE 0.
002060     05  WS-AGE-60-AMOUNT  PIC 9(10)V99 VALUE 0.
002061     05  WS-AGE-90-AMOUNT  PIC 9(10)V99 VALUE 0.
002062     05  WS-AGE-OVER-AMOUNT PIC 9(10)V99 VALUE 0.

002063*----------------------------------------------------------*
002064* RUN HISTORY - THE PERIOD, PAY GROUP AND OPERATOR OFF THE *
002065* RUN CONTROL CARD, THE RUN'S START/END TIMESTAMPS, AND THE*
002066* FOOTING OF OUTCHECK.NEW FOR ITS RUNHIST.DAT ROW: THE     *
002067* MASTER RECORDS READ, THE RECORDS WRITTEN, AND THE CONTROL*
002068* TOTAL - THE AMOUNT OF THE CHECKS CARRIED FORWARD.        *
002069*----------------------------------------------------------*
002070 01  WS-RUN-HISTORY.
002071     05  WS-RUNHIST-STATUS PIC XX      VALUE "00".
002072     05  WS-RUN-PERIOD     PIC 9(08)   VALUE 0.
002073     05  WS-RUN-GROUP      PIC X(02)   VALUE SPACES.
002074     05  WS-OPERATOR       PIC X(08)   VALUE SPACES.
002075     05  WS-START-DATE     PIC 9(08)   VALUE 0.
002076     05  WS-START-TIME     PIC 9(08)   VALUE 0.
002077     05  WS-END-DATE       PIC 9(08)   VALUE 0.
002078     05  WS-END-TIME       PIC 9(08)   VALUE 0.
002079     05  WS-NF-IN-COUNT    PIC 9(06)   COMP VALUE 0.
002080     05  WS-NF-OUT-COUNT   PIC 9(06)   COMP VALUE 0.
002081     05  WS-NF-CONTROL     PIC 9(11)V99 VALUE 0.

002090*----------------------------------------------------------*
002100* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
003310* 1400-GET-AS-OF-DATE - THE AGING AND STALE TESTS RUN       *
003320* AGAINST THE PERIOD DATE ON THE OPERATOR'S RUNCTL.DAT      *
003330* CARD, NOT THE MACHINE DATE, AS EVERY RUN IN THIS SYSTEM   *
003331* IS DATED.  THE RUN IS LOGGED TO RUNHIST.DAT UNDER THAT    *
003332* PERIOD AND THE CARD'S PAY GROUP AND OPERATOR.             *
003350*----------------------------------------------------------*
003360 1400-GET-AS-OF-DATE.
003370     OPEN INPUT RUN-CONTROL-FILE
003530         MOVE 12 TO RETURN-CODE
003540         STOP RUN
003550     END-IF
003551     MOVE RC-PAY-PERIOD-DATE TO WS-AS-OF-DATE
003552     MOVE RC-PAY-PERIOD-DATE TO WS-RUN-PERIOD
003553     MOVE RC-PAY-GROUP       TO WS-RUN-GROUP
003554     MOVE RC-OPERATOR        TO WS-OPERATOR
003555     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
003556     ACCEPT WS-START-TIME FROM TIME.
003570 1400-EXIT.
003580     EXIT.

004339         MOVE WS-ST-AMOUNT     TO OO-AMOUNT
004340         MOVE WS-ST-PAYEE      TO OO-PAYEE
004341         WRITE OUTSTANDING-OUT-REC
004342         ADD 1         TO WS-NF-OUT-COUNT
004343         ADD OO-AMOUNT TO WS-NF-CONTROL
004344         GO TO 2200-EXIT
004350     END-IF
004360     ADD 1 TO WS-CK-COUNT
004370     MOVE WS-ST-CHECK-NO   TO WS-CK-CHECK-NO (WS-CK-COUNT)
005070*----------------------------------------------------------*
005080* 9000-TERMINATE - CARRY THE UNPAID CHECKS FORWARD WITH     *
005090* AGING, LIST THE STALE ONES FOR ESCHEATMENT, WRITE THE     *
005100* CONTROL TOTALS, CLOSE, AND LOG THE RUN.                   *
005110*----------------------------------------------------------*
005120 9000-TERMINATE.
005130     WRITE RECON-LINE FROM CR-BLANK-LINE
005680     WRITE ESCHEAT-LINE FROM ES-MONEY-LINE
005690     CLOSE PAID-ITEMS-FILE OUTSTANDING-FILE POSPAY-FILE
005700           REMIT-POSPAY-FILE OUTSTANDING-OUT-FILE
005701           RECON-FILE ESCHEAT-FILE
005702     MOVE WS-CARRIED-IN-COUNT TO WS-NF-IN-COUNT
005703     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
005720 9000-EXIT.
005730     EXIT.

006090     MOVE WS-CK-AMOUNT (WS-CK-SUB)     TO OO-AMOUNT
006100     MOVE WS-CK-PAYEE (WS-CK-SUB)      TO OO-PAYEE
006110     WRITE OUTSTANDING-OUT-REC
006111     ADD 1         TO WS-NF-OUT-COUNT
006112     ADD OO-AMOUNT TO WS-NF-CONTROL
006120     IF WS-AGE-DAYS > WS-STALE-DAYS
006130         ADD 1 TO WS-ESCHEAT-COUNT
006140         ADD WS-CK-AMOUNT (WS-CK-SUB) TO WS-ESCHEAT-AMOUNT
006220 9100-EXIT.
006230     EXIT.

006231*----------------------------------------------------------*
006232* 9800-WRITE-RUN-HISTORY - THE RUN FINISHED CLEAN - APPEND *
006233* ITS RUNHIST.DAT ROW: RUN TYPE O UNDER THE RUN CONTROL    *
006234* PERIOD, GROUP AND OPERATOR, NAMING OUTCHECK.NEW WITH THE *
006235* MASTER RECORDS READ, THE RECORDS WRITTEN AND THE CONTROL *
006236* TOTAL (THE AMOUNT OF THE CHECKS CARRIED FORWARD) FOR     *
006237* PROMOTE-MODULE.                                          *
006238*----------------------------------------------------------*
006239 9800-WRITE-RUN-HISTORY.
006240     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006241     ACCEPT WS-END-TIME FROM TIME
006242     OPEN EXTEND RUN-HISTORY-FILE
006243     IF WS-RUNHIST-STATUS NOT = "00"
006244         AND WS-RUNHIST-STATUS NOT = "05"
006245         DISPLAY "RUNHIST.DAT NOT WRITABLE - STATUS "
006246                 WS-RUNHIST-STATUS
006247         GO TO 9800-EXIT
006248     END-IF
006249     MOVE SPACES             TO RUN-HISTORY-REC
006250     MOVE WS-RUN-PERIOD      TO RH-PAY-PERIOD-DATE
006251     MOVE "O"                TO RH-RUN-TYPE
006252     MOVE "N"                TO RH-PREVIEW
006253     MOVE WS-OPERATOR        TO RH-OPERATOR
006254     MOVE WS-START-DATE      TO RH-START-DATE
006255     MOVE WS-START-TIME(1:6) TO RH-START-TIME
006256     MOVE WS-END-DATE        TO RH-END-DATE
006257     MOVE WS-END-TIME(1:6)   TO RH-END-TIME
006258     MOVE WS-NF-OUT-COUNT    TO RH-EMP-COUNT
006259     MOVE 0 TO RH-TOTAL-GROSS RH-TOTAL-TAX RH-TOTAL-NET
006260     MOVE "C"                TO RH-STATUS
006261     MOVE WS-RUN-GROUP       TO RH-PAY-GROUP
006262     MOVE "OUTCHECK.NEW" TO RH-NF-NAME (1)
006263     MOVE WS-NF-IN-COUNT     TO RH-NF-IN-COUNT (1)
006264     MOVE WS-NF-OUT-COUNT    TO RH-NF-OUT-COUNT (1)
006265     MOVE WS-NF-CONTROL      TO RH-NF-CONTROL (1)
006266     WRITE RUN-HISTORY-REC
006267     CLOSE RUN-HISTORY-FILE.
006268 9800-EXIT.
006269     EXIT.

006270 END PROGRAM CHECK-RECON-MODULE.
