000251* 2026-09-02  AR  PAYROLL DETAIL LAYOUT KEPT IN STEP WITH   *
000252*                 THE PAY RUN'S NEW VACATION/SICK HOUR      *
000253*                 FIELDS.                                   *
000254* 2026-10-15  AR  PAYROLL DETAIL LAYOUT KEPT IN STEP WITH  *
000255*                 THE PAY RUN'S NEW SOCIAL SECURITY AND    *
000256*                 MEDICARE WITHHOLDING FIELDS.             *
000257* 2026-10-15  AR  ADDED RC-PAY-GROUP TO THE RUN CONTROL    *
000258*                 CARD LAYOUT.                             *
000259* 2026-10-15  AR  THE 401(K) REMITTANCE NOW TIES TO THE    *
000260*                 PAY RUN'S RECORDKEEPER FILE,             *
000261*                 PLAN401K.DAT: ITS DETAIL ROWS MUST FOOT  *
000262*                 TO ITS TRAILER AND ITS DEFERRALS TO THE  *
000263*                 401(K) WITHHELD ON PAYROLL.OUT, OR THE   *
000264*                 401(K) PAYMENT IS HELD AND THE RUN ENDS  *
000265*                 RC 12.  THE PAYMENT NOW CARRIES THE      *
000266*                 EMPLOYER MATCH.                          *
000267*----------------------------------------------------------*

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNCTL-STATUS.

000501     SELECT OPTIONAL PLAN-CONTRIB-FILE ASSIGN TO "PLAN401K.DAT"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WS-PLAN-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------*
000762     05  P-SICK-HOURS      PIC 9(03)V99.
000763     05  P-STATE-TAX       PIC 9(06)V99.
000764     05  P-LOCAL-TAX       PIC 9(06)V99.
000765     05  P-OASDI-TAX       PIC 9(06)V99.
000766     05  P-MEDICARE-TAX    PIC 9(06)V99.

000770*----------------------------------------------------------*
000780* PAYEE MASTER - ONE RECORD PER PAYEE PER DD-CODE BUCKET    *
001550     05  RC-ODFI           PIC 9(08).
001551     05  RC-OPERATOR       PIC X(08).
001552     05  RC-OVERRIDE       PIC X(01).
001553     05  RC-PAY-GROUP      PIC X(02).

001554*----------------------------------------------------------*
001555* 401(K) RECORDKEEPER CONTRIBUTION FILE, AS WRITTEN BY THE *
001556* PAY RUN - SEE PAYROLL-MODULE.  DETAIL ROWS (TYPE D), ONE *
001557* PER PARTICIPANT PAID, THEN ONE TRAILER ROW (TYPE T) OF   *
001558* CONTROL TOTALS.  READ HERE TO PROVE THE 401(K) PAYMENT   *
001559* AND TO PICK UP THE EMPLOYER MATCH IT CARRIES.            *
001560*----------------------------------------------------------*
001561 FD  PLAN-CONTRIB-FILE.
001562 01  PLAN-DETAIL-REC.
001563     05  PK-REC-TYPE       PIC X(01).
001564         88  PK-DETAIL            VALUE "D".
001565         88  PK-TRAILER           VALUE "T".
001566     05  PK-PAY-PERIOD-DATE PIC 9(08).
001567     05  PK-EMP-ID         PIC 9(05).
001568     05  PK-SSN            PIC X(09).
001569     05  PK-EMP-NAME       PIC X(30).
001570     05  PK-BIRTH-DATE     PIC 9(08).
001571     05  PK-PLAN-COMP      PIC 9(07)V99.
001572     05  PK-DEFERRAL       PIC 9(07)V99.
001573     05  PK-CATCHUP        PIC 9(07)V99.
001574     05  PK-MATCH          PIC 9(07)V99.
001575     05  PK-YTD-DEFERRAL   PIC 9(07)V99.
001576 01  PLAN-TRAILER-REC.
001577     05  FILLER            PIC X(01).
001578     05  PK-T-PAY-PERIOD-DATE PIC 9(08).
001579     05  PK-T-COUNT        PIC 9(06).
001580     05  PK-T-PLAN-COMP    PIC 9(09)V99.
001581     05  PK-T-DEFERRAL     PIC 9(09)V99.
001582     05  PK-T-CATCHUP      PIC 9(09)V99.
001583     05  PK-T-MATCH        PIC 9(09)V99.
001584     05  FILLER            PIC X(47).

001585 WORKING-STORAGE SECTION.
001586*----------------------------------------------------------*
001587* END-OF-FILE SWITCHES                                      *
001590*----------------------------------------------------------*
001600 01  WS-SWITCHES.
001610     05  EOF-PAY           PIC X VALUE "N".
001820     05  WS-401K-CLAIMED-SW PIC X      VALUE "N".
001830         88  WS-401K-CLAIMED       VALUE "Y".
001840     05  WS-GARNISH-CLAIMED-SW PIC X   VALUE "N".
001841         88  WS-GARNISH-CLAIMED    VALUE "Y".
001842     05  WS-OFF-PERIOD-COUNT PIC 9(06) COMP VALUE 0.

001843*----------------------------------------------------------*
001844* 401(K) RECORDKEEPER FILE PROOF - THE DETAIL ROWS FOR THE *
001845* PERIOD FOOTED HERE (DEFERRALS WITH THEIR CATCH-UP, AND   *
001846* THE MATCH), THE TRAILER AS READ, AND THE HOLD SWITCH SET *
001847* WHEN THE FILE DOES NOT TIE.  A HELD 401(K) BUCKET IS NOT *
001848* PAID.                                                    *
001849*----------------------------------------------------------*
001850 01  WS-PLAN-STATUS        PIC XX    VALUE "00".
001851 01  WS-PLAN-PROOF.
001852     05  WS-PLAN-DTL-COUNT PIC 9(06)    COMP VALUE 0.
001853     05  WS-PLAN-DTL-DEFER PIC 9(09)V99 VALUE 0.
001854     05  WS-PLAN-DTL-CU    PIC 9(09)V99 VALUE 0.
001855     05  WS-PLAN-DTL-MATCH PIC 9(09)V99 VALUE 0.
001856     05  WS-PLAN-OFF-COUNT PIC 9(06)    COMP VALUE 0.
001857     05  WS-PLAN-TRL-COUNT PIC 9(06)    VALUE 0.
001858     05  WS-PLAN-TRL-DEFER PIC 9(09)V99 VALUE 0.
001859     05  WS-PLAN-TRL-CU    PIC 9(09)V99 VALUE 0.
001860     05  WS-PLAN-TRL-MATCH PIC 9(09)V99 VALUE 0.
001861     05  EOF-PLAN          PIC X        VALUE "N".
001862         88  END-OF-PLAN           VALUE "Y".
001863         88  NOT-END-OF-PLAN       VALUE "N".
001864     05  WS-PLAN-TRL-SW    PIC X        VALUE "N".
001865         88  WS-PLAN-TRL-FOUND     VALUE "Y".
001866     05  WS-401K-HELD-SW   PIC X        VALUE "N".
001867         88  WS-401K-HELD          VALUE "Y".
001868         88  WS-401K-NOT-HELD      VALUE "N".

001870 01  WS-REMIT-TOTALS.
001880     05  WS-REMIT-AMOUNT   PIC 9(08)V99 VALUE 0.
004170     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004180     PERFORM 2000-ACCUM-DETAIL THRU 2000-EXIT
004190         UNTIL END-OF-PAY
004191     PERFORM 2500-PROVE-PLAN-FILE THRU 2500-EXIT
004200     PERFORM 3000-PROCESS-PAYEE THRU 3000-EXIT
004210         UNTIL END-OF-PAYEE
004220     PERFORM 9000-TERMINATE THRU 9000-EXIT

004240*----------------------------------------------------------*
004250* 1000-INITIALIZE - READ THE RUN CONTROL CARD, PICK UP THE  *
004251* NEXT CHECK NUMBER, FOOT THE 401(K) RECORDKEEPER FILE,     *
004252* OPEN EVERYTHING, AND WRITE THE ACH FILE AND BATCH         *
004253* HEADERS AND THE REGISTER HEADING.                         *
004280*----------------------------------------------------------*
004290 1000-INITIALIZE.
004300     PERFORM 1100-GET-RUN-CONTROL THRU 1100-EXIT
004310     PERFORM 1200-INIT-CHECK-NO THRU 1200-EXIT
004311     PERFORM 1300-LOAD-PLAN-FILE THRU 1300-EXIT
004320     OPEN INPUT  PAYROLL-FILE
004330          INPUT  PAYEE-FILE
004340          OUTPUT REMIT-ACH-FILE
005180     IF CN-NEXT-CHECK-NO > WS-NEXT-CHECK-NO
005190         MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
005200     END-IF
005201     CLOSE CHECK-CONTROL-FILE.
005202 1200-EXIT.
005203     EXIT.

005204*----------------------------------------------------------*
005205* 1300-LOAD-PLAN-FILE - FOOT THE 401(K) RECORDKEEPER FILE: *
005206* THE PERIOD'S DETAIL ROWS, AND THE TRAILER.  A ROW FOR ANY*
005207* OTHER PERIOD IS COUNTED - THE FILE IS STALE.  NO FILE AT *
005208* ALL LEAVES EVERY FOOTING ZERO AND NO TRAILER.            *
005209*----------------------------------------------------------*
005210 1300-LOAD-PLAN-FILE.
005211     OPEN INPUT PLAN-CONTRIB-FILE
005212     IF WS-PLAN-STATUS NOT = "00"
005213         GO TO 1300-EXIT
005214     END-IF
005215     SET NOT-END-OF-PLAN TO TRUE
005216     PERFORM 1310-READ-PLAN THRU 1310-EXIT
005217         UNTIL END-OF-PLAN
005218     CLOSE PLAN-CONTRIB-FILE.
005219 1300-EXIT.
005220     EXIT.

005221*----------------------------------------------------------*
005222* 1310-READ-PLAN - ONE RECORDKEEPER FILE ROW.              *
005223*----------------------------------------------------------*
005224 1310-READ-PLAN.
005225     READ PLAN-CONTRIB-FILE
005226         AT END
005227             SET END-OF-PLAN TO TRUE
005228             GO TO 1310-EXIT
005229     END-READ
005230     IF PK-PAY-PERIOD-DATE NOT = WS-PAY-PERIOD-DATE
005231         ADD 1 TO WS-PLAN-OFF-COUNT
005232         GO TO 1310-EXIT
005233     END-IF
005234     IF PK-TRAILER
005235         SET WS-PLAN-TRL-FOUND TO TRUE
005236         MOVE PK-T-COUNT       TO WS-PLAN-TRL-COUNT
005237         COMPUTE WS-PLAN-TRL-DEFER = PK-T-DEFERRAL + PK-T-CATCHUP
005238         MOVE PK-T-CATCHUP     TO WS-PLAN-TRL-CU
005239         MOVE PK-T-MATCH       TO WS-PLAN-TRL-MATCH
005240         GO TO 1310-EXIT
005241     END-IF
005242     ADD 1           TO WS-PLAN-DTL-COUNT
005243     ADD PK-DEFERRAL TO WS-PLAN-DTL-DEFER
005244     ADD PK-CATCHUP  TO WS-PLAN-DTL-DEFER
005245     ADD PK-CATCHUP  TO WS-PLAN-DTL-CU
005246     ADD PK-MATCH    TO WS-PLAN-DTL-MATCH.
005247 1310-EXIT.
005248     EXIT.

005249*----------------------------------------------------------*
005250* 2000-ACCUM-DETAIL - ONE PAYROLL.OUT RECORD.  ROWS FOR     *
005260* THE PERIOD ON THE RUN CONTROL CARD ROLL THEIR DEDUCTION   *
005270* BUCKETS INTO THE REMITTANCE TOTALS; A ROW STAMPED WITH    *
005450     EXIT.

005460*----------------------------------------------------------*
005461* 2500-PROVE-PLAN-FILE - THE 401(K) PAYMENT GOES OUT ONLY  *
005462* IF THE RECORDKEEPER FILE TIES: NO STALE ROWS, A TRAILER  *
005463* THAT AGREES WITH THE DETAIL ROWS, AND DETAIL DEFERRALS   *
005464* (CATCH-UP INCLUDED) EQUAL TO THE 401(K) WITHHELD ON      *
005465* PAYROLL.OUT.  A PERIOD WITH NO 401(K) WITHHELD NEEDS NO  *
005466* FILE.  OTHERWISE THE BUCKET IS HELD - THE PLAN MUST NOT  *
005467* RECEIVE MONEY IT CANNOT CREDIT TO PARTICIPANTS.          *
005468*----------------------------------------------------------*
005469 2500-PROVE-PLAN-FILE.
005470     SET WS-401K-HELD TO TRUE
005471     IF WS-PLAN-OFF-COUNT > 0
005472         GO TO 2500-EXIT
005473     END-IF
005474     IF NOT WS-PLAN-TRL-FOUND
005475         IF WS-TOT-401K = 0 AND WS-PLAN-DTL-COUNT = 0
005476             SET WS-401K-NOT-HELD TO TRUE
005477         END-IF
005478         GO TO 2500-EXIT
005479     END-IF
005480     IF WS-PLAN-TRL-COUNT  NOT = WS-PLAN-DTL-COUNT
005481         OR WS-PLAN-TRL-DEFER NOT = WS-PLAN-DTL-DEFER
005482         OR WS-PLAN-TRL-CU    NOT = WS-PLAN-DTL-CU
005483         OR WS-PLAN-TRL-MATCH NOT = WS-PLAN-DTL-MATCH
005484         OR WS-PLAN-DTL-DEFER NOT = WS-TOT-401K
005485         GO TO 2500-EXIT
005486     END-IF
005487     SET WS-401K-NOT-HELD TO TRUE.
005488 2500-EXIT.
005489     EXIT.

005490*----------------------------------------------------------*
005491* 3000-PROCESS-PAYEE - ONE PAYEE MASTER RECORD: PICK UP     *
005492* THE BUCKET IT CLAIMS, AND IF THE BUCKET HOLDS MONEY AND   *
005493* IS NOT ALREADY CLAIMED, PAY IT OUT THE PAYEE'S WAY.  THE  *
005494* 401(K) BUCKET CARRIES THE EMPLOYER MATCH WITH THE         *
005495* DEFERRALS, AND IS NOT PAID AT ALL WHILE HELD.             *
005500*----------------------------------------------------------*
005510 3000-PROCESS-PAYEE.
005520     READ PAYEE-FILE
005690                 GO TO 3000-EXIT
005700             END-IF
005710             SET WS-401K-CLAIMED TO TRUE
005711             IF WS-401K-HELD
005712                 MOVE "401(K) HELD - PLAN FILE DOES NOT TIE"
005713                     TO RR-NOTE
005714                 MOVE PY-PAYEE-ID TO RR-NOTE-PAYEE-ID
005715                 WRITE REMIT-REGISTER-LINE FROM RR-NOTE-LINE
005716                 GO TO 3000-EXIT
005717             END-IF
005718             COMPUTE WS-REMIT-AMOUNT =
005719                 WS-TOT-401K + WS-PLAN-DTL-MATCH
005730         WHEN PY-GARNISH
005740             IF WS-GARNISH-CLAIMED
005750                 PERFORM 3100-LOG-DUP-CLAIM THRU 3100-EXIT
007330*----------------------------------------------------------*
007340* 9000-TERMINATE - ACH TRAILER, REGISTER TOTALS TYING TO    *
007350* THE SUMMARY REPORT'S DEDUCTION FIGURES, ANY BUCKET LEFT   *
007351* UNREMITTED, AND THE CHECK NUMBER SAVED BACK.  A HELD      *
007352* 401(K) PAYMENT ENDS THE RUN RC 12 FOR PAYROLL TO CLEAR.   *
007370*----------------------------------------------------------*
007380 9000-TERMINATE.
007390     MOVE WS-ACH-ENTRY-COUNT  TO ABC-ENTRY-COUNT
007560     WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007570     MOVE "401(K) WITHHELD............." TO RR-MONEY-LABEL
007580     MOVE WS-TOT-401K TO RR-MONEY-AMOUNT
007581     WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007582     MOVE "401(K) PLAN FILE DEFERRALS.." TO RR-MONEY-LABEL
007583     MOVE WS-PLAN-DTL-DEFER TO RR-MONEY-AMOUNT
007584     WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007585     MOVE "401(K) EMPLOYER MATCH......." TO RR-MONEY-LABEL
007586     MOVE WS-PLAN-DTL-MATCH TO RR-MONEY-AMOUNT
007590     WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007600     MOVE "GARNISHMENT WITHHELD........" TO RR-MONEY-LABEL
007610     MOVE WS-TOT-GARNISH TO RR-MONEY-AMOUNT
007820         MOVE WS-TOT-HEALTH TO RR-MONEY-AMOUNT
007830         WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007840     END-IF
007841     IF WS-401K-HELD
007842         MOVE "401(K) HELD - FILE NO TIE..." TO RR-MONEY-LABEL
007843         COMPUTE RR-MONEY-AMOUNT = WS-TOT-401K + WS-PLAN-DTL-MATCH
007844         WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007845     END-IF
007846     IF NOT WS-401K-CLAIMED
007847         AND WS-TOT-401K + WS-PLAN-DTL-MATCH > 0
007860         MOVE "401(K) UNREMITTED..........." TO RR-MONEY-LABEL
007870         COMPUTE RR-MONEY-AMOUNT = WS-TOT-401K + WS-PLAN-DTL-MATCH
007880         WRITE REMIT-REGISTER-LINE FROM RR-MONEY-LINE
007890     END-IF
007900     IF NOT WS-GARNISH-CLAIMED AND WS-TOT-GARNISH > 0
007970     END-IF
007980     CLOSE PAYROLL-FILE PAYEE-FILE REMIT-ACH-FILE
007990           REMIT-CHECK-FILE REMIT-POSPAY-FILE
007991           REMIT-REGISTER-FILE
007992     IF WS-401K-HELD
007993         DISPLAY "401(K) PAYMENT HELD - PLAN401K.DAT DOES NOT "
007994                 "TIE TO PAYROLL.OUT"
007995         MOVE 12 TO RETURN-CODE
007996     END-IF.
008010 9000-EXIT.
008020     EXIT.

