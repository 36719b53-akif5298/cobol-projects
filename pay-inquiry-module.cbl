000195* 2026-09-02  AR  STATE AND LOCAL WITHHOLDING ADDED TO     *
000196*                 THE HISTORY LAYOUT AND THE REPRINT,      *
000197*                 UNDER THE SAME OLD-ROW GUARD.            *
000198* 2026-10-15  AR  EMPLOYEE SOCIAL SECURITY AND MEDICARE    *
000199*                 WITHHOLDING ADDED TO THE HISTORY LAYOUT  *
000200*                 AND THE REPRINT, UNDER THE SAME OLD-ROW  *
000201*                 GUARD.                                   *
000202* 2026-10-15  AR  ADDED RC-PAY-GROUP TO THE RUN CONTROL    *
000203*                 CARD LAYOUT.                             *
000204*----------------------------------------------------------*

000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000625     05  PH-SICK-HOURS     PIC 9(03)V99.
000626     05  PH-STATE-TAX      PIC 9(06)V99.
000627     05  PH-LOCAL-TAX      PIC 9(06)V99.
000628     05  PH-OASDI-TAX      PIC 9(06)V99.
000629     05  PH-MEDICARE-TAX   PIC 9(06)V99.

000630*----------------------------------------------------------*
000640* REPRINTED EARNINGS STATEMENT - THE REQUESTED EMPLOYEE     *
000900     05  RC-ODFI           PIC 9(08).
000901     05  RC-OPERATOR       PIC X(08).
000902     05  RC-OVERRIDE       PIC X(01).
000903     05  RC-PAY-GROUP      PIC X(02).

000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------*
003928         WRITE STUB-REPRINT-LINE FROM RP-DED-LINE
003929             AFTER ADVANCING 1 LINE
003930     END-IF
003931     IF PH-OASDI-TAX NUMERIC AND PH-MEDICARE-TAX NUMERIC
003932         MOVE "SOCIAL SECURITY TAX....." TO RP-DED-DESC
003933         MOVE PH-OASDI-TAX TO RP-DED-AMOUNT
003934         WRITE STUB-REPRINT-LINE FROM RP-DED-LINE
003935             AFTER ADVANCING 1 LINE
003936         MOVE "MEDICARE TAX............" TO RP-DED-DESC
003937         MOVE PH-MEDICARE-TAX TO RP-DED-AMOUNT
003938         WRITE STUB-REPRINT-LINE FROM RP-DED-LINE
003939             AFTER ADVANCING 1 LINE
003940     END-IF
003941     MOVE "HEALTH INSURANCE........" TO RP-DED-DESC
003942     MOVE PH-DED-HEALTH TO RP-DED-AMOUNT
003950     WRITE STUB-REPRINT-LINE FROM RP-DED-LINE
003960         AFTER ADVANCING 1 LINE
003970     MOVE "401(K).................." TO RP-DED-DESC
