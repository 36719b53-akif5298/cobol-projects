000308*                 BY THE PAY RUN'S FRONT-END EDIT, NOT      *
000309*                 HERE - THIS PROGRAM DOES NOT READ         *
000310*                 TAXRATES.DAT.                             *
000311* 2026-10-15  AR  ADDED THE SOCIAL SECURITY NUMBER AND      *
000312*                 MAILING ADDRESS TO THE MASTER AND THE     *
000313*                 TRANSACTION FOR THE W-2.  AN ADD MUST     *
000314*                 CARRY BOTH; A CHANGE REPLACES ANY OF THEM *
000315*                 KEYED.  EITHER WAY THE RESULT IS HELD TO  *
000316*                 THE PAY RUN'S SSN AND ADDRESS EDITS, AND  *
000317*                 THE AUDIT REPORT CARRIES AN ADDRESS LINE  *
000318*                 UNDER EACH IMAGE WITH THE SSN MASKED TO   *
000319*                 ITS LAST FOUR DIGITS.                     *
000320* 2026-10-15  AR  ADDED THE PAY GROUP TO THE MASTER AND    *
000321*                 THE TRANSACTION.  AN ADD WITH NO GROUP   *
000322*                 GOES TO THE STANDARD GROUP; A CHANGE     *
000323*                 REPLACES THE GROUP WHEN ONE IS KEYED.    *
000324*                 THE AUDIT ADDRESS LINE SHOWS THE GROUP.  *
000325* 2026-10-15  AR  A CHANGE THAT MOVES THE RATE, SALARY OR   *
000326*                 PAY TYPE NOW ALSO WRITES A RATE CHANGE    *
000327*                 RECORD TO RATECHG.DAT - THE OLD AND NEW   *
000328*                 FIGURES AND THE EFFECTIVE DATE - SO       *
000329*                 RETRO-PAY-MODULE CAN REPRICE THE PERIODS  *
000330*                 ALREADY PAID.  THE AUDIT REPORT FOOT      *
000331*                 COUNTS THEM.                              *
000332* 2026-10-15  AR  ADDED THE BIRTH DATE TO THE MASTER AND    *
000333*                 THE TRANSACTION FOR THE PAY RUN'S 401(K)  *
000334*                 CATCH-UP.  ONE KEYED MUST BE A PLAUSIBLE  *
000335*                 DATE BEFORE THE EFFECTIVE DATE; BLANK ON  *
000336*                 AN ADD IS CARRIED AS UNKNOWN, BLANK ON A  *
000337*                 CHANGE LEAVES IT AS IS.  THE AUDIT        *
000338*                 ADDRESS LINE SHOWS IT.                    *
000339* 2026-10-15  AR  EACH CLEAN RUN NOW APPENDS A RUN TYPE E   *
000340*                 ROW TO RUNHIST.DAT UNDER THE RUNCTL.DAT   *
000341*                 PERIOD, GROUP AND OPERATOR, NAMING        *
000342*                 EMPLOYEE.NEW WITH THE MASTER RECORDS      *
000343*                 READ, THE RECORDS WRITTEN AND THE SUM OF  *
000344*                 THE EMPLOYEE NUMBERS WRITTEN.             *
000345*                 EMPLOYEE.NEW IS NOW PROMOTED BY PROMOTE-  *
000346*                 MODULE, WHICH PROVES IT AGAINST THAT ROW. *
000347*                 RUNCTL.DAT IS NOW REQUIRED.               *
000348* 2026-10-15  AR  RATE CHANGES ARE NOW HELD ON RATECHG.WRK *
000349*                 UNTIL THE RUN ENDS, THEN COPIED TO       *
000350*                 RATECHG.DAT STAMPED WITH THE END DATE    *
000351*                 AND TIME LOGGED ON THE RUN'S RUNHIST.DAT *
000352*                 ROW, AND CARRY THE PAY GROUP AFTER THE   *
000353*                 CHANGE AS WELL AS BEFORE IT, SO RETRO-   *
000354*                 PAY-MODULE CAN TELL WHICH PAY RUNS CAME  *
000355*                 AFTER THE CHANGE.                        *
000356* 2026-10-15  AR  RATECHG.DAT IS NOW APPENDED TO, NOT      *
000357*                 REPLACED, SO A CHANGE RETRO-PAY-MODULE   *
000358*                 HAS NOT YET LOGGED ON RETROPAY.LOG IS    *
000359*                 NEVER LOST TO THE NEXT RUN.  A RUN THAT  *
000360*                 CANNOT APPEND ITS CHANGES ENDS RC 12     *
000361*                 WITHOUT LOGGING ITSELF ON RUNHIST.DAT.   *
000362*----------------------------------------------------------*

000363 ENVIRONMENT DIVISION.
000364 CONFIGURATION SECTION.
000365 SOURCE-COMPUTER.  GENERIC.
000366 OBJECT-COMPUTER.  GENERIC.

000367 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000430         ORGANIZATION IS LINE SEQUENTIAL.

000440     SELECT AUDIT-FILE    ASSIGN TO "EMPMAINT-AUDIT.RPT"
000441         ORGANIZATION IS LINE SEQUENTIAL.

000442     SELECT OPTIONAL RATE-CHANGE-FILE ASSIGN TO "RATECHG.DAT"
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-RATECHG-STATUS.

000445     SELECT RATE-CHANGE-WORK-FILE ASSIGN TO "RATECHG.WRK"
000446         ORGANIZATION IS LINE SEQUENTIAL.

000447     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-RUNCTL-STATUS.

000450     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
000451         ORGANIZATION IS LINE SEQUENTIAL
000452         FILE STATUS IS WS-RUNHIST-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000661     05  EMP-HIRE-DATE     PIC 9(08).
000662     05  EMP-STATE         PIC X(02).
000663     05  EMP-LOCALITY      PIC X(04).
000664     05  EMP-SSN           PIC X(09).
000665     05  EMP-STREET        PIC X(22).
000666     05  EMP-CITY          PIC X(22).
000667     05  EMP-ADDR-STATE    PIC X(02).
000668     05  EMP-ZIP           PIC X(09).
000669     05  EMP-PAY-GROUP     PIC X(02).
000670     05  EMP-BIRTH-DATE    PIC 9(08).

000671*----------------------------------------------------------*
000680* MAINTENANCE TRANSACTIONS - ZERO, ONE, OR MANY RECORDS PER *
000690* EMPLOYEE, EMP-ID ASCENDING.  AN ADD CARRIES EVERY MASTER  *
000700* FIELD; A CHANGE CARRIES ONLY THE FIELDS TO REPLACE (A     *
000871     05  TR-HIRE-DATE      PIC 9(08).
000872     05  TR-STATE          PIC X(02).
000873     05  TR-LOCALITY       PIC X(04).
000874     05  TR-SSN            PIC X(09).
000875     05  TR-STREET         PIC X(22).
000876     05  TR-CITY           PIC X(22).
000877     05  TR-ADDR-STATE     PIC X(02).
000878     05  TR-ZIP            PIC X(09).
000879     05  TR-PAY-GROUP      PIC X(02).
000880     05  TR-BIRTH-DATE     PIC 9(08).

000881*----------------------------------------------------------*
000890* EMPLOYEE MASTER, UPDATED - PROMOTED TO EMPLOYEE.DAT BY    *
000900* PROMOTE-MODULE AFTER THE AUDIT REPORT IS REVIEWED.        *
000910*----------------------------------------------------------*
000920 FD  EMPLOYEE-OUT-FILE.
000930 01  EMPLOYEE-OUT-REC.
001011     05  EO-HIRE-DATE      PIC 9(08).
001012     05  EO-STATE          PIC X(02).
001013     05  EO-LOCALITY       PIC X(04).
001014     05  EO-SSN            PIC X(09).
001015     05  EO-STREET         PIC X(22).
001016     05  EO-CITY           PIC X(22).
001017     05  EO-ADDR-STATE     PIC X(02).
001018     05  EO-ZIP            PIC X(09).
001019     05  EO-PAY-GROUP      PIC X(02).
001020     05  EO-BIRTH-DATE     PIC 9(08).

001021*----------------------------------------------------------*
001022* MAINTENANCE AUDIT REPORT - ONE ACTION LINE PER            *
001023* TRANSACTION, WITH A BEFORE AND AN AFTER IMAGE LINE FOR    *
001024* EVERY RECORD CHANGED AND A REASON LINE FOR EVERY          *
001025* TRANSACTION REJECTED, PLUS CONTROL COUNTS AT END.         *
001026*----------------------------------------------------------*
001027 FD  AUDIT-FILE.
001028 01  AUDIT-LINE        PIC X(90).

001029*----------------------------------------------------------*
001030* RATE CHANGES - ONE RECORD PER APPLIED CHANGE THAT MOVED   *
001031* THE RATE, SALARY OR PAY TYPE, WITH THE FIGURES BEFORE AND *
001032* AFTER AND THE EFFECTIVE DATE KEYED, APPENDED BY EACH RUN  *
001033* IN EMP-ID ORDER.  RETRO-PAY-MODULE READS IT AGAINST       *
001034* PAYHIST.DAT TO REPRICE ANY PERIOD ALREADY PAID ON OR      *
001035* AFTER THE EFFECTIVE DATE.  RT-PAY-GROUP IS THE GROUP THE  *
001036* EMPLOYEE WAS PAID WITH BEFORE THE CHANGE, RT-NEW-PAY-     *
001037* GROUP THE GROUP AFTER IT.  EVERY RECORD CARRIES THE END   *
001038* DATE AND TIME OF THIS RUN'S RUNHIST.DAT ROW, SO RETRO-    *
001039* PAY-MODULE CAN TELL A PAY RUN THAT CAME AFTER THE CHANGE  *
001040* AND A CHANGE IT HAS ALREADY PAID.                         *
001041*----------------------------------------------------------*
001042 FD  RATE-CHANGE-FILE.
001043 01  RATE-CHANGE-REC.
001044     05  RT-EMP-ID         PIC 9(05).
001045     05  RT-EFF-DATE       PIC 9(08).
001046     05  RT-NAME           PIC X(30).
001047     05  RT-OLD-TYPE       PIC X(01).
001048     05  RT-OLD-RATE       PIC 9(03)V99.
001049     05  RT-OLD-SALARY     PIC 9(06)V99.
001050     05  RT-NEW-TYPE       PIC X(01).
001051     05  RT-NEW-RATE       PIC 9(03)V99.
001052     05  RT-NEW-SALARY     PIC 9(06)V99.
001053     05  RT-PAY-GROUP      PIC X(02).
001054     05  RT-NEW-PAY-GROUP  PIC X(02).
001055     05  RT-RUN-END-DATE   PIC 9(08).
001056     05  RT-RUN-END-TIME   PIC 9(06).

001057*----------------------------------------------------------*
001058* RATE CHANGES HELD FOR THE END OF THE RUN - THE RATE       *
001059* CHANGE RECORD SHORT OF THE RUN END STAMP, WHICH IS NOT    *
001060* KNOWN UNTIL THE LAST TRANSACTION IS APPLIED.              *
001061*----------------------------------------------------------*
001062 FD  RATE-CHANGE-WORK-FILE.
001063 01  RATE-CHANGE-WORK-REC  PIC X(75).

001064*----------------------------------------------------------*
001065* RUN CONTROL CARD, AS CARRIED BY THE PAY RUN - SEE        *
001066* PAYROLL-MODULE.  READ HERE FOR THE PERIOD, PAY GROUP AND *
001067* OPERATOR THE RUN IS LOGGED UNDER.                        *
001068*----------------------------------------------------------*
001069 FD  RUN-CONTROL-FILE.
001070 01  RUN-CONTROL-REC.
001071     05  RC-PAY-PERIOD-DATE PIC 9(08).
001072     05  RC-RUN-TYPE       PIC X(01).
001073     05  RC-PREVIEW        PIC X(01).
001074     05  RC-COMPANY-NAME   PIC X(23).
001075     05  RC-COMPANY-ID     PIC 9(10).
001076     05  RC-ODFI           PIC 9(08).
001077     05  RC-OPERATOR       PIC X(08).
001078     05  RC-OVERRIDE       PIC X(01).
001079     05  RC-PAY-GROUP      PIC X(02).

001080*----------------------------------------------------------*
001081* RUN HISTORY LOG, AS APPENDED BY THE PAY RUN - SEE        *
001082* PAYROLL-MODULE.  A CLEAN RUN HERE APPENDS ITS OWN ROW    *
001083* (RUN TYPE E) NAMING EMPLOYEE.NEW WITH ITS COUNTS AND     *
001084* CONTROL TOTAL, WHICH PROMOTE-MODULE PROVES THE FILE      *
001085* AGAINST BEFORE IT REPLACES THE MASTER.                   *
001086*----------------------------------------------------------*
001087 FD  RUN-HISTORY-FILE.
001088 01  RUN-HISTORY-REC.
001089     05  RH-PAY-PERIOD-DATE PIC 9(08).
001090     05  RH-RUN-TYPE       PIC X(01).
001091     05  RH-PREVIEW        PIC X(01).
001092     05  RH-OPERATOR       PIC X(08).
001093     05  RH-START-DATE     PIC 9(08).
001094     05  RH-START-TIME     PIC 9(06).
001095     05  RH-END-DATE       PIC 9(08).
001096     05  RH-END-TIME       PIC 9(06).
001097     05  RH-EMP-COUNT      PIC 9(06).
001098     05  RH-TOTAL-GROSS    PIC 9(08)V99.
001099     05  RH-TOTAL-TAX      PIC 9(08)V99.
001100     05  RH-TOTAL-NET      PIC 9(08)V99.
001101     05  RH-STATUS         PIC X(01).
001102     05  RH-PAY-GROUP      PIC X(02).
001103*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
001104*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
001105*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
001106*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
001107*    AND UNUSED ENTRIES, READ AS SPACES.
001108     05  RH-NEW-FILE       OCCURS 3 TIMES.
001109         10  RH-NF-NAME    PIC X(14).
001110         10  RH-NF-IN-COUNT PIC 9(06).
001111         10  RH-NF-OUT-COUNT PIC 9(06).
001112         10  RH-NF-CONTROL PIC 9(11)V99.

001113 WORKING-STORAGE SECTION.
001114*----------------------------------------------------------*
001120* END-OF-FILE SWITCHES                                      *
001130*----------------------------------------------------------*
001140 01  WS-SWITCHES.
001180     05  EOF-TRN           PIC X VALUE "N".
001190         88  END-OF-TRN            VALUE "Y".
001200         88  NOT-END-OF-TRN        VALUE "N".
001201     05  EOF-RTW           PIC X VALUE "N".
001202         88  END-OF-RTW            VALUE "Y".
001203         88  NOT-END-OF-RTW        VALUE "N".

001210*----------------------------------------------------------*
001220* MATCH-MERGE READ-AHEAD KEYS AND THE SEQUENCE EDIT'S       *
001410     05  WS-WRK-SALARY     PIC 9(06)V99.
001420     05  WS-WRK-DEPT       PIC X(04).
001430     05  WS-WRK-STATUS     PIC X(01).
001431     05  WS-WRK-TERM-DATE  PIC 9(08).
001432     05  WS-WRK-HIRE-DATE  PIC 9(08).
001433     05  WS-WRK-STATE      PIC X(02).
001434     05  WS-WRK-LOCALITY   PIC X(04).
001435     05  WS-WRK-SSN        PIC X(09).
001436     05  WS-WRK-STREET     PIC X(22).
001437     05  WS-WRK-CITY       PIC X(22).
001438     05  WS-WRK-ADDR-STATE PIC X(02).
001439     05  WS-WRK-ZIP        PIC X(09).
001440     05  WS-WRK-PAY-GROUP  PIC X(02).
001441     05  WS-WRK-BIRTH-DATE PIC 9(08).

001444*----------------------------------------------------------*
001445* THE WORK RECORD AS IT STOOD BEFORE THE CHANGE IN          *
001448* NOT THE EARLIER TRANSACTIONS ALREADY APPLIED (AND         *
001449* ALREADY AUDITED) AGAINST THE SAME RECORD.                 *
001450*----------------------------------------------------------*
001451 01  WS-PREV-WORK-REC      PIC X(150).

001452*----------------------------------------------------------*
001460* TRANSACTION EDIT WORK FIELDS - THE REJECT REASON THE      *
001540     05  WS-EFF-EDIT.
001550         10  WS-EFF-YEAR   PIC 9(04).
001560         10  WS-EFF-MONTH  PIC 9(02).
001561         10  WS-EFF-DAY    PIC 9(02).
001562*    THE W-2 FIELDS UNDER EDIT - LOADED FROM THE WORK RECORD
001563*    BY 2620 OR FROM THE ADD TRANSACTION BY 2600.
001564     05  WS-W2-EDIT.
001565         10  WS-W2-SSN     PIC X(09).
001566         10  WS-W2-STREET  PIC X(22).
001567         10  WS-W2-CITY    PIC X(22).
001568         10  WS-W2-STATE   PIC X(02).
001569         10  WS-W2-ZIP     PIC X(09).
001570*    A KEYED BIRTH DATE UNDER EDIT, BY 2640.
001571     05  WS-BIRTH-EDIT.
001572         10  WS-BIRTH-YEAR PIC 9(04).
001573         10  WS-BIRTH-MONTH PIC 9(02).
001574         10  WS-BIRTH-DAY  PIC 9(02).

001580*----------------------------------------------------------*
001590* CONTROL COUNTS FOR THE FOOT OF THE AUDIT REPORT.          *
001630     05  WS-OUT-COUNT      PIC 9(06)    COMP VALUE 0.
001640     05  WS-ADD-COUNT      PIC 9(06)    COMP VALUE 0.
001650     05  WS-CHG-COUNT      PIC 9(06)    COMP VALUE 0.
001651     05  WS-TRM-COUNT      PIC 9(06)    COMP VALUE 0.
001652     05  WS-REJ-COUNT      PIC 9(06)    COMP VALUE 0.
001653     05  WS-RTC-COUNT      PIC 9(06)    COMP VALUE 0.

001654*----------------------------------------------------------*
001655* RUN HISTORY - THE PERIOD, PAY GROUP AND OPERATOR OFF THE *
001656* RUN CONTROL CARD, THE RUN'S START/END TIMESTAMPS, AND THE*
001657* FOOTING OF EMPLOYEE.NEW FOR ITS RUNHIST.DAT ROW: THE     *
001658* MASTER RECORDS READ, THE RECORDS WRITTEN, AND THE CONTROL*
001659* TOTAL - THE SUM OF THE EMPLOYEE NUMBERS WRITTEN.         *
001660*----------------------------------------------------------*
001661 01  WS-RUN-HISTORY.
001662     05  WS-RUNCTL-STATUS  PIC XX      VALUE "00".
001663     05  WS-RUNHIST-STATUS PIC XX      VALUE "00".
001664     05  WS-RATECHG-STATUS PIC XX      VALUE "00".
001665     05  WS-RUN-PERIOD     PIC 9(08)   VALUE 0.
001666     05  WS-RUN-GROUP      PIC X(02)   VALUE SPACES.
001667     05  WS-OPERATOR       PIC X(08)   VALUE SPACES.
001668     05  WS-START-DATE     PIC 9(08)   VALUE 0.
001669     05  WS-START-TIME     PIC 9(08)   VALUE 0.
001670     05  WS-END-DATE       PIC 9(08)   VALUE 0.
001671     05  WS-END-TIME       PIC 9(08)   VALUE 0.
001672     05  WS-NF-IN-COUNT    PIC 9(06)   COMP VALUE 0.
001673     05  WS-NF-OUT-COUNT   PIC 9(06)   COMP VALUE 0.
001674     05  WS-NF-CONTROL     PIC 9(11)V99 VALUE 0.

001680*----------------------------------------------------------*
001690* REPORT LINE LAYOUTS.  VALUE CLAUSES IN THE FILE SECTION  *
002014     05  AM-IMG-STATE      PIC X(02).
002015     05  FILLER            PIC X(01) VALUE SPACES.
002016     05  AM-IMG-LOCALITY   PIC X(04).
002017     05  FILLER            PIC X(01) VALUE SPACES.
002018 01  AM-ADDR-LINE.
002019     05  FILLER            PIC X(06) VALUE SPACES.
002020     05  AM-ADR-SSN        PIC X(11).
002021     05  FILLER            PIC X(01) VALUE SPACES.
002022     05  AM-ADR-STREET     PIC X(22).
002023     05  FILLER            PIC X(01) VALUE SPACES.
002024     05  AM-ADR-CITY       PIC X(22).
002025     05  FILLER            PIC X(01) VALUE SPACES.
002026     05  AM-ADR-STATE      PIC X(02).
002027     05  FILLER            PIC X(01) VALUE SPACES.
002028     05  AM-ADR-ZIP        PIC X(09).
002029     05  FILLER            PIC X(01) VALUE SPACES.
002030     05  AM-ADR-PAY-GROUP  PIC X(02).
002031     05  FILLER            PIC X(01) VALUE SPACES.
002032     05  AM-ADR-BIRTH-DATE PIC 9(08).
002033     05  FILLER            PIC X(01) VALUE SPACES.
002034 01  AM-SSN-MASK.
002035     05  FILLER            PIC X(07) VALUE "XXX-XX-".
002036     05  AM-MASK-LAST4     PIC X(04).
002037 01  AM-REJECT-LINE.
002040     05  AM-REJ-EMP-ID     PIC 9(05).
002050     05  FILLER            PIC X(02) VALUE SPACES.
002060     05  FILLER            PIC X(10) VALUE "REJECTED".
002270* REPORT, AND PRIME BOTH READ-AHEADS.                       *
002280*----------------------------------------------------------*
002290 1000-INITIALIZE.
002291     PERFORM 1400-GET-RUN-CONTROL THRU 1400-EXIT
002300     OPEN INPUT  EMPLOYEE-FILE
002310          INPUT  TRANS-FILE
002320          OUTPUT EMPLOYEE-OUT-FILE
002330          OUTPUT AUDIT-FILE
002332          OUTPUT RATE-CHANGE-WORK-FILE
002340     WRITE AUDIT-LINE FROM AM-HEADING-LINE
002350     WRITE AUDIT-LINE FROM AM-BLANK-LINE
002360     SET NOT-END-OF-EMP TO TRUE
002770         PERFORM 2510-WRITE-REJECT THRU 2510-EXIT
002780         GO TO 1210-READ-TRANS
002790     END-IF
002791     MOVE TR-EMP-ID TO WS-PREV-TRN-ID
002792     MOVE TR-EMP-ID TO WS-TRN-KEY.
002793 1210-EXIT.
002794     EXIT.

002795*----------------------------------------------------------*
002796* 1400-GET-RUN-CONTROL - THE PERIOD, PAY GROUP AND         *
002797* OPERATOR THIS RUN IS LOGGED UNDER IN RUNHIST.DAT COME    *
002798* OFF THE OPERATOR'S RUNCTL.DAT CARD, AS EVERY RUN IN      *
002799* THIS SYSTEM IS DATED.                                    *
002800*----------------------------------------------------------*
002801 1400-GET-RUN-CONTROL.
002802     OPEN INPUT RUN-CONTROL-FILE
002803     IF WS-RUNCTL-STATUS NOT = "00"
002804         DISPLAY "RUNCTL.DAT MISSING OR UNREADABLE - STATUS "
002805                 WS-RUNCTL-STATUS
002806         MOVE 12 TO RETURN-CODE
002807         STOP RUN
002808     END-IF
002809     READ RUN-CONTROL-FILE
002810         AT END
002811             DISPLAY "RUNCTL.DAT IS EMPTY - NO RUN CONTROL"
002812             MOVE 12 TO RETURN-CODE
002813             STOP RUN
002814     END-READ
002815     CLOSE RUN-CONTROL-FILE
002816     IF RC-PAY-PERIOD-DATE NOT NUMERIC
002817         DISPLAY "RUN CONTROL PAY PERIOD DATE NOT NUMERIC"
002818         MOVE 12 TO RETURN-CODE
002819         STOP RUN
002820     END-IF
002821     MOVE RC-PAY-PERIOD-DATE TO WS-RUN-PERIOD
002822     MOVE RC-PAY-GROUP       TO WS-RUN-GROUP
002823     MOVE RC-OPERATOR        TO WS-OPERATOR
002824     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
002825     ACCEPT WS-START-TIME FROM TIME.
002826 1400-EXIT.
002830     EXIT.

002840*----------------------------------------------------------*
003611     MOVE TR-HIRE-DATE TO WS-WRK-HIRE-DATE
003612     MOVE TR-STATE    TO WS-WRK-STATE
003613     MOVE TR-LOCALITY TO WS-WRK-LOCALITY
003614     MOVE TR-SSN      TO WS-WRK-SSN
003615     MOVE TR-STREET   TO WS-WRK-STREET
003616     MOVE TR-CITY     TO WS-WRK-CITY
003617     MOVE TR-ADDR-STATE TO WS-WRK-ADDR-STATE
003618     MOVE TR-ZIP      TO WS-WRK-ZIP
003619     MOVE TR-PAY-GROUP TO WS-WRK-PAY-GROUP
003620     IF TR-BIRTH-DATE NUMERIC
003621         MOVE TR-BIRTH-DATE TO WS-WRK-BIRTH-DATE
003622     ELSE
003623         MOVE 0           TO WS-WRK-BIRTH-DATE
003624     END-IF
003625     ADD 1 TO WS-ADD-COUNT
003630     MOVE TR-EMP-ID   TO AM-EMP-ID
003640     MOVE "ADD"       TO AM-ACTION
003650     MOVE TR-EFF-DATE TO AM-EFF-DATE
003742     MOVE SPACES      TO AM-IMG-STATE
003743     MOVE SPACES      TO AM-IMG-LOCALITY
003750     WRITE AUDIT-LINE FROM AM-IMAGE-LINE
003751     MOVE SPACES      TO AM-ADR-SSN AM-ADR-STREET AM-ADR-CITY
003752                         AM-ADR-STATE AM-ADR-ZIP AM-ADR-PAY-GROUP
003753     MOVE 0           TO AM-ADR-BIRTH-DATE
003754     WRITE AUDIT-LINE FROM AM-ADDR-LINE
003760     PERFORM 2520-WRITE-NEW-IMAGE THRU 2520-EXIT
003761*    FURTHER TRANSACTIONS KEYED TO THE EMPLOYEE JUST ADDED
003762*    APPLY TO THE WORK RECORD BEFORE IT IS WRITTEN, EXACTLY
004200* 2320-CHANGE-EMPLOYEE - REPLACE ONLY THE FIELDS THE        *
004210* TRANSACTION CARRIES (BLANK OR ZERO MEANS UNCHANGED),      *
004220* PROVE THE RESULT STILL PASSES THE PAY RUN'S EDITS, AND    *
004221* AUDIT THE BEFORE AND AFTER IMAGES.  A CHANGE THAT MOVED   *
004222* THE PAY FIGURES IS ALSO HELD FOR RATECHG.DAT, WITH THE    *
004223* OLD FIGURES CAPTURED HERE BEFORE THE FIELDS ARE REPLACED. *
004240*----------------------------------------------------------*
004250 2320-CHANGE-EMPLOYEE.
004260     PERFORM 2610-EDIT-EFF-DATE THRU 2610-EXIT
004261     IF WS-TRN-VALID
004262         PERFORM 2640-EDIT-BIRTH-DATE THRU 2640-EXIT
004263     END-IF
004270     IF WS-TRN-INVALID
004280         MOVE TR-EMP-ID TO AM-REJ-EMP-ID
004290         PERFORM 2510-WRITE-REJECT THRU 2510-EXIT
004310     END-IF
004320     PERFORM 2530-WRITE-OLD-IMAGE-SETUP THRU 2530-EXIT
004321     MOVE WS-WORK-REC TO WS-PREV-WORK-REC
004322     MOVE WS-WRK-TYPE      TO RT-OLD-TYPE
004323     MOVE WS-WRK-RATE      TO RT-OLD-RATE
004324     MOVE WS-WRK-SALARY    TO RT-OLD-SALARY
004325     MOVE WS-WRK-PAY-GROUP TO RT-PAY-GROUP
004330     IF TR-NAME NOT = SPACES
004340         MOVE TR-NAME TO WS-WRK-NAME
004350     END-IF
004477     IF TR-LOCALITY NOT = SPACES
004478         MOVE TR-LOCALITY TO WS-WRK-LOCALITY
004479     END-IF
004480     IF TR-SSN NOT = SPACES
004481         MOVE TR-SSN TO WS-WRK-SSN
004482     END-IF
004483     IF TR-STREET NOT = SPACES
004484         MOVE TR-STREET TO WS-WRK-STREET
004485     END-IF
004486     IF TR-CITY NOT = SPACES
004487         MOVE TR-CITY TO WS-WRK-CITY
004488     END-IF
004489     IF TR-ADDR-STATE NOT = SPACES
004490         MOVE TR-ADDR-STATE TO WS-WRK-ADDR-STATE
004491     END-IF
004492     IF TR-ZIP NOT = SPACES
004493         MOVE TR-ZIP TO WS-WRK-ZIP
004494     END-IF
004495     IF TR-PAY-GROUP NOT = SPACES
004496         MOVE TR-PAY-GROUP TO WS-WRK-PAY-GROUP
004497     END-IF
004498     IF TR-BIRTH-DATE NUMERIC AND TR-BIRTH-DATE NOT = 0
004499         MOVE TR-BIRTH-DATE TO WS-WRK-BIRTH-DATE
004500     END-IF
004501     PERFORM 2620-EDIT-WORK-REC THRU 2620-EXIT
004502     IF WS-TRN-INVALID
004503*        THE CHANGE WOULD LEAVE A RECORD THE PAY RUN REJECTS -
004510*        ROLL BACK ONLY THIS TRANSACTION, NOT THE ONES
004515*        ALREADY APPLIED AHEAD OF IT, AND REJECT IT.
004520         MOVE WS-PREV-WORK-REC TO WS-WORK-REC
004600     MOVE TR-EFF-DATE TO AM-EFF-DATE
004610     WRITE AUDIT-LINE FROM AM-ACTION-LINE
004620     WRITE AUDIT-LINE FROM AM-IMAGE-LINE
004621     WRITE AUDIT-LINE FROM AM-ADDR-LINE
004622     PERFORM 2520-WRITE-NEW-IMAGE THRU 2520-EXIT
004623     IF WS-WRK-TYPE NOT = RT-OLD-TYPE
004624         OR WS-WRK-RATE NOT = RT-OLD-RATE
004625         OR WS-WRK-SALARY NOT = RT-OLD-SALARY
004626         PERFORM 2550-WRITE-RATE-CHANGE THRU 2550-EXIT
004627     END-IF.
004640 2320-EXIT.
004650     EXIT.

004910     MOVE TR-EFF-DATE TO AM-EFF-DATE
004920     WRITE AUDIT-LINE FROM AM-ACTION-LINE
004930     WRITE AUDIT-LINE FROM AM-IMAGE-LINE
004931     WRITE AUDIT-LINE FROM AM-ADDR-LINE
004940     PERFORM 2520-WRITE-NEW-IMAGE THRU 2520-EXIT.
004950 2330-EXIT.
004960     EXIT.

005080*----------------------------------------------------------*
005090* 2520-WRITE-NEW-IMAGE - THE AFTER IMAGE OF THE RECORD IN   *
005091* PROCESS, FROM THE WORK AREA THE CHANGE WAS APPLIED TO,    *
005092* WITH ITS ADDRESS LINE BENEATH.                            *
005110*----------------------------------------------------------*
005120 2520-WRITE-NEW-IMAGE.
005130     MOVE "  NEW"          TO AM-IMG-LABEL
005202     MOVE WS-WRK-STATE     TO AM-IMG-STATE
005203     MOVE WS-WRK-LOCALITY  TO AM-IMG-LOCALITY
005210     WRITE AUDIT-LINE FROM AM-IMAGE-LINE
005211     PERFORM 2540-BUILD-ADDR-LINE THRU 2540-EXIT
005212     WRITE AUDIT-LINE FROM AM-ADDR-LINE
005220     WRITE AUDIT-LINE FROM AM-BLANK-LINE.
005230 2520-EXIT.
005240     EXIT.
005260* 2530-WRITE-OLD-IMAGE-SETUP - BUILD (BUT DO NOT YET        *
005270* WRITE) THE BEFORE IMAGE FROM THE WORK AREA AS IT STANDS,  *
005280* SO THE ACTION LINE CAN GO OUT FIRST ONCE THE CHANGE       *
005290* PROVES CLEAN.  THE ADDRESS LINE IS BUILT THE SAME WAY.    *
005300*----------------------------------------------------------*
005310 2530-WRITE-OLD-IMAGE-SETUP.
005320     MOVE "  OLD"          TO AM-IMG-LABEL
005390     MOVE WS-WRK-TERM-DATE TO AM-IMG-TERM-DATE
005391     MOVE WS-WRK-HIRE-DATE TO AM-IMG-HIRE-DATE
005392     MOVE WS-WRK-STATE     TO AM-IMG-STATE
005393     MOVE WS-WRK-LOCALITY  TO AM-IMG-LOCALITY
005394     PERFORM 2540-BUILD-ADDR-LINE THRU 2540-EXIT.
005400 2530-EXIT.
005401     EXIT.

005402*----------------------------------------------------------*
005403* 2540-BUILD-ADDR-LINE - THE ADDRESS LINE UNDER AN IMAGE,   *
005404* FROM THE WORK AREA AS IT STANDS.  THE SSN IS SHOWN ONLY   *
005405* AS ITS LAST FOUR DIGITS - THE AUDIT REPORT IS CIRCULATED  *
005406* FOR REVIEW AND MUST NOT CARRY THE FULL NUMBER.            *
005407*----------------------------------------------------------*
005408 2540-BUILD-ADDR-LINE.
005409     IF WS-WRK-SSN = SPACES
005410         MOVE SPACES TO AM-ADR-SSN
005411     ELSE
005412         MOVE WS-WRK-SSN (6:4) TO AM-MASK-LAST4
005413         MOVE AM-SSN-MASK TO AM-ADR-SSN
005414     END-IF
005415     MOVE WS-WRK-STREET    TO AM-ADR-STREET
005416     MOVE WS-WRK-CITY      TO AM-ADR-CITY
005417     MOVE WS-WRK-ADDR-STATE TO AM-ADR-STATE
005418     MOVE WS-WRK-ZIP       TO AM-ADR-ZIP
005419     MOVE WS-WRK-PAY-GROUP TO AM-ADR-PAY-GROUP
005420     IF WS-WRK-BIRTH-DATE NUMERIC
005421         MOVE WS-WRK-BIRTH-DATE TO AM-ADR-BIRTH-DATE
005422     ELSE
005423         MOVE 0           TO AM-ADR-BIRTH-DATE
005424     END-IF.
005425 2540-EXIT.
005426     EXIT.

005427*----------------------------------------------------------*
005428* 2550-WRITE-RATE-CHANGE - FINISH THE RATE CHANGE RECORD    *
005429* 2320 STARTED WITH THE OLD FIGURES: THE NEW FIGURES AND    *
005430* PAY GROUP FROM THE WORK AREA AND THE TRANSACTION'S        *
005431* EFFECTIVE DATE.  IT IS HELD ON THE WORK FILE UNTIL 9500   *
005432* STAMPS IT WITH THE RUN END.                               *
005433*----------------------------------------------------------*
005434 2550-WRITE-RATE-CHANGE.
005435     MOVE WS-WRK-EMP-ID    TO RT-EMP-ID
005436     MOVE TR-EFF-DATE      TO RT-EFF-DATE
005437     MOVE WS-WRK-NAME      TO RT-NAME
005438     MOVE WS-WRK-TYPE      TO RT-NEW-TYPE
005439     MOVE WS-WRK-RATE      TO RT-NEW-RATE
005440     MOVE WS-WRK-SALARY    TO RT-NEW-SALARY
005441     MOVE WS-WRK-PAY-GROUP TO RT-NEW-PAY-GROUP
005442     WRITE RATE-CHANGE-WORK-REC FROM RATE-CHANGE-REC
005443     ADD 1 TO WS-RTC-COUNT.
005444 2550-EXIT.
005445     EXIT.

005446*----------------------------------------------------------*
005447* 2600-EDIT-ADD-FIELDS - EVERY FIELD AN ADD PUTS ON THE     *
005448* MASTER, HELD TO THE SAME TESTS AS THE PAY RUN'S           *
005450* 0510-EDIT-EMPLOYEE: NAME PRESENT, TYPE H OR S, THE PAY    *
005460* FIGURE THE TYPE CALLS FOR NOT ZERO, DEPARTMENT PRESENT,   *
005461* AND A VALID EFFECTIVE DATE.  A NEW HIRE ALSO CARRIES AN   *
005462* SSN AND A FULL ADDRESS FOR THE W-2, HELD TO THE SAME      *
005463* FORMAT EDITS AS A CHANGED RECORD (2630), AND ANY BIRTH    *
005464* DATE KEYED IS EDITED (2640).                              *
005480*----------------------------------------------------------*
005490 2600-EDIT-ADD-FIELDS.
005500     PERFORM 2610-EDIT-EFF-DATE THRU 2610-EXIT
005784         MOVE "HIRE DATE MISSING" TO WS-REJECT-REASON
005785         GO TO 2600-EXIT
005786     END-IF
005787     IF TR-SSN = SPACES
005788         MOVE "SSN MISSING" TO WS-REJECT-REASON
005789         GO TO 2600-EXIT
005790     END-IF
005791     IF TR-STREET = SPACES AND TR-CITY = SPACES
005792         AND TR-ADDR-STATE = SPACES AND TR-ZIP = SPACES
005793         MOVE "ADDRESS MISSING" TO WS-REJECT-REASON
005794         GO TO 2600-EXIT
005795     END-IF
005796     MOVE TR-SSN        TO WS-W2-SSN
005797     MOVE TR-STREET     TO WS-W2-STREET
005798     MOVE TR-CITY       TO WS-W2-CITY
005799     MOVE TR-ADDR-STATE TO WS-W2-STATE
005800     MOVE TR-ZIP        TO WS-W2-ZIP
005801     PERFORM 2630-EDIT-W2-FIELDS THRU 2630-EXIT
005802     IF WS-TRN-INVALID
005803         GO TO 2600-EXIT
005804     END-IF
005805     PERFORM 2640-EDIT-BIRTH-DATE THRU 2640-EXIT
005806     IF WS-TRN-INVALID
005807         GO TO 2600-EXIT
005808     END-IF
005809     SET WS-TRN-VALID TO TRUE.
005810 2600-EXIT.
005811     EXIT.

005820*----------------------------------------------------------*
005830* 2610-EDIT-EFF-DATE - THE EFFECTIVE DATE MUST BE NUMERIC   *
006040* 2620-EDIT-WORK-REC - AFTER A CHANGE IS APPLIED, THE WORK  *
006050* RECORD AS A WHOLE MUST STILL PASS THE PAY RUN'S EDITS -   *
006060* E.G. A TYPE FLIPPED TO SALARIED WITH A ZERO SALARY ON     *
006061* FILE IS REJECTED HERE, AS IS AN SSN OR ADDRESS CHANGE     *
006062* THAT LEAVES A MALFORMED SSN OR A PARTIAL ADDRESS.         *
006080*----------------------------------------------------------*
006090 2620-EDIT-WORK-REC.
006100     SET WS-TRN-INVALID TO TRUE
006240         MOVE "DEPARTMENT IS BLANK" TO WS-REJECT-REASON
006250         GO TO 2620-EXIT
006260     END-IF
006261     MOVE WS-WRK-SSN        TO WS-W2-SSN
006262     MOVE WS-WRK-STREET     TO WS-W2-STREET
006263     MOVE WS-WRK-CITY       TO WS-W2-CITY
006264     MOVE WS-WRK-ADDR-STATE TO WS-W2-STATE
006265     MOVE WS-WRK-ZIP        TO WS-W2-ZIP
006266     PERFORM 2630-EDIT-W2-FIELDS THRU 2630-EXIT
006267     IF WS-TRN-INVALID
006268         GO TO 2620-EXIT
006269     END-IF
006270     SET WS-TRN-VALID TO TRUE.
006271 2620-EXIT.
006272     EXIT.

006273*----------------------------------------------------------*
006274* 2630-EDIT-W2-FIELDS - THE PAY RUN'S SSN AND ADDRESS       *
006275* EDITS ON WS-W2-EDIT: AN SSN, IF PRESENT, IS NINE DIGITS   *
006276* IN A RANGE SSA ISSUES (NO 000, 666 OR 9XX AREA, NO 00     *
006277* GROUP, NO 0000 SERIAL); AN ADDRESS, IF STARTED, HAS       *
006278* STREET, CITY AND STATE AND A NUMERIC ZIP (FIVE DIGITS,    *
006279* PLUS FOUR OPTIONAL).  A BLANK SSN PASSES HERE - AN        *
006280* EMPLOYEE HIRED BEFORE THE SSN WAS CARRIED STILL CHANGES.  *
006281*----------------------------------------------------------*
006282 2630-EDIT-W2-FIELDS.
006283     SET WS-TRN-INVALID TO TRUE
006284     IF WS-W2-SSN NOT = SPACES
006285         IF WS-W2-SSN NOT NUMERIC
006286             MOVE "SSN NOT NUMERIC" TO WS-REJECT-REASON
006287             GO TO 2630-EXIT
006288         END-IF
006289         IF WS-W2-SSN (1:3) = "000" OR WS-W2-SSN (1:3) = "666"
006290             OR WS-W2-SSN (1:1) = "9"
006291             OR WS-W2-SSN (4:2) = "00"
006292             OR WS-W2-SSN (6:4) = "0000"
006293             MOVE "SSN NOT IN AN ISSUED RANGE"
006294                 TO WS-REJECT-REASON
006295             GO TO 2630-EXIT
006296         END-IF
006297     END-IF
006298     IF WS-W2-STREET = SPACES AND WS-W2-CITY = SPACES
006299         AND WS-W2-STATE = SPACES AND WS-W2-ZIP = SPACES
006300         SET WS-TRN-VALID TO TRUE
006301         GO TO 2630-EXIT
006302     END-IF
006303     IF WS-W2-STREET = SPACES OR WS-W2-CITY = SPACES
006304         OR WS-W2-STATE = SPACES
006305         MOVE "ADDRESS INCOMPLETE" TO WS-REJECT-REASON
006306         GO TO 2630-EXIT
006307     END-IF
006308     IF WS-W2-ZIP (1:5) NOT NUMERIC
006309         OR (WS-W2-ZIP (6:4) NOT = SPACES
006310             AND WS-W2-ZIP (6:4) NOT NUMERIC)
006311         MOVE "ZIP CODE NOT NUMERIC" TO WS-REJECT-REASON
006312         GO TO 2630-EXIT
006313     END-IF
006314     SET WS-TRN-VALID TO TRUE.
006315 2630-EXIT.
006316     EXIT.

006317*----------------------------------------------------------*
006318* 2640-EDIT-BIRTH-DATE - A BIRTH DATE ON THE TRANSACTION,  *
006319* IF KEYED, MUST BE NUMERIC, A PLAUSIBLE CALENDAR DATE, AND*
006320* BEFORE THE EFFECTIVE DATE - THE PAY RUN GRANTS THE 401(K)*
006321* CATCH-UP OFF IT.  BLANK OR ZERO PASSES: ON AN ADD IT IS  *
006322* CARRIED AS UNKNOWN, ON A CHANGE IT MEANS UNCHANGED.      *
006323*----------------------------------------------------------*
006324 2640-EDIT-BIRTH-DATE.
006325     SET WS-TRN-INVALID TO TRUE
006326     MOVE TR-BIRTH-DATE TO WS-BIRTH-EDIT
006327     IF WS-BIRTH-EDIT = SPACES OR WS-BIRTH-EDIT = ZEROS
006328         SET WS-TRN-VALID TO TRUE
006329         GO TO 2640-EXIT
006330     END-IF
006331     IF WS-BIRTH-EDIT NOT NUMERIC
006332         MOVE "BIRTH DATE NOT NUMERIC" TO WS-REJECT-REASON
006333         GO TO 2640-EXIT
006334     END-IF
006335     IF WS-BIRTH-YEAR < 1900 OR WS-BIRTH-YEAR > 2099
006336         OR WS-BIRTH-MONTH < 01 OR WS-BIRTH-MONTH > 12
006337         OR WS-BIRTH-DAY < 01 OR WS-BIRTH-DAY > 31
006338         OR TR-BIRTH-DATE NOT < TR-EFF-DATE
006339         MOVE "BIRTH DATE INVALID" TO WS-REJECT-REASON
006340         GO TO 2640-EXIT
006341     END-IF
006342     SET WS-TRN-VALID TO TRUE.
006343 2640-EXIT.
006344     EXIT.

006345*----------------------------------------------------------*
006346* 2900-WRITE-NEW-MASTER - WRITE THE WORK RECORD TO          *
006347* EMPLOYEE.NEW, COUNT IT, AND FOOT ITS EMPLOYEE NUMBER.     *
006348*----------------------------------------------------------*
006349 2900-WRITE-NEW-MASTER.
006350     MOVE WS-WRK-EMP-ID    TO EO-EMP-ID
006360     MOVE WS-WRK-NAME      TO EO-NAME
006370     MOVE WS-WRK-RATE      TO EO-RATE
006421     MOVE WS-WRK-HIRE-DATE TO EO-HIRE-DATE
006422     MOVE WS-WRK-STATE     TO EO-STATE
006423     MOVE WS-WRK-LOCALITY  TO EO-LOCALITY
006424     MOVE WS-WRK-SSN       TO EO-SSN
006425     MOVE WS-WRK-STREET    TO EO-STREET
006426     MOVE WS-WRK-CITY      TO EO-CITY
006427     MOVE WS-WRK-ADDR-STATE TO EO-ADDR-STATE
006428     MOVE WS-WRK-ZIP       TO EO-ZIP
006429     MOVE WS-WRK-PAY-GROUP TO EO-PAY-GROUP
006430     MOVE WS-WRK-BIRTH-DATE TO EO-BIRTH-DATE
006431     WRITE EMPLOYEE-OUT-REC
006432     ADD 1 TO WS-OUT-COUNT
006433     ADD WS-WRK-EMP-ID TO WS-NF-CONTROL.
006450 2900-EXIT.
006460     EXIT.

006470*----------------------------------------------------------*
006480* 9000-TERMINATE - CONTROL COUNTS AT THE FOOT OF THE AUDIT  *
006481* REPORT, THEN MARK THE RUN END, CLOSE EVERYTHING, APPEND  *
006482* THE HELD RATE CHANGES TO RATECHG.DAT STAMPED WITH IT AND  *
006483* LOG THE RUN UNDER THE SAME END.  RECORDS OUT MUST         *
006484* EQUAL RECORDS IN PLUS ADDS - NOTHING IS EVER DELETED.     *
006510*----------------------------------------------------------*
006520 9000-TERMINATE.
006530     WRITE AUDIT-LINE FROM AM-BLANK-LINE
006690     MOVE "TRANSACTIONS REJECTED..." TO AM-COUNT-LABEL
006700     MOVE WS-REJ-COUNT TO AM-COUNT
006710     WRITE AUDIT-LINE FROM AM-COUNT-LINE
006711     MOVE "RATE CHANGES WRITTEN...." TO AM-COUNT-LABEL
006712     MOVE WS-RTC-COUNT TO AM-COUNT
006713     WRITE AUDIT-LINE FROM AM-COUNT-LINE
006714     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
006715     ACCEPT WS-END-TIME FROM TIME
006716     CLOSE RATE-CHANGE-WORK-FILE EMPLOYEE-FILE TRANS-FILE
006717           EMPLOYEE-OUT-FILE AUDIT-FILE
006718     PERFORM 9500-STAMP-RATE-CHANGES THRU 9500-EXIT
006722     MOVE WS-IN-COUNT  TO WS-NF-IN-COUNT
006723     MOVE WS-OUT-COUNT TO WS-NF-OUT-COUNT
006724     PERFORM 9800-WRITE-RUN-HISTORY THRU 9800-EXIT.
006740 9000-EXIT.
006741     EXIT.

006742*----------------------------------------------------------*
006743* 9500-STAMP-RATE-CHANGES - APPEND THE HELD RATE CHANGES TO *
006744* RATECHG.DAT, EACH STAMPED WITH THE RUN END 9800 LOGS.     *
006745* THE CHANGES OF EARLIER RUNS STAY ON THE FILE UNTIL        *
006746* RETRO-PAY-MODULE HAS DEALT WITH THEM.  IF THEY CANNOT BE  *
006747* APPENDED THE RUN STOPS BEFORE 9800 LOGS IT, SO ITS        *
006748* EMPLOYEE.NEW CAN NEVER BE PROMOTED WITHOUT THEM.          *
006749*----------------------------------------------------------*
006750 9500-STAMP-RATE-CHANGES.
006751     IF WS-RTC-COUNT = 0
006752         GO TO 9500-EXIT
006753     END-IF
006754     OPEN EXTEND RATE-CHANGE-FILE
006755     IF WS-RATECHG-STATUS NOT = "00"
006756         AND WS-RATECHG-STATUS NOT = "05"
006757         DISPLAY "RATECHG.DAT NOT WRITABLE - STATUS "
006758                 WS-RATECHG-STATUS
006759         DISPLAY "RUN NOT LOGGED ON RUNHIST.DAT - RERUN IT"
006760         MOVE 12 TO RETURN-CODE
006761         STOP RUN
006762     END-IF
006763     OPEN INPUT RATE-CHANGE-WORK-FILE
006764     SET NOT-END-OF-RTW TO TRUE
006765     PERFORM 9510-COPY-RATE-CHANGE THRU 9510-EXIT
006766         UNTIL END-OF-RTW
006767     CLOSE RATE-CHANGE-WORK-FILE RATE-CHANGE-FILE.
006768 9500-EXIT.
006769     EXIT.

006770*----------------------------------------------------------*
006771* 9510-COPY-RATE-CHANGE - ONE HELD RATE CHANGE, STAMPED.    *
006772*----------------------------------------------------------*
006773 9510-COPY-RATE-CHANGE.
006774     READ RATE-CHANGE-WORK-FILE INTO RATE-CHANGE-REC
006775         AT END
006776             SET END-OF-RTW TO TRUE
006777             GO TO 9510-EXIT
006778     END-READ
006779     MOVE WS-END-DATE        TO RT-RUN-END-DATE
006780     MOVE WS-END-TIME(1:6)   TO RT-RUN-END-TIME
006781     WRITE RATE-CHANGE-REC.
006782 9510-EXIT.
006783     EXIT.

006784*----------------------------------------------------------*
006785* 9800-WRITE-RUN-HISTORY - THE RUN FINISHED CLEAN - APPEND *
006786* ITS RUNHIST.DAT ROW: RUN TYPE E UNDER THE RUN CONTROL    *
006787* PERIOD, GROUP AND OPERATOR, NAMING EMPLOYEE.NEW WITH THE *
006788* MASTER RECORDS READ, THE RECORDS WRITTEN AND THE CONTROL *
006789* TOTAL (THE SUM OF THE EMPLOYEE NUMBERS WRITTEN) FOR      *
006790* PROMOTE-MODULE.  THE END IS THE ONE 9000 MARKED AND       *
006791* STAMPED ON RATECHG.DAT.                                  *
006792*----------------------------------------------------------*
006793 9800-WRITE-RUN-HISTORY.
006794     OPEN EXTEND RUN-HISTORY-FILE
006795     IF WS-RUNHIST-STATUS NOT = "00"
006796         AND WS-RUNHIST-STATUS NOT = "05"
006797         DISPLAY "RUNHIST.DAT NOT WRITABLE - STATUS "
006798                 WS-RUNHIST-STATUS
006799         GO TO 9800-EXIT
006800     END-IF
006801     MOVE SPACES             TO RUN-HISTORY-REC
006802     MOVE WS-RUN-PERIOD      TO RH-PAY-PERIOD-DATE
006803     MOVE "E"                TO RH-RUN-TYPE
006804     MOVE "N"                TO RH-PREVIEW
006805     MOVE WS-OPERATOR        TO RH-OPERATOR
006806     MOVE WS-START-DATE      TO RH-START-DATE
006807     MOVE WS-START-TIME(1:6) TO RH-START-TIME
006808     MOVE WS-END-DATE        TO RH-END-DATE
006809     MOVE WS-END-TIME(1:6)   TO RH-END-TIME
006810     MOVE WS-NF-OUT-COUNT    TO RH-EMP-COUNT
006811     MOVE 0 TO RH-TOTAL-GROSS RH-TOTAL-TAX RH-TOTAL-NET
006812     MOVE "C"                TO RH-STATUS
006813     MOVE WS-RUN-GROUP       TO RH-PAY-GROUP
006814     MOVE "EMPLOYEE.NEW" TO RH-NF-NAME (1)
006815     MOVE WS-NF-IN-COUNT     TO RH-NF-IN-COUNT (1)
006816     MOVE WS-NF-OUT-COUNT    TO RH-NF-OUT-COUNT (1)
006817     MOVE WS-NF-CONTROL      TO RH-NF-CONTROL (1)
006818     WRITE RUN-HISTORY-REC
006819     CLOSE RUN-HISTORY-FILE.
006820 9800-EXIT.
006821     EXIT.

006822 END PROGRAM EMP-MAINT-MODULE.
