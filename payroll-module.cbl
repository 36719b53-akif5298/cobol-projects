001504*                 UNLESS THE CARD CARRIES AN EXPLICIT      *
001505*                 OVERRIDE.  RUN-HISTORY-MODULE PRINTS THE *
001506*                 LOG FOR THE AUDITORS.                    *
001507* 2026-10-15  AR  ADDED EMPLOYEE SOCIAL SECURITY (OASDI)   *
001508*                 AND MEDICARE WITHHOLDING.  OASDI STOPS   *
001509*                 ONCE YTD OASDI WAGES REACH THE ANNUAL    *
001510*                 WAGE BASE; ADDITIONAL MEDICARE IS        *
001511*                 WITHHELD ON MEDICARE WAGES OVER THE      *
001512*                 THRESHOLD; PRE-TAX HEALTH PREMIUMS STAY  *
001513*                 OUT OF BOTH WAGE BASES.  THE EMPLOYER    *
001514*                 MATCH IN 3550-COMPUTE-ER-TAX NOW STOPS   *
001515*                 AT THE SAME BASE INSTEAD OF A FLAT 7.65  *
001516*                 PERCENT OF GROSS.  THE AMOUNTS RIDE THE  *
001517*                 DETAIL RECORD, THE STUB, YTD.DAT (WAGES  *
001518*                 AND TAX FOR EACH), THE GL POSTINGS, THE  *
001519*                 SUMMARY REPORT, AND THE TAX DEPOSIT      *
001520*                 LIABILITY ROW, SO THE 941 DEPOSIT        *
001521*                 CARRIES BOTH HALVES OF FICA.             *
001522* 2026-10-15  AR  ADDED THE EMPLOYEE'S SOCIAL SECURITY     *
001523*                 NUMBER AND MAILING ADDRESS TO THE MASTER *
001524*                 FOR THE W-2.  THE FRONT-END EDIT REJECTS *
001525*                 A MALFORMED SSN OR A PARTIAL ADDRESS; A  *
001526*                 BLANK SSN STILL PAYS, AND PERIOD-END-    *
001527*                 MODULE LISTS IT ON THE W-3 CONTROL       *
001528*                 REPORT.  YTD.DAT NOW ALSO CARRIES        *
001529*                 FEDERAL TAXABLE WAGES AND THE 401(K)     *
001530*                 DEFERRAL FOR W-2 BOXES 1 AND 12.         *
001531* 2026-10-15  AR  ADDED AN EARNINGS CODE TABLE,            *
001532*                 EARNCODE.DAT - PER CODE, HOURS OR A FLAT *
001533*                 AMOUNT, A RATE OR A MULTIPLIER OF EMP-   *
001534*                 RATE, WHETHER THE HOURS COUNT TOWARD THE *
001535*                 40-HOUR OVERTIME THRESHOLD, AND REGULAR, *
001536*                 SUPPLEMENTAL, OR NONTAXABLE.  A TIMECARD *
001537*                 ROW NOW CARRIES AN EARNINGS CODE AND THE *
001538*                 FIXED HOUR BUCKETS PRICE AS THE STANDARD *
001539*                 CODES REG, HOL, VAC AND SCK.  EVERY HOUR *
001540*                 IS PAID AT ITS CODE'S RATE WITH THE      *
001541*                 OVERTIME HALF-TIME PREMIUM ON TOP;       *
001542*                 SUPPLEMENTAL EARNINGS ARE WITHHELD AT    *
001543*                 THE FLAT SUPPLEMENTAL RATE OUTSIDE THE   *
001544*                 BRACKETS.  THE STUB AND LABOR-DIST.RPT   *
001545*                 NOW SHOW EARNINGS BY CODE.               *
001546* 2026-10-15  AR  ADDED PAY GROUPS.  THE MASTER CARRIES A  *
001547*                 PAY-GROUP CODE AND THE RUN CONTROL CARD  *
001548*                 NAMES THE GROUP TO PAY; A REGULAR RUN    *
001549*                 PAYS ONLY THAT GROUP AND CARRIES         *
001550*                 EVERYONE ELSE FORWARD UNTOUCHED.  THE    *
001551*                 GROUP'S ROW ON THE PAY CALENDAR,         *
001552*                 PAYCAL.DAT, GIVES THE PERIOD BEGIN AND   *
001553*                 END, THE CHECK DATE THE ACH AND CHECKS   *
001554*                 CARRY, AND PERIODS PER YEAR.  SALARY,    *
001555*                 LEAVE ACCRUAL AND THE BRACKET            *
001556*                 WITHHOLDING ARE STATED PER STANDARD      *
001557*                 WEEKLY PERIOD AND SCALED TO THE GROUP'S  *
001558*                 FREQUENCY.  A BIWEEKLY GROUP'S TIMECARD  *
001559*                 ROWS CARRY THE WEEK WORKED AND OVERTIME  *
001560*                 IS FIGURED WEEK BY WEEK.  THE DUPLICATE- *
001561*                 PERIOD GUARD NOW KEYS ON GROUP PLUS      *
001562*                 PERIOD.                                  *
001563* 2026-10-15  AR  401(K) DEFERRALS NOW STOP AT THE ANNUAL  *
001564*                 LIMIT, RAISED BY THE CATCH-UP FOR AN     *
001565*                 EMPLOYEE 50 OR OVER BY YEAR END OFF THE  *
001566*                 NEW EMP-BIRTH-DATE.  THE EMPLOYER MATCH  *
001567*                 IS FIGURED UNDER THE PLAN FORMULA,       *
001568*                 PRINTED ON THE STUB, AND POSTED TO THE   *
001569*                 JOURNAL AS EXPENSE AND PAYABLE.  A LIVE  *
001570*                 RUN WRITES THE RECORDKEEPER CONTRIBUTION *
001571*                 FILE, PLAN401K.DAT (PLAN401K-ADJ.DAT ON  *
001572*                 AN ADJUSTMENT RUN): A ROW PER            *
001573*                 PARTICIPANT PAID - DEFERRAL, CATCH-UP,   *
001574*                 MATCH AND PLAN COMPENSATION - AND A      *
001575*                 TRAILER OF CONTROL TOTALS.               *
001576* 2026-10-15  AR  A LIVE RUN'S RUNHIST.DAT RECORD NOW      *
001577*                 LISTS THE NEW MASTER FILES IT WROTE -    *
001578*                 YTD-NEW.DAT, AND ON A REGULAR RUN LEAVE- *
001579*                 NEW.DAT AND GARNORD.NEW - EACH WITH ITS  *
001580*                 RECORD COUNT, ITS CONTROL TOTAL AND THE  *
001581*                 RECORD COUNT OF THE MASTER IT WAS BUILT  *
001582*                 FROM, FOOTED OFF THE CLOSED FILES (SO A  *
001583*                 RESTARTED RUN IS COUNTED WHOLE).         *
001584*                 PROMOTE-MODULE PROVES EACH FILE AGAINST  *
001585*                 THEM BEFORE IT REPLACES THE MASTER.  THE *
001586*                 HISTORY RECORD IS NOW WRITTEN AFTER THE  *
001587*                 RUN'S FILES ARE CLOSED.                  *
001588*----------------------------------------------------------*

001589 ENVIRONMENT DIVISION.
001590 CONFIGURATION SECTION.
001591 SOURCE-COMPUTER.  GENERIC.
001592 OBJECT-COMPUTER.  GENERIC.

001593 INPUT-OUTPUT SECTION.
001594 FILE-CONTROL.
001595     SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
001596         ORGANIZATION IS LINE SEQUENTIAL.

001597     SELECT HOURS-FILE    ASSIGN TO "HOURS.DAT"
001598         ORGANIZATION IS LINE SEQUENTIAL.

001599     SELECT SORT-HOURS-FILE ASSIGN TO "HOURS.SRT".

001600     SELECT SORTED-HOURS-FILE ASSIGN TO "HOURS.SRT.OUT"
001601         ORGANIZATION IS LINE SEQUENTIAL.

001602     SELECT PAYROLL-FILE  ASSIGN TO "PAYROLL.OUT"
001603         ORGANIZATION IS LINE SEQUENTIAL.

001604     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
001605         ORGANIZATION IS LINE SEQUENTIAL.

001606     SELECT TAX-LIAB-FILE ASSIGN TO "TAXLIAB.DAT"
001607         ORGANIZATION IS LINE SEQUENTIAL.

001608     SELECT TAX-RATES-FILE ASSIGN TO "TAXRATES.DAT"
001609         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS WS-RATES-STATUS.

001611     SELECT EARN-CODE-FILE ASSIGN TO "EARNCODE.DAT"
001612         ORGANIZATION IS LINE SEQUENTIAL
001613         FILE STATUS IS WS-EARNCD-STATUS.

001614     SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
001615         ORGANIZATION IS LINE SEQUENTIAL
001616         FILE STATUS IS WS-PAYCAL-STATUS.

001617     SELECT OPTIONAL GARN-ORDER-FILE ASSIGN TO "GARNORD.DAT"
001618         ORGANIZATION IS LINE SEQUENTIAL.

001619     SELECT GARN-ORDER-OUT-FILE ASSIGN TO "GARNORD.NEW"
001620         ORGANIZATION IS LINE SEQUENTIAL.

001621     SELECT GARN-ACTIVITY-FILE ASSIGN TO "GARN-ACTIVITY.RPT"
001622         ORGANIZATION IS LINE SEQUENTIAL.

001623     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
001624         ORGANIZATION IS LINE SEQUENTIAL
001625         FILE STATUS IS WS-RUNHIST-STATUS.

001626     SELECT YTD-FILE      ASSIGN TO "YTD.DAT"
001627         ORGANIZATION IS LINE SEQUENTIAL.

001628     SELECT YTD-OUT-FILE  ASSIGN TO "YTD-NEW.DAT"
001630         ORGANIZATION IS LINE SEQUENTIAL.

001631     SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVEBAL.DAT"
001830     SELECT ADJ-GL-POST-FILE ASSIGN TO "GLPOST-ADJ.DAT"
001840         ORGANIZATION IS LINE SEQUENTIAL.

001841     SELECT PLAN-CONTRIB-FILE ASSIGN TO "PLAN401K.DAT"
001842         ORGANIZATION IS LINE SEQUENTIAL.

001843     SELECT ADJ-PLAN-CONTRIB-FILE ASSIGN TO "PLAN401K-ADJ.DAT"
001844         ORGANIZATION IS LINE SEQUENTIAL.

001850     SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.DAT"
001860         ORGANIZATION IS LINE SEQUENTIAL.

002225     05  EMP-HIRE-DATE     PIC 9(08).
002226     05  EMP-STATE         PIC X(02).
002227     05  EMP-LOCALITY      PIC X(04).
002228*    SSN AND MAILING ADDRESS FOR THE W-2.  A BLANK SSN IS
002229*    CARRIED (APPLIED FOR); A MALFORMED ONE FAILS THE EDIT.
002230     05  EMP-SSN           PIC X(09).
002231     05  EMP-STREET        PIC X(22).
002232     05  EMP-CITY          PIC X(22).
002233     05  EMP-ADDR-STATE    PIC X(02).
002234     05  EMP-ZIP           PIC X(09).
002235*    THE PAY GROUP THE EMPLOYEE IS PAID WITH - BLANK IS THE
002236*    STANDING GROUP A RUN CARD WITH NO GROUP PAYS.
002237     05  EMP-PAY-GROUP     PIC X(02).
002238*    DATE OF BIRTH, CCYYMMDD, FOR THE 401(K) AGE-50 CATCH-UP.
002239*    BLANK OR ZERO IS UNKNOWN AND EARNS NO CATCH-UP.
002240     05  EMP-BIRTH-DATE    PIC 9(08).

002241*----------------------------------------------------------*
002242* HOURS DETAIL - ZERO, ONE, OR MANY RECORDS PER EMPLOYEE.   *
002250* HR-HOURS IS REGULAR/OT-ELIGIBLE HOURS; HR-HOLIDAY-HOURS   *
002260* IS PAID AT DOUBLE TIME AND DOES NOT COUNT TOWARD THE      *
002270* 40-HOUR WEEKLY OVERTIME THRESHOLD.  HR-VAC-HOURS AND      *
002271* HR-SICK-HOURS ARE LEAVE DRAWN AGAINST LEAVEBAL.DAT,       *
002272* PAID AT EMP-RATE AND OUTSIDE THE OVERTIME THRESHOLD       *
002273* LIKE HOLIDAY HOURS.                                       *
002274* THE FOUR FIXED BUCKETS PRICE AS THE STANDARD EARNINGS    *
002275* CODES REG, HOL, VAC AND SCK.  A ROW MAY ALSO CARRY ONE   *
002276* OTHER CODE OFF EARNCODE.DAT - HR-EARN-HOURS FOR AN HOURS *
002277* CODE, HR-EARN-AMOUNT FOR A FLAT ONE.  ROWS CUT BEFORE    *
002278* THE CODE EXISTED END AT HR-SICK-HOURS AND READ AS NO     *
002279* CODE.                                                    *
002280* HR-WORK-WEEK IS THE WEEK OF THE PERIOD THE HOURS WERE    *
002281* WORKED - 1 OR 2, FOR A BIWEEKLY GROUP'S WEEK-BY-WEEK     *
002282* OVERTIME.  BLANK IS WEEK 1.                              *
002283*----------------------------------------------------------*
002290 FD  HOURS-FILE.
002300 01  HOURS-REC.
002310     05  HR-EMP-ID         PIC 9(05).
002340     05  HR-DEPT           PIC X(04).
002341     05  HR-VAC-HOURS      PIC 9(03)V99.
002342     05  HR-SICK-HOURS     PIC 9(03)V99.
002343     05  HR-EARN-CODE      PIC X(03).
002344     05  HR-EARN-HOURS     PIC 9(03)V99.
002345     05  HR-EARN-AMOUNT    PIC 9(05)V99.
002346     05  HR-WORK-WEEK      PIC X(01).
002347         88  HR-WEEK-ONE           VALUE "1" SPACE.
002348         88  HR-WEEK-TWO           VALUE "2".

002350*----------------------------------------------------------*
002360* SORT WORK FILE - HOURS-FILE RESEQUENCED INTO HR-EMP-ID    *
002440     05  SH-DEPT           PIC X(04).
002441     05  SH-VAC-HOURS      PIC 9(03)V99.
002442     05  SH-SICK-HOURS     PIC 9(03)V99.
002443     05  SH-EARN-CODE      PIC X(03).
002444     05  SH-EARN-HOURS     PIC 9(03)V99.
002445     05  SH-EARN-AMOUNT    PIC 9(05)V99.
002446     05  SH-WORK-WEEK      PIC X(01).
002447         88  SH-WEEK-ONE           VALUE "1" SPACE.
002448         88  SH-WEEK-TWO           VALUE "2".

002450*----------------------------------------------------------*
002460* HOURS-FILE, SORTED - READ AHEAD ONE RECORD AT A TIME AND  *
002540     05  SRH-DEPT          PIC X(04).
002541     05  SRH-VAC-HOURS     PIC 9(03)V99.
002542     05  SRH-SICK-HOURS    PIC 9(03)V99.
002543     05  SRH-EARN-CODE     PIC X(03).
002544     05  SRH-EARN-HOURS    PIC 9(03)V99.
002545     05  SRH-EARN-AMOUNT   PIC 9(05)V99.
002546     05  SRH-WORK-WEEK     PIC X(01).
002547         88  SRH-WEEK-ONE          VALUE "1" SPACE.
002548         88  SRH-WEEK-TWO          VALUE "2".

002550*----------------------------------------------------------*
002560* PAYROLL DETAIL - ONE RECORD PER EMPLOYEE PROCESSED.       *
002660     05  P-DT-HOURS        PIC 9(03)V99.
002670     05  P-GROSS           PIC 9(06)V99.
002680     05  P-TAX             PIC 9(06)V99.
002681     05  P-DED-HEALTH      PIC 9(05)V99.
002682     05  P-DED-401K        PIC 9(05)V99.
002683     05  P-DED-GARNISH     PIC 9(05)V99.
002684     05  P-DED-TOTAL       PIC 9(06)V99.
002685     05  P-NET             PIC 9(06)V99.
002686     05  P-YTD-GROSS       PIC 9(07)V99.
002687     05  P-YTD-TAX         PIC 9(07)V99.
002688     05  P-YTD-NET         PIC 9(07)V99.
002689*    NEWER FIELDS GO ON THE END - PAYHIST.DAT CARRIES THIS
002690*    RECORD PERMANENTLY AND OLDER ROWS STOP WHERE THE LAYOUT
002691*    STOPPED WHEN THEY WERE WRITTEN.
002692     05  P-VAC-HOURS       PIC 9(03)V99.
002693     05  P-SICK-HOURS      PIC 9(03)V99.
002694     05  P-STATE-TAX       PIC 9(06)V99.
002695     05  P-LOCAL-TAX       PIC 9(06)V99.
002696     05  P-OASDI-TAX       PIC 9(06)V99.
002697     05  P-MEDICARE-TAX    PIC 9(06)V99.

002698*----------------------------------------------------------*
002699* PAY HISTORY MASTER - EVERY LIVE REGULAR RUN'S PAYROLL     *
002700* DETAIL RECORDS, APPENDED AND NEVER REWRITTEN, SO ANY      *
002701* PRIOR PERIOD'S STUB OR A WAGE VERIFICATION CAN BE         *
002702* ANSWERED OFF PAY-INQUIRY-MODULE LONG AFTER PAYROLL.OUT    *
002703* HAS BEEN RECREATED.  THE RECORD IS AN IMAGE OF            *
002704* PAYROLL-REC - KEEP THE LENGTHS IN STEP.                   *
002705*----------------------------------------------------------*
002706 FD  PAY-HISTORY-FILE.
002707 01  PAY-HISTORY-REC   PIC X(184).

002708*----------------------------------------------------------*
002709* TAX DEPOSIT LIABILITY FILE - ONE ROW APPENDED PER LIVE    *
002710* RUN: THE TAX WITHHELD AND THE EMPLOYER ACCRUALS BY TYPE,  *
002711* WRITTEN OPEN (STATUS O).  TAX-DEPOSIT-MODULE SCHEDULES    *
002712* WHAT IS DUE, AND FLIPS ROWS TO DEPOSITED (STATUS D) WITH  *
002713* THE DEPOSIT DATE AND EFTPS REFERENCE WHEN THE OPERATOR    *
002714* CONFIRMS THE PAYMENT.                                     *
002715*----------------------------------------------------------*
002716 FD  TAX-LIAB-FILE.
002717 01  TAX-LIAB-REC.
002718     05  TL-PAY-PERIOD-DATE PIC 9(08).
002719     05  TL-RUN-TYPE       PIC X(01).
002720     05  TL-WH-TAX         PIC 9(08)V99.
002721     05  TL-ER-FICA        PIC 9(08)V99.
002722     05  TL-ER-FUTA        PIC 9(08)V99.
002723     05  TL-ER-SUTA        PIC 9(08)V99.
002724     05  TL-STATUS         PIC X(01).
002725     05  TL-DEPOSIT-DATE   PIC 9(08).
002726     05  TL-EFTPS-REF      PIC X(15).
002727*    STATE AND LOCAL WITHHOLDING RIDE THE ROW FOR THE
002728*    JURISDICTION FILINGS - THE FEDERAL DEPOSIT FIGURES
002729*    ABOVE ARE WHAT EFTPS SCHEDULING WORKS FROM.
002730     05  TL-STATE-TAX      PIC 9(08)V99.
002731     05  TL-LOCAL-TAX      PIC 9(08)V99.
002732*    THE EMPLOYEE HALF OF FICA, WITHHELD - TL-ER-FICA ABOVE IS
002733*    THE EMPLOYER MATCH.  BOTH HALVES ARE PART OF THE 941
002734*    DEPOSIT.
002735     05  TL-EE-OASDI       PIC 9(08)V99.
002736     05  TL-EE-MEDICARE    PIC 9(08)V99.

002737*----------------------------------------------------------*
002738* JURISDICTION WITHHOLDING RATES - BRACKET ROWS PER STATE   *
002739* OR LOCALITY CODE, CODE ASCENDING WITH EACH CODE'S ROWS    *
002740* TOGETHER, LIMITS ASCENDING, LOADED AT START OF RUN        *
002741* INSTEAD OF COMPILED IN.  A FLAT-RATE JURISDICTION IS ONE  *
002742* ROW WITH THE CATCH-ALL LIMIT 999999.99, AS THE FEDERAL    *
002743* TABLE'S LAST BRACKET IS.                                  *
002744*----------------------------------------------------------*
002745 FD  TAX-RATES-FILE.
002746 01  TAX-RATES-REC.
002747     05  JR-JURIS          PIC X(04).
002748     05  JR-UPPER-LIMIT    PIC 9(06)V99.
002749     05  JR-RATE           PIC V9(4).

002750*----------------------------------------------------------*
002751* EARNINGS CODE MASTER - ONE ROW PER CODE A TIMECARD ROW   *
002752* MAY CARRY, LOADED AT START OF RUN OVER THE FOUR STANDARD *
002753* CODES THE FIXED TIMECARD BUCKETS PAY THROUGH (REG, HOL,  *
002754* VAC, SCK) - A ROW FOR ONE OF THOSE REPLACES IT.          *
002755*   EC-METHOD    H HOURS AT A RATE, F FLAT AMOUNT          *
002756*   EC-BASIS     M EC-RATE MULTIPLIES EMP-RATE, R EC-RATE  *
002757*                IS THE HOURLY RATE ITSELF (HOURS CODES)   *
002758*   EC-OT-SW     Y HOURS COUNT TOWARD THE 40-HOUR          *
002759*                OVERTIME THRESHOLD                        *
002760*   EC-TAX-CLASS R REGULAR WAGES (BRACKETS), S SUPPLEMENTAL*
002761*                (FLAT SUPPLEMENTAL RATE), N NOT TAXABLE   *
002762*   EC-BUCKET    R WORKED, H HOLIDAY, V VACATION, S SICK - *
002763*                THE DETAIL-RECORD HOURS FIELD THE HOURS   *
002764*                RIDE AND THE LEAVE BALANCE THEY DRAW; X   *
002765*                EXTRA PAY ONLY (DIFFERENTIAL, ON-CALL,    *
002766*                BONUS, COMMISSION), THE ONLY KIND A       *
002767*                SALARIED EMPLOYEE IS PAID ON TOP OF       *
002768*                THE SALARY.                               *
002769* A FLAT CODE IS ALWAYS X AND NEVER COUNTS TOWARD OVERTIME.*
002770*----------------------------------------------------------*
002771 FD  EARN-CODE-FILE.
002772 01  EARN-CODE-REC.
002773     05  EC-CODE           PIC X(03).
002774     05  EC-DESC           PIC X(14).
002775     05  EC-METHOD         PIC X(01).
002776         88  EC-VALID-METHOD       VALUE "H" "F".
002777         88  EC-HOURS-METHOD       VALUE "H".
002778         88  EC-FLAT-METHOD        VALUE "F".
002779     05  EC-BASIS          PIC X(01).
002780         88  EC-VALID-BASIS        VALUE "M" "R".
002781     05  EC-RATE           PIC 9(03)V9(4).
002782     05  EC-OT-SW          PIC X(01).
002783         88  EC-VALID-OT-SW        VALUE "Y" "N".
002784         88  EC-COUNTS-OT          VALUE "Y".
002785     05  EC-TAX-CLASS      PIC X(01).
002786         88  EC-VALID-TAX-CLASS    VALUE "R" "S" "N".
002787     05  EC-BUCKET         PIC X(01).
002788         88  EC-VALID-BUCKET       VALUE "R" "H" "V" "S" "X".
002789         88  EC-EXTRA-BUCKET       VALUE "X".

002790*----------------------------------------------------------*
002791* PAY CALENDAR - ONE ROW PER PAY GROUP PER PERIOD: THE     *
002792* PERIOD BEGIN AND END DATES, THE CHECK DATE, AND THE      *
002793* GROUP'S PERIODS PER YEAR (52 WEEKLY, 26 BIWEEKLY, 24     *
002794* SEMIMONTHLY, 12 MONTHLY).  THE RUN CARD'S PAY PERIOD     *
002795* DATE IS THE PERIOD END DATE THE ROW IS FOUND BY.  THE    *
002796* FILE IS NEEDED ONLY WHEN THE CARD NAMES A GROUP.         *
002797*----------------------------------------------------------*
002798 FD  PAY-CALENDAR-FILE.
002799 01  PAY-CALENDAR-REC.
002800     05  PC-PAY-GROUP      PIC X(02).
002801     05  PC-PERIOD-BEGIN   PIC 9(08).
002802     05  PC-PERIOD-END     PIC 9(08).
002803     05  PC-CHECK-DATE     PIC 9(08).
002804     05  PC-PERIODS-PER-YEAR PIC 9(02).
002805         88  PC-VALID-FREQUENCY    VALUES 52 26 24 12.
002806         88  PC-BIWEEKLY           VALUE 26.

002815*----------------------------------------------------------*
002816* GARNISHMENT ORDER MASTER - ZERO, ONE, OR MANY ORDERS PER  *
002838*----------------------------------------------------------*
002839* GARNISHMENT ORDER MASTER, UPDATED - WITHHELD-TO-DATE,     *
002840* ARREARS, AND STATUS ROLLED FORWARD EACH LIVE REGULAR      *
002841* RUN.  PROMOTED TO GARNORD.DAT BY PROMOTE-MODULE ONCE THE  *
002842* ACTIVITY REPORT IS REVIEWED.                              *
002843*----------------------------------------------------------*
002844 FD  GARN-ORDER-OUT-FILE.
002875*    AS SPACES HERE - 3500-LOAD-YTD TREATS THAT AS ZERO.
002876     05  YTD-STATE-TAX     PIC 9(07)V99.
002877     05  YTD-LOCAL-TAX     PIC 9(07)V99.
002878*    THE FICA WAGES AND TAX CARRY SEPARATELY FROM GROSS - THE
002879*    OASDI WAGES STOP AT THE ANNUAL WAGE BASE.  OLDER RECORDS
002880*    READ AS SPACES AND START AT ZERO, AS ABOVE.
002881     05  YTD-OASDI-WAGES   PIC 9(07)V99.
002882     05  YTD-OASDI-TAX     PIC 9(07)V99.
002883     05  YTD-MEDICARE-WAGES PIC 9(07)V99.
002884     05  YTD-MEDICARE-TAX  PIC 9(07)V99.
002885*    FEDERAL TAXABLE WAGES (GROSS LESS PRE-TAX HEALTH AND
002886*    401(K)) AND THE 401(K) DEFERRAL, FOR W-2 BOXES 1 AND 12.
002887*    OLDER RECORDS TAKE GROSS AS TAXABLE AND ZERO DEFERRAL.
002888     05  YTD-FED-WAGES     PIC 9(07)V99.
002889     05  YTD-401K          PIC 9(07)V99.

002890*----------------------------------------------------------*
002891* YEAR-TO-DATE MASTER, UPDATED - REWRITTEN EACH RUN AND     *
002892* PROMOTED TO YTD.DAT FOR THE NEXT PAY PERIOD BY            *
002893* PROMOTE-MODULE, WHICH PROVES THE PERIOD DATE ON EVERY     *
002894* RECORD AND DROPS IT FROM THE MASTER COPY.                 *
002900*----------------------------------------------------------*
002910 FD  YTD-OUT-FILE.
002920 01  YTD-OUT-REC.
002940     05  YO-EMP-ID         PIC 9(05).
002950     05  YO-GROSS          PIC 9(07)V99.
002960     05  YO-TAX            PIC 9(07)V99.
002961     05  YO-NET            PIC 9(07)V99.
002962     05  YO-STATE-TAX      PIC 9(07)V99.
002963     05  YO-LOCAL-TAX      PIC 9(07)V99.
002964     05  YO-OASDI-WAGES    PIC 9(07)V99.
002965     05  YO-OASDI-TAX      PIC 9(07)V99.
002966     05  YO-MEDICARE-WAGES PIC 9(07)V99.
002967     05  YO-MEDICARE-TAX   PIC 9(07)V99.
002968     05  YO-FED-WAGES      PIC 9(07)V99.
002969     05  YO-401K           PIC 9(07)V99.

002977*----------------------------------------------------------*
002978* LEAVE BALANCE MASTER - AT MOST ONE RECORD PER EMPLOYEE,   *
003332*          BALANCE RECORD IS ON FILE FOR THE EMPLOYEE)      *
003340*----------------------------------------------------------*
003350 FD  REJECT-FILE.
003360 01  REJECT-LINE       PIC X(166).

003370*----------------------------------------------------------*
003380* RUN CONTROL CARD - ONE RECORD PREPARED BY THE OPERATOR    *
003400* DATE, SO A SLIPPED OR PRIOR PERIOD CAN BE RUN), THE RUN   *
003410* TYPE, THE PREVIEW FLAG, AND THE COMPANY IDENTITY THE ACH  *
003420* FILE AND REPORTS CARRY.                                   *
003421* RC-PAY-GROUP NAMES THE PAY GROUP A REGULAR RUN PAYS.      *
003430*----------------------------------------------------------*
003440 FD  RUN-CONTROL-FILE.
003450 01  RUN-CONTROL-REC.
003480     05  RC-PREVIEW        PIC X(01).
003490     05  RC-COMPANY-NAME   PIC X(23).
003500     05  RC-COMPANY-ID     PIC 9(10).
003501     05  RC-ODFI           PIC 9(08).
003502     05  RC-OPERATOR       PIC X(08).
003503     05  RC-OVERRIDE       PIC X(01).
003504     05  RC-PAY-GROUP      PIC X(02).

003505*----------------------------------------------------------*
003506* RUN HISTORY LOG - ONE RECORD APPENDED PER COMPLETED RUN   *
003507* OF ANY TYPE: THE PERIOD, RUN TYPE, PREVIEW FLAG, THE      *
003508* OPERATOR WHO RAN IT, START AND END TIMESTAMPS, THE        *
003509* FINAL CONTROL TOTALS, AND THE NEW MASTER FILES WRITTEN.   *
003510* READ AT INITIALIZATION TO STOP AN ACCIDENTAL SECOND LIVE  *
003511* REGULAR RUN OF A PERIOD ALREADY PAID, AND PRINTED BY      *
003512* RUN-HISTORY-MODULE.  THE MASTER-FILE UPDATE RUNS APPEND   *
003513* THEIR OWN ROWS (RUN TYPES E, B, T AND O) - SEE PROMOTE-   *
003514* MODULE.  ROWS CUT BEFORE RH-PAY-GROUP EXISTED READ AS     *
003515* THE BLANK GROUP.                                          *
003520*----------------------------------------------------------*
003521 FD  RUN-HISTORY-FILE.
003522 01  RUN-HISTORY-REC.
003533     05  RH-TOTAL-TAX      PIC 9(08)V99.
003534     05  RH-TOTAL-NET      PIC 9(08)V99.
003535     05  RH-STATUS         PIC X(01).
003536     05  RH-PAY-GROUP      PIC X(02).
003537*    THE NEW MASTER FILES THE RUN WROTE, UP TO THREE, EACH WITH
003538*    THE RECORD COUNT OF THE MASTER IT WAS BUILT FROM, ITS OWN
003539*    RECORD COUNT AND ITS CONTROL TOTAL - WHAT PROMOTE-MODULE
003540*    PROVES THE FILE AGAINST.  ROWS CUT BEFORE THESE EXISTED,
003541*    AND UNUSED ENTRIES, READ AS SPACES.
003542     05  RH-NEW-FILE       OCCURS 3 TIMES.
003543         10  RH-NF-NAME    PIC X(14).
003544         10  RH-NF-IN-COUNT PIC 9(06).
003545         10  RH-NF-OUT-COUNT PIC 9(06).
003546         10  RH-NF-CONTROL PIC 9(11)V99.

003547*----------------------------------------------------------*
003548* DEDUCTIONS MASTER - ZERO, ONE, OR MANY PRE-TAX DEDUCTION   *
003549* RECORDS PER EMPLOYEE, EMP-ID ASCENDING.  DD-CODE TELLS     *
003550* WHICH BUCKET AND WHETHER DD-AMOUNT IS A FLAT FIGURE OR     *
003560* DD-PERCENT APPLIES AGAINST GROSS PAY.                      *
003570*----------------------------------------------------------*
003960*----------------------------------------------------------*
003970* GENERAL-LEDGER POSTING FILE - ONE BALANCED JOURNAL ENTRY   *
003980* PER RUN, ONE LINE PER ACCOUNT, STAMPED WITH THE PAY PERIOD *
003981* DATE.  DEBITS (GROSS WAGES, EMPLOYER TAX EXPENSE, THE      *
003982* 401(K) MATCH EXPENSE) EQUAL CREDITS (NET PAY, TAX          *
003983* WITHHELD, THE DEDUCTION PAYABLES, THE EMPLOYER ACCRUALS,   *
003984* AND THE MATCH PAYABLE); A FINAL TOTALS LINE CARRIES BOTH   *
003985* FOOTINGS SO THE GL SYSTEM CAN PROVE THE ENTRY TIES.        *
004030*----------------------------------------------------------*
004040 FD  GL-POST-FILE.
004050 01  GL-POST-LINE      PIC X(70).
004110* AS A NORMAL ENTRY; BOTH FIT THE UNSIGNED COLUMNS AND THE  *
004120* FILE FOOTS TO ZERO AND TIES TO THE ADJUSTMENT SUMMARY.    *
004130*----------------------------------------------------------*
004131 FD  ADJ-GL-POST-FILE.
004132 01  ADJ-GL-POST-LINE  PIC X(70).

004133*----------------------------------------------------------*
004134* 401(K) RECORDKEEPER CONTRIBUTION FILE - WRITTEN BY EVERY *
004135* LIVE RUN FOR THE PLAN'S RECORDKEEPER: A DETAIL ROW PER   *
004136* PARTICIPANT PAID AND A TRAILER OF CONTROL TOTALS (SEE    *
004137* PK-DETAIL-REC AND PK-TRAILER-REC).  REMIT-MODULE PROVES  *
004138* THE 401(K) REMITTANCE AGAINST IT BEFORE ANY MONEY GOES   *
004139* TO THE PLAN.                                             *
004140*----------------------------------------------------------*
004141 FD  PLAN-CONTRIB-FILE.
004142 01  PLAN-CONTRIB-LINE PIC X(106).

004143*----------------------------------------------------------*
004144* 401(K) CONTRIBUTION FILE FOR ADJUSTMENT RUNS - SAME      *
004145* LAYOUT AS PLAN401K.DAT BUT ITS OWN FILE, SO THE REGULAR  *
004146* PERIOD'S FILE STAYS INTACT.  A VOID WRITES NO ROW - THE  *
004147* VOID RECORD CARRIES NO 401(K) DETAIL - SO A VOIDED       *
004148* DEFERRAL IS CORRECTED WITH THE RECORDKEEPER BY HAND.     *
004149*----------------------------------------------------------*
004150 FD  ADJ-PLAN-CONTRIB-FILE.
004151 01  ADJ-PLAN-CONTRIB-LINE PIC X(106).

004160*----------------------------------------------------------*
004170* ADJUSTMENTS INPUT - ZERO, ONE, OR MANY RECORDS PER        *
005223     05  CK-GARN-ORDER-CNT  PIC 9(06).
005224     05  CK-GARN-TAKEN-TOT  PIC 9(08)V99.
005225     05  CK-GARN-SHORT-TOT  PIC 9(08)V99.
005226     05  CK-OASDI-TAX-TOT   PIC 9(08)V99.
005227     05  CK-MEDICARE-TAX-TOT PIC 9(08)V99.
005228     05  CK-LC-TABLE        PIC X(560).
005229     05  CK-PAY-GROUP       PIC X(02).
005230     05  CK-PLAN-COUNT      PIC 9(06).
005231     05  CK-PLAN-COMP-TOT   PIC 9(09)V99.
005232     05  CK-PLAN-DEFER-TOT  PIC 9(08)V99.
005233     05  CK-PLAN-CU-TOT     PIC 9(08)V99.
005234     05  CK-PLAN-MATCH-TOT  PIC 9(08)V99.

005235 WORKING-STORAGE SECTION.
005240*----------------------------------------------------------*
005250* END-OF-FILE SWITCHES                                      *
005260*----------------------------------------------------------*
005740     05  WS-COMPANY-NAME   PIC X(23)    VALUE SPACES.
005750     05  WS-COMPANY-ID     PIC 9(10)    VALUE 0.
005760     05  WS-PPD-EDIT.
005761         10  WS-PPD-YEAR   PIC 9(04).
005762         10  WS-PPD-MONTH  PIC 9(02).
005763         10  WS-PPD-DAY    PIC 9(02).
005764     05  WS-PAY-GROUP      PIC X(02)    VALUE SPACES.

005765*----------------------------------------------------------*
005766* PAY CALENDAR - THE RUN'S PERIOD AS FOUND ON PAYCAL.DAT.  *
005767* A CARD WITH NO GROUP AND NO CALENDAR ROW RUNS AS THE     *
005768* STANDARD WEEKLY PERIOD, CHECK DATED THE PERIOD DATE.     *
005769* WS-BASE-PERIODS IS THE FREQUENCY EMP-SALARY, THE LEAVE   *
005770* RATES AND THE BRACKET TABLES ARE STATED IN.              *
005771*----------------------------------------------------------*
005772 01  WS-PAY-CALENDAR.
005773     05  WS-PAYCAL-STATUS  PIC XX       VALUE "00".
005774     05  EOF-PAYCAL-SW     PIC X        VALUE "N".
005775         88  END-OF-PAYCAL         VALUE "Y".
005776         88  NOT-END-OF-PAYCAL     VALUE "N".
005777     05  WS-CAL-FOUND-SW   PIC X        VALUE "N".
005778         88  WS-CAL-FOUND          VALUE "Y".
005779         88  WS-CAL-NOT-FOUND      VALUE "N".
005780     05  WS-PERIOD-BEGIN   PIC 9(08)    VALUE 0.
005781     05  WS-CHECK-DATE     PIC 9(08)    VALUE 0.
005782     05  WS-PERIODS-PER-YEAR PIC 9(02)  VALUE 52.
005783     05  WS-BASE-PERIODS   PIC 9(02)    VALUE 52.
005784     05  WS-PERIOD-WEEKS   PIC 9(01)    VALUE 1.
005785*    THE OVERTIME THRESHOLD AND HOURS LIMIT ONE SPLIT BUCKET
005786*    CARRIES - A WEEK, OR A WHOLE SEMIMONTHLY/MONTHLY PERIOD.
005787     05  WS-SPLIT-OT-THRESHOLD PIC 9(03)V99 VALUE 40.00.
005788     05  WS-SPLIT-MAX-HOURS PIC 9(03)V99 VALUE 168.00.

005791*----------------------------------------------------------*
005792* RUN HISTORY CONTROL - THE OPERATOR IDENTITY AND OVERRIDE *
005793* FLAG OFF THE RUN CONTROL CARD, THE RUN'S START/END       *
005794* TIMESTAMPS, THE DUPLICATE-PERIOD GUARD'S WORK FIELDS,    *
005795* AND THE SWITCH FOR FOOTING THE NEW MASTER FILES.         *
005796*----------------------------------------------------------*
005797 01  WS-RUN-HISTORY.
005798     05  WS-RUNHIST-STATUS PIC XX      VALUE "00".
005809         88  NOT-END-OF-RHIST      VALUE "N".
005810     05  WS-DUP-RUN-SW     PIC X       VALUE "N".
005811         88  WS-DUP-RUN-FOUND      VALUE "Y".
005812     05  EOF-FOOT-SW       PIC X       VALUE "N".
005813         88  END-OF-FOOT           VALUE "Y".
005814         88  NOT-END-OF-FOOT       VALUE "N".

005815*----------------------------------------------------------*
005816* RESTART/CHECKPOINT CONTROL - CK-LAST-EMP-ID FROM THE PRIOR *
005820* (POSSIBLY ABENDED) RUN FOR THIS PAY PERIOD, IF ANY.        *
005830*----------------------------------------------------------*
005840 01  WS-CHECKPOINT.
006070     05  WS-ADJ-PAY-NET    PIC 9(08)V99 VALUE 0.
006071     05  WS-ADJ-PAY-STATE  PIC 9(08)V99 VALUE 0.
006072     05  WS-ADJ-PAY-LOCAL  PIC 9(08)V99 VALUE 0.
006073     05  WS-ADJ-PAY-OASDI  PIC 9(08)V99 VALUE 0.
006074     05  WS-ADJ-PAY-MEDICARE PIC 9(08)V99 VALUE 0.
006080     05  WS-ADJ-PAY-HEALTH PIC 9(08)V99 VALUE 0.
006090     05  WS-ADJ-PAY-401K   PIC 9(08)V99 VALUE 0.
006100     05  WS-ADJ-PAY-GARNISH PIC 9(08)V99 VALUE 0.
006920     05  WS-TAX            PIC 9(06)V99  VALUE 0.
006921     05  WS-STATE-TAX      PIC 9(06)V99  VALUE 0.
006922     05  WS-LOCAL-TAX      PIC 9(06)V99  VALUE 0.
006923     05  WS-OASDI-TAX      PIC 9(06)V99  VALUE 0.
006924     05  WS-MEDICARE-TAX   PIC 9(06)V99  VALUE 0.
006930     05  WS-NET            PIC S9(06)V99 VALUE 0.
006931     05  WS-PERIOD-SALARY  PIC 9(06)V99  VALUE 0.
006932*    OVERTIME-COUNTING HOURS BY WEEK OF THE PERIOD - A
006933*    BIWEEKLY GROUP'S THRESHOLD APPLIES TO EACH WEEK ALONE.
006934     05  WS-ROW-OT-HOURS   PIC 9(04)V99  VALUE 0.
006935     05  WS-WEEK-SUB       PIC 9(02)     COMP VALUE 0.
006936     05  WS-WEEK-HOURS-TABLE.
006937         10  WS-WEEK-RAW-HOURS PIC 9(03)V99 OCCURS 2 TIMES.

006940 01  WS-CONSTANTS.
006950     05  WS-OT-THRESHOLD   PIC 9(03)V99 VALUE 40.00.
006980*----------------------------------------------------------*
006990* GRADUATED WITHHOLDING BRACKET TABLE (SEE TAXBRKT.CPY) AND *
007000* THE WORKING FIELDS 3350-COMPUTE-TAX USES TO WALK IT.      *
007001* SUPPLEMENTAL EARNINGS STAY OUT OF THE WALK AND TAKE THE   *
007002* FLAT SUPPLEMENTAL RATE.                                   *
007010*----------------------------------------------------------*
007020 01  WS-TAX-WORK.
007030     05  WS-BRACKET-LOWER  PIC 9(06)V99 VALUE 0.
007040     05  WS-BRACKET-PORTION PIC 9(06)V99 VALUE 0.
007041     05  WS-REG-TAXABLE    PIC 9(06)V99 VALUE 0.
007042     05  WS-SUPP-TAXABLE   PIC 9(06)V99 VALUE 0.
007043     05  WS-SUPP-RATE      PIC V9(4)    VALUE .2200.
007044*    THE BRACKETS ARE STATED PER STANDARD PERIOD - THE WAGES
007045*    ARE SCALED INTO IT FOR THE WALK AND THE TAX BACK OUT.
007046     05  WS-BRACKET-WAGES  PIC 9(07)V99 VALUE 0.
007047     05  WS-BRACKET-TAX    PIC 9(06)V99 VALUE 0.

007050     COPY TAXBRKT.

007075         88  NOT-END-OF-RATES      VALUE "N".

007076*----------------------------------------------------------*
007077* EARNINGS CODE TABLE - THE FOUR STANDARD CODES, WITH      *
007078* EARNCODE.DAT LOADED OVER AND AFTER THEM AT START OF RUN -*
007079* THE EMPLOYEE IN PROCESS'S HOURS, RATE, AND EARNINGS BY   *
007080* CODE (PARALLEL TO THE TABLE, SO IT CANNOT OVERFLOW), AND *
007081* THE RUN'S EARNINGS BY CODE FOR LABOR-DIST.RPT, CARRIED ON*
007082* THE CHECKPOINT LIKE THE DEPARTMENT TABLE.                *
007083*----------------------------------------------------------*
007084 01  WS-EC-STANDARD-VALUES.
007085     05  FILLER            PIC X(29) VALUE
007086         "REGREGULAR       HM0010000YRR".
007087     05  FILLER            PIC X(29) VALUE
007088         "HOLHOLIDAY 2.0X  HM0020000NRH".
007089     05  FILLER            PIC X(29) VALUE
007090         "VACVACATION      HM0010000NRV".
007091     05  FILLER            PIC X(29) VALUE
007092         "SCKSICK          HM0010000NRS".

007093 01  WS-EC-STANDARD-TABLE REDEFINES WS-EC-STANDARD-VALUES.
007094     05  WS-EC-STD-ENTRY   PIC X(29) OCCURS 4 TIMES.

007095 01  WS-EARN-TABLE.
007096     05  WS-EARNCD-STATUS  PIC XX       VALUE "00".
007097     05  WS-EC-COUNT       PIC 9(02)    COMP VALUE 0.
007098     05  WS-EC-STD-COUNT   PIC 9(02)    COMP VALUE 4.
007099     05  WS-EC-SUB         PIC 9(02)    COMP VALUE 0.
007100     05  WS-EC-FOUND-SUB   PIC 9(02)    COMP VALUE 0.
007101     05  WS-EC-SCAN-CODE   PIC X(03)    VALUE SPACES.
007102     05  WS-EC-REG-SUB     PIC 9(02)    COMP VALUE 1.
007103     05  WS-EC-HOL-SUB     PIC 9(02)    COMP VALUE 2.
007104     05  WS-EC-VAC-SUB     PIC 9(02)    COMP VALUE 3.
007105     05  WS-EC-SICK-SUB    PIC 9(02)    COMP VALUE 4.
007106     05  WS-EC-ENTRY OCCURS 30 TIMES.
007107         10  WS-EC-CODE    PIC X(03).
007108         10  WS-EC-DESC    PIC X(14).
007109         10  WS-EC-METHOD  PIC X(01).
007110             88  WS-EC-HOURS-CODE      VALUE "H".
007111             88  WS-EC-FLAT-CODE       VALUE "F".
007112         10  WS-EC-BASIS   PIC X(01).
007113             88  WS-EC-MULTIPLIER      VALUE "M".
007114             88  WS-EC-FIXED-RATE      VALUE "R".
007115         10  WS-EC-RATE    PIC 9(03)V9(4).
007116         10  WS-EC-OT-SW   PIC X(01).
007117             88  WS-EC-COUNTS-OT       VALUE "Y".
007118         10  WS-EC-TAX-CLASS PIC X(01).
007119             88  WS-EC-SUPPLEMENTAL    VALUE "S".
007120             88  WS-EC-NONTAXABLE      VALUE "N".
007121         10  WS-EC-BUCKET  PIC X(01).
007122             88  WS-EC-HOLIDAY         VALUE "H".
007123             88  WS-EC-VACATION        VALUE "V".
007124             88  WS-EC-SICK            VALUE "S".
007125             88  WS-EC-EXTRA           VALUE "X".

007126 01  WS-EARN-WORK.
007127     05  EOF-EARNCD-SW     PIC X        VALUE "N".
007128         88  END-OF-EARNCD         VALUE "Y".
007129         88  NOT-END-OF-EARNCD     VALUE "N".
007130     05  WS-EC-PAY-RATE    PIC 9(05)V9(4) VALUE 0.
007131     05  WS-EC-AMOUNT      PIC 9(06)V99 VALUE 0.
007132     05  WS-SUPP-GROSS     PIC 9(06)V99 VALUE 0.
007133     05  WS-NONTAX-GROSS   PIC 9(06)V99 VALUE 0.

007134 01  WS-EMP-EARN.
007135     05  WS-EE-ENTRY OCCURS 30 TIMES.
007136         10  WS-EE-HOURS   PIC 9(04)V99.
007137         10  WS-EE-RATE    PIC 9(05)V9(4).
007138         10  WS-EE-AMOUNT  PIC 9(06)V99.

007139 01  WS-EARN-DIST.
007140     05  WS-LC-TABLE.
007141         10  WS-LC-SALARY  PIC 9(08)V99.
007142         10  WS-LC-PREMIUM PIC 9(08)V99.
007143         10  WS-LC-ENTRY OCCURS 30 TIMES.
007144             15  WS-LC-HOURS   PIC 9(06)V99.
007145             15  WS-LC-AMOUNT  PIC 9(08)V99.
007146     05  WS-LC-TOT-AMOUNT  PIC 9(09)V99 VALUE 0.

007147*----------------------------------------------------------*
007148* YEAR-TO-DATE FIGURES FOR THE EMPLOYEE IN PROCESS.  LOADED  *
007149* FROM YTD-FILE, ADDED TO, AND REWRITTEN TO YTD-OUT-FILE.   *
007150*----------------------------------------------------------*
007151 01  WS-YTD-FIGURES.
007152     05  WS-YTD-EMP-ID     PIC 9(05)    VALUE 0.
007153     05  WS-YTD-GROSS      PIC 9(07)V99 VALUE 0.
007154     05  WS-YTD-TAX        PIC 9(07)V99 VALUE 0.
007155     05  WS-YTD-NET        PIC 9(07)V99 VALUE 0.
007156     05  WS-YTD-STATE-TAX  PIC 9(07)V99 VALUE 0.
007157     05  WS-YTD-LOCAL-TAX  PIC 9(07)V99 VALUE 0.
007158     05  WS-YTD-OASDI-WAGES PIC 9(07)V99 VALUE 0.
007159     05  WS-YTD-OASDI-TAX  PIC 9(07)V99 VALUE 0.
007160     05  WS-YTD-MEDICARE-WAGES PIC 9(07)V99 VALUE 0.
007161     05  WS-YTD-MEDICARE-TAX PIC 9(07)V99 VALUE 0.
007162     05  WS-YTD-FED-WAGES  PIC 9(07)V99 VALUE 0.
007163     05  WS-YTD-401K       PIC 9(07)V99 VALUE 0.

007164*----------------------------------------------------------*
007165* FRONT-END EDIT PASS WORK FIELDS - ERROR COUNT, THE PRIOR  *
007170* EMP-ID SEEN ON EACH FILE FOR THE SEQUENCE/DUPLICATE       *
007180* EDITS, AND THE ABA CHECK-DIGIT SCRATCH FIELDS.            *
007190*----------------------------------------------------------*
007250     05  WS-PREV-BANK-ID   PIC 9(05)    VALUE 0.
007260     05  WS-PREV-ADJ-ID    PIC 9(05)    VALUE 0.
007270     05  WS-EDIT-HOURS-TOT PIC 9(04)V99 VALUE 0.
007271     05  WS-EDIT-WEEK-SUB  PIC 9(02)    COMP VALUE 0.
007272     05  WS-EDIT-WEEK-TABLE.
007273         10  WS-EDIT-WEEK-HOURS PIC 9(05)V99 OCCURS 2 TIMES.
007290     05  WS-PREV-HRS-ID    PIC 9(05)    VALUE 0.
007300     05  WS-EDIT-LAST-HOURS PIC X(45)   VALUE SPACES.
007310     05  WS-MAX-WEEK-HOURS PIC 9(03)V99 VALUE 168.00.
007311     05  WS-EDIT-VAC-TOT   PIC 9(04)V99 VALUE 0.
007312     05  WS-EDIT-SICK-TOT  PIC 9(04)V99 VALUE 0.
007550 01  WS-SUMMARY-TOTALS.
007560     05  WS-EMP-COUNT      PIC 9(06)    COMP VALUE 0.
007570     05  WS-TOTAL-GROSS    PIC 9(08)V99 VALUE 0.
007571     05  WS-TOTAL-TAX      PIC 9(08)V99 VALUE 0.
007572     05  WS-TOT-STATE-TAX  PIC 9(08)V99 VALUE 0.
007573     05  WS-TOT-LOCAL-TAX  PIC 9(08)V99 VALUE 0.
007574     05  WS-TOT-OASDI-TAX  PIC 9(08)V99 VALUE 0.
007575     05  WS-TOT-MEDICARE-TAX PIC 9(08)V99 VALUE 0.
007583     05  WS-GARN-ORDER-CNT PIC 9(06)    COMP VALUE 0.
007584     05  WS-TOT-GARN-TAKEN PIC 9(08)V99 VALUE 0.
007585     05  WS-TOT-GARN-SHORT PIC 9(08)V99 VALUE 0.
007640     05  WS-TOT-ER-FUTA    PIC 9(08)V99 VALUE 0.
007650     05  WS-TOT-ER-SUTA    PIC 9(08)V99 VALUE 0.

007651*----------------------------------------------------------*
007652* SOCIAL SECURITY (OASDI) AND MEDICARE - ONE RATE FOR EACH  *
007653* HALF, EMPLOYEE AND EMPLOYER ALIKE.  OASDI STOPS ONCE THE  *
007654* YEAR'S OASDI WAGES REACH THE WAGE BASE; MEDICARE HAS NO   *
007655* BASE, BUT THE EMPLOYEE ALONE OWES ADDITIONAL MEDICARE ON  *
007656* MEDICARE WAGES OVER THE THRESHOLD.  UPDATE THE BASE EACH  *
007657* JANUARY WHEN SSA ANNOUNCES IT.                            *
007658*----------------------------------------------------------*
007659 01  WS-FICA-CONSTANTS.
007660     05  WS-OASDI-RATE     PIC V9(4)    VALUE .0620.
007661     05  WS-OASDI-BASE     PIC 9(07)V99 VALUE 176100.00.
007662     05  WS-MEDICARE-RATE  PIC V9(4)    VALUE .0145.
007663     05  WS-ADDL-MED-RATE  PIC V9(4)    VALUE .0090.
007664     05  WS-ADDL-MED-LIMIT PIC 9(07)V99 VALUE 200000.00.

007665*----------------------------------------------------------*
007666* FICA WORK FIELDS FOR THE EMPLOYEE IN PROCESS - THE WAGES  *
007667* ALREADY TAXED THIS YEAR (BEFORE THIS PAYMENT), AND THIS   *
007668* PAYMENT'S FICA WAGES.  THE EMPLOYER MATCH IS FIGURED OFF  *
007669* THE SAME WAGES THE EMPLOYEE WAS TAXED ON.                 *
007670*----------------------------------------------------------*
007671 01  WS-FICA-WORK.
007672     05  WS-PRIOR-OASDI-WAGES PIC 9(07)V99 VALUE 0.
007673     05  WS-PRIOR-MED-WAGES PIC 9(07)V99  VALUE 0.
007674     05  WS-FICA-WAGES     PIC S9(06)V99 VALUE 0.
007675     05  WS-OASDI-WAGES    PIC 9(06)V99  VALUE 0.
007676     05  WS-MEDICARE-WAGES PIC 9(06)V99  VALUE 0.
007677     05  WS-OASDI-ROOM     PIC S9(07)V99 VALUE 0.
007678     05  WS-ADDL-MED-WAGES PIC S9(07)V99 VALUE 0.
007679     05  WS-ADDL-MED-PRIOR PIC S9(07)V99 VALUE 0.

007680*----------------------------------------------------------*
007681* 401(K) PLAN LIMITS AND MATCH FORMULA.  THE ELECTIVE      *
007682* DEFERRAL LIMIT AND THE CATCH-UP AN EMPLOYEE 50 OR OVER BY*
007683* YEAR END MAY DEFER ON TOP OF IT ARE IRS FIGURES - UPDATE *
007684* THEM EACH JANUARY.  THE MATCH IS THE PLAN'S FORMULA:     *
007685* DOLLAR FOR DOLLAR ON DEFERRALS UP TO THE FIRST 3% OF PLAN*
007686* COMPENSATION, FIFTY CENTS ON THE DOLLAR ON THE NEXT 2%.  *
007687*----------------------------------------------------------*
007688 01  WS-401K-CONSTANTS.
007689     05  WS-401K-LIMIT     PIC 9(07)V99 VALUE 24500.00.
007690     05  WS-401K-CATCHUP   PIC 9(07)V99 VALUE 8000.00.
007691     05  WS-CATCHUP-AGE    PIC 9(02)    VALUE 50.
007692     05  WS-MATCH-TIER1-PCT PIC V9(4)   VALUE .0300.
007693     05  WS-MATCH-TIER1-RATE PIC 9V99   VALUE 1.00.
007694     05  WS-MATCH-TIER2-PCT PIC V9(4)   VALUE .0200.
007695     05  WS-MATCH-TIER2-RATE PIC 9V99   VALUE 0.50.

007696*----------------------------------------------------------*
007697* 401(K) WORK FIELDS FOR THE EMPLOYEE IN PROCESS - PLAN    *
007698* COMPENSATION (GROSS LESS NONTAXABLE EARNINGS), THE       *
007699* DEFERRALS ALREADY MADE THIS YEAR (BEFORE THIS PAYMENT),  *
007700* THE ROOM LEFT UNDER THE YEAR'S LIMIT, THE CATCH-UP SHARE *
007701* OF THIS DEFERRAL, AND THE EMPLOYER MATCH ON IT.          *
007702*----------------------------------------------------------*
007703 01  WS-401K-WORK.
007704     05  WS-PLAN-COMP      PIC 9(06)V99  VALUE 0.
007705     05  WS-PRIOR-401K     PIC 9(07)V99  VALUE 0.
007706     05  WS-401K-ELECTED   PIC 9(06)V99  VALUE 0.
007707     05  WS-401K-ANNUAL-MAX PIC 9(07)V99 VALUE 0.
007708     05  WS-401K-ROOM      PIC S9(07)V99 VALUE 0.
007709     05  WS-401K-OVER-PRIOR PIC S9(07)V99 VALUE 0.
007710     05  WS-401K-OVER-NOW  PIC S9(07)V99 VALUE 0.
007711     05  WS-DED-401K-CU    PIC 9(05)V99  VALUE 0.
007712     05  WS-MATCH-TIER1-AMT PIC 9(06)V99 VALUE 0.
007713     05  WS-MATCH-TIER2-CAP PIC 9(06)V99 VALUE 0.
007714     05  WS-MATCH-TIER2-AMT PIC S9(06)V99 VALUE 0.
007715     05  WS-ER-MATCH       PIC 9(05)V99  VALUE 0.
007716     05  WS-BIRTH-YEAR     PIC 9(04)     VALUE 0.
007717     05  WS-CATCHUP-SW     PIC X         VALUE "N".
007718         88  WS-CATCHUP-ELIGIBLE       VALUE "Y".
007719         88  WS-CATCHUP-NOT-ELIGIBLE   VALUE "N".

007720*----------------------------------------------------------*
007721* 401(K) RECORDKEEPER FILE CONTROL TOTALS - EVERY          *
007722* PARTICIPANT PAID THIS RUN (THE ROWS OF PLAN401K.DAT ON A *
007723* LIVE RUN), FOR THE TRAILER ROW, THE SUMMARY REPORTS, AND *
007724* THE MATCH LINES OF THE JOURNAL.  THE DEFERRAL TOTAL      *
007725* EXCLUDES THE CATCH-UP; TOGETHER THEY ARE THE 401(K)      *
007726* WITHHELD.                                                *
007727*----------------------------------------------------------*
007728 01  WS-PLAN-TOTALS.
007729     05  WS-PLAN-COUNT     PIC 9(06)    COMP VALUE 0.
007730     05  WS-PLAN-COMP-TOT  PIC 9(09)V99 VALUE 0.
007731     05  WS-PLAN-DEFER-TOT PIC 9(08)V99 VALUE 0.
007732     05  WS-PLAN-CU-TOT    PIC 9(08)V99 VALUE 0.
007733     05  WS-PLAN-MATCH-TOT PIC 9(08)V99 VALUE 0.

007734*----------------------------------------------------------*
007735* EMPLOYER PAYROLL TAX RATES AND ANNUAL WAGE BASES, AND THE *
007736* PER-EMPLOYEE ACCRUAL WORK FIELDS 3550-COMPUTE-ER-TAX      *
007737* FIGURES FROM THEM.  FUTA AND SUTA APPLY ONLY TO THE SLICE *
007738* OF THIS PERIOD'S GROSS THAT STILL FITS UNDER EACH WAGE    *
007739* BASE GIVEN THE EMPLOYEE'S PRIOR YTD GROSS.                *
007740*----------------------------------------------------------*
007741 01  WS-ER-TAX-CONSTANTS.
007750     05  WS-ER-FUTA-RATE   PIC V9(4)    VALUE .0060.
007760     05  WS-ER-FUTA-BASE   PIC 9(07)V99 VALUE 7000.00.
007770     05  WS-ER-SUTA-RATE   PIC V9(4)    VALUE .0270.
009820     05  FILLER            PIC X(02) VALUE SPACES.
009830     05  RJ-REASON-CODE    PIC X(04).
009840     05  FILLER            PIC X(02) VALUE SPACES.
009850     05  RJ-RECORD-IMAGE   PIC X(150).

009860 01  ACH-FILE-HEADER-REC.
009870     05  AFH-RECORD-TYPE      PIC X(01) VALUE "1".
010510     05  FILLER            PIC X(02) VALUE SPACES.
010520     05  GL-DESCRIPTION    PIC X(24).
010530     05  FILLER            PIC X(02) VALUE SPACES.
010531     05  GL-DEBIT          PIC 9(09)V99.
010532     05  FILLER            PIC X(02) VALUE SPACES.
010533     05  GL-CREDIT         PIC 9(09)V99.

010534*----------------------------------------------------------*
010535* 401(K) RECORDKEEPER FILE LAYOUTS - ONE DETAIL ROW PER    *
010536* PARTICIPANT PAID (ANY EMPLOYEE WITH A 401(K) ELECTION ON *
010537* DEDUCTIONS.DAT, EVEN ONE STOPPED AT THE LIMIT, SO THE    *
010538* RECORDKEEPER SEES THE PLAN COMPENSATION), THEN ONE       *
010539* TRAILER ROW WITH THE COUNT AND CONTROL TOTALS.  THE      *
010540* DEFERRAL COLUMN EXCLUDES THE CATCH-UP, WHICH THE         *
010541* RECORDKEEPER BOOKS TO ITS OWN SOURCE.  THE YTD COLUMN IS *
010542* THE YEAR'S DEFERRALS, CATCH-UP INCLUDED, THROUGH THIS    *
010543* PAYMENT.                                                 *
010544*----------------------------------------------------------*
010545 01  PK-DETAIL-REC.
010546     05  PK-REC-TYPE       PIC X(01) VALUE "D".
010547     05  PK-PAY-PERIOD-DATE PIC 9(08).
010548     05  PK-EMP-ID         PIC 9(05).
010549     05  PK-SSN            PIC X(09).
010550     05  PK-EMP-NAME       PIC X(30).
010551     05  PK-BIRTH-DATE     PIC 9(08).
010552     05  PK-PLAN-COMP      PIC 9(07)V99.
010553     05  PK-DEFERRAL       PIC 9(07)V99.
010554     05  PK-CATCHUP        PIC 9(07)V99.
010555     05  PK-MATCH          PIC 9(07)V99.
010556     05  PK-YTD-DEFERRAL   PIC 9(07)V99.
010557 01  PK-TRAILER-REC.
010558     05  PK-T-REC-TYPE     PIC X(01) VALUE "T".
010559     05  PK-T-PAY-PERIOD-DATE PIC 9(08).
010560     05  PK-T-COUNT        PIC 9(06).
010561     05  PK-T-PLAN-COMP    PIC 9(09)V99.
010562     05  PK-T-DEFERRAL     PIC 9(09)V99.
010563     05  PK-T-CATCHUP      PIC 9(09)V99.
010564     05  PK-T-MATCH        PIC 9(09)V99.
010565     05  FILLER            PIC X(47) VALUE SPACES.

010570 01  AR-HEADING-LINE.
010580     05  FILLER            PIC X(28) VALUE
011210     05  FILLER            PIC X(02) VALUE SPACES.
011220     05  LD-TOT-PREMIUM    PIC $$,$$$,$$9.99.
011230     05  FILLER            PIC X(02) VALUE SPACES.
011231     05  LD-TOT-ER-COST    PIC $$,$$$,$$9.99.
011232     05  FILLER            PIC X(23) VALUE SPACES.
011233 01  LC-BLANK-LINE.
011234     05  FILLER            PIC X(84) VALUE SPACES.
011235 01  LC-HEADING-LINE.
011236     05  FILLER            PIC X(16) VALUE "EARNINGS BY CODE".
011237     05  FILLER            PIC X(68) VALUE SPACES.
011238 01  LC-COL-HEAD-LINE.
011239     05  FILLER            PIC X(06) VALUE "CODE".
011240     05  FILLER            PIC X(16) VALUE "DESCRIPTION".
011241     05  FILLER            PIC X(10) VALUE "     HOURS".
011242     05  FILLER            PIC X(15) VALUE "         AMOUNT".
011243     05  FILLER            PIC X(37) VALUE SPACES.
011244 01  LC-DETAIL-LINE.
011245     05  LC-CODE           PIC X(03).
011246     05  FILLER            PIC X(03) VALUE SPACES.
011247     05  LC-DESC           PIC X(14).
011248     05  FILLER            PIC X(02) VALUE SPACES.
011249     05  LC-HOURS          PIC ZZZ,ZZ9.99.
011250     05  FILLER            PIC X(02) VALUE SPACES.
011251     05  LC-AMOUNT         PIC $$,$$$,$$9.99.
011252     05  FILLER            PIC X(37) VALUE SPACES.
011253 01  LC-TOTAL-LINE.
011254     05  FILLER            PIC X(34) VALUE "TOTAL".
011255     05  LC-TOT-AMOUNT     PIC $$,$$$,$$9.99.
011256     05  FILLER            PIC X(37) VALUE SPACES.

011260 01  CHK-HEADING-LINE.
011270     05  CHK-COMPANY-NAME  PIC X(23).
011940* RUN AND ADJUSTMENTS.DAT IS EDITED IN ITS PLACE.           *
011950*----------------------------------------------------------*
011960 0500-EDIT-INPUTS.
011961     PERFORM 0501-GET-RUN-TYPE THRU 0501-EXIT
011962     PERFORM 0512-FIND-PAY-PERIOD THRU 0512-EXIT
011963     PERFORM 0502-LOAD-TAX-RATES THRU 0502-EXIT
011964     PERFORM 0506-LOAD-EARN-CODES THRU 0506-EXIT
011972     PERFORM 0504-CHECK-RUN-HISTORY THRU 0504-EXIT
011980     OPEN INPUT  EMPLOYEE-FILE
011990          INPUT  DEDUCTIONS-FILE
012070     END-IF
012080     MOVE 0 TO WS-EDIT-ERRORS
012090               WS-PREV-EMP-ID WS-PREV-DED-ID WS-PREV-BANK-ID
012100               WS-PREV-ADJ-ID WS-PREV-HRS-ID
012101               WS-EDIT-VAC-TOT WS-EDIT-SICK-TOT
012102               WS-PREV-GRN-ID WS-PREV-GRN-PRI
012103     MOVE ZEROS TO WS-EDIT-WEEK-TABLE
012110     SET NOT-END-OF-EMP  TO TRUE
012120     SET NOT-END-OF-HRS  TO TRUE
012130     SET NOT-END-OF-DED  TO TRUE
013270         MOVE 12 TO RETURN-CODE
013280         STOP RUN
013290     END-IF
013291     MOVE RC-ODFI TO WS-ACH-ODFI
013292     IF RC-OPERATOR = SPACES
013293         DISPLAY "RUN CONTROL OPERATOR ID IS BLANK"
013294         MOVE 12 TO RETURN-CODE
013295         STOP RUN
013296     END-IF
013297     MOVE RC-OPERATOR TO WS-OPERATOR
013298     MOVE RC-PAY-GROUP TO WS-PAY-GROUP
013307     EVALUATE RC-OVERRIDE
013308         WHEN "Y"
013309             SET WS-OVERRIDE-RUN TO TRUE
013410* ONLY PROTECTS A RERUN OF AN ABENDED RUN, NOT A SECOND     *
013411* FULL RUN OF A PERIOD ALREADY PAID.  PREVIEW AND           *
013412* ADJUSTMENT RUNS PASS FREELY.                              *
013413* EACH PAY GROUP'S PERIOD IS GUARDED ON ITS OWN.            *
013414*----------------------------------------------------------*
013415 0504-CHECK-RUN-HISTORY.
013416     IF NOT WS-REGULAR-RUN OR WS-PREVIEW-RUN
013417         GO TO 0504-EXIT
013418     END-IF
013419     SET NOT-END-OF-RHIST TO TRUE
013420     MOVE "N" TO WS-DUP-RUN-SW
013421     OPEN INPUT RUN-HISTORY-FILE
013422*    THE FILE IS OPTIONAL - A MISSING RUNHIST.DAT OPENS AT
013423*    END OF FILE WITH STATUS 05, AND MUST STILL BE CLOSED
013424*    OR THE END-OF-RUN APPEND FINDS IT ALREADY OPEN.
013425     IF WS-RUNHIST-STATUS NOT = "00"
013426         CLOSE RUN-HISTORY-FILE
013427         GO TO 0504-EXIT
013428     END-IF
013429     PERFORM 0505-SCAN-RUN-HISTORY THRU 0505-EXIT
013430         UNTIL END-OF-RHIST
013431     CLOSE RUN-HISTORY-FILE
013432     IF WS-DUP-RUN-FOUND
013433         IF WS-OVERRIDE-RUN
013434             DISPLAY "GROUP " WS-PAY-GROUP
013435                     " PERIOD " WS-PAY-PERIOD-DATE
013436                     " ALREADY PAID - OPERATOR OVERRIDE"
013437         ELSE
013438             DISPLAY "LIVE RUN ALREADY COMPLETED FOR GROUP "
013439                     WS-PAY-GROUP " PERIOD " WS-PAY-PERIOD-DATE
013440                     " - OVERRIDE REQUIRED"
013441             MOVE 12 TO RETURN-CODE
013442             STOP RUN
013443         END-IF
013444     END-IF.
013445 0504-EXIT.
013446     EXIT.

013447*----------------------------------------------------------*
013448* 0505-SCAN-RUN-HISTORY - ONE HISTORY RECORD AGAINST THE    *
013449* GROUP AND PERIOD ON THE RUN CONTROL CARD.  ONLY A         *
013450* COMPLETED LIVE REGULAR RUN COUNTS AS ALREADY PAID.        *
013451*----------------------------------------------------------*
013452 0505-SCAN-RUN-HISTORY.
013453     READ RUN-HISTORY-FILE
013454         AT END
013455             SET END-OF-RHIST TO TRUE
013456             GO TO 0505-EXIT
013457     END-READ
013458     IF RH-PAY-PERIOD-DATE = WS-PAY-PERIOD-DATE
013459         AND RH-PAY-GROUP = WS-PAY-GROUP
013460         AND RH-RUN-TYPE = "R"
013461         AND RH-PREVIEW NOT = "Y"
013462         AND RH-STATUS = "C"
013463         SET WS-DUP-RUN-FOUND TO TRUE
013464     END-IF.
013465 0505-EXIT.
013466     EXIT.

013467*----------------------------------------------------------*
013468* 0506-LOAD-EARN-CODES - SEED THE EARNINGS CODE TABLE WITH *
013469* THE FOUR STANDARD CODES THE FIXED TIMECARD BUCKETS PAY   *
013470* THROUGH, THEN LOAD EARNCODE.DAT OVER THEM.  A MISSING    *
013471* FILE MEANS ONLY THE STANDARD CODES ARE CONFIGURED - ANY  *
013472* TIMECARD ROW CARRYING ANOTHER CODE THEN FAILS THE EDIT.  *
013473* A BAD RECORD STOPS THE RUN OUTRIGHT, AS A BAD TAX RATE   *
013474* ROW DOES.                                                *
013475*----------------------------------------------------------*
013476 0506-LOAD-EARN-CODES.
013477     PERFORM 0508-SEED-EARN-CODE THRU 0508-EXIT
013478         VARYING WS-EC-SUB FROM 1 BY 1
013479         UNTIL WS-EC-SUB > WS-EC-STD-COUNT
013480     MOVE WS-EC-STD-COUNT TO WS-EC-COUNT
013481     SET NOT-END-OF-EARNCD TO TRUE
013482     OPEN INPUT EARN-CODE-FILE
013483     IF WS-EARNCD-STATUS NOT = "00"
013484         GO TO 0506-EXIT
013485     END-IF
013486     PERFORM 0507-LOAD-ONE-EARN-CODE THRU 0507-EXIT
013487         UNTIL END-OF-EARNCD
013488     CLOSE EARN-CODE-FILE.
013489 0506-EXIT.
013490     EXIT.
013491*----------------------------------------------------------*
013492* 0507-LOAD-ONE-EARN-CODE - ONE EARNCODE.DAT ROW INTO THE  *
013493* TABLE.  A STANDARD CODE IS REPLACED IN PLACE; ANY OTHER  *
013494* CODE OPENS A NEW ENTRY, AND THE SAME CODE TWICE ON THE   *
013495* FILE IS AN ERROR.                                        *
013496*----------------------------------------------------------*
013497 0507-LOAD-ONE-EARN-CODE.
013498     READ EARN-CODE-FILE
013499         AT END
013500             SET END-OF-EARNCD TO TRUE
013501             GO TO 0507-EXIT
013502     END-READ
013503     IF EC-CODE = SPACES
013504         OR NOT EC-VALID-METHOD
013505         OR EC-RATE NOT NUMERIC
013506         OR NOT EC-VALID-OT-SW
013507         OR NOT EC-VALID-TAX-CLASS
013508         OR NOT EC-VALID-BUCKET
013509         OR (EC-HOURS-METHOD AND NOT EC-VALID-BASIS)
013510         OR (EC-FLAT-METHOD
013511             AND (EC-COUNTS-OT OR NOT EC-EXTRA-BUCKET))
013512         DISPLAY "EARNCODE.DAT RECORD INVALID - " EARN-CODE-REC
013513         MOVE 12 TO RETURN-CODE
013514         STOP RUN
013515     END-IF
013516     MOVE EC-CODE TO WS-EC-SCAN-CODE
013517     PERFORM 0580-FIND-EARN-CODE THRU 0580-EXIT
013518     IF WS-EC-FOUND-SUB > WS-EC-STD-COUNT
013519         DISPLAY "EARNCODE.DAT DUPLICATE CODE - " EC-CODE
013520         MOVE 12 TO RETURN-CODE
013521         STOP RUN
013522     END-IF
013523     IF WS-EC-FOUND-SUB = 0
013524         IF WS-EC-COUNT >= 30
013525             DISPLAY "EARNCODE.DAT EXCEEDS 30 EARNINGS CODES"
013526             MOVE 12 TO RETURN-CODE
013527             STOP RUN
013528         END-IF
013529         ADD 1 TO WS-EC-COUNT
013530         MOVE WS-EC-COUNT TO WS-EC-FOUND-SUB
013531     END-IF
013532     MOVE EARN-CODE-REC TO WS-EC-ENTRY (WS-EC-FOUND-SUB).
013533 0507-EXIT.
013534     EXIT.
013535*----------------------------------------------------------*
013536* 0508-SEED-EARN-CODE - ONE STANDARD CODE INTO THE TABLE.  *
013537*----------------------------------------------------------*
013538 0508-SEED-EARN-CODE.
013539     MOVE WS-EC-STD-ENTRY (WS-EC-SUB) TO WS-EC-ENTRY (WS-EC-SUB).
013540 0508-EXIT.
013541     EXIT.

013542*----------------------------------------------------------*
013543* 0512-FIND-PAY-PERIOD - LOOK UP THE CARD'S GROUP AND      *
013544* PERIOD END DATE ON THE PAY CALENDAR FOR THE PERIOD       *
013545* BEGIN, CHECK DATE AND PERIODS PER YEAR.  A CARD NAMING   *
013546* A GROUP MUST FIND ITS ROW; A CARD WITH NO GROUP RUNS AS  *
013547* THE STANDARD WEEKLY PERIOD WHEN THE CALENDAR CARRIES NO  *
013548* ROW FOR IT.  A SEMIMONTHLY OR MONTHLY PERIOD HAS NO WEEK *
013549* ON THE TIMECARD, SO ITS OVERTIME THRESHOLD AND HOURS     *
013550* LIMIT ARE THE WEEKLY ONES SCALED TO THE PERIOD.          *
013551*----------------------------------------------------------*
013552 0512-FIND-PAY-PERIOD.
013553     MOVE WS-PAY-PERIOD-DATE TO WS-CHECK-DATE
013554     MOVE WS-OT-THRESHOLD    TO WS-SPLIT-OT-THRESHOLD
013555     MOVE WS-MAX-WEEK-HOURS  TO WS-SPLIT-MAX-HOURS
013556     SET NOT-END-OF-PAYCAL TO TRUE
013557     SET WS-CAL-NOT-FOUND TO TRUE
013558     OPEN INPUT PAY-CALENDAR-FILE
013559*    THE FILE IS OPTIONAL - A MISSING PAYCAL.DAT OPENS AT END
013560*    OF FILE WITH STATUS 05 AND IS CLOSED AGAIN.
013561     IF WS-PAYCAL-STATUS NOT = "00"
013562         CLOSE PAY-CALENDAR-FILE
013563         IF WS-PAY-GROUP NOT = SPACES
013564             DISPLAY "PAYCAL.DAT MISSING - NO CALENDAR FOR GROUP "
013565                     WS-PAY-GROUP
013566             MOVE 12 TO RETURN-CODE
013567             STOP RUN
013568         END-IF
013569         GO TO 0512-EXIT
013570     END-IF
013571     PERFORM 0513-SCAN-PAY-CALENDAR THRU 0513-EXIT
013572         UNTIL END-OF-PAYCAL
013573     CLOSE PAY-CALENDAR-FILE
013574     IF WS-CAL-NOT-FOUND AND WS-PAY-GROUP NOT = SPACES
013575         DISPLAY "NO PAY CALENDAR ROW FOR GROUP " WS-PAY-GROUP
013576                 " PERIOD ENDING " WS-PAY-PERIOD-DATE
013577         MOVE 12 TO RETURN-CODE
013578         STOP RUN
013579     END-IF
013580     IF WS-PERIODS-PER-YEAR < 26
013581         COMPUTE WS-SPLIT-OT-THRESHOLD ROUNDED =
013582             WS-OT-THRESHOLD * WS-BASE-PERIODS
013583           / WS-PERIODS-PER-YEAR
013584         COMPUTE WS-SPLIT-MAX-HOURS ROUNDED =
013585             WS-MAX-WEEK-HOURS * WS-BASE-PERIODS
013586           / WS-PERIODS-PER-YEAR
013587     END-IF.
013588 0512-EXIT.
013589     EXIT.
013590*----------------------------------------------------------*
013591* 0513-SCAN-PAY-CALENDAR - ONE PAYCAL.DAT ROW.  EVERY ROW  *
013592* IS EDITED - A BAD ROW STOPS THE RUN, AS A BAD TAX RATE   *
013593* ROW DOES - AND THE SAME GROUP AND PERIOD TWICE ON THE    *
013594* FILE IS AN ERROR.                                        *
013595*----------------------------------------------------------*
013596 0513-SCAN-PAY-CALENDAR.
013597     READ PAY-CALENDAR-FILE
013598         AT END
013599             SET END-OF-PAYCAL TO TRUE
013600             GO TO 0513-EXIT
013601     END-READ
013602     IF PC-PERIOD-BEGIN NOT NUMERIC
013603         OR PC-PERIOD-END NOT NUMERIC
013604         OR PC-CHECK-DATE NOT NUMERIC
013605         OR PC-PERIODS-PER-YEAR NOT NUMERIC
013606         OR NOT PC-VALID-FREQUENCY
013607         OR PC-PERIOD-BEGIN > PC-PERIOD-END
013608         DISPLAY "PAYCAL.DAT RECORD INVALID - " PAY-CALENDAR-REC
013609         MOVE 12 TO RETURN-CODE
013610         STOP RUN
013611     END-IF
013612     IF PC-PAY-GROUP NOT = WS-PAY-GROUP
013613         OR PC-PERIOD-END NOT = WS-PAY-PERIOD-DATE
013614         GO TO 0513-EXIT
013615     END-IF
013616     IF WS-CAL-FOUND
013617         DISPLAY "PAYCAL.DAT DUPLICATE PERIOD - " PAY-CALENDAR-REC
013618         MOVE 12 TO RETURN-CODE
013619         STOP RUN
013620     END-IF
013621     SET WS-CAL-FOUND TO TRUE
013622     MOVE PC-PERIOD-BEGIN     TO WS-PERIOD-BEGIN
013623     MOVE PC-CHECK-DATE       TO WS-CHECK-DATE
013624     MOVE PC-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
013625     IF PC-BIWEEKLY
013626         MOVE 2 TO WS-PERIOD-WEEKS
013627     ELSE
013628         MOVE 1 TO WS-PERIOD-WEEKS
013629     END-IF.
013630 0513-EXIT.
013631     EXIT.

013632*----------------------------------------------------------*
013633* 0570-FIND-JURIS - REMEMBER THE TABLE ENTRY WHOSE          *
013634* JURISDICTION CODE MATCHES WS-JT-SCAN-JURIS; ZERO MEANS    *
013635* THE CODE IS NOT CONFIGURED.  USED BY THE FRONT-END EDIT   *
013636* AND BY THE STATE/LOCAL WITHHOLDING COMPUTATION.           *
013637*----------------------------------------------------------*
013638 0570-FIND-JURIS.
013639     MOVE 0 TO WS-JT-FOUND-SUB
013640     PERFORM 0571-SCAN-JURIS-ENTRY THRU 0571-EXIT
013641         VARYING WS-JT-SUB FROM 1 BY 1
013642         UNTIL WS-JT-SUB > WS-JT-COUNT.
013643 0570-EXIT.
013644     EXIT.

013645*----------------------------------------------------------*
013646* 0571-SCAN-JURIS-ENTRY - ONE TABLE ENTRY AGAINST THE CODE  *
013647* BEING LOOKED UP.                                          *
013648*----------------------------------------------------------*
013649 0571-SCAN-JURIS-ENTRY.
013650     IF WS-JT-JURIS (WS-JT-SUB) = WS-JT-SCAN-JURIS
013651         MOVE WS-JT-SUB TO WS-JT-FOUND-SUB
013652     END-IF.
013653 0571-EXIT.
013654     EXIT.

013655*----------------------------------------------------------*
013656* 0580-FIND-EARN-CODE - REMEMBER THE TABLE ENTRY WHOSE CODE*
013657* MATCHES WS-EC-SCAN-CODE; ZERO MEANS THE CODE IS NOT      *
013658* CONFIGURED.  USED BY THE LOAD, THE FRONT-END EDIT, AND   *
013659* THE TIMECARD MERGE.                                      *
013660*----------------------------------------------------------*
013661 0580-FIND-EARN-CODE.
013662     MOVE 0 TO WS-EC-FOUND-SUB
013663     PERFORM 0581-SCAN-EARN-ENTRY THRU 0581-EXIT
013664         VARYING WS-EC-SUB FROM 1 BY 1
013665         UNTIL WS-EC-SUB > WS-EC-COUNT.
013666 0580-EXIT.
013667     EXIT.
013668*----------------------------------------------------------*
013669* 0581-SCAN-EARN-ENTRY - ONE TABLE ENTRY AGAINST THE CODE  *
013670* BEING LOOKED UP.                                         *
013671*----------------------------------------------------------*
013672 0581-SCAN-EARN-ENTRY.
013673     IF WS-EC-CODE (WS-EC-SUB) = WS-EC-SCAN-CODE
013674         MOVE WS-EC-SUB TO WS-EC-FOUND-SUB
013675     END-IF.
013676 0581-EXIT.
013677     EXIT.

013678*----------------------------------------------------------*
013679* 0510-EDIT-EMPLOYEE - ONE EMPLOYEE MASTER RECORD: EMP-ID   *
013680* NUMERIC AND STRICTLY ASCENDING (A DUPLICATE FAILS THE     *
013681* SEQUENCE TEST TOO), EMP-TYPE H OR S, AND THE PAY FIGURE   *
013682* THE TYPE CALLS FOR NOT ZERO - EMP-RATE FOR HOURLY,        *
013683* EMP-SALARY FOR SALARIED - AND THE W-2 FIELDS: A KEYED SSN *
013684* IN A RANGE SSA ISSUES AND ANY ADDRESS COMPLETE.           *
013685*----------------------------------------------------------*
013686 0510-EDIT-EMPLOYEE.
013687     READ EMPLOYEE-FILE
013688         AT END
013689             SET END-OF-EMP TO TRUE
013690             GO TO 0510-EXIT
013691     END-READ
013692     IF EMP-ID NOT NUMERIC
013693         MOVE "NUM." TO RJ-REASON-CODE
013694         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013695         GO TO 0510-EXIT
013696     END-IF
013697     IF EMP-ID NOT > WS-PREV-EMP-ID
013698         MOVE "SEQ." TO RJ-REASON-CODE
013699         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013700     END-IF
013701     MOVE EMP-ID TO WS-PREV-EMP-ID
013702     IF EMP-RATE NOT NUMERIC OR EMP-SALARY NOT NUMERIC
013703         MOVE "NUM." TO RJ-REASON-CODE
013704         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013705         GO TO 0510-EXIT
013706     END-IF
013707     IF NOT (EMP-HOURLY OR EMP-SALARIED)
013708         MOVE "CODE" TO RJ-REASON-CODE
013709         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013710         GO TO 0510-EXIT
013711     END-IF
013712     IF EMP-HOURLY AND EMP-RATE = 0
013713         MOVE "RNG." TO RJ-REASON-CODE
013714         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013715     END-IF
013716     IF EMP-SALARIED AND EMP-SALARY = 0
013717         MOVE "RNG." TO RJ-REASON-CODE
013720         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013730     END-IF
013740     IF EMP-DEPT = SPACES
013794             MOVE "CODE" TO RJ-REASON-CODE
013795             PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013796         END-IF
013797     END-IF
013798*    THE W-2 FIELDS: A BLANK SSN PASSES (APPLIED FOR), BUT ONE
013799*    KEYED MUST BE NINE DIGITS IN A RANGE SSA ISSUES, AND AN
013800*    ADDRESS, ONCE STARTED, MUST BE COMPLETE.
013801     IF EMP-SSN NOT = SPACES
013802         IF EMP-SSN NOT NUMERIC
013803             MOVE "NUM." TO RJ-REASON-CODE
013804             PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013805         ELSE
013806             IF EMP-SSN (1:3) = "000" OR EMP-SSN (1:3) = "666"
013807                 OR EMP-SSN (1:1) = "9"
013808                 OR EMP-SSN (4:2) = "00"
013809                 OR EMP-SSN (6:4) = "0000"
013810                 MOVE "RNG." TO RJ-REASON-CODE
013811                 PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013812             END-IF
013813         END-IF
013814     END-IF
013815     IF EMP-STREET NOT = SPACES OR EMP-CITY NOT = SPACES
013816         OR EMP-ADDR-STATE NOT = SPACES OR EMP-ZIP NOT = SPACES
013817         IF EMP-STREET = SPACES OR EMP-CITY = SPACES
013818             OR EMP-ADDR-STATE = SPACES
013819             MOVE "CODE" TO RJ-REASON-CODE
013820             PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013821         END-IF
013822         IF EMP-ZIP (1:5) NOT NUMERIC
013823             OR (EMP-ZIP (6:4) NOT = SPACES
013824                 AND EMP-ZIP (6:4) NOT NUMERIC)
013825             MOVE "NUM." TO RJ-REASON-CODE
013826             PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013827         END-IF
013828     END-IF
013829*    A BIRTH DATE MAY BE BLANK (UNKNOWN - NO CATCH-UP), BUT ONE
013830*    KEYED MUST BE NUMERIC.
013831     IF EMP-BIRTH-DATE NOT = SPACES AND EMP-BIRTH-DATE NOT NUMERIC
013832         MOVE "NUM." TO RJ-REASON-CODE
013833         PERFORM 0511-REJECT-EMPLOYEE THRU 0511-EXIT
013834     END-IF.
013835 0510-EXIT.
013836     EXIT.

013837*----------------------------------------------------------*
013838* 0511-REJECT-EMPLOYEE - WRITE THE EMPLOYEE MASTER RECORD   *
013839* IN PROCESS TO REJECT-FILE UNDER THE CALLER'S REASON CODE. *
013840*----------------------------------------------------------*
013841 0511-REJECT-EMPLOYEE.
013850     MOVE "EMPLOYEE" TO RJ-FILE-ID
013860     MOVE EMPLOYEE-REC TO RJ-RECORD-IMAGE
013870     PERFORM 0590-WRITE-REJECT THRU 0590-EXIT.
013950* NO EMPLOYEE'S WEEKLY TOTAL ACROSS ROWS OVER THAT LIMIT    *
013960* EITHER, SO A WEEK SPLIT OVER SEVERAL ROWS CANNOT SLIP     *
013970* PAST THE EDIT.                                            *
013971* A ROW'S EARNINGS CODE MUST BE ON THE TABLE, WITH HOURS    *
013972* FOR AN HOURS CODE OR AN AMOUNT FOR A FLAT ONE, NOT BOTH;  *
013973* ITS HOURS COUNT TOWARD THE WEEK AND ITS LEAVE TOWARD THE  *
013974* BALANCE CHECK UNLESS IT IS AN EXTRA-PAY CODE.             *
013975* THE WEEK WORKED MUST BE 1 OR 2, AND 2 ONLY FOR A BIWEEKLY *
013976* GROUP; EACH WEEK IS HELD TO THE LIMIT ON ITS OWN.         *
013980*----------------------------------------------------------*
013990 0520-EDIT-HOURS.
014000     READ SORTED-HOURS-FILE
014080         OR SRH-HOLIDAY-HOURS NOT NUMERIC
014081         OR SRH-VAC-HOURS NOT NUMERIC
014082         OR SRH-SICK-HOURS NOT NUMERIC
014083         OR (SRH-EARN-CODE NOT = SPACES
014084             AND (SRH-EARN-HOURS NOT NUMERIC
014085                  OR SRH-EARN-AMOUNT NOT NUMERIC))
014090         MOVE "NUM." TO RJ-REASON-CODE
014100         PERFORM 0521-REJECT-HOURS THRU 0521-EXIT
014110         GO TO 0520-EXIT
014140         PERFORM 0525-CHECK-WEEK-TOTAL THRU 0525-EXIT
014141         PERFORM 0526-CHECK-LEAVE-BALANCE THRU 0526-EXIT
014150         MOVE SRH-EMP-ID TO WS-PREV-HRS-ID
014160         MOVE ZEROS TO WS-EDIT-WEEK-TABLE
014161         MOVE 0 TO WS-EDIT-VAC-TOT WS-EDIT-SICK-TOT
014170     END-IF
014180     COMPUTE WS-EDIT-HOURS-TOT = SRH-HOURS + SRH-HOLIDAY-HOURS
014181         + SRH-VAC-HOURS + SRH-SICK-HOURS
014191     ADD SRH-VAC-HOURS  TO WS-EDIT-VAC-TOT
014192     ADD SRH-SICK-HOURS TO WS-EDIT-SICK-TOT
014193     MOVE 0 TO WS-EC-FOUND-SUB
014194     IF SRH-EARN-CODE NOT = SPACES
014195         MOVE SRH-EARN-CODE TO WS-EC-SCAN-CODE
014196         PERFORM 0580-FIND-EARN-CODE THRU 0580-EXIT
014197     END-IF
014198     IF WS-EC-FOUND-SUB > 0
014199         AND NOT WS-EC-EXTRA (WS-EC-FOUND-SUB)
014200         ADD SRH-EARN-HOURS TO WS-EDIT-HOURS-TOT
014201         IF WS-EC-VACATION (WS-EC-FOUND-SUB)
014202             ADD SRH-EARN-HOURS TO WS-EDIT-VAC-TOT
014203         END-IF
014204         IF WS-EC-SICK (WS-EC-FOUND-SUB)
014205             ADD SRH-EARN-HOURS TO WS-EDIT-SICK-TOT
014206         END-IF
014207     END-IF
014208     IF SRH-WEEK-TWO
014209         MOVE 2 TO WS-EDIT-WEEK-SUB
014210     ELSE
014211         MOVE 1 TO WS-EDIT-WEEK-SUB
014212     END-IF
014213     ADD WS-EDIT-HOURS-TOT
014214         TO WS-EDIT-WEEK-HOURS (WS-EDIT-WEEK-SUB)
014215     MOVE SORTED-HOURS-REC TO WS-EDIT-LAST-HOURS
014216     IF SRH-HOURS > WS-SPLIT-MAX-HOURS
014217         OR SRH-HOLIDAY-HOURS > WS-SPLIT-MAX-HOURS
014218         OR (WS-EC-FOUND-SUB > 0
014219             AND SRH-EARN-HOURS > WS-SPLIT-MAX-HOURS)
014220         OR WS-EDIT-HOURS-TOT > WS-SPLIT-MAX-HOURS
014240         MOVE "RNG." TO RJ-REASON-CODE
014250         PERFORM 0521-REJECT-HOURS THRU 0521-EXIT
014260     END-IF
014270     IF SRH-DEPT = SPACES
014271         OR NOT (SRH-WEEK-ONE OR SRH-WEEK-TWO)
014272         OR (SRH-WEEK-TWO AND WS-PERIOD-WEEKS < 2)
014280         MOVE "CODE" TO RJ-REASON-CODE
014281         PERFORM 0521-REJECT-HOURS THRU 0521-EXIT
014282     END-IF
014283     IF SRH-EARN-CODE NOT = SPACES AND WS-EC-FOUND-SUB = 0
014284         MOVE "CODE" TO RJ-REASON-CODE
014285         PERFORM 0521-REJECT-HOURS THRU 0521-EXIT
014286     END-IF
014287     IF WS-EC-FOUND-SUB > 0
014288         IF (WS-EC-HOURS-CODE (WS-EC-FOUND-SUB)
014289             AND (SRH-EARN-HOURS = 0 OR SRH-EARN-AMOUNT > 0))
014290           OR (WS-EC-FLAT-CODE (WS-EC-FOUND-SUB)
014291             AND (SRH-EARN-AMOUNT = 0 OR SRH-EARN-HOURS > 0))
014292             MOVE "AMT." TO RJ-REASON-CODE
014293             PERFORM 0521-REJECT-HOURS THRU 0521-EXIT
014294         END-IF
014300     END-IF.
014310 0520-EXIT.
014320     EXIT.

014430*----------------------------------------------------------*
014440* 0525-CHECK-WEEK-TOTAL - CONTROL BREAK: THE EMPLOYEE JUST  *
014441* FINISHED HAD ALL ROWS TOTALED BY WEEK - REJECT (UNDER     *
014442* THE EMPLOYEE'S LAST TIMECARD IMAGE) IF A WEEK'S TOTAL IS  *
014443* MORE THAN THE HOURS IN A WEEK, OR THE SCALED LIMIT FOR A  *
014444* SEMIMONTHLY OR MONTHLY PERIOD.                            *
014480*----------------------------------------------------------*
014490 0525-CHECK-WEEK-TOTAL.
014491     IF WS-EDIT-WEEK-HOURS (1) > WS-SPLIT-MAX-HOURS
014492         OR WS-EDIT-WEEK-HOURS (2) > WS-SPLIT-MAX-HOURS
014510         MOVE "RNG." TO RJ-REASON-CODE
014520         MOVE "HOURS   " TO RJ-FILE-ID
014530         MOVE WS-EDIT-LAST-HOURS TO RJ-RECORD-IMAGE
016440* 1000-INITIALIZE - OPEN FILES AND PRIME THE EMPLOYEE LOOP  *
016450*----------------------------------------------------------*
016460 1000-INITIALIZE.
016461     MOVE ZEROS TO WS-LC-TABLE
016470     PERFORM 1400-INIT-CHECKPOINT THRU 1400-EXIT
016480     PERFORM 1430-INIT-CHECK-NO THRU 1430-EXIT
016490*    THE PAYER NAME ON THE STUBS AND CHECK FACES COMES OFF THE
016830                  EXTEND POSPAY-FILE
016831                  EXTEND GARN-ORDER-OUT-FILE
016832                  EXTEND GARN-ACTIVITY-FILE
016833                  EXTEND PLAN-CONTRIB-FILE
016840         WHEN OTHER
016850             OPEN OUTPUT PAYROLL-FILE
016851                  EXTEND PAY-HISTORY-FILE
016920                  OUTPUT POSPAY-FILE
016921                  OUTPUT GARN-ORDER-OUT-FILE
016922                  OUTPUT GARN-ACTIVITY-FILE
016923                  OUTPUT PLAN-CONTRIB-FILE
016930             PERFORM 1420-INIT-ACH-FILE THRU 1420-EXIT
016940             MOVE WS-PAY-PERIOD-DATE TO CR-PERIOD-DATE
016950             WRITE CHECK-REGISTER-LINE FROM CR-HEADING-LINE
017280          OUTPUT CHECK-PRINT-FILE
017290          OUTPUT CHECK-REGISTER-FILE
017300          OUTPUT POSPAY-FILE
017301          OUTPUT ADJ-PLAN-CONTRIB-FILE
017310     PERFORM 1420-INIT-ACH-FILE THRU 1420-EXIT
017320     MOVE WS-PAY-PERIOD-DATE TO AR-PERIOD-DATE
017330     WRITE ADJ-REGISTER-LINE FROM AR-HEADING-LINE
017830             GO TO 1410-EXIT
017840     END-READ
017850     IF CK-PAY-PERIOD-DATE NOT = WS-PAY-PERIOD-DATE
017851         OR CK-PAY-GROUP NOT = WS-PAY-GROUP
017860         GO TO 1410-EXIT
017870     END-IF
017880     SET WS-RESTARTING TO TRUE
018082     END-IF
018083     IF CK-GARN-SHORT-TOT NUMERIC
018084         MOVE CK-GARN-SHORT-TOT TO WS-TOT-GARN-SHORT
018085     END-IF
018086     IF CK-OASDI-TAX-TOT NUMERIC
018087         MOVE CK-OASDI-TAX-TOT TO WS-TOT-OASDI-TAX
018088     END-IF
018089     IF CK-MEDICARE-TAX-TOT NUMERIC
018090         MOVE CK-MEDICARE-TAX-TOT TO WS-TOT-MEDICARE-TAX
018091     END-IF
018092     IF CK-LC-TABLE NUMERIC
018093         MOVE CK-LC-TABLE TO WS-LC-TABLE
018094     END-IF
018095     IF CK-PLAN-COUNT NUMERIC
018096         MOVE CK-PLAN-COUNT     TO WS-PLAN-COUNT
018097     END-IF
018098     IF CK-PLAN-COMP-TOT NUMERIC
018099         MOVE CK-PLAN-COMP-TOT  TO WS-PLAN-COMP-TOT
018100     END-IF
018101     IF CK-PLAN-DEFER-TOT NUMERIC
018102         MOVE CK-PLAN-DEFER-TOT TO WS-PLAN-DEFER-TOT
018103     END-IF
018104     IF CK-PLAN-CU-TOT NUMERIC
018105         MOVE CK-PLAN-CU-TOT    TO WS-PLAN-CU-TOT
018106     END-IF
018107     IF CK-PLAN-MATCH-TOT NUMERIC
018108         MOVE CK-PLAN-MATCH-TOT TO WS-PLAN-MATCH-TOT
018109     END-IF.
018110 1410-EXIT.
018111     EXIT.

018112*----------------------------------------------------------*
018113* 1420-INIT-ACH-FILE - FRESH RUN ONLY.  WRITE THE FILE       *
018120* HEADER (1) AND BATCH HEADER (5) ONCE, BEFORE ANY ENTRY     *
018130* DETAIL RECORDS.                                            *
018140*----------------------------------------------------------*
018210     WRITE ACH-RECORD FROM ACH-FILE-HEADER-REC
018220     MOVE WS-COMPANY-NAME (1:16)  TO ABH-COMPANY-NAME
018230     MOVE WS-COMPANY-ID           TO ABH-COMPANY-ID
018240     MOVE WS-CHECK-DATE(3:6)      TO ABH-EFFECTIVE-DATE
018250     MOVE WS-ACH-ODFI             TO ABH-ORIGINATING-DFI
018260     WRITE ACH-RECORD FROM ACH-BATCH-HEADER-REC.
018270 1420-EXIT.
019371     MOVE 0 TO WS-VAC-HOURS WS-SICK-HOURS
019372               WS-VAC-BAL WS-SICK-BAL
019373     MOVE 0 TO WS-STATE-TAX WS-LOCAL-TAX
019374               WS-OASDI-TAX WS-MEDICARE-TAX
019375               WS-OASDI-WAGES WS-MEDICARE-WAGES
019376               WS-TAXABLE-WAGES
019380     MOVE 0 TO WS-DED-HEALTH WS-DED-401K-PCT WS-DED-401K
019390               WS-DED-GARNISH WS-DED-TOTAL
019391     MOVE 0 TO WS-PLAN-COMP WS-PRIOR-401K WS-DED-401K-CU
019392               WS-ER-MATCH
019393     MOVE 0 TO WS-ED-COUNT WS-ED-TOT-HOURS
019394     MOVE 0 TO WS-SUPP-GROSS WS-NONTAX-GROSS WS-OT-PREMIUM
019395     MOVE ZEROS TO WS-EMP-EARN
019401     MOVE 0 TO WS-GN-COUNT
019402     MOVE ZEROS TO WS-WEEK-HOURS-TABLE
019410     MOVE EMP-RATE TO WS-RATE
019420     SET WS-NO-CHECK-ISSUED TO TRUE
019430     SET WS-NO-HOURS-FOUND TO TRUE
019450     SET WS-DONT-SKIP-EMP TO TRUE
019460     IF WS-RESTARTING AND EMP-ID NOT > WS-LAST-EMP-ID
019470         SET WS-SKIP-EMP TO TRUE
019471     END-IF
019472*    A TERMINATED EMPLOYEE IS CARRIED, NOT PAID - THE MERGES
019473*    STILL ADVANCE PAST ANY ROWS KEYED TO THE EMPLOYEE AND THE
019474*    YTD ROW ROLLS FORWARD UNTOUCHED.  SO IS AN EMPLOYEE IN A
019475*    PAY GROUP OTHER THAN THE ONE THIS RUN PAYS.
019476     IF EMP-TERMINATED OR EMP-PAY-GROUP NOT = WS-PAY-GROUP
019485         PERFORM 3020-SKIP-TERMINATED THRU 3020-EXIT
019486         GO TO 3000-EXIT
019487     END-IF
019680         PERFORM 3400-WRITE-PAYROLL-REC THRU 3400-EXIT
019690         IF WS-LIVE-RUN
019700             PERFORM 3450-WRITE-YTD THRU 3450-EXIT
019701             PERFORM 3460-WRITE-PLAN-CONTRIB THRU 3460-EXIT
019710         END-IF
019720         IF WS-BANK-FOUND
019730             PERFORM 3900-WRITE-ACH-ENTRY THRU 3900-EXIT
019870 3000-EXIT.
019880     EXIT.

019881*----------------------------------------------------------*
019882* 3020-SKIP-TERMINATED - THE EMPLOYEE IN PROCESS IS FLAGGED *
019883* TERMINATED, OR IS IN A PAY GROUP THIS RUN DOES NOT PAY.   *
019884* CONSUME ANY TIMECARD, DEDUCTION, AND BANK ROWS STILL      *
019885* KEYED TO THE EMPLOYEE SO THE MERGES STAY ALIGNED (A       *
019886* TIMECARD FOR SUCH AN EMPLOYEE IS LOGGED - SOMEBODY IS     *
019887* REPORTING HOURS THIS RUN WILL NOT PAY), CARRY THE YTD     *
019888* ROW FORWARD UNTOUCHED, AND PAY NOTHING.                   *
019889*----------------------------------------------------------*
019890 3020-SKIP-TERMINATED.
019891     PERFORM 3050-SKIP-ORPHAN-HOURS THRU 3050-EXIT
019892         UNTIL END-OF-HRS OR WS-HRS-EMP-ID >= EMP-ID
019893     IF NOT END-OF-HRS AND WS-HRS-EMP-ID = EMP-ID
019894         AND WS-DONT-SKIP-EMP
019895         IF EMP-TERMINATED
019896             PERFORM 3720-LOG-TERMINATED-HOURS THRU 3720-EXIT
019897         ELSE
019898             PERFORM 3725-LOG-OTHER-GROUP-HOURS THRU 3725-EXIT
019899         END-IF
019905     END-IF
019906     PERFORM 3025-DROP-TERM-HOURS THRU 3025-EXIT
019907         UNTIL END-OF-HRS OR WS-HRS-EMP-ID NOT = EMP-ID

019962*----------------------------------------------------------*
019963* 3029-DROP-TERM-GARN - A GARNISHMENT ORDER KEYED TO THE    *
019964* EMPLOYEE IN PROCESS, WHO IS NOT BEING PAID THIS RUN.  THE *
019965* ORDER IS CARRIED TO GARNORD.NEW UNCHANGED - NOTHING IS    *
019966* TAKEN FROM SOMEONE NOT BEING PAID - AND AN OPEN ORDER ON  *
019967* A TERMINATED EMPLOYEE IS FLAGGED SO THE COURT GETS TOLD   *
019968* THE EMPLOYEE IS GONE.                                     *
019969*----------------------------------------------------------*
019970 3029-DROP-TERM-GARN.
019971     IF GN-OPEN AND WS-DONT-SKIP-EMP AND EMP-TERMINATED
019972         MOVE WS-PAY-PERIOD-DATE TO EX-PAY-PERIOD-DATE
019973         MOVE EMP-ID   TO EX-EMP-ID
019974         MOVE EMP-NAME TO EX-EMP-NAME
019975         MOVE "OPEN GARNISHMENT ORDER - EMPLOYEE TERMINATED"
019976             TO EX-REASON
019977         WRITE EXCEPTION-LINE FROM EX-REC
019978     END-IF
019979     IF WS-LIVE-RUN AND WS-DONT-SKIP-EMP
019980         PERFORM 3465-WRITE-GARN-UNCHANGED THRU 3465-EXIT
019981     END-IF
019982     PERFORM 1260-READ-GARN-ORDER THRU 1260-EXIT.
019983 3029-EXIT.
019984     EXIT.

019985*----------------------------------------------------------*
019986* 3010-ADJUST-EMP - ADJUSTMENT-RUN COUNTERPART OF            *
019987* 3000-PROCESS-EMP.  EVERY EMPLOYEE'S YTD IS CARRIED FORWARD *
019988* SO YTD-NEW.DAT STAYS COMPLETE, BUT ONLY EMPLOYEES NAMED ON *
019989* ADJUSTMENTS.DAT HAVE ANYTHING DONE TO THEM.  DEDUCTION AND *
019990* BANK READ-AHEADS ADVANCE FOR EVERY EMPLOYEE SO THE MERGES  *
019991* STAY ALIGNED.                                              *
019992*----------------------------------------------------------*
019993 3010-ADJUST-EMP.
019994     MOVE 0 TO WS-RAW-HOURS WS-HOLIDAY-HOURS WS-REG-HOURS
019995               WS-OT-HOURS  WS-RATE WS-GROSS WS-TAX WS-NET
019996     MOVE 0 TO WS-STATE-TAX WS-LOCAL-TAX
019997               WS-OASDI-TAX WS-MEDICARE-TAX
019998               WS-OASDI-WAGES WS-MEDICARE-WAGES
019999               WS-TAXABLE-WAGES
020000     MOVE 0 TO WS-SUPP-GROSS WS-NONTAX-GROSS
020001     MOVE 0 TO WS-DED-HEALTH WS-DED-401K-PCT WS-DED-401K
020010               WS-DED-GARNISH WS-DED-TOTAL
020011     MOVE 0 TO WS-PLAN-COMP WS-PRIOR-401K WS-DED-401K-CU
020012               WS-ER-MATCH
020020     MOVE EMP-RATE TO WS-RATE
020030     SET WS-NO-CHECK-ISSUED TO TRUE
020040     SET WS-NO-BANK-FOUND TO TRUE
021040*----------------------------------------------------------*
021050 3170-PAY-ADJUSTMENT.
021060     MOVE ADJ-GROSS TO WS-GROSS
021061*    3500-LOAD-YTD HAS ALREADY RUN, SO THE YEAR'S DEFERRALS SO
021062*    FAR - EARLIER PAYMENTS ON THIS RUN INCLUDED - ARE IN HAND.
021063     MOVE WS-YTD-401K TO WS-PRIOR-401K
021070     PERFORM 3320-APPLY-DEDUCTIONS THRU 3320-EXIT
021080     PERFORM 3350-COMPUTE-TAX THRU 3350-EXIT
021081     PERFORM 3370-COMPUTE-STATE-LOCAL THRU 3370-EXIT
021082*    3500-LOAD-YTD HAS ALREADY RUN FOR THIS EMPLOYEE, SO THE
021083*    FICA WAGES TAXED SO FAR THIS YEAR ARE THE ONES IN HAND.
021084     MOVE WS-YTD-OASDI-WAGES    TO WS-PRIOR-OASDI-WAGES
021085     MOVE WS-YTD-MEDICARE-WAGES TO WS-PRIOR-MED-WAGES
021086     PERFORM 3390-COMPUTE-FICA THRU 3390-EXIT
021090     COMPUTE WS-NET = WS-GROSS - WS-TAX
021091         - WS-STATE-TAX - WS-LOCAL-TAX - WS-DED-TOTAL
021092             - WS-OASDI-TAX - WS-MEDICARE-TAX
021100     IF WS-NET < 0
021110         PERFORM 3710-LOG-OVER-DEDUCTION THRU 3710-EXIT
021120         MOVE 0 TO WS-NET
021160     ADD WS-NET   TO WS-YTD-NET
021161     ADD WS-STATE-TAX TO WS-YTD-STATE-TAX
021162     ADD WS-LOCAL-TAX TO WS-YTD-LOCAL-TAX
021163     ADD WS-OASDI-WAGES    TO WS-YTD-OASDI-WAGES
021164     ADD WS-OASDI-TAX      TO WS-YTD-OASDI-TAX
021165     ADD WS-MEDICARE-WAGES TO WS-YTD-MEDICARE-WAGES
021166     ADD WS-MEDICARE-TAX   TO WS-YTD-MEDICARE-TAX
021167     ADD WS-TAXABLE-WAGES  TO WS-YTD-FED-WAGES
021168     ADD WS-DED-401K       TO WS-YTD-401K
021170*    THE PAYMENT CREATES EMPLOYER-SIDE LIABILITY TOO - FIGURE
021180*    THE ACCRUALS OFF THE ROLLED-IN YTD, AS THE REGULAR RUN
021190*    DOES, FOR THE ADJUSTMENT JOURNAL AND SUMMARY.
021210     ADD WS-ER-FICA TO WS-ADJ-ER-FICA
021220     ADD WS-ER-FUTA TO WS-ADJ-ER-FUTA
021230     ADD WS-ER-SUTA TO WS-ADJ-ER-SUTA
021231     PERFORM 3610-ACCUM-PLAN-TOTALS THRU 3610-EXIT
021232     PERFORM 3460-WRITE-PLAN-CONTRIB THRU 3460-EXIT
021240     ADD 1        TO WS-ADJ-PAY-COUNT
021250     ADD WS-GROSS TO WS-ADJ-PAY-GROSS
021260     ADD WS-TAX   TO WS-ADJ-PAY-TAX
021261     ADD WS-STATE-TAX TO WS-ADJ-PAY-STATE
021262     ADD WS-LOCAL-TAX TO WS-ADJ-PAY-LOCAL
021263     ADD WS-OASDI-TAX    TO WS-ADJ-PAY-OASDI
021264     ADD WS-MEDICARE-TAX TO WS-ADJ-PAY-MEDICARE
021270     ADD WS-NET   TO WS-ADJ-PAY-NET
021280     ADD WS-DED-HEALTH  TO WS-ADJ-PAY-HEALTH
021290     ADD WS-DED-401K    TO WS-ADJ-PAY-401K
021650* 3100-FIND-HOURS - ADD THE CURRENT SORTED-HOURS-FILE        *
021660* RECORD, WHICH MATCH-MERGE HAS ALREADY CONFIRMED BELONGS TO *
021670* THIS EMPLOYEE, AND ADVANCE THE READ-AHEAD.                 *
021671* THE FIXED BUCKETS ADD TO THE STANDARD CODES AND ANY OTHER  *
021672* CODE ON THE ROW TO ITS OWN ENTRY; THE EDIT PASS HAS        *
021673* PROVED THE CODE IS ON THE TABLE.  THE ROW'S                *
021674* OVERTIME-COUNTING HOURS ALSO GO TO THE WEEK IT WAS         *
021675* WORKED IN.                                                 *
021680*----------------------------------------------------------*
021690 3100-FIND-HOURS.
021691     ADD SRH-HOURS         TO WS-EE-HOURS (WS-EC-REG-SUB)
021692     ADD SRH-HOLIDAY-HOURS TO WS-EE-HOURS (WS-EC-HOL-SUB)
021693     ADD SRH-VAC-HOURS     TO WS-EE-HOURS (WS-EC-VAC-SUB)
021694     ADD SRH-SICK-HOURS    TO WS-EE-HOURS (WS-EC-SICK-SUB)
021695     MOVE 0 TO WS-EC-FOUND-SUB
021696     IF SRH-EARN-CODE NOT = SPACES
021697         MOVE SRH-EARN-CODE TO WS-EC-SCAN-CODE
021698         PERFORM 0580-FIND-EARN-CODE THRU 0580-EXIT
021699     END-IF
021700     IF WS-EC-FOUND-SUB > 0
021701         ADD SRH-EARN-HOURS  TO WS-EE-HOURS (WS-EC-FOUND-SUB)
021702         ADD SRH-EARN-AMOUNT TO WS-EE-AMOUNT (WS-EC-FOUND-SUB)
021703     END-IF
021720     SET WS-HOURS-FOUND TO TRUE
021721     PERFORM 3105-ACCUM-WEEK-HOURS THRU 3105-EXIT
021722     PERFORM 3110-ACCUM-DEPT-HOURS THRU 3110-EXIT
021723     PERFORM 1210-READ-HOURS THRU 1210-EXIT.
021724 3100-EXIT.
021725     EXIT.

021726*----------------------------------------------------------*
021727* 3105-ACCUM-WEEK-HOURS - ADD THE TIMECARD ROW'S HOURS     *
021728* UNDER EVERY CODE THAT COUNTS TOWARD THE OVERTIME         *
021729* THRESHOLD TO THE WEEK THE ROW WAS WORKED IN.             *
021730*----------------------------------------------------------*
021731 3105-ACCUM-WEEK-HOURS.
021732     MOVE 0 TO WS-ROW-OT-HOURS
021733     IF WS-EC-COUNTS-OT (WS-EC-REG-SUB)
021734         ADD SRH-HOURS TO WS-ROW-OT-HOURS
021735     END-IF
021736     IF WS-EC-COUNTS-OT (WS-EC-HOL-SUB)
021737         ADD SRH-HOLIDAY-HOURS TO WS-ROW-OT-HOURS
021738     END-IF
021739     IF WS-EC-COUNTS-OT (WS-EC-VAC-SUB)
021740         ADD SRH-VAC-HOURS TO WS-ROW-OT-HOURS
021741     END-IF
021742     IF WS-EC-COUNTS-OT (WS-EC-SICK-SUB)
021743         ADD SRH-SICK-HOURS TO WS-ROW-OT-HOURS
021744     END-IF
021745     IF WS-EC-FOUND-SUB > 0
021746         IF WS-EC-COUNTS-OT (WS-EC-FOUND-SUB)
021747             ADD SRH-EARN-HOURS TO WS-ROW-OT-HOURS
021748         END-IF
021749     END-IF
021750     IF SRH-WEEK-TWO
021751         MOVE 2 TO WS-WEEK-SUB
021752     ELSE
021753         MOVE 1 TO WS-WEEK-SUB
021754     END-IF
021755     ADD WS-ROW-OT-HOURS TO WS-WEEK-RAW-HOURS (WS-WEEK-SUB).
021756 3105-EXIT.
021760     EXIT.

021770*----------------------------------------------------------*
022120     ADD SRH-HOURS         TO WS-ED-TOT-HOURS
022130     ADD SRH-HOLIDAY-HOURS TO WS-ED-TOT-HOURS
022131     ADD SRH-VAC-HOURS     TO WS-ED-TOT-HOURS
022132     ADD SRH-SICK-HOURS    TO WS-ED-TOT-HOURS
022133     IF WS-EC-FOUND-SUB > 0
022134         AND NOT WS-EC-EXTRA (WS-EC-FOUND-SUB)
022135         ADD SRH-EARN-HOURS TO WS-ED-HOURS (WS-ED-FOUND-SUB)
022136                               WS-ED-TOT-HOURS
022137     END-IF.
022140 3110-EXIT.
022150     EXIT.

023374     EXIT.

023375*----------------------------------------------------------*
023376* 3725-LOG-OTHER-GROUP-HOURS - A TIMECARD ROW CAME IN FOR  *
023377* AN EMPLOYEE WHOSE PAY GROUP THIS RUN DOES NOT PAY.  THE  *
023378* HOURS ARE NOT PAID HERE; FLAG IT SO THE TIME GOES IN     *
023379* WITH THE EMPLOYEE'S OWN GROUP.                           *
023380*----------------------------------------------------------*
023381 3725-LOG-OTHER-GROUP-HOURS.
023382     MOVE WS-PAY-PERIOD-DATE TO EX-PAY-PERIOD-DATE
023383     MOVE EMP-ID   TO EX-EMP-ID
023384     MOVE EMP-NAME TO EX-EMP-NAME
023385     MOVE "TIMECARD FOR EMPLOYEE IN ANOTHER PAY GROUP"
023386         TO EX-REASON
023387     WRITE EXCEPTION-LINE FROM EX-REC.
023388 3725-EXIT.
023389     EXIT.

023390*----------------------------------------------------------*
023391* 3730-LOG-LEAVE-FLOOR - LEAVE TAKEN RAN A BALANCE          *
023392* NEGATIVE (NO BALANCE RECORD ON FILE).  FLAG IT SO THE     *
023393* BALANCE FILE GETS FIXED; THE BALANCE IS FLOORED AT ZERO.  *
023394*----------------------------------------------------------*
023395 3730-LOG-LEAVE-FLOOR.
023396     MOVE WS-PAY-PERIOD-DATE TO EX-PAY-PERIOD-DATE
023397     MOVE EMP-ID   TO EX-EMP-ID
023398     MOVE EMP-NAME TO EX-EMP-NAME
023399     MOVE "LEAVE EXCEEDS BALANCE - BALANCE FLOORED AT ZERO"
023400         TO EX-REASON
023401     WRITE EXCEPTION-LINE FROM EX-REC.
023402 3730-EXIT.
023403     EXIT.

023404*----------------------------------------------------------*
023405* 3740-LOG-401K-LIMIT - THE 401(K) ELECTION WOULD HAVE     *
023406* CARRIED THE YEAR'S DEFERRALS PAST THE ANNUAL LIMIT, SO   *
023407* THE DEFERRAL WAS CUT BACK TO THE ROOM LEFT (ZERO ONCE THE*
023408* LIMIT IS REACHED).  FLAG IT SO PAYROLL CAN TELL THE      *
023409* EMPLOYEE WHY THE DEDUCTION SHRANK OR STOPPED.            *
023410*----------------------------------------------------------*
023411 3740-LOG-401K-LIMIT.
023412     MOVE WS-PAY-PERIOD-DATE TO EX-PAY-PERIOD-DATE
023413     MOVE EMP-ID   TO EX-EMP-ID
023414     MOVE EMP-NAME TO EX-EMP-NAME
023415     MOVE "401(K) DEFERRAL STOPPED AT ANNUAL LIMIT"
023416         TO EX-REASON
023417     WRITE EXCEPTION-LINE FROM EX-REC.
023418 3740-EXIT.
023419     EXIT.

023420*----------------------------------------------------------*
023421* 3200-SPLIT-OVERTIME - HOURS OVER 40 IN A WEEK PAY AT     *
023422* 1.5X.  A BIWEEKLY GROUP SPLITS EACH WEEK ON ITS OWN; A   *
023423* SEMIMONTHLY OR MONTHLY PERIOD SPLITS AT THE SCALED       *
023424* THRESHOLD 0512-FIND-PAY-PERIOD SET.                      *
023425* THE HOURS OF EVERY CODE THAT COUNTS TOWARD THE THRESHOLD *
023426* ARE THE RAW HOURS SPLIT; HOLIDAY AND LEAVE CODES FILL THE*
023427* DETAIL RECORD'S OTHER HOURS FIELDS AND THE LEAVE DRAW.   *
023428* SALARIED EMPLOYEES TAKE NO SPLIT AT ALL - THEIR PAY IS   *
023429* THE FLAT EMP-SALARY AND ANY WORKED TIMECARD HOURS ARE    *
023430* IGNORED.  THE LEAVE HOUR BUCKETS ARE LEFT STANDING -     *
023431* SALARIED LEAVE ADDS NOTHING TO GROSS, BUT IT STILL DRAWS *
023432* THE BALANCE DOWN IN 3250-UPDATE-LEAVE AND RIDES THE      *
023433* DETAIL RECORD.                                           *
023434*----------------------------------------------------------*
023435 3200-SPLIT-OVERTIME.
023436     PERFORM 3210-SUM-CODE-HOURS THRU 3210-EXIT
023437         VARYING WS-EC-SUB FROM 1 BY 1
023438         UNTIL WS-EC-SUB > WS-EC-COUNT
023439     IF EMP-SALARIED
023440         MOVE 0 TO WS-REG-HOURS WS-OT-HOURS WS-HOLIDAY-HOURS
023450         GO TO 3200-EXIT
023460     END-IF
023461     MOVE 0 TO WS-OT-HOURS
023462     PERFORM 3220-SPLIT-WEEK THRU 3220-EXIT
023463         VARYING WS-WEEK-SUB FROM 1 BY 1
023464         UNTIL WS-WEEK-SUB > WS-PERIOD-WEEKS
023465     COMPUTE WS-REG-HOURS = WS-RAW-HOURS - WS-OT-HOURS.
023466 3200-EXIT.
023467     EXIT.

023468*----------------------------------------------------------*
023469* 3210-SUM-CODE-HOURS - ONE EARNINGS CODE'S HOURS INTO THE *
023470* HOURS FIELDS THE SPLIT, THE LEAVE DRAW, AND THE DETAIL   *
023471* RECORD WORK FROM.                                        *
023472*----------------------------------------------------------*
023473 3210-SUM-CODE-HOURS.
023474     IF WS-EC-COUNTS-OT (WS-EC-SUB)
023475         ADD WS-EE-HOURS (WS-EC-SUB) TO WS-RAW-HOURS
023476     END-IF
023477     IF WS-EC-HOLIDAY (WS-EC-SUB)
023478         ADD WS-EE-HOURS (WS-EC-SUB) TO WS-HOLIDAY-HOURS
023479     END-IF
023480     IF WS-EC-VACATION (WS-EC-SUB)
023481         ADD WS-EE-HOURS (WS-EC-SUB) TO WS-VAC-HOURS
023482     END-IF
023483     IF WS-EC-SICK (WS-EC-SUB)
023484         ADD WS-EE-HOURS (WS-EC-SUB) TO WS-SICK-HOURS
023530     END-IF.
023531 3210-EXIT.
023532     EXIT.

023533*----------------------------------------------------------*
023534* 3220-SPLIT-WEEK - THE HOURS ONE WEEK CARRIES OVER THE    *
023535* THRESHOLD ADD TO THE PERIOD'S OVERTIME HOURS.            *
023536*----------------------------------------------------------*
023537 3220-SPLIT-WEEK.
023538     IF WS-WEEK-RAW-HOURS (WS-WEEK-SUB) > WS-SPLIT-OT-THRESHOLD
023539         COMPUTE WS-OT-HOURS = WS-OT-HOURS
023540           + WS-WEEK-RAW-HOURS (WS-WEEK-SUB)
023541           - WS-SPLIT-OT-THRESHOLD
023542     END-IF.
023543 3220-EXIT.
023544     EXIT.

023545*----------------------------------------------------------*
023546* 3250-UPDATE-LEAVE - DRAW THIS PERIOD'S LEAVE HOURS OUT    *
023547* OF THE EMPLOYEE'S BALANCES AND ACCRUE THE PERIOD'S        *
023548* EARNING ON TOP: THE PER-PERIOD RATE FOR THE EMP-TYPE,     *
023549* STEPPED UP BY HALF AGAIN ONCE TENURE (PAY PERIOD YEAR     *
023550* LESS HIRE YEAR) REACHES THE STEP.  AN EMPLOYEE WITH NO    *
023551* HIRE DATE ON FILE ACCRUES AT THE BASE RATE.  THE RATES    *
023552* ARE PER STANDARD WEEKLY PERIOD AND ARE SCALED TO THE      *
023553* GROUP'S FREQUENCY.  THE EDIT PASS HOLDS LEAVE TO THE      *
023554* BALANCE, SO A NEGATIVE RESULT HERE MEANS A MISSING        *
023555* BALANCE RECORD - IT IS LOGGED AND THE BALANCE FLOORED AT  *
023556* ZERO.                                                     *
023561*----------------------------------------------------------*
023562 3250-UPDATE-LEAVE.
023563     IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > 0
023582         COMPUTE WS-SICK-ACCRUAL ROUNDED =
023583             WS-SICK-ACCRUAL * WS-TENURE-FACTOR
023584     END-IF
023585     COMPUTE WS-VAC-ACCRUAL ROUNDED =
023586         WS-VAC-ACCRUAL * WS-BASE-PERIODS / WS-PERIODS-PER-YEAR
023587     COMPUTE WS-SICK-ACCRUAL ROUNDED =
023588         WS-SICK-ACCRUAL * WS-BASE-PERIODS / WS-PERIODS-PER-YEAR
023589     COMPUTE WS-VAC-BAL =
023590         WS-VAC-BAL - WS-VAC-HOURS + WS-VAC-ACCRUAL
023591     COMPUTE WS-SICK-BAL =
023592         WS-SICK-BAL - WS-SICK-HOURS + WS-SICK-ACCRUAL
023593     IF WS-VAC-BAL < 0 OR WS-SICK-BAL < 0
023594         PERFORM 3730-LOG-LEAVE-FLOOR THRU 3730-EXIT
023595         IF WS-VAC-BAL < 0
023596             MOVE 0 TO WS-VAC-BAL
023597         END-IF
023598         IF WS-SICK-BAL < 0
023599             MOVE 0 TO WS-SICK-BAL
023600         END-IF
023601     END-IF
023602     IF WS-LIVE-RUN
023603         PERFORM 3455-WRITE-LEAVE THRU 3455-EXIT
023604     END-IF.
023605 3250-EXIT.
023606     EXIT.

023607*----------------------------------------------------------*
023608* 3300-COMPUTE-PAY - GROSS, TAX, AND NET FOR THIS EMPLOYEE.  *
023609* A SALARIED EMPLOYEE'S GROSS IS THE FLAT EMP-SALARY,        *
023610* SCALED FROM THE STANDARD WEEKLY PERIOD TO THE GROUP'S      *
023611* FREQUENCY; AN HOURLY EMPLOYEE'S IS FIGURED FROM THE        *
023612* HOURS BUCKETS.                                             *
023613* EVERY EARNINGS CODE IS PRICED THROUGH THE TABLE - HOURS    *
023614* AT STRAIGHT TIME FOR THE CODE, OR THE FLAT AMOUNT - AND    *
023615* THE HOURS OVER THE THRESHOLD EARN THE OVERTIME HALF ON     *
023616* TOP.  A SALARIED EMPLOYEE IS PAID ONLY THE EXTRA-PAY       *
023617* CODES ON TOP OF THE SALARY.                                *
023618* DEDUCTIONS ARE FIGURED BEFORE TAX SO THE PRE-TAX BUCKETS   *
023619* (HEALTH INSURANCE, 401(K)) CAN SHRINK THE TAXABLE WAGE     *
023620* BASE; GARNISHMENT IS POST-TAX AND DOES NOT.  THE 401(K)    *
023621* LIMIT NEEDS THE YEAR'S DEFERRALS SO FAR, READ FIRST.       *
023630*----------------------------------------------------------*
023640 3300-COMPUTE-PAY.
023641     MOVE 0 TO WS-GROSS WS-SUPP-GROSS WS-NONTAX-GROSS
023642               WS-OT-PREMIUM
023643     PERFORM 3310-PRICE-EARN-CODE THRU 3310-EXIT
023644         VARYING WS-EC-SUB FROM 1 BY 1
023645         UNTIL WS-EC-SUB > WS-EC-COUNT
023650     IF EMP-SALARIED
023651         COMPUTE WS-PERIOD-SALARY ROUNDED =
023652             EMP-SALARY * WS-BASE-PERIODS / WS-PERIODS-PER-YEAR
023653         ADD WS-PERIOD-SALARY TO WS-GROSS
023670     ELSE
023671         COMPUTE WS-OT-PREMIUM ROUNDED =
023672             WS-OT-HOURS * WS-RATE * WS-OT-FACTOR
023673           - WS-OT-HOURS * WS-RATE
023674         ADD WS-OT-PREMIUM TO WS-GROSS
023720     END-IF
023721     PERFORM 3325-GET-PRIOR-401K THRU 3325-EXIT
023730     PERFORM 3320-APPLY-DEDUCTIONS THRU 3320-EXIT
023731     PERFORM 3350-COMPUTE-TAX THRU 3350-EXIT
023732     PERFORM 3370-COMPUTE-STATE-LOCAL THRU 3370-EXIT
023733     PERFORM 3340-GET-PRIOR-FICA THRU 3340-EXIT
023734     PERFORM 3390-COMPUTE-FICA THRU 3390-EXIT
023742*    GARNISHMENT ORDERS COME OFF DISPOSABLE EARNINGS, SO THEY
023743*    CANNOT BE FIGURED UNTIL EVERY TAX IS KNOWN.
023744     PERFORM 3330-APPLY-GARN-ORDERS THRU 3330-EXIT
023750     COMPUTE WS-NET = WS-GROSS - WS-TAX
023751         - WS-STATE-TAX - WS-LOCAL-TAX - WS-DED-TOTAL
023752             - WS-OASDI-TAX - WS-MEDICARE-TAX
023760     IF WS-NET < 0
023770         IF WS-DONT-SKIP-EMP
023780             PERFORM 3710-LOG-OVER-DEDUCTION THRU 3710-EXIT
023781         END-IF
023782         MOVE 0 TO WS-NET
023783     END-IF.
023784 3300-EXIT.
023785     EXIT.

023786*----------------------------------------------------------*
023787* 3310-PRICE-EARN-CODE - ONE EARNINGS CODE'S PAY FOR THE   *
023788* EMPLOYEE: HOURS AT EMP-RATE TIMES THE CODE'S MULTIPLIER  *
023789* OR AT THE CODE'S OWN RATE, OR THE FLAT AMOUNT OFF THE    *
023790* TIMECARD, ROLLED INTO GROSS AND INTO THE SUPPLEMENTAL OR *
023791* NONTAXABLE SHARE THE CODE'S TAX CLASS CALLS FOR.         *
023792*----------------------------------------------------------*
023793 3310-PRICE-EARN-CODE.
023794     MOVE 0 TO WS-EC-PAY-RATE
023795     IF WS-EC-FLAT-CODE (WS-EC-SUB)
023796         MOVE WS-EE-AMOUNT (WS-EC-SUB) TO WS-EC-AMOUNT
023797     ELSE
023798         IF EMP-SALARIED AND NOT WS-EC-EXTRA (WS-EC-SUB)
023799             MOVE 0 TO WS-EC-AMOUNT
023800         ELSE
023801             IF WS-EC-FIXED-RATE (WS-EC-SUB)
023802                 MOVE WS-EC-RATE (WS-EC-SUB) TO WS-EC-PAY-RATE
023803             ELSE
023804                 COMPUTE WS-EC-PAY-RATE =
023805                     WS-RATE * WS-EC-RATE (WS-EC-SUB)
023806             END-IF
023807             COMPUTE WS-EC-AMOUNT ROUNDED =
023808                 WS-EE-HOURS (WS-EC-SUB) * WS-EC-PAY-RATE
023809         END-IF
023810         MOVE WS-EC-AMOUNT TO WS-EE-AMOUNT (WS-EC-SUB)
023811     END-IF
023812     MOVE WS-EC-PAY-RATE TO WS-EE-RATE (WS-EC-SUB)
023813     ADD WS-EC-AMOUNT TO WS-GROSS
023814     IF WS-EC-SUPPLEMENTAL (WS-EC-SUB)
023815         ADD WS-EC-AMOUNT TO WS-SUPP-GROSS
023816     END-IF
023817     IF WS-EC-NONTAXABLE (WS-EC-SUB)
023818         ADD WS-EC-AMOUNT TO WS-NONTAX-GROSS
023819     END-IF.
023820 3310-EXIT.
023821     EXIT.

023822*----------------------------------------------------------*
023823* 3320-APPLY-DEDUCTIONS - FIGURE THE 401(K) PERCENT AGAINST*
023824* PLAN COMPENSATION (GROSS LESS NONTAXABLE EARNINGS) AND   *
023825* HOLD IT TO THE ROOM LEFT UNDER THE YEAR'S LIMIT GIVEN THE*
023826* DEFERRALS ALREADY MADE (THE CALLER HAS SET               *
023827* WS-PRIOR-401K) - THE LIMIT RAISED BY THE CATCH-UP FOR AN *
023828* EMPLOYEE 50 OR OVER BY YEAR END.  WHAT THE DEFERRAL TAKES*
023829* PAST THE REGULAR LIMIT IS ITS CATCH-UP SHARE.  THE       *
023830* EMPLOYER MATCH IS FIGURED ON THE DEFERRAL ACTUALLY TAKEN.*
023831* THEN TOTAL ALL THREE DEDUCTION BUCKETS.                  *
023832*----------------------------------------------------------*
023833 3320-APPLY-DEDUCTIONS.
023834     COMPUTE WS-PLAN-COMP = WS-GROSS - WS-NONTAX-GROSS
023835     COMPUTE WS-401K-ELECTED ROUNDED =
023836         WS-PLAN-COMP * WS-DED-401K-PCT
023837     MOVE WS-401K-ELECTED TO WS-DED-401K
023838     MOVE 0 TO WS-DED-401K-CU WS-ER-MATCH
023839     SET WS-CATCHUP-NOT-ELIGIBLE TO TRUE
023840     IF EMP-BIRTH-DATE NUMERIC AND EMP-BIRTH-DATE > 0
023841         MOVE EMP-BIRTH-DATE (1:4) TO WS-BIRTH-YEAR
023842         IF WS-PPD-YEAR - WS-BIRTH-YEAR NOT < WS-CATCHUP-AGE
023843             SET WS-CATCHUP-ELIGIBLE TO TRUE
023844         END-IF
023845     END-IF
023846     MOVE WS-401K-LIMIT TO WS-401K-ANNUAL-MAX
023847     IF WS-CATCHUP-ELIGIBLE
023848         ADD WS-401K-CATCHUP TO WS-401K-ANNUAL-MAX
023849     END-IF
023850     COMPUTE WS-401K-ROOM = WS-401K-ANNUAL-MAX - WS-PRIOR-401K
023851     IF WS-401K-ROOM < 0
023852         MOVE 0 TO WS-401K-ROOM
023853     END-IF
023854     IF WS-DED-401K > WS-401K-ROOM
023855         MOVE WS-401K-ROOM TO WS-DED-401K
023856         IF WS-DONT-SKIP-EMP
023857             PERFORM 3740-LOG-401K-LIMIT THRU 3740-EXIT
023858         END-IF
023859     END-IF
023860*    THE CATCH-UP SHARE IS HOW FAR THIS DEFERRAL CARRIES THE
023861*    YEAR PAST THE REGULAR LIMIT, LESS ANY OF THAT ALREADY
023862*    TAKEN BY AN EARLIER PAYMENT.
023863     COMPUTE WS-401K-OVER-PRIOR = WS-PRIOR-401K - WS-401K-LIMIT
023864     IF WS-401K-OVER-PRIOR < 0
023865         MOVE 0 TO WS-401K-OVER-PRIOR
023866     END-IF
023867     COMPUTE WS-401K-OVER-NOW =
023868         WS-PRIOR-401K + WS-DED-401K - WS-401K-LIMIT
023869     IF WS-401K-OVER-NOW < 0
023870         MOVE 0 TO WS-401K-OVER-NOW
023871     END-IF
023872     COMPUTE WS-DED-401K-CU =
023873       WS-401K-OVER-NOW - WS-401K-OVER-PRIOR
023874*    MATCH - THE FIRST TIER ON DEFERRALS UP TO ITS SHARE OF
023875*    PLAN COMPENSATION, THE SECOND ON WHAT IS LEFT, UP TO ITS.
023876     COMPUTE WS-MATCH-TIER1-AMT ROUNDED =
023877         WS-PLAN-COMP * WS-MATCH-TIER1-PCT
023878     IF WS-DED-401K < WS-MATCH-TIER1-AMT
023879         MOVE WS-DED-401K TO WS-MATCH-TIER1-AMT
023880     END-IF
023881     COMPUTE WS-MATCH-TIER2-CAP ROUNDED =
023882         WS-PLAN-COMP * WS-MATCH-TIER2-PCT
023883     COMPUTE WS-MATCH-TIER2-AMT = WS-DED-401K - WS-MATCH-TIER1-AMT
023884     IF WS-MATCH-TIER2-AMT > WS-MATCH-TIER2-CAP
023885         MOVE WS-MATCH-TIER2-CAP TO WS-MATCH-TIER2-AMT
023886     END-IF
023887     COMPUTE WS-ER-MATCH ROUNDED =
023888         WS-MATCH-TIER1-AMT * WS-MATCH-TIER1-RATE
023889       + WS-MATCH-TIER2-AMT * WS-MATCH-TIER2-RATE
023890     COMPUTE WS-DED-TOTAL =
023891         WS-DED-HEALTH + WS-DED-401K + WS-DED-GARNISH.
023892 3320-EXIT.
023893     EXIT.

023894*----------------------------------------------------------*
023895* 3325-GET-PRIOR-401K - THE 401(K) DEFERRALS THIS EMPLOYEE *
023896* HAS ALREADY MADE THIS YEAR, OFF THE YTD MASTER, FOR THE  *
023897* ANNUAL LIMIT.  READ IN PLACE AS 3340-GET-PRIOR-FICA READS*
023898* THE FICA WAGES - 3500-LOAD-YTD PICKS THE SAME RECORD UP  *
023899* AFTER.  A YTD ROW CUT BEFORE THE COLUMN EXISTED STARTS   *
023900* THE YEAR AT ZERO.                                        *
023901*----------------------------------------------------------*
023902 3325-GET-PRIOR-401K.
023903     MOVE 0 TO WS-PRIOR-401K
023904     PERFORM 3510-SKIP-YTD THRU 3510-EXIT
023905         UNTIL END-OF-YTD
023906            OR WS-YTD-EMP-ID >= EMP-ID
023907     IF END-OF-YTD OR WS-YTD-EMP-ID NOT = EMP-ID
023908         GO TO 3325-EXIT
023909     END-IF
023910     IF YTD-401K NUMERIC
023911         MOVE YTD-401K TO WS-PRIOR-401K
023912     END-IF.
023913 3325-EXIT.
023914     EXIT.

023915*----------------------------------------------------------*
023916* 3330-APPLY-GARN-ORDERS - TAKE THIS EMPLOYEE'S ORDERS IN   *
023917* PRIORITY SEQUENCE OUT OF DISPOSABLE EARNINGS (GROSS LESS  *
023918* EVERY TAX), HOLDING TOTAL GARNISHMENT - LEGACY FLAT       *
023919* DD-GARNISH ROWS INCLUDED - TO THE LEGAL CAP PERCENTAGE.   *
023920* WHAT THE CAP REFUSES IS SHORTED AND CARRIED AS ARREARS    *
023921* INTO THE NEXT RUN; AN ORDER WHOSE LIFETIME TOTAL IS       *
023922* REACHED GOES SATISFIED AND IS NEVER TAKEN AGAIN.          *
023923*----------------------------------------------------------*
023924 3330-APPLY-GARN-ORDERS.
023925     IF WS-GN-COUNT = 0
023926         GO TO 3330-EXIT
023927     END-IF
023928     COMPUTE WS-DISPOSABLE = WS-GROSS - WS-TAX
023929         - WS-STATE-TAX - WS-LOCAL-TAX
023930             - WS-OASDI-TAX - WS-MEDICARE-TAX
023936     IF WS-DISPOSABLE < 0
023937         MOVE 0 TO WS-DISPOSABLE
023938     END-IF
024022* ONLY THE SLICE OF THE TAXABLE WAGE BASE (GROSS LESS THE   *
024023* PRE-TAX HEALTH AND 401(K) DEDUCTIONS) THAT FALLS IN EACH  *
024024* BRACKET.                                                  *
024025* NONTAXABLE EARNINGS NEVER ENTER THE BASE.  SUPPLEMENTAL   *
024026* EARNINGS ARE TAKEN OUT OF THE WALK AND WITHHELD AT THE    *
024027* FLAT SUPPLEMENTAL RATE; THE PRE-TAX DEDUCTIONS COME OFF   *
024028* THE REGULAR WAGES FIRST.                                  *
024029* THE BRACKETS ARE PER STANDARD WEEKLY PERIOD, SO THE       *
024030* WAGES ARE SCALED TO THAT PERIOD FOR THE WALK AND THE TAX  *
024031* SCALED BACK TO THE GROUP'S FREQUENCY.                     *
024032*----------------------------------------------------------*
024033 3350-COMPUTE-TAX.
024034     COMPUTE WS-TAXABLE-WAGES = WS-GROSS - WS-NONTAX-GROSS
024035         - WS-DED-HEALTH - WS-DED-401K
024036     IF WS-TAXABLE-WAGES < 0
024037         MOVE 0 TO WS-TAXABLE-WAGES
024040     END-IF
024041     IF WS-SUPP-GROSS > WS-TAXABLE-WAGES
024042         MOVE WS-TAXABLE-WAGES TO WS-SUPP-TAXABLE
024043     ELSE
024044         MOVE WS-SUPP-GROSS TO WS-SUPP-TAXABLE
024045     END-IF
024046     COMPUTE WS-REG-TAXABLE = WS-TAXABLE-WAGES - WS-SUPP-TAXABLE
024047     COMPUTE WS-BRACKET-WAGES ROUNDED =
024048         WS-REG-TAXABLE * WS-PERIODS-PER-YEAR / WS-BASE-PERIODS
024049     MOVE 0 TO WS-BRACKET-TAX
024060     MOVE 0 TO WS-BRACKET-LOWER
024070     PERFORM 3360-APPLY-BRACKET THRU 3360-EXIT
024080         VARYING TB-IDX FROM 1 BY 1
024090         UNTIL TB-IDX > TAX-BRACKET-COUNT
024091            OR WS-BRACKET-LOWER >= WS-BRACKET-WAGES
024092     COMPUTE WS-TAX ROUNDED =
024093         WS-BRACKET-TAX * WS-BASE-PERIODS / WS-PERIODS-PER-YEAR
024094       + (WS-SUPP-TAXABLE * WS-SUPP-RATE).
024110 3350-EXIT.
024120     EXIT.

024160* RATE.                                                     *
024170*----------------------------------------------------------*
024180 3360-APPLY-BRACKET.
024190     IF WS-BRACKET-WAGES > TB-UPPER-LIMIT(TB-IDX)
024200         COMPUTE WS-BRACKET-PORTION =
024210             TB-UPPER-LIMIT(TB-IDX) - WS-BRACKET-LOWER
024220     ELSE
024230         COMPUTE WS-BRACKET-PORTION =
024240             WS-BRACKET-WAGES - WS-BRACKET-LOWER
024250     END-IF
024260     IF WS-BRACKET-PORTION > 0
024261         COMPUTE WS-BRACKET-TAX ROUNDED =
024262             WS-BRACKET-TAX
024263           + (WS-BRACKET-PORTION * TB-RATE(TB-IDX))
024290     END-IF
024300     MOVE TB-UPPER-LIMIT(TB-IDX) TO WS-BRACKET-LOWER.
024310 3360-EXIT.
024350* 3380-COMPUTE-JURIS-TAX - WALK THE FOUND JURISDICTION'S    *
024351* BRACKETS LOW TO HIGH, TAXING ONLY THE SLICE OF THE        *
024352* TAXABLE WAGE BASE FALLING IN EACH, AS 3360-APPLY-BRACKET  *
024353* DOES FOR THE FEDERAL TABLE, SCALED THE SAME WAY.          *
024354*----------------------------------------------------------*
024355 3380-COMPUTE-JURIS-TAX.
024356     COMPUTE WS-BRACKET-WAGES ROUNDED =
024357         WS-TAXABLE-WAGES * WS-PERIODS-PER-YEAR / WS-BASE-PERIODS
024358     MOVE 0 TO WS-BRACKET-TAX
024359     MOVE 0 TO WS-BRACKET-LOWER
024360     PERFORM 3385-APPLY-JURIS-BRACKET THRU 3385-EXIT
024361         VARYING WS-JT-BSUB FROM 1 BY 1
024362         UNTIL WS-JT-BSUB > WS-JT-BRK-COUNT (WS-JT-FOUND-SUB)
024363            OR WS-BRACKET-LOWER >= WS-BRACKET-WAGES
024364     COMPUTE WS-JURIS-TAX ROUNDED =
024365         WS-BRACKET-TAX * WS-BASE-PERIODS / WS-PERIODS-PER-YEAR.
024366 3380-EXIT.
024367     EXIT.

024368*----------------------------------------------------------*
024369* 3385-APPLY-JURIS-BRACKET - TAX THE PORTION OF THE WAGE    *
024370* BASE LYING IN THE BRACKET AT ITS MARGINAL RATE.           *
024371*----------------------------------------------------------*
024372 3385-APPLY-JURIS-BRACKET.
024373     IF WS-BRACKET-WAGES >
024374         WS-JT-UPPER (WS-JT-FOUND-SUB, WS-JT-BSUB)
024375         COMPUTE WS-BRACKET-PORTION =
024376             WS-JT-UPPER (WS-JT-FOUND-SUB, WS-JT-BSUB)
024377           - WS-BRACKET-LOWER
024378     ELSE
024379         COMPUTE WS-BRACKET-PORTION =
024380             WS-BRACKET-WAGES - WS-BRACKET-LOWER
024381     END-IF
024382     IF WS-BRACKET-PORTION > 0
024383         COMPUTE WS-BRACKET-TAX ROUNDED = WS-BRACKET-TAX
024384           + (WS-BRACKET-PORTION
024385           *  WS-JT-RATE (WS-JT-FOUND-SUB, WS-JT-BSUB))
024386     END-IF
024387     MOVE WS-JT-UPPER (WS-JT-FOUND-SUB, WS-JT-BSUB)
024388         TO WS-BRACKET-LOWER.
024389 3385-EXIT.
024390     EXIT.

024391*----------------------------------------------------------*
024392* 3340-GET-PRIOR-FICA - THE FICA WAGES THIS EMPLOYEE HAS    *
024393* ALREADY BEEN TAXED ON THIS YEAR, OFF THE YTD MASTER.      *
024394* 3500-LOAD-YTD HAS NOT RUN YET FOR THE EMPLOYEE, SO THE    *
024395* YTD READ-AHEAD IS ADVANCED TO THE EMPLOYEE HERE AND READ  *
024396* IN PLACE - 3500-LOAD-YTD PICKS THE SAME RECORD UP AFTER.  *
024397* A YTD ROW CUT BEFORE THE FICA COLUMNS EXISTED COUNTS ITS  *
024398* YTD GROSS AS WAGES ALREADY TAXED, SO A MID-YEAR START     *
024399* NEVER WITHHOLDS OASDI PAST THE BASE.                      *
024400*----------------------------------------------------------*
024401 3340-GET-PRIOR-FICA.
024402     MOVE 0 TO WS-PRIOR-OASDI-WAGES WS-PRIOR-MED-WAGES
024403     PERFORM 3510-SKIP-YTD THRU 3510-EXIT
024404         UNTIL END-OF-YTD
024405            OR WS-YTD-EMP-ID >= EMP-ID
024406     IF END-OF-YTD OR WS-YTD-EMP-ID NOT = EMP-ID
024407         GO TO 3340-EXIT
024408     END-IF
024409     IF YTD-OASDI-WAGES NUMERIC
024410         MOVE YTD-OASDI-WAGES TO WS-PRIOR-OASDI-WAGES
024411     ELSE
024412         MOVE YTD-GROSS       TO WS-PRIOR-OASDI-WAGES
024413     END-IF
024414     IF YTD-MEDICARE-WAGES NUMERIC
024415         MOVE YTD-MEDICARE-WAGES TO WS-PRIOR-MED-WAGES
024416     ELSE
024417         MOVE YTD-GROSS          TO WS-PRIOR-MED-WAGES
024418     END-IF.
024419 3340-EXIT.
024420     EXIT.

024421*----------------------------------------------------------*
024422* 3390-COMPUTE-FICA - THE EMPLOYEE HALF OF SOCIAL SECURITY  *
024423* AND MEDICARE ON THIS PAYMENT.  FICA WAGES ARE GROSS LESS  *
024424* THE PRE-TAX HEALTH PREMIUM - 401(K) DEFERRALS STAY IN.    *
024425* NONTAXABLE EARNINGS CODES STAY OUT AS WELL.               *
024426* OASDI TAKES ONLY THE SLICE STILL UNDER THE WAGE BASE      *
024427* GIVEN THE OASDI WAGES ALREADY TAXED THIS YEAR; ADDITIONAL *
024428* MEDICARE TAKES ONLY THE SLICE OF THIS PAYMENT'S MEDICARE  *
024429* WAGES THAT LIES OVER THE THRESHOLD.  THE CALLER HAS SET   *
024430* WS-PRIOR-OASDI-WAGES AND WS-PRIOR-MED-WAGES.              *
024431*----------------------------------------------------------*
024432 3390-COMPUTE-FICA.
024433     COMPUTE WS-FICA-WAGES = WS-GROSS - WS-DED-HEALTH
024434                               - WS-NONTAX-GROSS
024435     IF WS-FICA-WAGES < 0
024436         MOVE 0 TO WS-FICA-WAGES
024437     END-IF
024438     MOVE WS-FICA-WAGES TO WS-MEDICARE-WAGES
024439     COMPUTE WS-OASDI-ROOM =
024440         WS-OASDI-BASE - WS-PRIOR-OASDI-WAGES
024441     IF WS-OASDI-ROOM < 0
024442         MOVE 0 TO WS-OASDI-ROOM
024443     END-IF
024444     IF WS-OASDI-ROOM > WS-FICA-WAGES
024445         MOVE WS-FICA-WAGES TO WS-OASDI-WAGES
024446     ELSE
024447         MOVE WS-OASDI-ROOM TO WS-OASDI-WAGES
024448     END-IF
024449     COMPUTE WS-OASDI-TAX ROUNDED =
024450         WS-OASDI-WAGES * WS-OASDI-RATE
024451     COMPUTE WS-MEDICARE-TAX ROUNDED =
024452         WS-MEDICARE-WAGES * WS-MEDICARE-RATE
024453     COMPUTE WS-ADDL-MED-PRIOR =
024454         WS-PRIOR-MED-WAGES - WS-ADDL-MED-LIMIT
024455     IF WS-ADDL-MED-PRIOR < 0
024456         MOVE 0 TO WS-ADDL-MED-PRIOR
024457     END-IF
024458     COMPUTE WS-ADDL-MED-WAGES =
024459         WS-PRIOR-MED-WAGES + WS-MEDICARE-WAGES
024460       - WS-ADDL-MED-LIMIT - WS-ADDL-MED-PRIOR
024461     IF WS-ADDL-MED-WAGES > 0
024462         COMPUTE WS-MEDICARE-TAX ROUNDED = WS-MEDICARE-TAX
024463           + (WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE)
024464     END-IF.
024465 3390-EXIT.
024466     EXIT.

024467*----------------------------------------------------------*
024468* 3400-WRITE-PAYROLL-REC - MOVE RESULTS AND WRITE THE ROW   *
024469*----------------------------------------------------------*
024470 3400-WRITE-PAYROLL-REC.
024471     MOVE WS-PAY-PERIOD-DATE TO P-PAY-PERIOD-DATE
024472     MOVE EMP-ID         TO P-EMP-ID
024473     MOVE EMP-NAME       TO P-EMP-NAME
024474     MOVE EMP-DEPT       TO P-DEPT
024475     MOVE WS-REG-HOURS   TO P-REG-HOURS
024476     MOVE WS-OT-HOURS    TO P-OT-HOURS
024477     MOVE WS-HOLIDAY-HOURS TO P-DT-HOURS
024478     MOVE WS-GROSS       TO P-GROSS
024479     MOVE WS-TAX         TO P-TAX
024480     MOVE WS-DED-HEALTH  TO P-DED-HEALTH
024481     MOVE WS-DED-401K    TO P-DED-401K
024482     MOVE WS-DED-GARNISH TO P-DED-GARNISH
024490     MOVE WS-DED-TOTAL   TO P-DED-TOTAL
024500     MOVE WS-NET         TO P-NET
024510     MOVE WS-YTD-GROSS   TO P-YTD-GROSS
024520     MOVE WS-YTD-TAX     TO P-YTD-TAX
024521     MOVE WS-YTD-NET     TO P-YTD-NET
024522     MOVE WS-VAC-HOURS   TO P-VAC-HOURS
024523     MOVE WS-SICK-HOURS  TO P-SICK-HOURS
024524     MOVE WS-STATE-TAX   TO P-STATE-TAX
024525     MOVE WS-LOCAL-TAX   TO P-LOCAL-TAX
024526     MOVE WS-OASDI-TAX   TO P-OASDI-TAX
024527     MOVE WS-MEDICARE-TAX TO P-MEDICARE-TAX
024535*    THE HISTORY IMAGE GOES OUT FIRST - THE RECORD AREA IS
024536*    NOT AVAILABLE AFTER ITS OWN WRITE RELEASES IT.  A
024537*    PREVIEW RUN PROVES THE PAYROLL ON PAPER ONLY - NOTHING
024590* STATEMENT, ONE PAGE PER EMPLOYEE: EARNINGS BY TYPE AT THE  *
024600* RATE PAID, EACH DEDUCTION NAMED, TAX, NET, AND THE YTD     *
024610* COLUMN NEXT TO EVERY FIGURE THE YTD MASTER CARRIES.        *
024611* ONE EARNINGS LINE PER CODE THE EMPLOYEE HAS HOURS OR PAY   *
024612* UNDER, THEN THE OVERTIME PREMIUM.                          *
024620*----------------------------------------------------------*
024630 3410-WRITE-PAY-STUB.
024640     MOVE WS-PAY-PERIOD-DATE TO PS-PERIOD-DATE
024750         MOVE "SALARY"     TO PS-EARN-DESC
024760         MOVE 0            TO PS-EARN-HOURS
024770         MOVE 0            TO PS-EARN-RATE
024780         MOVE WS-PERIOD-SALARY TO PS-EARN-AMOUNT
024790         WRITE PAY-STUB-LINE FROM PS-EARN-LINE
024800             AFTER ADVANCING 1 LINE
024820     END-IF
024821     PERFORM 3415-WRITE-EARN-LINE THRU 3415-EXIT
024822         VARYING WS-EC-SUB FROM 1 BY 1
024823         UNTIL WS-EC-SUB > WS-EC-COUNT
024824     IF WS-OT-PREMIUM > 0
024825         MOVE "OT PREMIUM"     TO PS-EARN-DESC
024826         MOVE WS-OT-HOURS      TO PS-EARN-HOURS
024827         COMPUTE WS-EC-PAY-RATE =
024828             WS-RATE * WS-OT-FACTOR - WS-RATE
024829         MOVE WS-EC-PAY-RATE   TO PS-EARN-RATE
024830         MOVE WS-OT-PREMIUM    TO PS-EARN-AMOUNT
024831         WRITE PAY-STUB-LINE FROM PS-EARN-LINE
024832             AFTER ADVANCING 1 LINE
024833     END-IF.
025065 3410-TOTALS.
025070     WRITE PAY-STUB-LINE FROM PS-BLANK-LINE
025080         AFTER ADVANCING 1 LINE
025188     MOVE WS-YTD-LOCAL-TAX TO PS-AMT-YTD
025189     WRITE PAY-STUB-LINE FROM PS-AMT-LINE
025190         AFTER ADVANCING 1 LINE
025191     MOVE "SOCIAL SECURITY TAX" TO PS-AMT-DESC
025192     MOVE WS-OASDI-TAX     TO PS-AMT-CURRENT
025193     MOVE WS-YTD-OASDI-TAX TO PS-AMT-YTD
025194     WRITE PAY-STUB-LINE FROM PS-AMT-LINE
025195         AFTER ADVANCING 1 LINE
025196     MOVE "MEDICARE TAX"   TO PS-AMT-DESC
025197     MOVE WS-MEDICARE-TAX  TO PS-AMT-CURRENT
025198     MOVE WS-YTD-MEDICARE-TAX TO PS-AMT-YTD
025199     WRITE PAY-STUB-LINE FROM PS-AMT-LINE
025200         AFTER ADVANCING 1 LINE
025201     MOVE "HEALTH INSURANCE" TO PS-DED-DESC
025202     MOVE WS-DED-HEALTH    TO PS-DED-AMOUNT
025210     WRITE PAY-STUB-LINE FROM PS-DED-LINE
025220         AFTER ADVANCING 1 LINE
025230     MOVE "401(K)"         TO PS-DED-DESC
025240     MOVE WS-DED-401K      TO PS-DED-AMOUNT
025250     WRITE PAY-STUB-LINE FROM PS-DED-LINE
025260         AFTER ADVANCING 1 LINE
025261     IF WS-DED-401K-CU > 0
025262         MOVE "  INCL AGE 50 CATCH-UP" TO PS-DED-DESC
025263         MOVE WS-DED-401K-CU   TO PS-DED-AMOUNT
025264         WRITE PAY-STUB-LINE FROM PS-DED-LINE
025265             AFTER ADVANCING 1 LINE
025266     END-IF
025270     MOVE "GARNISHMENT"    TO PS-DED-DESC
025280     MOVE WS-DED-GARNISH   TO PS-DED-AMOUNT
025290     WRITE PAY-STUB-LINE FROM PS-DED-LINE
025360     MOVE WS-NET           TO PS-AMT-CURRENT
025370     MOVE WS-YTD-NET       TO PS-AMT-YTD
025380     WRITE PAY-STUB-LINE FROM PS-AMT-LINE
025381         AFTER ADVANCING 1 LINE
025382*    THE MATCH IS THE EMPLOYER'S MONEY, NOT A DEDUCTION - IT
025383*    PRINTS UNDER NET PAY FOR THE EMPLOYEE'S INFORMATION.
025384     IF WS-ER-MATCH > 0
025385         MOVE "EMPLOYER 401(K) MATCH" TO PS-DED-DESC
025386         MOVE WS-ER-MATCH      TO PS-DED-AMOUNT
025387         WRITE PAY-STUB-LINE FROM PS-DED-LINE
025388             AFTER ADVANCING 1 LINE
025389     END-IF
025391     MOVE "VACATION BALANCE........" TO PS-BAL-DESC
025392     MOVE WS-VAC-BAL       TO PS-BAL-HOURS
025393     WRITE PAY-STUB-LINE FROM PS-BAL-LINE
025570     END-IF
025580     WRITE PAY-STUB-LINE FROM PS-PAYMENT-LINE
025590         AFTER ADVANCING 1 LINE.
025591 3410-EXIT.
025592     EXIT.

025593*----------------------------------------------------------*
025594* 3415-WRITE-EARN-LINE - ONE EARNINGS CODE'S STUB LINE,    *
025595* SKIPPED WHEN THE EMPLOYEE HAS NOTHING UNDER THE CODE.    *
025596*----------------------------------------------------------*
025597 3415-WRITE-EARN-LINE.
025598     IF WS-EE-HOURS (WS-EC-SUB) = 0
025599         AND WS-EE-AMOUNT (WS-EC-SUB) = 0
025600         GO TO 3415-EXIT
025601     END-IF
025602     MOVE WS-EC-DESC (WS-EC-SUB)   TO PS-EARN-DESC
025603     MOVE WS-EE-HOURS (WS-EC-SUB)  TO PS-EARN-HOURS
025604     MOVE WS-EE-RATE (WS-EC-SUB)   TO PS-EARN-RATE
025605     MOVE WS-EE-AMOUNT (WS-EC-SUB) TO PS-EARN-AMOUNT
025606     WRITE PAY-STUB-LINE FROM PS-EARN-LINE
025607         AFTER ADVANCING 1 LINE.
025608 3415-EXIT.
025610     EXIT.

025620*----------------------------------------------------------*
025980     MOVE WS-PAY-PERIOD-DATE TO YO-PAY-PERIOD-DATE
025990     MOVE EMP-ID       TO YO-EMP-ID
026000     MOVE WS-YTD-GROSS TO YO-GROSS
026001     MOVE WS-YTD-TAX   TO YO-TAX
026002     MOVE WS-YTD-NET   TO YO-NET
026003     MOVE WS-YTD-STATE-TAX TO YO-STATE-TAX
026004     MOVE WS-YTD-LOCAL-TAX TO YO-LOCAL-TAX
026005     MOVE WS-YTD-OASDI-WAGES    TO YO-OASDI-WAGES
026006     MOVE WS-YTD-OASDI-TAX      TO YO-OASDI-TAX
026007     MOVE WS-YTD-MEDICARE-WAGES TO YO-MEDICARE-WAGES
026008     MOVE WS-YTD-MEDICARE-TAX   TO YO-MEDICARE-TAX
026009     MOVE WS-YTD-FED-WAGES      TO YO-FED-WAGES
026010     MOVE WS-YTD-401K           TO YO-401K
026011     WRITE YTD-OUT-REC.
026012 3450-EXIT.
026013     EXIT.

026014*----------------------------------------------------------*
026015* 3455-WRITE-LEAVE - WRITE THIS EMPLOYEE'S UPDATED LEAVE    *
026016* BALANCES TO LEAVE-OUT-FILE FOR NEXT PERIOD'S RUN.         *
026017*----------------------------------------------------------*
026018 3455-WRITE-LEAVE.
026019     MOVE WS-PAY-PERIOD-DATE TO LO-PAY-PERIOD-DATE
026020     MOVE EMP-ID      TO LO-EMP-ID
026021     MOVE WS-VAC-BAL  TO LO-VAC-BAL
026022     MOVE WS-SICK-BAL TO LO-SICK-BAL
026023     WRITE LEAVE-OUT-REC.
026024 3455-EXIT.
026025     EXIT.

026026*----------------------------------------------------------*
026027* 3460-WRITE-PLAN-CONTRIB - THE RECORDKEEPER ROW FOR THIS  *
026028* PAYMENT, IF THE EMPLOYEE HAS A 401(K) ELECTION.  3450 (OR*
026029* 3170) HAS ALREADY ROLLED THE DEFERRAL INTO WS-YTD-401K.  *
026030* AN ADJUSTMENT RUN'S ROWS GO TO ITS OWN FILE.             *
026031*----------------------------------------------------------*
026032 3460-WRITE-PLAN-CONTRIB.
026033     IF WS-DED-401K-PCT = 0
026034         GO TO 3460-EXIT
026035     END-IF
026036     MOVE WS-PAY-PERIOD-DATE TO PK-PAY-PERIOD-DATE
026037     MOVE EMP-ID             TO PK-EMP-ID
026038     MOVE EMP-SSN            TO PK-SSN
026039     MOVE EMP-NAME           TO PK-EMP-NAME
026040     IF EMP-BIRTH-DATE NUMERIC
026041         MOVE EMP-BIRTH-DATE TO PK-BIRTH-DATE
026042     ELSE
026043         MOVE 0              TO PK-BIRTH-DATE
026044     END-IF
026045     MOVE WS-PLAN-COMP       TO PK-PLAN-COMP
026046     COMPUTE PK-DEFERRAL = WS-DED-401K - WS-DED-401K-CU
026047     MOVE WS-DED-401K-CU     TO PK-CATCHUP
026048     MOVE WS-ER-MATCH        TO PK-MATCH
026049     MOVE WS-YTD-401K        TO PK-YTD-DEFERRAL
026050     IF WS-ADJUSTMENT-RUN
026051         WRITE ADJ-PLAN-CONTRIB-LINE FROM PK-DETAIL-REC
026052     ELSE
026053         WRITE PLAN-CONTRIB-LINE FROM PK-DETAIL-REC
026054     END-IF.
026055 3460-EXIT.
026062     EXIT.

026063*----------------------------------------------------------*
026190         ELSE
026191             MOVE 0 TO WS-YTD-LOCAL-TAX
026192         END-IF
026193*        NOR DO ROWS CUT BEFORE FICA WAS WITHHELD - THEIR
026194*        GROSS COUNTS AS WAGES ALREADY TAXED (SEE
026195*        3340-GET-PRIOR-FICA) AND THE TAX STARTS AT ZERO.
026196         IF YTD-OASDI-WAGES NUMERIC
026197             MOVE YTD-OASDI-WAGES TO WS-YTD-OASDI-WAGES
026198         ELSE
026199             MOVE YTD-GROSS TO WS-YTD-OASDI-WAGES
026200         END-IF
026201         IF YTD-OASDI-TAX NUMERIC
026202             MOVE YTD-OASDI-TAX TO WS-YTD-OASDI-TAX
026203         ELSE
026204             MOVE 0 TO WS-YTD-OASDI-TAX
026205         END-IF
026206         IF YTD-MEDICARE-WAGES NUMERIC
026207             MOVE YTD-MEDICARE-WAGES TO WS-YTD-MEDICARE-WAGES
026208         ELSE
026209             MOVE YTD-GROSS TO WS-YTD-MEDICARE-WAGES
026210         END-IF
026211         IF YTD-MEDICARE-TAX NUMERIC
026212             MOVE YTD-MEDICARE-TAX TO WS-YTD-MEDICARE-TAX
026213         ELSE
026214             MOVE 0 TO WS-YTD-MEDICARE-TAX
026215         END-IF
026216         IF YTD-FED-WAGES NUMERIC
026217             MOVE YTD-FED-WAGES TO WS-YTD-FED-WAGES
026218         ELSE
026219             MOVE YTD-GROSS TO WS-YTD-FED-WAGES
026220         END-IF
026221         IF YTD-401K NUMERIC
026222             MOVE YTD-401K TO WS-YTD-401K
026223         ELSE
026224             MOVE 0 TO WS-YTD-401K
026225         END-IF
026226         PERFORM 1200-READ-YTD THRU 1200-EXIT
026227     ELSE
026228         MOVE 0 TO WS-YTD-GROSS WS-YTD-TAX WS-YTD-NET
026229                   WS-YTD-STATE-TAX WS-YTD-LOCAL-TAX
026230                   WS-YTD-OASDI-WAGES WS-YTD-OASDI-TAX
026231                   WS-YTD-MEDICARE-WAGES WS-YTD-MEDICARE-TAX
026232                   WS-YTD-FED-WAGES WS-YTD-401K
026233     END-IF
026234     ADD WS-GROSS TO WS-YTD-GROSS
026240     ADD WS-TAX   TO WS-YTD-TAX
026250     ADD WS-NET   TO WS-YTD-NET
026251     ADD WS-STATE-TAX TO WS-YTD-STATE-TAX
026252     ADD WS-LOCAL-TAX TO WS-YTD-LOCAL-TAX
026253     ADD WS-OASDI-WAGES    TO WS-YTD-OASDI-WAGES
026254     ADD WS-OASDI-TAX      TO WS-YTD-OASDI-TAX
026255     ADD WS-MEDICARE-WAGES TO WS-YTD-MEDICARE-WAGES
026256     ADD WS-MEDICARE-TAX   TO WS-YTD-MEDICARE-TAX
026257     ADD WS-TAXABLE-WAGES  TO WS-YTD-FED-WAGES
026258     ADD WS-DED-401K       TO WS-YTD-401K.
026260 3500-EXIT.
026270     EXIT.


026360*----------------------------------------------------------*
026370* 3550-COMPUTE-ER-TAX - EMPLOYER-SIDE ACCRUALS FOR THIS      *
026371* EMPLOYEE: THE FICA MATCH ON THE SAME OASDI AND MEDICARE    *
026372* WAGES 3390-COMPUTE-FICA TAXED THE EMPLOYEE ON - OASDI      *
026373* STOPPING AT THE WAGE BASE, AND NO ADDITIONAL MEDICARE ON   *
026374* THE EMPLOYER SIDE - AND FUTA AND SUTA ON THE SLICE OF      *
026375* THIS PERIOD'S GROSS STILL UNDER EACH ANNUAL WAGE BASE.     *
026376* 3500-LOAD-YTD HAS ALREADY ROLLED THIS PERIOD INTO          *
026410* WS-YTD-GROSS, SO THE PRIOR YTD GROSS IS BACKED OUT FIRST.  *
026420*----------------------------------------------------------*
026430 3550-COMPUTE-ER-TAX.
026440     COMPUTE WS-PRIOR-YTD-GROSS = WS-YTD-GROSS - WS-GROSS
026441     COMPUTE WS-ER-FICA ROUNDED =
026442             (WS-OASDI-WAGES * WS-OASDI-RATE)
026443           + (WS-MEDICARE-WAGES * WS-MEDICARE-RATE)
026460     COMPUTE WS-ER-BASE-ROOM =
026470         WS-ER-FUTA-BASE - WS-PRIOR-YTD-GROSS
026480     IF WS-ER-BASE-ROOM < 0
026710     EXIT.

026720*----------------------------------------------------------*
026721* 3575-POST-EARN-CODE - ONE EARNINGS CODE'S HOURS AND PAY  *
026722* FOR THE EMPLOYEE INTO THE RUN'S EARNINGS BY CODE.        *
026723*----------------------------------------------------------*
026724 3575-POST-EARN-CODE.
026725     ADD WS-EE-HOURS (WS-EC-SUB)  TO WS-LC-HOURS (WS-EC-SUB)
026726     ADD WS-EE-AMOUNT (WS-EC-SUB) TO WS-LC-AMOUNT (WS-EC-SUB).
026727 3575-EXIT.
026728     EXIT.

026729*----------------------------------------------------------*
026730* 3580-DISTRIBUTE-LABOR - CHARGE THIS EMPLOYEE'S HOURS,      *
026740* GROSS, OVERTIME PREMIUM, AND EMPLOYER COST (GROSS PLUS     *
026750* EMPLOYER TAX ACCRUALS) TO DEPARTMENTS.  TIMECARD           *
026760* DEPARTMENTS SHARE PRORATED BY HOURS, THE LAST ONE TAKING   *
026770* THE ROUNDING REMAINDER; A SALARIED EMPLOYEE, OR ONE WITH   *
026780* NO TIMECARD HOURS, CHARGES THE HOME DEPARTMENT WHOLE.      *
026781* THE EMPLOYEE'S EARNINGS BY CODE ROLL INTO THE RUN'S CODE   *
026782* TABLE WHOLE.                                               *
026790*----------------------------------------------------------*
026800 3580-DISTRIBUTE-LABOR.
026801     PERFORM 3575-POST-EARN-CODE THRU 3575-EXIT
026802         VARYING WS-EC-SUB FROM 1 BY 1
026803         UNTIL WS-EC-SUB > WS-EC-COUNT
026804     ADD WS-OT-PREMIUM TO WS-LC-PREMIUM
026805     IF EMP-SALARIED
026806         ADD WS-PERIOD-SALARY TO WS-LC-SALARY
026807     END-IF
026840     COMPUTE WS-ER-EMP-TOTAL =
026850         WS-ER-FICA + WS-ER-FUTA + WS-ER-SUTA
026860     IF EMP-SALARIED OR WS-ED-COUNT = 0 OR WS-ED-TOT-HOURS = 0
027900     ADD WS-TAX   TO WS-TOTAL-TAX
027901     ADD WS-STATE-TAX TO WS-TOT-STATE-TAX
027902     ADD WS-LOCAL-TAX TO WS-TOT-LOCAL-TAX
027903     ADD WS-OASDI-TAX    TO WS-TOT-OASDI-TAX
027904     ADD WS-MEDICARE-TAX TO WS-TOT-MEDICARE-TAX
027910     ADD WS-NET   TO WS-TOTAL-NET
027920     ADD WS-DED-HEALTH  TO WS-TOT-DED-HEALTH
027930     ADD WS-DED-401K    TO WS-TOT-DED-401K
027940     ADD WS-DED-GARNISH TO WS-TOT-DED-GARNISH
027950     ADD WS-ER-FICA     TO WS-TOT-ER-FICA
027960     ADD WS-ER-FUTA     TO WS-TOT-ER-FUTA
027961     ADD WS-ER-SUTA     TO WS-TOT-ER-SUTA
027962     PERFORM 3610-ACCUM-PLAN-TOTALS THRU 3610-EXIT.
027963 3600-EXIT.
027964     EXIT.

027965*----------------------------------------------------------*
027966* 3610-ACCUM-PLAN-TOTALS - ROLL A 401(K) PARTICIPANT'S     *
027967* PAYMENT INTO THE RECORDKEEPER FILE'S CONTROL TOTALS.     *
027968*----------------------------------------------------------*
027969 3610-ACCUM-PLAN-TOTALS.
027970     IF WS-DED-401K-PCT = 0
027971         GO TO 3610-EXIT
027972     END-IF
027973     ADD 1              TO WS-PLAN-COUNT
027974     ADD WS-PLAN-COMP   TO WS-PLAN-COMP-TOT
027975     COMPUTE WS-PLAN-DEFER-TOT =
027976         WS-PLAN-DEFER-TOT + WS-DED-401K - WS-DED-401K-CU
027977     ADD WS-DED-401K-CU TO WS-PLAN-CU-TOT
027978     ADD WS-ER-MATCH    TO WS-PLAN-MATCH-TOT.
027979 3610-EXIT.
027990     EXIT.

028000*----------------------------------------------------------*
028283     MOVE WS-GARN-ORDER-CNT   TO CK-GARN-ORDER-CNT
028284     MOVE WS-TOT-GARN-TAKEN   TO CK-GARN-TAKEN-TOT
028285     MOVE WS-TOT-GARN-SHORT   TO CK-GARN-SHORT-TOT
028286     MOVE WS-TOT-OASDI-TAX    TO CK-OASDI-TAX-TOT
028287     MOVE WS-TOT-MEDICARE-TAX TO CK-MEDICARE-TAX-TOT
028288     MOVE WS-LC-TABLE         TO CK-LC-TABLE
028289     MOVE WS-PAY-GROUP        TO CK-PAY-GROUP
028290     MOVE WS-PLAN-COUNT       TO CK-PLAN-COUNT
028291     MOVE WS-PLAN-COMP-TOT    TO CK-PLAN-COMP-TOT
028292     MOVE WS-PLAN-DEFER-TOT   TO CK-PLAN-DEFER-TOT
028293     MOVE WS-PLAN-CU-TOT      TO CK-PLAN-CU-TOT
028294     MOVE WS-PLAN-MATCH-TOT   TO CK-PLAN-MATCH-TOT
028295     OPEN OUTPUT CHECKPOINT-FILE
028300     WRITE CHECKPOINT-REC
028310     CLOSE CHECKPOINT-FILE.
028320 3800-EXIT.
029130         MOVE WS-CHECK-NO TO CHK-CHECK-NO
029140         WRITE CHECK-PRINT-LINE FROM CHK-HEADING-LINE
029150         AFTER ADVANCING PAGE
029160         MOVE WS-CHECK-DATE TO CHK-DATE
029170         MOVE WS-NET TO CHK-AMOUNT
029180         WRITE CHECK-PRINT-LINE FROM CHK-DATE-LINE
029190             AFTER ADVANCING 1 LINE
029350     WRITE CHECK-REGISTER-LINE FROM CR-DETAIL-LINE
029360     IF WS-LIVE-RUN
029370         MOVE WS-CHECK-NO TO PP-CHECK-NO
029380         MOVE WS-CHECK-DATE TO PP-ISSUE-DATE
029390         MOVE WS-NET      TO PP-AMOUNT
029400         MOVE EMP-NAME    TO PP-PAYEE
029410         WRITE POSPAY-REC
029590             UNTIL END-OF-ADJ
029600         PERFORM 9150-WRITE-ADJ-SUMMARY THRU 9150-EXIT
029610         PERFORM 9200-WRITE-ACH-TRAILER THRU 9200-EXIT
029611         PERFORM 9350-WRITE-ADJ-GL-POSTINGS THRU 9350-EXIT
029612         PERFORM 9700-WRITE-PLAN-TRAILER THRU 9700-EXIT
029621         PERFORM 9600-WRITE-TAX-LIABILITY THRU 9600-EXIT
029630         PERFORM 9450-WRITE-REGISTER-TOTALS THRU 9450-EXIT
029640         PERFORM 9550-SAVE-CHECK-NO THRU 9550-EXIT
029650         CLOSE EMPLOYEE-FILE DEDUCTIONS-FILE
029660               EMPLOYEE-BANK-FILE ACH-FILE
029670               YTD-FILE YTD-OUT-FILE EXCEPTION-FILE
029680               ADJUSTMENT-FILE ADJ-REGISTER-FILE
029690               ADJ-SUMMARY-FILE
029700               CHECK-PRINT-FILE CHECK-REGISTER-FILE
029701               POSPAY-FILE ADJ-PLAN-CONTRIB-FILE
029702         PERFORM 9650-WRITE-RUN-HISTORY THRU 9650-EXIT
029720         GO TO 9000-EXIT
029730     END-IF
029740     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
029850         GO TO 9000-EXIT
029860     END-IF
029870     PERFORM 9200-WRITE-ACH-TRAILER THRU 9200-EXIT
029871     PERFORM 9300-WRITE-GL-POSTINGS THRU 9300-EXIT
029872     PERFORM 9700-WRITE-PLAN-TRAILER THRU 9700-EXIT
029881     PERFORM 9600-WRITE-TAX-LIABILITY THRU 9600-EXIT
029890     PERFORM 9400-WRITE-LABOR-DIST THRU 9400-EXIT
029900     PERFORM 9450-WRITE-REGISTER-TOTALS THRU 9450-EXIT
029901     PERFORM 9460-WRITE-GARN-TOTALS THRU 9460-EXIT
029910     PERFORM 9550-SAVE-CHECK-NO THRU 9550-EXIT
029970     CLOSE EMPLOYEE-FILE SORTED-HOURS-FILE PAYROLL-FILE
029971           PAY-HISTORY-FILE
029972           LEAVE-FILE LEAVE-OUT-FILE
030000           YTD-FILE YTD-OUT-FILE
030010           SUMMARY-FILE EXCEPTION-FILE PAY-STUB-FILE
030020           CHECK-PRINT-FILE CHECK-REGISTER-FILE
030021           POSPAY-FILE PLAN-CONTRIB-FILE
030022*    THE NEW MASTERS ARE FOOTED FOR THE HISTORY RECORD OFF THE
030023*    CLOSED FILES, SO THE HISTORY IS WRITTEN AFTER THE CLOSE.
030024     PERFORM 9650-WRITE-RUN-HISTORY THRU 9650-EXIT
030025*    THE RUN FINISHED CLEAN - OPENING OUTPUT AND CLOSING RIGHT
030026*    BACK AGAIN EMPTIES THE ONE-RECORD CHECKPOINT FILE SO THE
030027*    NEXT PAY PERIOD'S RUN NEVER MISTAKES IT FOR A RESUME.
030028     OPEN OUTPUT CHECKPOINT-FILE
030029     CLOSE CHECKPOINT-FILE.
030040 9000-EXIT.
030050     EXIT.

030241     MOVE "OPERATOR................" TO SR-TEXT-LABEL
030242     MOVE WS-OPERATOR     TO SR-TEXT
030243     WRITE SUMMARY-LINE FROM SR-TEXT-LINE
030244     MOVE "PAY GROUP..............." TO SR-TEXT-LABEL
030245     IF WS-PAY-GROUP = SPACES
030246         MOVE "STANDARD"  TO SR-TEXT
030247     ELSE
030248         MOVE WS-PAY-GROUP TO SR-TEXT
030249     END-IF
030250     WRITE SUMMARY-LINE FROM SR-TEXT-LINE
030251     MOVE "CHECK DATE.............." TO SR-TEXT-LABEL
030252     MOVE WS-CHECK-DATE   TO SR-TEXT
030253     WRITE SUMMARY-LINE FROM SR-TEXT-LINE
030254     MOVE "RUN TYPE................" TO SR-TEXT-LABEL
030260     IF WS-ADJUSTMENT-RUN
030270         MOVE "ADJUSTMENT" TO SR-TEXT
030280     ELSE
030444     MOVE "TOTAL LOCAL TAX W/H....." TO SR-MONEY-LABEL
030445     MOVE WS-TOT-LOCAL-TAX   TO SR-MONEY-AMOUNT
030446     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030447     MOVE "TOTAL SOC SEC TAX W/H..." TO SR-MONEY-LABEL
030448     MOVE WS-TOT-OASDI-TAX   TO SR-MONEY-AMOUNT
030449     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030450     MOVE "TOTAL MEDICARE TAX W/H.." TO SR-MONEY-LABEL
030451     MOVE WS-TOT-MEDICARE-TAX TO SR-MONEY-AMOUNT
030452     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030453     MOVE WS-TOTAL-NET   TO SR-NET
030460     WRITE SUMMARY-LINE FROM SR-NET-LINE
030470     MOVE "TOTAL HEALTH INS W/H...." TO SR-MONEY-LABEL
030480     MOVE WS-TOT-DED-HEALTH  TO SR-MONEY-AMOUNT
030610     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030620     MOVE "EMPLOYER SUTA ACCRUAL..." TO SR-MONEY-LABEL
030630     MOVE WS-TOT-ER-SUTA     TO SR-MONEY-AMOUNT
030631     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030632     MOVE "401(K) CATCH-UP INCL...." TO SR-MONEY-LABEL
030633     MOVE WS-PLAN-CU-TOT     TO SR-MONEY-AMOUNT
030634     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030635     MOVE "EMPLOYER 401(K) MATCH..." TO SR-MONEY-LABEL
030636     MOVE WS-PLAN-MATCH-TOT  TO SR-MONEY-AMOUNT
030640     WRITE SUMMARY-LINE FROM SR-MONEY-LINE
030650     MOVE "CHECK REGISTER TOTAL...." TO SR-MONEY-LABEL
030660     MOVE WS-CHECK-TOTAL     TO SR-MONEY-AMOUNT
031024     MOVE "PAYMENT LOCAL TAX W/H..." TO AJ-MONEY-LABEL
031025     MOVE WS-ADJ-PAY-LOCAL   TO AJ-MONEY-AMOUNT
031026     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031027     MOVE "PAYMENT SOC SEC TAX W/H." TO AJ-MONEY-LABEL
031028     MOVE WS-ADJ-PAY-OASDI   TO AJ-MONEY-AMOUNT
031029     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031030     MOVE "PAYMENT MEDICARE W/H...." TO AJ-MONEY-LABEL
031031     MOVE WS-ADJ-PAY-MEDICARE TO AJ-MONEY-AMOUNT
031032     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031033     MOVE "PAYMENT NET............." TO AJ-MONEY-LABEL
031040     MOVE WS-ADJ-PAY-NET     TO AJ-MONEY-AMOUNT
031050     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031060     MOVE "ACH CREDITS............." TO AJ-MONEY-LABEL
031230     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031240     MOVE "EMPLOYER SUTA ACCRUAL..." TO AJ-MONEY-LABEL
031250     MOVE WS-ADJ-ER-SUTA     TO AJ-MONEY-AMOUNT
031251     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031252     MOVE "401(K) CATCH-UP INCL...." TO AJ-MONEY-LABEL
031253     MOVE WS-PLAN-CU-TOT     TO AJ-MONEY-AMOUNT
031254     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE
031255     MOVE "EMPLOYER 401(K) MATCH..." TO AJ-MONEY-LABEL
031256     MOVE WS-PLAN-MATCH-TOT  TO AJ-MONEY-AMOUNT
031260     WRITE ADJ-SUMMARY-LINE FROM AJ-MONEY-LINE.
031270 9150-EXIT.
031280     EXIT.
031540* 9300-WRITE-GL-POSTINGS - ONE BALANCED JOURNAL ENTRY FOR    *
031550* THE RUN: DEBIT GROSS WAGES AND EMPLOYER TAX EXPENSE,       *
031560* CREDIT NET PAY, TAX WITHHELD, EACH DEDUCTION PAYABLE, AND  *
031561* EACH EMPLOYER ACCRUAL.  THE EMPLOYER 401(K) MATCH POSTS    *
031562* AS ITS OWN EXPENSE AND PAYABLE PAIR.  A NET PAY FLOORED    *
031563* AT ZERO ON AN OVER-DEDUCTED EMPLOYEE CAN THROW THE ENTRY   *
031564* OUT OF BALANCE, SO ANY DIFFERENCE POSTS TO PAYROLL         *
031565* SUSPENSE AND THE FINAL TOTALS LINE PROVES THE FOOTINGS     *
031566* TIE.                                                       *
031610*----------------------------------------------------------*
031620 9300-WRITE-GL-POSTINGS.
031630     OPEN OUTPUT GL-POST-FILE
031836     MOVE "LOCAL TAX W/H PAYABLE"   TO WS-GL-DESC
031837     MOVE WS-TOT-LOCAL-TAX     TO WS-GL-CREDIT
031838     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
031839     MOVE "22300000"           TO WS-GL-ACCOUNT
031840     MOVE "SOC SEC TAX W/H PAYABLE" TO WS-GL-DESC
031841     MOVE WS-TOT-OASDI-TAX     TO WS-GL-CREDIT
031842     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
031843     MOVE "22400000"           TO WS-GL-ACCOUNT
031844     MOVE "MEDICARE TAX W/H PAYABLE" TO WS-GL-DESC
031845     MOVE WS-TOT-MEDICARE-TAX  TO WS-GL-CREDIT
031846     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
031847     MOVE "23100000"           TO WS-GL-ACCOUNT
031850     MOVE "HEALTH INS W/H PAYABLE"  TO WS-GL-DESC
031860     MOVE WS-TOT-DED-HEALTH    TO WS-GL-CREDIT
031870     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
032040     MOVE "24300000"           TO WS-GL-ACCOUNT
032050     MOVE "SUTA PAYABLE"            TO WS-GL-DESC
032060     MOVE WS-TOT-ER-SUTA       TO WS-GL-CREDIT
032061     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
032062     MOVE "51600000"           TO WS-GL-ACCOUNT
032063     MOVE "401(K) MATCH EXPENSE"    TO WS-GL-DESC
032064     MOVE WS-PLAN-MATCH-TOT    TO WS-GL-DEBIT
032065     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
032066     MOVE "23250000"           TO WS-GL-ACCOUNT
032067     MOVE "401(K) MATCH PAYABLE"    TO WS-GL-DESC
032068     MOVE WS-PLAN-MATCH-TOT    TO WS-GL-CREDIT
032070     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
032080     COMPUTE WS-GL-OUT-OF-BAL =
032090         WS-GL-DEBIT-TOT - WS-GL-CREDIT-TOT
033056     MOVE "LOCAL TAX W/H PAYABLE"   TO WS-GL-DESC
033057     MOVE WS-ADJ-PAY-LOCAL    TO WS-GL-CREDIT
033058     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033059     MOVE "22300000"           TO WS-GL-ACCOUNT
033060     MOVE "SOC SEC TAX W/H PAYABLE" TO WS-GL-DESC
033061     MOVE WS-ADJ-PAY-OASDI     TO WS-GL-CREDIT
033062     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033063     MOVE "22400000"           TO WS-GL-ACCOUNT
033064     MOVE "MEDICARE TAX W/H PAYABLE" TO WS-GL-DESC
033065     MOVE WS-ADJ-PAY-MEDICARE  TO WS-GL-CREDIT
033066     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033067     MOVE "23100000"           TO WS-GL-ACCOUNT
033070     MOVE "HEALTH INS W/H PAYABLE"  TO WS-GL-DESC
033080     MOVE WS-ADJ-PAY-HEALTH   TO WS-GL-CREDIT
033090     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033330     MOVE "SUTA PAYABLE"            TO WS-GL-DESC
033340     MOVE WS-ADJ-ER-SUTA      TO WS-GL-CREDIT
033350     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033351     MOVE "51600000"           TO WS-GL-ACCOUNT
033352     MOVE "401(K) MATCH EXPENSE"    TO WS-GL-DESC
033353     MOVE WS-PLAN-MATCH-TOT   TO WS-GL-DEBIT
033354     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033355     MOVE "23250000"           TO WS-GL-ACCOUNT
033356     MOVE "401(K) MATCH PAYABLE"    TO WS-GL-DESC
033357     MOVE WS-PLAN-MATCH-TOT   TO WS-GL-CREDIT
033358     PERFORM 9310-WRITE-GL-LINE THRU 9310-EXIT
033360     COMPUTE WS-GL-OUT-OF-BAL =
033370         WS-GL-DEBIT-TOT - WS-GL-CREDIT-TOT
033380     IF WS-GL-OUT-OF-BAL > 0
033600* 9400-WRITE-LABOR-DIST - PRINT THE DEPARTMENT TABLE: ONE    *
033610* LINE PER DEPARTMENT AND A GRAND TOTAL LINE WHOSE GROSS     *
033620* COLUMN TIES TO THE SUMMARY REPORT'S TOTAL GROSS PAY.       *
033621* THE RUN'S EARNINGS BY CODE FOLLOW, FOOTING TO THE SAME     *
033622* GROSS.                                                     *
033630*----------------------------------------------------------*
033640 9400-WRITE-LABOR-DIST.
033650     OPEN OUTPUT LABOR-DIST-FILE
033760     MOVE WS-LD-TOT-PREM  TO LD-TOT-PREMIUM
033770     MOVE WS-LD-TOT-ER    TO LD-TOT-ER-COST
033780     WRITE LABOR-DIST-LINE FROM LD-TOTAL-LINE
033781     PERFORM 9420-WRITE-EARN-CODES THRU 9420-EXIT
033790     CLOSE LABOR-DIST-FILE.
033800 9400-EXIT.
033810     EXIT.
033900     MOVE WS-LD-PREM (WS-LD-SUB)   TO LD-PREMIUM
033910     MOVE WS-LD-ERCOST (WS-LD-SUB) TO LD-ER-COST
033920     WRITE LABOR-DIST-LINE FROM LD-DETAIL-LINE
033921     ADD WS-LD-HOURS (WS-LD-SUB)  TO WS-LD-TOT-HOURS
033922     ADD WS-LD-GROSS (WS-LD-SUB)  TO WS-LD-TOT-GROSS
033923     ADD WS-LD-PREM (WS-LD-SUB)   TO WS-LD-TOT-PREM
033924     ADD WS-LD-ERCOST (WS-LD-SUB) TO WS-LD-TOT-ER.
033925 9410-EXIT.
033926     EXIT.

033927*----------------------------------------------------------*
033928* 9420-WRITE-EARN-CODES - THE RUN'S EARNINGS BY CODE UNDER *
033929* THE DEPARTMENT TABLE: SALARY, EACH CODE PAID THIS RUN,   *
033930* AND THE OVERTIME PREMIUM, TOTALING TO GROSS PAY.  HOURS  *
033931* ARE NOT TOTALED - A DIFFERENTIAL CODE'S HOURS ARE ALSO   *
033932* ANOTHER CODE'S HOURS.                                    *
033933*----------------------------------------------------------*
033934 9420-WRITE-EARN-CODES.
033935     MOVE 0 TO WS-LC-TOT-AMOUNT
033936     WRITE LABOR-DIST-LINE FROM LC-BLANK-LINE
033937     WRITE LABOR-DIST-LINE FROM LC-HEADING-LINE
033938     WRITE LABOR-DIST-LINE FROM LC-COL-HEAD-LINE
033939     IF WS-LC-SALARY > 0
033940         MOVE SPACES         TO LC-CODE
033941         MOVE "SALARY"       TO LC-DESC
033942         MOVE 0              TO LC-HOURS
033943         MOVE WS-LC-SALARY   TO LC-AMOUNT
033944         WRITE LABOR-DIST-LINE FROM LC-DETAIL-LINE
033945         ADD WS-LC-SALARY    TO WS-LC-TOT-AMOUNT
033946     END-IF
033947     PERFORM 9425-WRITE-LC-LINE THRU 9425-EXIT
033948         VARYING WS-EC-SUB FROM 1 BY 1
033949         UNTIL WS-EC-SUB > WS-EC-COUNT
033950     IF WS-LC-PREMIUM > 0
033951         MOVE SPACES         TO LC-CODE
033952         MOVE "OT PREMIUM"   TO LC-DESC
033953         MOVE 0              TO LC-HOURS
033954         MOVE WS-LC-PREMIUM  TO LC-AMOUNT
033955         WRITE LABOR-DIST-LINE FROM LC-DETAIL-LINE
033956         ADD WS-LC-PREMIUM   TO WS-LC-TOT-AMOUNT
033957     END-IF
033958     MOVE WS-LC-TOT-AMOUNT TO LC-TOT-AMOUNT
033959     WRITE LABOR-DIST-LINE FROM LC-TOTAL-LINE.
033960 9420-EXIT.
033961     EXIT.
033962*----------------------------------------------------------*
033963* 9425-WRITE-LC-LINE - ONE EARNINGS CODE'S LINE, SKIPPED   *
033964* WHEN NOTHING WAS PAID OR TAKEN UNDER IT THIS RUN.        *
033965*----------------------------------------------------------*
033966 9425-WRITE-LC-LINE.
033967     IF WS-LC-HOURS (WS-EC-SUB) = 0
033968         AND WS-LC-AMOUNT (WS-EC-SUB) = 0
033969         GO TO 9425-EXIT
033970     END-IF
033971     MOVE WS-EC-CODE (WS-EC-SUB)   TO LC-CODE
033972     MOVE WS-EC-DESC (WS-EC-SUB)   TO LC-DESC
033973     MOVE WS-LC-HOURS (WS-EC-SUB)  TO LC-HOURS
033974     MOVE WS-LC-AMOUNT (WS-EC-SUB) TO LC-AMOUNT
033975     WRITE LABOR-DIST-LINE FROM LC-DETAIL-LINE
033976     ADD WS-LC-AMOUNT (WS-EC-SUB)  TO WS-LC-TOT-AMOUNT.
033977 9425-EXIT.
033980     EXIT.

033990*----------------------------------------------------------*
034950     WRITE CHECK-CONTROL-REC
034960     CLOSE CHECK-CONTROL-FILE.
034970 9550-EXIT.
034971     EXIT.

034972*----------------------------------------------------------*
034973* 9600-WRITE-TAX-LIABILITY - APPEND THIS RUN'S TAX DEPOSIT  *
034974* LIABILITY TO TAXLIAB.DAT AS AN OPEN ROW: THE TAX          *
034975* WITHHELD AND THE EMPLOYER ACCRUALS BY TYPE.  AN           *
034976* ADJUSTMENT RUN POSTS ITS PAYMENT-SIDE FIGURES; AS WITH    *
034977* THE ADJUSTMENT JOURNAL, ANY ACCRUAL RECOVERY ON A VOIDED  *
034978* CHECK IS ACCOUNTING'S CALL.  TAX-DEPOSIT-MODULE WORKS     *
034979* THE ROWS OFF FROM HERE.                                   *
034980*----------------------------------------------------------*
034981 9600-WRITE-TAX-LIABILITY.
034982     OPEN EXTEND TAX-LIAB-FILE
034983     MOVE WS-PAY-PERIOD-DATE TO TL-PAY-PERIOD-DATE
034984     MOVE WS-RUN-TYPE        TO TL-RUN-TYPE
034985     IF WS-ADJUSTMENT-RUN
034986         MOVE WS-ADJ-PAY-TAX TO TL-WH-TAX
034987         MOVE WS-ADJ-ER-FICA TO TL-ER-FICA
034988         MOVE WS-ADJ-ER-FUTA TO TL-ER-FUTA
034989         MOVE WS-ADJ-ER-SUTA TO TL-ER-SUTA
034990         MOVE WS-ADJ-PAY-STATE TO TL-STATE-TAX
034991         MOVE WS-ADJ-PAY-LOCAL TO TL-LOCAL-TAX
034992         MOVE WS-ADJ-PAY-OASDI TO TL-EE-OASDI
034993         MOVE WS-ADJ-PAY-MEDICARE TO TL-EE-MEDICARE
034994     ELSE
034995         MOVE WS-TOTAL-TAX   TO TL-WH-TAX
034996         MOVE WS-TOT-ER-FICA TO TL-ER-FICA
034997         MOVE WS-TOT-ER-FUTA TO TL-ER-FUTA
034998         MOVE WS-TOT-ER-SUTA TO TL-ER-SUTA
034999         MOVE WS-TOT-STATE-TAX TO TL-STATE-TAX
035000         MOVE WS-TOT-LOCAL-TAX TO TL-LOCAL-TAX
035001         MOVE WS-TOT-OASDI-TAX TO TL-EE-OASDI
035002         MOVE WS-TOT-MEDICARE-TAX TO TL-EE-MEDICARE
035003     END-IF
035004     MOVE "O"    TO TL-STATUS
035005     MOVE 0      TO TL-DEPOSIT-DATE
035006     MOVE SPACES TO TL-EFTPS-REF
035007     WRITE TAX-LIAB-REC
035008     CLOSE TAX-LIAB-FILE.
035009 9600-EXIT.
035010     EXIT.

035011*----------------------------------------------------------*
035012* 9650-WRITE-RUN-HISTORY - THE RUN FINISHED CLEAN - APPEND  *
035013* ITS HISTORY RECORD: WHO RAN WHAT, WHEN, THE FINAL         *
035014* CONTROL TOTALS, AND ON A LIVE RUN THE NEW MASTER FILES    *
035015* IT WROTE.  AN ADJUSTMENT RUN LOGS ITS PAYMENT-SIDE        *
035020* FIGURES AND THE COMBINED VOID/PAYMENT COUNT.  AN ABENDED  *
035021* RUN NEVER REACHES HERE, SO THE DUPLICATE-PERIOD GUARD     *
035022* NEVER BLOCKS A CHECKPOINT RESTART.                        *
035051         MOVE WS-TOTAL-NET     TO RH-TOTAL-NET
035052     END-IF
035053     MOVE "C" TO RH-STATUS
035054     MOVE WS-PAY-GROUP       TO RH-PAY-GROUP
035055     MOVE SPACES TO RH-NEW-FILE (1) RH-NEW-FILE (2)
035056                    RH-NEW-FILE (3)
035057     IF NOT WS-PREVIEW-RUN
035058         PERFORM 9660-FOOT-NEW-MASTERS THRU 9660-EXIT
035059     END-IF
035060     WRITE RUN-HISTORY-REC
035061     CLOSE RUN-HISTORY-FILE.
035062 9650-EXIT.
035063     EXIT.

035064*----------------------------------------------------------*
035065* 9660-FOOT-NEW-MASTERS - COUNT THE NEW MASTER FILES THIS   *
035066* RUN WROTE AND THE MASTERS THEY WERE BUILT FROM, AND TAKE  *
035067* EACH NEW FILE'S CONTROL TOTAL: GROSS PAY TO DATE ON       *
035068* YTD-NEW.DAT, VACATION PLUS SICK HOURS ON LEAVE-NEW.DAT,   *
035069* AND WITHHELD TO DATE ON GARNORD.NEW.  AN ADJUSTMENT RUN   *
035070* WRITES ONLY YTD-NEW.DAT.                                  *
035071*----------------------------------------------------------*
035072 9660-FOOT-NEW-MASTERS.
035073     MOVE "YTD-NEW.DAT" TO RH-NF-NAME (1)
035074     MOVE 0 TO RH-NF-IN-COUNT (1) RH-NF-OUT-COUNT (1)
035075               RH-NF-CONTROL (1)
035076     OPEN INPUT YTD-FILE
035077     SET NOT-END-OF-FOOT TO TRUE
035078     PERFORM 9661-COUNT-YTD THRU 9661-EXIT
035079         UNTIL END-OF-FOOT
035080     CLOSE YTD-FILE
035081     OPEN INPUT YTD-OUT-FILE
035082     SET NOT-END-OF-FOOT TO TRUE
035083     PERFORM 9662-FOOT-YTD-NEW THRU 9662-EXIT
035084         UNTIL END-OF-FOOT
035085     CLOSE YTD-OUT-FILE
035086     IF WS-ADJUSTMENT-RUN
035087         GO TO 9660-EXIT
035088     END-IF
035089     MOVE "LEAVE-NEW.DAT" TO RH-NF-NAME (2)
035090     MOVE 0 TO RH-NF-IN-COUNT (2) RH-NF-OUT-COUNT (2)
035091               RH-NF-CONTROL (2)
035092     OPEN INPUT LEAVE-FILE
035093     SET NOT-END-OF-FOOT TO TRUE
035094     PERFORM 9663-COUNT-LEAVE THRU 9663-EXIT
035095         UNTIL END-OF-FOOT
035096     CLOSE LEAVE-FILE
035097     OPEN INPUT LEAVE-OUT-FILE
035098     SET NOT-END-OF-FOOT TO TRUE
035099     PERFORM 9664-FOOT-LEAVE-NEW THRU 9664-EXIT
035100         UNTIL END-OF-FOOT
035101     CLOSE LEAVE-OUT-FILE
035102     MOVE "GARNORD.NEW" TO RH-NF-NAME (3)
035103     MOVE 0 TO RH-NF-IN-COUNT (3) RH-NF-OUT-COUNT (3)
035104               RH-NF-CONTROL (3)
035105     OPEN INPUT GARN-ORDER-FILE
035106     SET NOT-END-OF-FOOT TO TRUE
035107     PERFORM 9665-COUNT-GARN THRU 9665-EXIT
035108         UNTIL END-OF-FOOT
035109     CLOSE GARN-ORDER-FILE
035110     OPEN INPUT GARN-ORDER-OUT-FILE
035111     SET NOT-END-OF-FOOT TO TRUE
035112     PERFORM 9666-FOOT-GARN-NEW THRU 9666-EXIT
035113         UNTIL END-OF-FOOT
035114     CLOSE GARN-ORDER-OUT-FILE.
035115 9660-EXIT.
035116     EXIT.

035117*----------------------------------------------------------*
035118* 9661-COUNT-YTD - ONE YTD.DAT RECORD.                      *
035119*----------------------------------------------------------*
035120 9661-COUNT-YTD.
035121     READ YTD-FILE
035122         AT END
035123             SET END-OF-FOOT TO TRUE
035124             GO TO 9661-EXIT
035125     END-READ
035126     ADD 1 TO RH-NF-IN-COUNT (1).
035127 9661-EXIT.
035128     EXIT.

035129*----------------------------------------------------------*
035130* 9662-FOOT-YTD-NEW - ONE YTD-NEW.DAT RECORD.               *
035131*----------------------------------------------------------*
035132 9662-FOOT-YTD-NEW.
035133     READ YTD-OUT-FILE
035134         AT END
035135             SET END-OF-FOOT TO TRUE
035136             GO TO 9662-EXIT
035137     END-READ
035138     ADD 1        TO RH-NF-OUT-COUNT (1)
035139     ADD YO-GROSS TO RH-NF-CONTROL (1).
035140 9662-EXIT.
035141     EXIT.

035142*----------------------------------------------------------*
035143* 9663-COUNT-LEAVE - ONE LEAVEBAL.DAT RECORD.  THE FILE IS  *
035144* OPTIONAL - A MISSING ONE OPENS AT END OF FILE.            *
035145*----------------------------------------------------------*
035146 9663-COUNT-LEAVE.
035147     READ LEAVE-FILE
035148         AT END
035149             SET END-OF-FOOT TO TRUE
035150             GO TO 9663-EXIT
035151     END-READ
035152     ADD 1 TO RH-NF-IN-COUNT (2).
035153 9663-EXIT.
035154     EXIT.

035155*----------------------------------------------------------*
035156* 9664-FOOT-LEAVE-NEW - ONE LEAVE-NEW.DAT RECORD.           *
035157*----------------------------------------------------------*
035158 9664-FOOT-LEAVE-NEW.
035159     READ LEAVE-OUT-FILE
035160         AT END
035161             SET END-OF-FOOT TO TRUE
035162             GO TO 9664-EXIT
035163     END-READ
035164     ADD 1 TO RH-NF-OUT-COUNT (2)
035165     ADD LO-VAC-BAL LO-SICK-BAL TO RH-NF-CONTROL (2).
035166 9664-EXIT.
035167     EXIT.

035168*----------------------------------------------------------*
035169* 9665-COUNT-GARN - ONE GARNORD.DAT RECORD.  THE FILE IS    *
035170* OPTIONAL - A MISSING ONE OPENS AT END OF FILE.            *
035171*----------------------------------------------------------*
035172 9665-COUNT-GARN.
035173     READ GARN-ORDER-FILE
035174         AT END
035175             SET END-OF-FOOT TO TRUE
035176             GO TO 9665-EXIT
035177     END-READ
035178     ADD 1 TO RH-NF-IN-COUNT (3).
035179 9665-EXIT.
035180     EXIT.

035181*----------------------------------------------------------*
035182* 9666-FOOT-GARN-NEW - ONE GARNORD.NEW RECORD.              *
035183*----------------------------------------------------------*
035184 9666-FOOT-GARN-NEW.
035185     READ GARN-ORDER-OUT-FILE
035186         AT END
035187             SET END-OF-FOOT TO TRUE
035188             GO TO 9666-EXIT
035189     END-READ
035190     ADD 1              TO RH-NF-OUT-COUNT (3)
035191     ADD GO-WITHHELD-TD TO RH-NF-CONTROL (3).
035192 9666-EXIT.
035193     EXIT.

035194*----------------------------------------------------------*
035195* 9700-WRITE-PLAN-TRAILER - CLOSE THE RECORDKEEPER FILE    *
035196* WITH ITS TRAILER: THE PARTICIPANT COUNT AND THE PLAN     *
035197* COMPENSATION, DEFERRAL, CATCH-UP AND MATCH TOTALS OVER   *
035198* THE WHOLE RUN (A RESUMED RUN'S EARLIER ROWS INCLUDED).   *
035199* AN ADJUSTMENT RUN'S TRAILER GOES TO ITS OWN FILE.        *
035200*----------------------------------------------------------*
035201 9700-WRITE-PLAN-TRAILER.
035202     MOVE WS-PAY-PERIOD-DATE TO PK-T-PAY-PERIOD-DATE
035203     MOVE WS-PLAN-COUNT      TO PK-T-COUNT
035204     MOVE WS-PLAN-COMP-TOT   TO PK-T-PLAN-COMP
035205     MOVE WS-PLAN-DEFER-TOT  TO PK-T-DEFERRAL
035206     MOVE WS-PLAN-CU-TOT     TO PK-T-CATCHUP
035207     MOVE WS-PLAN-MATCH-TOT  TO PK-T-MATCH
035208     IF WS-ADJUSTMENT-RUN
035209         WRITE ADJ-PLAN-CONTRIB-LINE FROM PK-TRAILER-REC
035210     ELSE
035211         WRITE PLAN-CONTRIB-LINE FROM PK-TRAILER-REC
035212     END-IF.
035213 9700-EXIT.
035214     EXIT.
035215 END PROGRAM PAYROLL-MODULE.
