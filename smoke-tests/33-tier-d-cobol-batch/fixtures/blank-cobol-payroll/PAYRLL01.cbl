      *                    fallback), and the file header's origin
      *                    name now comes from the same COMPFILE
      *                    profile as its routing number.
      *   2026-10-15  TJK  The 401k deferral and the health premium
      *                    are now pre-tax: they settle against
      *                    gross first and withholding is figured on
      *                    what is left (WS-TAXABLE-WAGES), posted to
      *                    EMP-YTD-TAXABLE and carried on the DISBFILE
      *                    detail and the PAYHIST row. Garnishment
      *                    still comes out after tax. A cycle whose
      *                    taxable wages are nil withholds nothing
      *                    rather than failing the bracket lookup.
      *   2026-10-15  TJK  Employee Social Security and Medicare are
      *                    now withheld: Social Security up to the
      *                    annual wage base off EMP-YTD-FICA-WAGES,
      *                    Medicare on all FICA wages plus the
      *                    additional rate above the threshold. Both
      *                    carry as their own amounts on DISBFILE,
      *                    PAYHIST, ADVEXT, the stub and the advice.
      *                    Employer FICA is split the same way, so
      *                    the employer Social Security share also
      *                    stops at the wage base.
      *   2026-10-15  TJK  Overtime is now figured per FLSA workweek
      *                    (Sunday through Saturday) from the work
      *                    date on each timecard instead of the
      *                    cycle total against a flat 40, so a
      *                    biweekly or monthly cycle pays the OT each
      *                    week earned. Work jurisdictions in the
      *                    daily-overtime table also pay daily OT and
      *                    double time. Undated hours (old-layout
      *                    cards, master hours) stay one workweek as
      *                    before. The per-week regular, OT and
      *                    double-time hours post to PAYHIST, and the
      *                    double-time hours ride with the OT pay.
      *   2026-10-15  TJK  Minimum wage test. The MINWAGE reference
      *                    file (effective-dated, by jurisdiction,
      *                    blank = federal) is loaded at startup and
      *                    each cycle's effective hourly rate - hours
      *                    pay over hours paid - is tested against
      *                    the higher of the federal and work-
      *                    jurisdiction minimums in force at cycle
      *                    end. A shortfall goes to EXCPFILE with the
      *                    make-up amount, carried in the new
      *                    EXCP-AMOUNT field.
      *   2026-10-15  TJK  Supplemental earnings. The SUPPEARN file
      *                    (emp-id, period, earnings code, amount,
      *                    charge department) is co-read with the
      *                    master like TIMECARD; each line is paid in
      *                    the employee's cycle, included in gross,
      *                    charged to its department through the
      *                    labor distribution, and withheld on
      *                    federally at the flat supplemental rate
      *                    (state and local stay aggregate). A bonus-
      *                    only run (PARM='ccyy-mm,S,BONUS') pays the
      *                    file alone - no hours, no pre-tax or
      *                    garnishment-fallback deductions, no PTO -
      *                    under frequency 'S' with the run date as
      *                    the cycle end. Lines that cannot be paid
      *                    go to EXCPFILE.
      *   2026-10-15  TJK  Final pay. A FINAL run (PARM=
      *                    'ccyy-mm,F,FINAL', run daily) pays each
      *                    terminated employee whose final pay
      *                    PAYMNT01 marked pending once the separation
      *                    date is reached: the hours from the day
      *                    after the last regular cycle paid through
      *                    the separation date (timecards by work
      *                    date, salaried prorated by working days),
      *                    the unused vacation balance at the current
      *                    rate where the work jurisdiction requires
      *                    it (supplemental code 'VP'), and whatever
      *                    arrears the pay can recover - anything left
      *                    goes to EXCPFILE. Paid by check only, under
      *                    frequency 'F' with the run date as the
      *                    cycle end. The jurisdiction's deadline
      *                    (days after separation, or the next
      *                    regular payday off PAYCAL) is stamped on
      *                    the master, and every pending separation
      *                    is listed on the new FINREG register with
      *                    its deadline and whether it was met.
      *                    PAYHIST is now DYNAMIC access to find the
      *                    last regular cycle paid.
      *   2026-10-15  TJK  PAYH-REVERSAL-OF is blanked on every history
      *                    row posted - only a PAYREV01 reversal row
      *                    carries it.
      *   2026-10-15  TJK  Withholding is figured first and health and
      *                    401k are capped so taxes and garnishments fit
      *                    (short withholding goes to EXCPFILE); a bonus
      *                    run reads SUPPEARN.BONUS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRLL01.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT SUPPEARN ASSIGN TO SUPPEARN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.

           SELECT TAXBRKT ASSIGN TO TAXBRKT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRKT-STATUS.

           SELECT MINWAGE ASSIGN TO MINWAGE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MINW-STATUS.

           SELECT EXCPFILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HIST-STATUS.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADVX-STATUS.

           SELECT FINREG ASSIGN TO FINREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FINREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMASTR
               88 TC-EARN-SICK      VALUE 'S'.
               88 TC-EARN-HOLIDAY   VALUE 'H'.
           05 TC-CHARGE-DEPT    PIC X(12).
           05 TC-WORK-DATE      PIC 9(8).

      * Supplemental earnings staged for the period, in EMP-ID
      * order like TIMECARD. A blank charge department charges the
      * employee's home department.
       FD  SUPPEARN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SUPP-RECORD.
           05 SUPP-EMP-ID       PIC X(6).
           05 SUPP-PERIOD       PIC X(7).
           05 SUPP-EARN-CODE    PIC X(2).
               88 SUPP-EARN-BONUS      VALUE 'BN'.
               88 SUPP-EARN-COMMISSION VALUE 'CM'.
               88 SUPP-EARN-AWARD      VALUE 'AW'.
               88 SUPP-EARN-ONE-TIME   VALUE 'OP'.
               88 SUPP-EARN-VALID      VALUE 'BN' 'CM' 'AW' 'OP'.
           05 SUPP-AMOUNT       PIC 9(7)V99.
           05 SUPP-CHARGE-DEPT  PIC X(12).

       FD  TAXBRKT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY TAXBRKT.

       FD  MINWAGE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY MINWREC.

       FD  EXCPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05 EXCP-EMP-NAME     PIC X(30).
           05 EXCP-PERIOD       PIC X(7).
           05 EXCP-REASON       PIC X(30).
           05 EXCP-AMOUNT       PIC 9(7)V99.

       FD  ACHFILE
           RECORDING MODE IS F
           05 ADVX-YTD-TAX      PIC 9(9)V99.
           05 ADVX-YTD-NET      PIC 9(9)V99.
           05 ADVX-ACH-TRACE    PIC 9(15).
           05 ADVX-EE-SS        PIC 9(7)V99.
           05 ADVX-EE-MEDICARE  PIC 9(7)V99.
           05 ADVX-SUPP-PAY     PIC 9(7)V99.
           05 ADVX-SUPP-TAX     PIC 9(7)V99.

      * Final-pay register - one line per pending separation each
      * FINAL run, with its deadline and whether it was met.
       FD  FINREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FINREG-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-TABLE.
       01  WS-CALCULATIONS.
           05 WS-REG-HOURS     PIC 9(3).
           05 WS-OT-HOURS      PIC 9(3).
           05 WS-DT-HOURS      PIC 9(3).
           05 WS-REG-PAY       PIC 9(9)V99.
           05 WS-OT-PAY        PIC 9(9)V99.
           05 WS-DT-PAY        PIC 9(9)V99.
           05 WS-GROSS-PAY     PIC 9(9)V99.
           05 WS-TAXABLE-WAGES PIC 9(9)V99.
           05 WS-TAX-AMOUNT    PIC 9(9)V99.
           05 WS-TOTAL-DEDUCT  PIC 9(9)V99.
           05 WS-NET-PAY       PIC 9(9)V99.
           05 WS-TAKEN-GARNISH PIC 9(9)V99.
           05 WS-TAKEN-HEALTH  PIC 9(9)V99.
           05 WS-TAKEN-401K    PIC 9(9)V99.
           05 WS-WANT-HEALTH   PIC 9(9)V99.
           05 WS-WANT-401K     PIC 9(9)V99.
           05 WS-PLAN-HEALTH   PIC 9(9)V99.
           05 WS-PLAN-401K     PIC 9(9)V99.
           05 WS-GARN-WANTED   PIC 9(9)V99.
           05 WS-WITHHOLDING   PIC 9(9)V99.
           05 WS-PRETAX-ROOM   PIC 9(9)V99.
           05 WS-WITHHOLD-SHORT PIC 9(9)V99.
           05 WS-TOTAL-GROSS   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-NET     PIC 9(11)V99 VALUE ZEROS.
           05 WS-RECORDS-READ  PIC 9(7) VALUE ZEROS.
           05 WS-RECORDS-WRIT  PIC 9(7) VALUE ZEROS.
           05 WS-RECORDS-SKIP  PIC 9(7) VALUE ZEROS.

      * The FLSA workweek is a fixed Sunday-through-Saturday week
      * (WS-WORKWEEK-START is the day number MOD 7 of its first
      * day: 0 Monday through 6 Sunday); the weekly threshold
      * applies to each one separately.
       01  WS-OT-CONSTANTS.
           05 WS-OT-THRESHOLD  PIC 9(3) VALUE 40.
           05 WS-OT-FACTOR     PIC 9V99 VALUE 1.50.
           05 WS-DT-FACTOR     PIC 9V99 VALUE 2.00.
           05 WS-WORKWEEK-START PIC 9(1) VALUE 6.

      * Work jurisdictions that also figure overtime by the day:
      * hours in one work date past the daily OT limit pay at the
      * OT factor, past the double-time limit (00 = none) at the
      * double-time factor. Daily OT hours do not count again
      * toward the weekly threshold. Every other jurisdiction, and
      * a blank one, is weekly only.
       01  WS-DAILY-OT-RULES.
           05 FILLER PIC X(6) VALUE 'CA0812'.
           05 FILLER PIC X(6) VALUE 'AK0800'.
           05 FILLER PIC X(6) VALUE 'CO1200'.
       01  WS-DAILY-OT-RULES-R REDEFINES WS-DAILY-OT-RULES.
           05 WS-DOT-ENTRY OCCURS 3 TIMES.
               10 WS-DOT-JURIS     PIC X(2).
               10 WS-DOT-OT-LIMIT  PIC 9(2).
               10 WS-DOT-DT-LIMIT  PIC 9(2).
       01  WS-DOT-COUNT        PIC 9(1) VALUE 3.
       01  WS-DOT-IDX          PIC 9(1).
       01  WS-DAY-OT-LIMIT     PIC 9(2) VALUE ZEROS.
       01  WS-DAY-DT-LIMIT     PIC 9(2) VALUE ZEROS.
       01  WS-DAY-SPLIT.
           05 WS-DAY-REG       PIC 9(4).
           05 WS-DAY-OT        PIC 9(4).
           05 WS-DAY-DT        PIC 9(4).

      * FICA: Social Security at the same rate on both sides up to
      * the annual wage base, Medicare on every FICA wage, and the
      * employee-only additional Medicare rate on wages above the
      * threshold. Wage base and threshold are calendar-year
      * figures, reset with the YTD by PAYYE01.
       01  WS-FICA-CONSTANTS.
           05 WS-SS-RATE         PIC 9V9(4) VALUE 0.0620.
           05 WS-MED-RATE        PIC 9V9(4) VALUE 0.0145.
           05 WS-ADDL-MED-RATE   PIC 9V9(4) VALUE 0.0090.
           05 WS-SS-WAGE-BASE    PIC 9(7)V99 VALUE 184500.00.
           05 WS-ADDL-MED-THRESH PIC 9(7)V99 VALUE 200000.00.

       01  WS-FICA-AMOUNTS.
           05 WS-FICA-WAGES      PIC 9(9)V99 VALUE ZEROS.
           05 WS-SS-WAGES        PIC 9(9)V99 VALUE ZEROS.
           05 WS-ADDL-MED-WAGES  PIC 9(9)V99 VALUE ZEROS.
           05 WS-EE-SS           PIC 9(7)V99 VALUE ZEROS.
           05 WS-EE-MEDICARE     PIC 9(7)V99 VALUE ZEROS.

       01  WS-EMPLOYER-CONSTANTS.
           05 WS-ER-UNEMP-RATE  PIC 9V9(4) VALUE 0.0060.
           05 WS-ER-UNEMP-BASE  PIC 9(7)V99 VALUE 7000.00.
           05 WS-ER-MATCH-RATE  PIC 9V99 VALUE 0.50.
               10 WS-TAX-RATE          PIC 9(01)V9(04).
               10 WS-TAX-JURIS         PIC X(02).
       01  WS-TAX-TABLE-COUNT  PIC 9(3) VALUE ZEROS.

      * Minimum wage rows from MINWAGE (see MINWREC). Empty when the
      * file is not available, which turns the test off.
       01  WS-MINW-TABLE.
           05 WS-MINW-ENTRY OCCURS 200 TIMES.
               10 WS-MINW-JURIS     PIC X(02).
               10 WS-MINW-EFF-DATE  PIC 9(08).
               10 WS-MINW-RATE      PIC 9(03)V99.
       01  WS-MINW-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-MINW-IDX         PIC 9(3).
       01  WS-MINW-TEST-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-MINW-FED-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-MINW-FED-RATE    PIC 9(3)V99 VALUE ZEROS.
       01  WS-MINW-JUR-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-MINW-JUR-RATE    PIC 9(3)V99 VALUE ZEROS.
       01  WS-MINW-RATE-DUE    PIC 9(3)V99 VALUE ZEROS.
       01  WS-MINW-EFFECTIVE   PIC 9(5)V99 VALUE ZEROS.
       01  WS-MINW-TESTED-PAY  PIC 9(9)V99 VALUE ZEROS.
       01  WS-MINW-MAKEUP      PIC 9(7)V99 VALUE ZEROS.
       01  WS-MINW-SHORT-CNT   PIC 9(7) VALUE ZEROS.
       01  WS-MINW-MAKEUP-TOT  PIC 9(9)V99 VALUE ZEROS.
       01  WS-BRACKET-TAXABLE  PIC 9(9)V99.
       01  WS-BRACKET-TAX      PIC 9(9)V99.
       01  WS-BRACKET-MATCH-FLAG PIC X VALUE 'N'.
           05 WS-CTL-STATUS    PIC XX VALUE SPACES.
           05 WS-CKPT-STATUS   PIC XX VALUE SPACES.
           05 WS-BRKT-STATUS   PIC XX VALUE SPACES.
           05 WS-MINW-STATUS   PIC XX VALUE SPACES.
           05 WS-EXCP-STATUS   PIC XX VALUE SPACES.
           05 WS-ACH-STATUS    PIC XX VALUE SPACES.
           05 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
               88 OFF-END-OF-FILE VALUE 'Y'.
           05 WS-ADV-STATUS    PIC XX VALUE SPACES.
           05 WS-ADVX-STATUS   PIC XX VALUE SPACES.
           05 WS-FINREG-STATUS PIC XX VALUE SPACES.
           05 WS-GARN-STATUS   PIC XX VALUE SPACES.
           05 WS-K401-STATUS   PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
               88 CKPT-END-OF-FILE VALUE 'Y'.
           05 WS-TC-EOF-FLAG   PIC X VALUE 'N'.
               88 TC-END-OF-FILE VALUE 'Y'.
           05 WS-SUPP-STATUS   PIC XX VALUE SPACES.
           05 WS-SUPP-EOF-FLAG PIC X VALUE 'N'.
               88 SUPP-END-OF-FILE VALUE 'Y'.

       01  WS-CAL-AVAIL-FLAG   PIC X VALUE 'N'.
           88 CAL-AVAILABLE    VALUE 'Y'.
       01  WS-TC-BAD-TYPE-FLAG PIC X VALUE 'N'.
           88 BAD-EARN-TYPE    VALUE 'Y'.

      * Worked (regular earnings type) hours by work date, for the
      * workweek and daily overtime split. A card with no work date,
      * or one dated outside the cycle window, stays in the undated
      * remainder - worked hours less the dated hours - which is
      * treated as a single workweek of its own.
       01  WS-TC-DAY-TABLE.
           05 WS-TC-DAY OCCURS 31 TIMES.
               10 WS-TCD-DATE      PIC 9(8).
               10 WS-TCD-HOURS     PIC 9(4).
       01  WS-TC-DAY-COUNT     PIC 9(2) VALUE ZEROS.
       01  WS-TC-DAY-IDX       PIC 9(2).
       01  WS-TC-DAY-FLAG      PIC X VALUE 'N'.
           88 TC-DAY-FOUND     VALUE 'Y'.
       01  WS-TC-DATED-HOURS   PIC 9(5) VALUE ZEROS.
       01  WS-UNDATED-HOURS    PIC 9(5) VALUE ZEROS.
       01  WS-TC-UNDATED-CARDS PIC 9(7) VALUE ZEROS.

      * One row per workweek the cycle's hours fell in; week number
      * zero is the undated remainder. PAYHIST carries the rows.
       01  WS-WEEK-TABLE.
           05 WS-WEEK OCCURS 7 TIMES.
               10 WS-WK-NUMBER     PIC 9(7).
               10 WS-WK-END-DATE   PIC 9(8).
               10 WS-WK-REG-HOURS  PIC 9(4).
               10 WS-WK-OT-HOURS   PIC 9(4).
               10 WS-WK-DT-HOURS   PIC 9(4).
       01  WS-WEEK-COUNT       PIC 9(1) VALUE ZEROS.
       01  WS-WEEK-IDX         PIC 9(1).
       01  WS-WEEK-SLOT        PIC 9(1).
       01  WS-WEEK-NUMBER      PIC 9(7).

      * Serial day number arithmetic for work dates (days since a
      * fixed epoch; MOD 7 gives the weekday, 0 Monday). The
      * quotient steps are separate DIVIDEs so each truncates.
       01  WS-DAY-NUMBER-WORK.
           05 WS-DN-DATE        PIC 9(8).
           05 WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10 WS-DN-YYYY    PIC 9(4).
               10 WS-DN-MM      PIC 9(2).
               10 WS-DN-DD      PIC 9(2).
           05 WS-DN-DAY-NUMBER  PIC 9(7).
           05 WS-DN-WORK        PIC 9(9).
           05 WS-DN-A           PIC 9(7).
           05 WS-DN-B           PIC 9(7).
           05 WS-DN-C           PIC 9(7).
           05 WS-DN-D           PIC 9(7).
           05 WS-DN-E           PIC 9(7).
           05 WS-DN-M           PIC 9(7).
           05 WS-DN-Y           PIC 9(7).
           05 WS-DN-Q1          PIC 9(7).
           05 WS-DN-Q2          PIC 9(7).
           05 WS-DN-Q3          PIC 9(7).
           05 WS-DN-Q4          PIC 9(7).

      * Where this employee's hours were actually worked: one row
      * per charge department on the period's timecards (a blank
      * charge department is the home department). Gross and OT are
               10 WS-DIST-HOURS    PIC 9(5).
               10 WS-DIST-GROSS    PIC 9(9)V99.
               10 WS-DIST-OT       PIC 9(9)V99.
               10 WS-DIST-SUPP     PIC 9(7)V99.
       01  WS-DIST-COUNT       PIC 9(1) VALUE ZEROS.
       01  WS-DIST-IDX         PIC 9(2).
       01  WS-DIST-CHARGE-DEPT PIC X(12).
       01  WS-TC-CARDS-READ    PIC 9(7) VALUE ZEROS.
       01  WS-TC-WRONG-PERIOD  PIC 9(7) VALUE ZEROS.

      * Supplemental earnings for the employee in hand off SUPPEARN:
      * one line per earnings code for the stub, PAYHIST and
      * DISBFILE, and one row per charge department for the labor
      * distribution (a blank department is the home department).
      * WS-SUPP-PAY is included in gross but withheld on federally
      * at the flat supplemental rate instead of through the FD
      * brackets, which see only the regular wages.
       01  WS-SUPP-FED-RATE    PIC 9V9(4) VALUE 0.2200.
       01  WS-SUPP-OPEN-FLAG   PIC X VALUE 'N'.
           88 SUPP-FILE-OPEN   VALUE 'Y'.
       01  WS-SUPP-LINES.
           05 WS-SUPL-ENTRY OCCURS 4 TIMES.
               10 WS-SUPL-CODE     PIC X(02).
               10 WS-SUPL-AMOUNT   PIC 9(7)V99.
       01  WS-SUPP-LINE-CT     PIC 9(1) VALUE ZEROS.
       01  WS-SUPP-CHARGES.
           05 WS-SCHG-ENTRY OCCURS 5 TIMES.
               10 WS-SCHG-DEPT     PIC X(12).
               10 WS-SCHG-AMOUNT   PIC 9(7)V99.
       01  WS-SCHG-COUNT       PIC 9(1) VALUE ZEROS.
       01  WS-SUPP-IDX         PIC 9(2).
       01  WS-SUPP-SLOT-FLAG   PIC X VALUE 'N'.
           88 SUPP-SLOT-FOUND  VALUE 'Y'.
       01  WS-SUPP-PAY         PIC 9(7)V99 VALUE ZEROS.
       01  WS-SUPP-TAX         PIC 9(7)V99 VALUE ZEROS.
       01  WS-SUPP-TAXABLE     PIC 9(9)V99 VALUE ZEROS.
       01  WS-REG-TAXABLE      PIC 9(9)V99 VALUE ZEROS.
       01  WS-BRACKET-WAGES    PIC 9(9)V99 VALUE ZEROS.
       01  WS-HOME-SUPP        PIC 9(7)V99 VALUE ZEROS.
       01  WS-SUPP-LINES-READ  PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-WRONG-PERIOD PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-BAD-LINES   PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-NOT-PAID    PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-ORPHANS     PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-PAID-CNT    PIC 9(7) VALUE ZEROS.
       01  WS-SUPP-PAID-AMT    PIC 9(11)V99 VALUE ZEROS.

      * Final pay by work jurisdiction. Each row gives the deadline
      * for an involuntary and then a voluntary separation - basis
      * 'D' is that many calendar days after the separation date
      * (00 is the separation date itself), basis 'P' the next
      * regular payday on PAYCAL for the employee's frequency - and
      * whether unused vacation is earned wages to be paid out (Y).
      * A jurisdiction not listed, and a blank one, pays by the next
      * regular payday with no payout. A blank separation type is
      * taken as involuntary, the stricter deadline.
       01  WS-FINAL-PAY-RULES.
           05 FILLER PIC X(9) VALUE 'CAD00D03Y'.
           05 FILLER PIC X(9) VALUE 'COD00P00Y'.
           05 FILLER PIC X(9) VALUE 'MAD00P00Y'.
           05 FILLER PIC X(9) VALUE 'ILP00P00Y'.
           05 FILLER PIC X(9) VALUE 'MTD00P00Y'.
           05 FILLER PIC X(9) VALUE 'NEP00P00Y'.
           05 FILLER PIC X(9) VALUE 'TXD06P00N'.
       01  WS-FINAL-PAY-RULES-R REDEFINES WS-FINAL-PAY-RULES.
           05 WS-FPR-ENTRY OCCURS 7 TIMES.
               10 WS-FPR-JURIS     PIC X(2).
               10 WS-FPR-INV-BASIS PIC X(1).
               10 WS-FPR-INV-DAYS  PIC 9(2).
               10 WS-FPR-VOL-BASIS PIC X(1).
               10 WS-FPR-VOL-DAYS  PIC 9(2).
               10 WS-FPR-PAYOUT    PIC X(1).
       01  WS-FPR-COUNT        PIC 9(1) VALUE 7.
       01  WS-FPR-IDX          PIC 9(1).

       01  WS-FIN-BASIS        PIC X(1) VALUE SPACE.
           88 FIN-BASIS-DAYS   VALUE 'D'.
       01  WS-FIN-DAYS         PIC 9(2) VALUE ZEROS.
       01  WS-FIN-PAYOUT-FLAG  PIC X VALUE 'N'.
           88 FIN-PAYOUT-REQUIRED VALUE 'Y'.
       01  WS-FIN-STATE-FLAG   PIC X VALUE 'N'.
           88 FIN-NOT-PENDING  VALUE 'N'.
           88 FIN-PENDING      VALUE 'P'.
           88 FIN-DUE          VALUE 'D'.
       01  WS-FIN-PAID-FLAG    PIC X VALUE 'N'.
           88 FIN-PAID-THIS-RUN VALUE 'Y'.
       01  WS-FIN-HOURS-FLAG   PIC X VALUE 'N'.
           88 FIN-HOURS-OWED   VALUE 'Y'.
       01  WS-FIN-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 FIN-HIST-DONE    VALUE 'Y'.
       01  WS-TC-WINDOW-FLAG   PIC X VALUE 'N'.
           88 TC-IN-WINDOW     VALUE 'Y'.
       01  WS-FIN-DATES.
           05 WS-FIN-SEP-DATE  PIC 9(8).
           05 WS-FIN-DUE-DATE  PIC 9(8).
           05 WS-FIN-FROM-DATE PIC 9(8).
           05 WS-FIN-LAST-PAID PIC 9(8).
       01  WS-FIN-DAY-WORK.
           05 WS-FIN-FROM-DAY  PIC 9(7).
           05 WS-FIN-TO-DAY    PIC 9(7).
           05 WS-FIN-DAY       PIC 9(7).
           05 WS-FIN-QUOTIENT  PIC 9(7).
           05 WS-FIN-WEEKDAY   PIC 9(1).
           05 WS-FIN-DAY-COUNT PIC 9(5).
           05 WS-FIN-WORK-DAYS PIC 9(5).
           05 WS-FIN-PERIOD-DAYS PIC 9(5).
       01  WS-FIN-PAYOUT-HOURS PIC 9(3)V99 VALUE ZEROS.
       01  WS-FIN-PAYOUT-PAY   PIC 9(7)V99 VALUE ZEROS.
       01  WS-FIN-ARREARS      PIC 9(7)V99 VALUE ZEROS.
       01  WS-FIN-LISTED       PIC 9(7) VALUE ZEROS.
       01  WS-FIN-MET          PIC 9(7) VALUE ZEROS.
       01  WS-FIN-LATE         PIC 9(7) VALUE ZEROS.
       01  WS-FIN-OPEN         PIC 9(7) VALUE ZEROS.
       01  WS-FIN-OVERDUE      PIC 9(7) VALUE ZEROS.
       01  WS-FIN-PAYOUT-CNT   PIC 9(7) VALUE ZEROS.
       01  WS-FIN-PAYOUT-AMT   PIC 9(11)V99 VALUE ZEROS.
       01  WS-FIN-ARREARS-CNT  PIC 9(7) VALUE ZEROS.
       01  WS-FIN-DAYS-CAPPED  PIC 9(7) VALUE ZEROS.

      * Regular check dates off PAYCAL, for the next-payday deadline.
       01  WS-PAYDAY-TABLE.
           05 WS-PAYDAY-ENTRY OCCURS 400 TIMES.
               10 WS-PD-FREQUENCY  PIC X(1).
               10 WS-PD-CHECK-DATE PIC 9(8).
       01  WS-PAYDAY-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-PAYDAY-IDX       PIC 9(3).
       01  WS-PAYDAY-DROPPED   PIC 9(7) VALUE ZEROS.

       01  WS-FINREG-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'FINAL PAY REGISTER   RUN DATE '.
           05 WS-FH-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(09) VALUE '  PERIOD '.
           05 WS-FH-PERIOD      PIC X(7).
           05 FILLER            PIC X(78) VALUE SPACES.

       01  WS-FINREG-COLUMN-LINE.
           05 FILLER            PIC X(35) VALUE
               'EMP-ID NAME                 SEP DAT'.
           05 FILLER            PIC X(35) VALUE
               'E T JR DEADLINE PAID ON  CHECK NO  '.
           05 FILLER            PIC X(35) VALUE
               '      NET PAY VAC HR STATUS  REASON'.
           05 FILLER            PIC X(27) VALUE SPACES.

       01  WS-FINREG-DETAIL-LINE.
           05 WS-FR-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-NAME        PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-SEP-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-SEP-TYPE    PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-JURIS       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-DUE-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-PAID-DATE   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-CHECK-NO    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-NET         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-VAC-HOURS   PIC ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-STATUS      PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FR-REASON      PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.

       01  WS-FINREG-TOTAL-LINE.
           05 FILLER            PIC X(15) VALUE 'TOTALS  LISTED '.
           05 WS-FT-LISTED      PIC ZZZZZZ9.
           05 FILLER            PIC X(15) VALUE '  PAID ON TIME '.
           05 WS-FT-MET         PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE '  PAID LATE '.
           05 WS-FT-LATE        PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE '  PENDING '.
           05 WS-FT-OPEN        PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE '  OVERDUE '.
           05 WS-FT-OVERDUE     PIC ZZZZZZ9.
           05 FILLER            PIC X(35) VALUE SPACES.

       01  WS-RESTART-ID       PIC X(6) VALUE SPACES.

       01  WS-RUN-FREQUENCY    PIC X(1) VALUE 'M'.
           88 WS-RUN-WEEKLY    VALUE 'W'.
           88 WS-RUN-BIWEEKLY  VALUE 'B'.
           88 WS-RUN-MONTHLY   VALUE 'M'.
           88 WS-RUN-SUPPLEMENTAL VALUE 'S'.
           88 WS-RUN-FINAL     VALUE 'F'.
       01  WS-RUN-MODE         PIC X(8) VALUE SPACES.
           88 WS-MODE-FORCE    VALUE 'FORCE'.
           88 WS-MODE-OFFCYCLE VALUE 'OFFCYCLE'.
           88 WS-MODE-TRIAL    VALUE 'TRIAL'.
           88 WS-MODE-BONUS    VALUE 'BONUS'.
           88 WS-MODE-FINAL    VALUE 'FINAL'.
       01  WS-ALREADY-PAID-FLAG PIC X VALUE 'N'.
           88 ALREADY-PAID     VALUE 'Y'.
       01  WS-ALREADY-PAID-CNT PIC 9(7) VALUE ZEROS.

       01  WS-PRENOTES-SENT     PIC 9(07) VALUE ZEROS.
       01  WS-ARREARS-CARRIED   PIC 9(07) VALUE ZEROS.
       01  WS-WITHHOLD-SHORTS   PIC 9(07) VALUE ZEROS.
       01  WS-FIT-FLAG          PIC X VALUE 'N'.
           88 PRETAX-FITS       VALUE 'Y'.
       01  WS-FIT-PASSES        PIC 9(03) VALUE ZEROS.
       01  WS-FIT-PASS-LIMIT    PIC 9(03) VALUE 50.
       01  WS-ZERO-NET-PAYS     PIC 9(07) VALUE ZEROS.

       01  WS-K401-PLAN-ID      PIC X(8) VALUE 'PLAN0001'.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-TL-TAX         PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-TL-FICA        PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-TL-GARNISH     PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-TL-HEALTH      PIC ZZZZZZ9.99.
           05 WS-TL-RETRO       PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-TL-METHOD      PIC X(8).
           05 FILLER            PIC X(02) VALUE SPACES.

       01  WS-TRIAL-EXCP-LINE.
           05 WS-TX-EMP-ID      PIC X(6).
           05 WS-TX-NAME        PIC X(30).
           05 FILLER            PIC X(12) VALUE ' EXCEPTION: '.
           05 WS-TX-REASON      PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-TX-AMOUNT      PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(41) VALUE SPACES.

       01  WS-GARN-AVAIL-FLAG   PIC X VALUE 'N'.
           88 GARN-AVAILABLE    VALUE 'Y'.
           88 GARN-ORDERS-FOUND VALUE 'Y'.
       01  WS-GO-CHANGED-FLAG   PIC X VALUE 'N'.
           88 GO-ORDER-CHANGED  VALUE 'Y'.
       01  WS-GO-SIZING-FLAG    PIC X VALUE 'N'.
           88 GO-SIZING         VALUE 'Y'.
       01  WS-GO-REMAINING      PIC 9(9)V99 VALUE ZEROS.
       01  WS-GARN-ORDERS-TAKEN PIC 9(07) VALUE ZEROS.
       01  WS-GARN-ORDERS-CLOSED PIC 9(07) VALUE ZEROS.

       01  WS-CHECK-RULE-LINE   PIC X(132) VALUE ALL '-'.

      * Employee FICA withheld this cycle, beside the income tax on
      * the stub line above - printed on both the check stub and
      * the ACH pay advice.
       01  WS-FICA-STUB-LINE.
           05 FILLER            PIC X(09) VALUE 'FICA     '.
           05 FILLER            PIC X(07) VALUE 'SOCSEC '.
           05 WS-FS-SS          PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(08) VALUE '  MEDCR '.
           05 WS-FS-MEDICARE    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(80) VALUE SPACES.

      * PTO picture after this cycle's draw and accrual - printed on
      * both the check stub and the ACH pay advice.
       01  WS-PTO-STUB-LINE.
           05 WS-PS-HOL-HRS     PIC ZZ9.
           05 FILLER            PIC X(61) VALUE SPACES.

      * Supplemental earnings paid this cycle by earnings code, and
      * the federal tax withheld on them at the flat rate - printed
      * on the check stub, the ACH pay advice and the trial register
      * only when the cycle carried any.
       01  WS-SUPP-STUB-LINE.
           05 FILLER            PIC X(09) VALUE 'SUPPL    '.
           05 WS-SU-ENTRY OCCURS 4 TIMES.
               10 WS-SU-CODE    PIC X(02).
               10 FILLER        PIC X(01).
               10 WS-SU-AMOUNT  PIC $$,$$$,$$9.99.
               10 FILLER        PIC X(02).
           05 FILLER            PIC X(09) VALUE '  FEDTAX '.
           05 WS-SU-TAX         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(28) VALUE SPACES.

       01  WS-ADVICES-WRITTEN   PIC 9(07) VALUE ZEROS.
       01  WS-ARR-RECOVERED     PIC 9(07)V99 VALUE ZEROS.
       01  WS-ARR-CARRIED-AMT   PIC 9(07)V99 VALUE ZEROS.
               PERFORM SCAN-CHECK-REGISTER
           END-IF
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-MINWAGE-TABLE
           PERFORM OPEN-FILES
           IF WS-MODE-OFFCYCLE
               PERFORM PROCESS-OFFCYCLE-REQUESTS
               IF WS-MODE-OFFCYCLE
                   PERFORM SELECT-CORRECTED-CYCLE
               ELSE
                   IF WS-MODE-BONUS
                       PERFORM SET-BONUS-CYCLE
                   ELSE
                       IF WS-MODE-FINAL
                           PERFORM SET-FINAL-CYCLE
                       ELSE
                           IF CAL-AVAILABLE
                               PERFORM LOOKUP-CALENDAR-ROW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM VALIDATE-BATCH-PERIOD.

      * A bonus-only run is not a calendar cycle: it posts under
      * the run date, so a second bonus run the same day is caught
      * by RUNHIST and the PAYHIST already-paid check like any other
      * rerun, while a later bonus run in the same month is a cycle
      * of its own. With no PAYCAL row the ACH effective date is the
      * file date.
       SET-BONUS-CYCLE.
           MOVE WS-SYSTEM-DATE-N TO WS-CYCLE-END
           DISPLAY 'BONUS RUN - SUPPLEMENTAL EARNINGS ONLY, CYCLE '
                   WS-CYCLE-END.

      * A final pay run is not a calendar cycle either: like a bonus
      * run it posts under the run date, so it can go daily and a
      * second run the same day is caught by RUNHIST. PAYCAL is
      * still read end to end - its regular check dates are the
      * "next regular payday" the final-pay deadlines refer to.
       SET-FINAL-CYCLE.
           MOVE WS-SYSTEM-DATE-N TO WS-CYCLE-END
           DISPLAY 'FINAL PAY RUN - PENDING SEPARATIONS ONLY, CYCLE '
                   WS-CYCLE-END
           IF CAL-AVAILABLE
               PERFORM READ-NEXT-CALENDAR
               PERFORM UNTIL CAL-END-OF-FILE
                   PERFORM LOAD-PAYDAY-ROW
                   PERFORM READ-NEXT-CALENDAR
               END-PERFORM
           END-IF
           DISPLAY '  REGULAR PAYDAYS LOADED: ' WS-PAYDAY-COUNT
           IF WS-PAYDAY-DROPPED > ZERO
               DISPLAY 'WARNING: ' WS-PAYDAY-DROPPED ' PAYCAL ROWS'
                       ' PAST THE PAYDAY TABLE - LATER PAYDAYS'
                       ' FALL BACK TO ONE PAY PERIOD'
           END-IF.

      * Check dates already behind the earliest separation a run can
      * meet are of no use, so only the last year's and later load.
       LOAD-PAYDAY-ROW.
           IF PCAL-CHECK-DATE IS NUMERIC
                   AND PCAL-CHECK-DATE > WS-SYSTEM-DATE-N - 10000
               IF WS-PAYDAY-COUNT < 400
                   ADD 1 TO WS-PAYDAY-COUNT
                   MOVE PCAL-FREQUENCY  TO
                       WS-PD-FREQUENCY (WS-PAYDAY-COUNT)
                   MOVE PCAL-CHECK-DATE TO
                       WS-PD-CHECK-DATE (WS-PAYDAY-COUNT)
               ELSE
                   ADD 1 TO WS-PAYDAY-DROPPED
               END-IF
           END-IF.

      * An off-cycle correction by definition targets a cycle that
      * already completed, so the cycle identity comes from RUNHIST -
      * the latest completed cycle of the PARM period/frequency -
           PERFORM VALIDATE-RUN-FREQUENCY.

       VALIDATE-RUN-FREQUENCY.
           IF WS-MODE-BONUS
               IF NOT WS-RUN-SUPPLEMENTAL
                   DISPLAY 'ERROR: A BONUS RUN TAKES PAY FREQUENCY S,'
                           ' NOT "' WS-RUN-FREQUENCY '"'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-MODE-FINAL
                   IF NOT WS-RUN-FINAL
                       DISPLAY 'ERROR: A FINAL PAY RUN TAKES PAY'
                               ' FREQUENCY F, NOT "'
                               WS-RUN-FREQUENCY '"'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF NOT WS-RUN-WEEKLY AND NOT WS-RUN-BIWEEKLY
                           AND NOT WS-RUN-MONTHLY
                       DISPLAY 'ERROR: PAY FREQUENCY "'
                               WS-RUN-FREQUENCY '" IS NOT W, B, OR M'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      * A clean end of run leaves a completion record on RUNHIST.
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       LOAD-MINWAGE-TABLE.
           OPEN INPUT MINWAGE
           IF WS-MINW-STATUS = '00'
               PERFORM LOAD-MINWAGE-RECORDS
               CLOSE MINWAGE
           ELSE
               DISPLAY 'WARNING: MINWAGE NOT AVAILABLE (STATUS '
                       WS-MINW-STATUS
                       ') - NO MINIMUM WAGE TEST THIS RUN'
           END-IF.

       LOAD-MINWAGE-RECORDS.
           READ MINWAGE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               OR WS-MINW-COUNT = 200
               ADD 1 TO WS-MINW-COUNT
               MOVE MINW-JURIS    TO WS-MINW-JURIS (WS-MINW-COUNT)
               MOVE MINW-EFF-DATE TO WS-MINW-EFF-DATE (WS-MINW-COUNT)
               MOVE MINW-RATE     TO WS-MINW-RATE (WS-MINW-COUNT)
               READ MINWAGE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           IF WS-MINW-COUNT = 200 AND NOT END-OF-FILE
               DISPLAY 'ERROR: MINWAGE HAS MORE THAN 200 '
                       'ENTRIES - INCREASE WS-MINW-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       OPEN-FILES.
           IF WS-MODE-TRIAL
               PERFORM OPEN-TRIAL-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-BONUS
               MOVE 'Y' TO WS-TC-EOF-FLAG
           ELSE
               OPEN INPUT TIMECARD
               IF WS-TC-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING TIMECARD: ' WS-TC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-NEXT-TIMECARD
           END-IF
           PERFORM OPEN-SUPPLEMENTAL-FILE
           OPEN INPUT PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
           MOVE WS-CYCLE-END     TO WS-TH-CYCLE
           WRITE TRIALRPT-LINE FROM WS-TRIAL-HEAD-LINE.

      * SUPPEARN is optional for a regular cycle - most cycles carry
      * no supplemental pay - but it is the whole of a bonus run,
      * which reads its own staged dataset (PAYBONJB points the DD at
      * SUPPEARN.BONUS) so the regular cycle never sees its lines.
      * An off-cycle correction never pays it: the lines were paid
      * with the cycle being corrected, and a final pay run's only
      * supplemental line is the vacation payout it figures itself.
       OPEN-SUPPLEMENTAL-FILE.
           IF WS-MODE-OFFCYCLE OR WS-MODE-FINAL
               MOVE 'Y' TO WS-SUPP-EOF-FLAG
           ELSE
               OPEN INPUT SUPPEARN
               IF WS-SUPP-STATUS = '00'
                   SET SUPP-FILE-OPEN TO TRUE
                   PERFORM READ-NEXT-SUPPLEMENTAL
               ELSE
                   IF WS-MODE-BONUS
                       DISPLAY 'ERROR OPENING SUPPEARN: '
                               WS-SUPP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY 'WARNING: SUPPEARN NOT AVAILABLE (STATUS '
                           WS-SUPP-STATUS ') - NO SUPPLEMENTAL'
                           ' EARNINGS PAID THIS CYCLE'
                   MOVE 'Y' TO WS-SUPP-EOF-FLAG
               END-IF
           END-IF.

       OPEN-LIVE-FILES.
           OPEN I-O EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-BONUS
               MOVE 'Y' TO WS-TC-EOF-FLAG
           ELSE
               OPEN INPUT TIMECARD
               IF WS-TC-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING TIMECARD: ' WS-TC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-NEXT-TIMECARD
           END-IF
           PERFORM OPEN-SUPPLEMENTAL-FILE
           IF WS-RESTART-ID NOT = SPACES
               MOVE WS-RESTART-ID TO EMP-ID
               START EMPMASTR KEY IS GREATER THAN EMP-ID
               DISPLAY 'WARNING: GARNORD NOT AVAILABLE (STATUS '
                       WS-GARN-STATUS ') - FALLING BACK TO THE'
                       ' FLAT EMP-DED-GARNISH AMOUNTS'
           END-IF
           IF WS-MODE-FINAL
               PERFORM OPEN-FINAL-REGISTER
           END-IF.

      * The register is the proof each deadline was met, so a
      * restart extends it like the other outputs rather than
      * losing the lines the failed attempt already wrote.
       OPEN-FINAL-REGISTER.
           IF WS-RESTART-ID NOT = SPACES
               OPEN EXTEND FINREG
           ELSE
               OPEN OUTPUT FINREG
           END-IF
           IF WS-FINREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FINREG: ' WS-FINREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-ID = SPACES
               MOVE WS-SYSTEM-DATE-N TO WS-FH-RUN-DATE
               MOVE WS-BATCH-PERIOD  TO WS-FH-PERIOD
               WRITE FINREG-LINE FROM WS-FINREG-HEAD-LINE
               WRITE FINREG-LINE FROM WS-FINREG-COLUMN-LINE
           END-IF.

       REDERIVE-RESTART-TOTALS.
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM UNTIL SUPP-END-OF-FILE
               PERFORM LOG-SUPP-ORPHAN
               PERFORM READ-NEXT-SUPPLEMENTAL
           END-PERFORM
           DISPLAY '  EMPMASTER READ COMPLETE: ' WS-RECORDS-READ
                   ' EMPLOYEES'.

           MOVE OFF-EMP-ID      TO EXCP-EMP-ID
           MOVE SPACES          TO EXCP-EMP-NAME
           MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
           MOVE ZEROS           TO EXCP-AMOUNT
           MOVE 'OFF-CYCLE EMP NOT ON MASTER' TO EXCP-REASON
           PERFORM WRITE-EXCEPTION-RECORD.

           MOVE EMP-DED-401K     TO WS-DED-401K
           MOVE EMP-DED-HEALTH   TO WS-DED-HEALTH
           PERFORM LOOKUP-EMPLOYEE-COMPANY
           PERFORM MATCH-SUPPLEMENTAL
           MOVE 'N' TO WS-FIN-STATE-FLAG
           MOVE 'N' TO WS-FIN-PAID-FLAG
           IF WS-MODE-FINAL
               PERFORM CHECK-FINAL-PAY-DUE
           END-IF
           IF NOT EMP-ACTIVE AND NOT WS-MODE-FINAL
               PERFORM LOG-EXCEPTION
               PERFORM LOG-SUPP-NOT-PAID
           ELSE
               IF (WS-MODE-BONUS AND WS-SUPP-LINE-CT = ZERO)
                       OR (WS-MODE-FINAL AND NOT FIN-DUE)
                       OR (NOT WS-MODE-BONUS AND NOT WS-MODE-FINAL
                       AND EMP-PAY-FREQUENCY NOT = SPACES
                       AND EMP-PAY-FREQUENCY NOT = WS-RUN-FREQUENCY)
                   ADD 1 TO WS-RECORDS-NOT-DUE
                   PERFORM LOG-SUPP-NOT-PAID
               ELSE
                   PERFORM MATCH-TIMECARD
                   IF WS-MODE-BONUS
                       MOVE ZEROS TO WS-HOURS
                   END-IF
                   IF WS-MODE-FINAL
                       PERFORM SET-FINAL-PAY-HOURS
                   END-IF
                   PERFORM VALIDATE-EMPLOYEE-DATA
                   IF WS-VALID-DATA
                       MOVE 'N' TO WS-ALREADY-PAID-FLAG
                       END-IF
                       IF ALREADY-PAID
                           ADD 1 TO WS-ALREADY-PAID-CNT
                           IF WS-MODE-FINAL
                               PERFORM MARK-FINAL-PAID
                               PERFORM REWRITE-EMPMASTER
                           END-IF
                       ELSE
                           PERFORM CALC-PAY
                           IF WS-VALID-DATA
                                   PERFORM PAY-EMPLOYEE
                                   PERFORM WRITE-PAY-HISTORY
                                   PERFORM WRITE-401K-CONTRIB
                                   IF WS-MODE-FINAL
                                       PERFORM MARK-FINAL-PAID
                                   END-IF
                                   PERFORM REWRITE-EMPMASTER
                               END-IF
                           ELSE
                   END-IF
               END-IF
           END-IF
           IF WS-MODE-FINAL AND NOT FIN-NOT-PENDING
               PERFORM WRITE-FINAL-REGISTER
           END-IF
           IF NOT WS-MODE-TRIAL
               PERFORM WRITE-CHECKPOINT
           END-IF.
                   SET ALREADY-PAID TO TRUE
           END-READ.

      * Only a terminated employee PAYMNT01 marked final-pay pending
      * is a FINAL run's business; everyone else is simply not due.
      * One whose separation date is still ahead is listed with its
      * deadline but not paid yet - the hours through the
      * separation date are not all worked.
       CHECK-FINAL-PAY-DUE.
           MOVE 'N' TO WS-ALREADY-PAID-FLAG
           IF EMP-TERMINATED AND EMP-FINAL-PENDING
                   AND EMP-SEP-DATE IS NUMERIC
                   AND EMP-SEP-DATE > ZERO
               MOVE EMP-SEP-DATE TO WS-FIN-SEP-DATE
               PERFORM FIND-FINAL-PAY-RULE
               PERFORM FIGURE-FINAL-DEADLINE
               IF WS-FIN-SEP-DATE > WS-CYCLE-END
                   SET FIN-PENDING TO TRUE
               ELSE
                   SET FIN-DUE TO TRUE
                   PERFORM FIND-LAST-PAID-CYCLE
               END-IF
           END-IF.

       FIND-FINAL-PAY-RULE.
           MOVE 'P'   TO WS-FIN-BASIS
           MOVE ZEROS TO WS-FIN-DAYS
           MOVE 'N'   TO WS-FIN-PAYOUT-FLAG
           PERFORM VARYING WS-FPR-IDX FROM 1 BY 1
                   UNTIL WS-FPR-IDX > WS-FPR-COUNT
               IF EMP-WORK-JURIS NOT = SPACES
                       AND WS-FPR-JURIS (WS-FPR-IDX) = EMP-WORK-JURIS
                   IF EMP-SEP-VOLUNTARY
                       MOVE WS-FPR-VOL-BASIS (WS-FPR-IDX)
                           TO WS-FIN-BASIS
                       MOVE WS-FPR-VOL-DAYS (WS-FPR-IDX)
                           TO WS-FIN-DAYS
                   ELSE
                       MOVE WS-FPR-INV-BASIS (WS-FPR-IDX)
                           TO WS-FIN-BASIS
                       MOVE WS-FPR-INV-DAYS (WS-FPR-IDX)
                           TO WS-FIN-DAYS
                   END-IF
                   MOVE WS-FPR-PAYOUT (WS-FPR-IDX)
                       TO WS-FIN-PAYOUT-FLAG
               END-IF
           END-PERFORM.

      * A next-payday deadline with no later check date for the
      * employee's frequency on PAYCAL (calendar not yet loaded
      * that far, or not available) falls back to one pay period
      * after the separation date - the latest the next regular
      * payday could be.
       FIGURE-FINAL-DEADLINE.
           MOVE ZEROS TO WS-FIN-DUE-DATE
           IF NOT FIN-BASIS-DAYS
               PERFORM FIND-NEXT-PAYDAY
               IF WS-FIN-DUE-DATE = ZERO
                   EVALUATE EMP-PAY-FREQUENCY
                       WHEN 'W'
                           MOVE 7 TO WS-FIN-DAYS
                       WHEN 'B'
                           MOVE 14 TO WS-FIN-DAYS
                       WHEN OTHER
                           MOVE 31 TO WS-FIN-DAYS
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-FIN-DUE-DATE = ZERO
               MOVE WS-FIN-SEP-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               ADD WS-FIN-DAYS TO WS-DN-DAY-NUMBER
               PERFORM COMPUTE-DATE-FROM-DAY
               MOVE WS-DN-DATE TO WS-FIN-DUE-DATE
           END-IF.

      * A blank pay frequency is paid in any regular run, so any
      * regular check date will do.
       FIND-NEXT-PAYDAY.
           PERFORM VARYING WS-PAYDAY-IDX FROM 1 BY 1
                   UNTIL WS-PAYDAY-IDX > WS-PAYDAY-COUNT
               IF WS-PD-CHECK-DATE (WS-PAYDAY-IDX) > WS-FIN-SEP-DATE
                       AND (EMP-PAY-FREQUENCY = SPACES
                       OR WS-PD-FREQUENCY (WS-PAYDAY-IDX)
                           = EMP-PAY-FREQUENCY)
                   IF WS-FIN-DUE-DATE = ZERO
                           OR WS-PD-CHECK-DATE (WS-PAYDAY-IDX)
                           < WS-FIN-DUE-DATE
                       MOVE WS-PD-CHECK-DATE (WS-PAYDAY-IDX)
                           TO WS-FIN-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

      * The final pay covers what no regular cycle paid: from the
      * day after the latest regular cycle end on PAYHIST (the hire
      * date if the employee was never paid) through the
      * separation date. Off-cycle, bonus and final rows are not
      * regular cycles and do not count. A regular cycle that
      * already ran past the separation date leaves no hours owed
      * - the final pay is then vacation and balances only.
       FIND-LAST-PAID-CYCLE.
           MOVE ZEROS TO WS-FIN-LAST-PAID
           MOVE 'N'   TO WS-FIN-HIST-EOF-FLAG
           MOVE LOW-VALUES TO PAYH-KEY
           MOVE WS-EMP-ID  TO PAYH-EMP-ID
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-FIN-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL FIN-HIST-DONE
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-FIN-HIST-EOF-FLAG
               END-READ
               IF NOT FIN-HIST-DONE
                   IF PAYH-EMP-ID NOT = WS-EMP-ID
                       MOVE 'Y' TO WS-FIN-HIST-EOF-FLAG
                   ELSE
                       IF (PAYH-FREQUENCY = 'W' OR 'B' OR 'M')
                               AND PAYH-CYCLE-END IS NUMERIC
                               AND PAYH-CYCLE-END > WS-FIN-LAST-PAID
                           MOVE PAYH-CYCLE-END TO WS-FIN-LAST-PAID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FIN-LAST-PAID > ZERO
                   MOVE WS-FIN-LAST-PAID TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   ADD 1 TO WS-DN-DAY-NUMBER
                   PERFORM COMPUTE-DATE-FROM-DAY
                   MOVE WS-DN-DATE TO WS-FIN-FROM-DATE
               WHEN EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > ZERO
                   MOVE EMP-HIRE-DATE TO WS-FIN-FROM-DATE
               WHEN OTHER
                   MOVE ZEROS TO WS-FIN-FROM-DATE
           END-EVALUATE
           IF WS-FIN-FROM-DATE > WS-FIN-SEP-DATE
               MOVE 'N' TO WS-FIN-HOURS-FLAG
           ELSE
               SET FIN-HOURS-OWED TO TRUE
           END-IF.

      * Hours for the final pay: the timecards MATCH-TIMECARD took
      * for the unpaid stretch, or for a salaried employee with no
      * cards a prorated share of the standard hours. An hourly
      * employee with no cards is paid no hours - owed hours without
      * cards fail validation and wait for the cards.
       SET-FINAL-PAY-HOURS.
           IF NOT TIMECARD-FOUND
               IF EMP-HOURLY OR NOT FIN-HOURS-OWED
                   MOVE ZEROS TO WS-HOURS
               ELSE
                   PERFORM PRORATE-FINAL-SALARY
               END-IF
           END-IF
           IF WS-HOURS = ZERO
               MOVE ZERO TO WS-DIST-COUNT
           END-IF.

      * The unpaid stretch as a share of a full period: its weekdays
      * over the weekdays in one period (5 weekly, 10 biweekly, the
      * separation month's for monthly or blank). More than one
      * period unpaid means a regular cycle was missed; the share is
      * capped at one period and the rest left to payroll.
       PRORATE-FINAL-SALARY.
           MOVE ZEROS TO WS-HOURS
           IF WS-FIN-FROM-DATE > ZERO
               MOVE WS-FIN-FROM-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-FIN-FROM-DAY
               MOVE WS-FIN-SEP-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-FIN-TO-DAY
               PERFORM COUNT-WEEKDAYS
               MOVE WS-FIN-DAY-COUNT TO WS-FIN-WORK-DAYS
               EVALUATE EMP-PAY-FREQUENCY
                   WHEN 'W'
                       MOVE 5 TO WS-FIN-PERIOD-DAYS
                   WHEN 'B'
                       MOVE 10 TO WS-FIN-PERIOD-DAYS
                   WHEN OTHER
                       MOVE WS-FIN-SEP-DATE TO WS-DN-DATE
                       MOVE 1 TO WS-DN-DD
                       PERFORM COMPUTE-DAY-NUMBER
                       MOVE WS-DN-DAY-NUMBER TO WS-FIN-FROM-DAY
                       IF WS-DN-MM = 12
                           ADD 1 TO WS-DN-YYYY
                           MOVE 1 TO WS-DN-MM
                       ELSE
                           ADD 1 TO WS-DN-MM
                       END-IF
                       PERFORM COMPUTE-DAY-NUMBER
                       COMPUTE WS-FIN-TO-DAY = WS-DN-DAY-NUMBER - 1
                       PERFORM COUNT-WEEKDAYS
                       MOVE WS-FIN-DAY-COUNT TO WS-FIN-PERIOD-DAYS
               END-EVALUATE
               IF WS-FIN-WORK-DAYS > WS-FIN-PERIOD-DAYS
                   MOVE WS-FIN-PERIOD-DAYS TO WS-FIN-WORK-DAYS
                   ADD 1 TO WS-FIN-DAYS-CAPPED
                   MOVE WS-EMP-ID       TO EXCP-EMP-ID
                   MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
                   MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                   MOVE ZEROS           TO EXCP-AMOUNT
                   MOVE 'FINAL SALARY CAPPED AT 1 PERIOD' TO
                       EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
               IF WS-FIN-PERIOD-DAYS > ZERO
                   COMPUTE WS-HOURS ROUNDED = EMP-HOURS-WORKED
                       * WS-FIN-WORK-DAYS / WS-FIN-PERIOD-DAYS
               END-IF
           END-IF.

      * Monday through Friday between two day numbers, inclusive
      * (day number MOD 7 is 0 for a Monday).
       COUNT-WEEKDAYS.
           MOVE ZEROS TO WS-FIN-DAY-COUNT
           PERFORM VARYING WS-FIN-DAY FROM WS-FIN-FROM-DAY BY 1
                   UNTIL WS-FIN-DAY > WS-FIN-TO-DAY
               DIVIDE WS-FIN-DAY BY 7 GIVING WS-FIN-QUOTIENT
                   REMAINDER WS-FIN-WEEKDAY
               IF WS-FIN-WEEKDAY < 5
                   ADD 1 TO WS-FIN-DAY-COUNT
               END-IF
           END-PERFORM.

      * Where the work jurisdiction makes unused vacation earned
      * wages, the balance left after this final pay's vacation
      * cards is paid out at the current rate as a 'VP'
      * supplemental line - supplemental wages, withheld on at the
      * flat rate and identified by code on the check stub,
      * DISBFILE and PAYHIST, charged to the home department.
       FIGURE-VACATION-PAYOUT.
           MOVE ZEROS TO WS-FIN-PAYOUT-HOURS
           MOVE ZEROS TO WS-FIN-PAYOUT-PAY
           IF FIN-PAYOUT-REQUIRED AND EMP-PTO-VACATION IS NUMERIC
                   AND EMP-PTO-VACATION > WS-TC-VAC-HOURS
               COMPUTE WS-FIN-PAYOUT-HOURS =
                   EMP-PTO-VACATION - WS-TC-VAC-HOURS
               COMPUTE WS-FIN-PAYOUT-PAY ROUNDED =
                   WS-FIN-PAYOUT-HOURS * WS-RATE
               IF WS-FIN-PAYOUT-PAY > ZERO
                   ADD WS-FIN-PAYOUT-PAY TO WS-SUPP-PAY
                   ADD 1 TO WS-SUPP-LINE-CT
                   MOVE 'VP' TO WS-SUPL-CODE (WS-SUPP-LINE-CT)
                   MOVE WS-FIN-PAYOUT-PAY TO
                       WS-SUPL-AMOUNT (WS-SUPP-LINE-CT)
                   ADD 1 TO WS-SCHG-COUNT
                   MOVE WS-DEPARTMENT TO WS-SCHG-DEPT (WS-SCHG-COUNT)
                   MOVE WS-FIN-PAYOUT-PAY TO
                       WS-SCHG-AMOUNT (WS-SCHG-COUNT)
               END-IF
           END-IF.

      * What the final pay leaves behind: a vacation balance paid
      * out is cleared, and arrears it could not recover have no
      * later cycle to come out of - they stay on the master and go
      * to EXCPFILE for payroll to collect or write off.
       SETTLE-FINAL-BALANCES.
           IF WS-FIN-PAYOUT-PAY > ZERO
               MOVE ZEROS TO EMP-PTO-VACATION
               ADD 1 TO WS-FIN-PAYOUT-CNT
               ADD WS-FIN-PAYOUT-PAY TO WS-FIN-PAYOUT-AMT
           END-IF
           COMPUTE WS-FIN-ARREARS = EMP-ARR-GARNISH
               + EMP-ARR-HEALTH + EMP-ARR-401K
           IF WS-FIN-ARREARS > ZERO
               ADD 1 TO WS-FIN-ARREARS-CNT
               MOVE WS-EMP-ID       TO EXCP-EMP-ID
               MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
               MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
               MOVE WS-FIN-ARREARS  TO EXCP-AMOUNT
               MOVE 'ARREARS OPEN AT SEPARATION' TO EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      * Stamped with the REWRITE so the master shows the deadline
      * and the date it was met, and the next FINAL run passes the
      * employee by.
       MARK-FINAL-PAID.
           SET EMP-FINAL-PAID TO TRUE
           MOVE WS-FIN-DUE-DATE  TO EMP-FINAL-DUE-DATE
           MOVE WS-SYSTEM-DATE-N TO EMP-FINAL-PAID-DATE
           SET FIN-PAID-THIS-RUN TO TRUE.

      * One line per pending separation each run: paid (on time or
      * late against the deadline), or still open with the reason -
      * separation date not reached, or what failed validation -
      * and OVERDUE once the deadline has passed unpaid.
       WRITE-FINAL-REGISTER.
           ADD 1 TO WS-FIN-LISTED
           MOVE WS-EMP-ID       TO WS-FR-EMP-ID
           MOVE WS-EMP-NAME     TO WS-FR-NAME
           MOVE WS-FIN-SEP-DATE TO WS-FR-SEP-DATE
           MOVE EMP-SEP-TYPE    TO WS-FR-SEP-TYPE
           MOVE EMP-WORK-JURIS  TO WS-FR-JURIS
           MOVE WS-FIN-DUE-DATE TO WS-FR-DUE-DATE
           MOVE SPACES          TO WS-FR-PAID-DATE
           MOVE SPACES          TO WS-FR-CHECK-NO
           MOVE SPACES          TO WS-FR-REASON
           MOVE ZEROS           TO WS-FR-NET
           MOVE ZEROS           TO WS-FR-VAC-HOURS
           IF FIN-PAID-THIS-RUN
               MOVE WS-SYSTEM-DATE-N TO WS-FR-PAID-DATE
               IF ALREADY-PAID
                   MOVE PAYH-NET-PAY TO WS-FR-NET
                   IF PAYH-PAID-CHECK
                       MOVE PAYH-CHECK-NO TO WS-FR-CHECK-NO
                   END-IF
                   MOVE 'PAID BY AN EARLIER ATTEMPT' TO WS-FR-REASON
               ELSE
                   MOVE WS-NET-PAY TO WS-FR-NET
                   MOVE WS-FIN-PAYOUT-HOURS TO WS-FR-VAC-HOURS
                   IF WS-PAYH-METHOD = 'C'
                       MOVE WS-PAYH-CHECK-NO TO WS-FR-CHECK-NO
                   ELSE
                       MOVE 'NO NET PAY DUE' TO WS-FR-REASON
                   END-IF
               END-IF
               IF WS-SYSTEM-DATE-N > WS-FIN-DUE-DATE
                   MOVE 'LATE' TO WS-FR-STATUS
                   ADD 1 TO WS-FIN-LATE
               ELSE
                   MOVE 'MET' TO WS-FR-STATUS
                   ADD 1 TO WS-FIN-MET
               END-IF
           ELSE
               IF FIN-PENDING
                   MOVE 'SEPARATION DATE NOT REACHED' TO WS-FR-REASON
               ELSE
                   MOVE WS-VALIDATION-REASON TO WS-FR-REASON
               END-IF
               IF WS-SYSTEM-DATE-N > WS-FIN-DUE-DATE
                   MOVE 'OVERDUE' TO WS-FR-STATUS
                   ADD 1 TO WS-FIN-OVERDUE
               ELSE
                   MOVE 'PENDING' TO WS-FR-STATUS
                   ADD 1 TO WS-FIN-OPEN
               END-IF
           END-IF
           WRITE FINREG-LINE FROM WS-FINREG-DETAIL-LINE.

       CLOSE-FINAL-REGISTER.
           DISPLAY '  FINAL PAYS LISTED:     ' WS-FIN-LISTED
                   ' RECORDS'
           DISPLAY '  FINAL PAYS ON TIME:    ' WS-FIN-MET
                   ' RECORDS'
           DISPLAY '  FINAL PAYS LATE:       ' WS-FIN-LATE
                   ' RECORDS'
           DISPLAY '  FINAL PAYS PENDING:    ' WS-FIN-OPEN
                   ' RECORDS'
           DISPLAY '  FINAL PAYS OVERDUE:    ' WS-FIN-OVERDUE
                   ' RECORDS'
           DISPLAY '  VACATION PAYOUTS:      ' WS-FIN-PAYOUT-CNT
                   ' RECORDS'
           MOVE WS-FIN-PAYOUT-AMT TO WS-DISPLAY-TOTAL
           DISPLAY '  VACATION PAID OUT:     ' WS-DISPLAY-TOTAL
           DISPLAY '  ARREARS AT SEPARATION: ' WS-FIN-ARREARS-CNT
                   ' RECORDS'
           DISPLAY '  FINAL SALARY CAPPED:   ' WS-FIN-DAYS-CAPPED
                   ' RECORDS'
           MOVE WS-FIN-LISTED  TO WS-FT-LISTED
           MOVE WS-FIN-MET     TO WS-FT-MET
           MOVE WS-FIN-LATE    TO WS-FT-LATE
           MOVE WS-FIN-OPEN    TO WS-FT-OPEN
           MOVE WS-FIN-OVERDUE TO WS-FT-OVERDUE
           WRITE FINREG-LINE FROM WS-FINREG-TOTAL-LINE
           CLOSE FINREG.

      * TIMECARD is sorted by EMP-ID, EMPMASTR is read in key order,
      * so a single forward pass lines the two files up. Cards for
      * employees that were skipped upstream are passed over by the
      * low-side advance; multiple cards for one employee in the
      * batch period have their hours summed, with the last card's
      * shift code winning. Worked hours are also kept by work date
      * for the workweek overtime split.
       MATCH-TIMECARD.
           MOVE 'N'   TO WS-TC-FOUND-FLAG
           MOVE 'N'   TO WS-TC-BAD-TYPE-FLAG
           MOVE ZEROS TO WS-TC-HOURS-TOTAL
           MOVE ZERO  TO WS-TC-DAY-COUNT
           MOVE ZEROS TO WS-TC-DATED-HOURS
           MOVE ZEROS TO WS-TC-VAC-HOURS
                         WS-TC-SICK-HOURS
                         WS-TC-HOL-HOURS
           END-PERFORM
           PERFORM UNTIL TC-END-OF-FILE
                   OR TC-EMP-ID NOT = WS-EMP-ID
               PERFORM CHECK-TIMECARD-WINDOW
               IF TC-IN-WINDOW
                   MOVE 'Y' TO WS-TC-FOUND-FLAG
                   ADD TC-HOURS TO WS-TC-HOURS-TOTAL
                   MOVE TC-SHIFT-CODE TO WS-TC-SHIFT-CODE
                       WHEN TC-EARN-HOLIDAY
                           ADD TC-HOURS TO WS-TC-HOL-HOURS
                       WHEN TC-EARN-REGULAR
                           PERFORM ADD-TIMECARD-DAY
                       WHEN OTHER
                           SET BAD-EARN-TYPE TO TRUE
                   END-EVALUATE
               END-EVALUATE
           END-IF.

      * A regular cycle takes the batch period's cards. A final pay
      * takes every card staged for the employee that falls in the
      * unpaid stretch, whatever period it was keyed under; an
      * undated card cannot be placed and is taken as unpaid.
       CHECK-TIMECARD-WINDOW.
           MOVE 'N' TO WS-TC-WINDOW-FLAG
           IF WS-MODE-FINAL
               IF TC-WORK-DATE IS NUMERIC AND TC-WORK-DATE > ZERO
                   IF TC-WORK-DATE NOT < WS-FIN-FROM-DATE
                           AND TC-WORK-DATE NOT > WS-FIN-SEP-DATE
                       SET TC-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   SET TC-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF TC-PERIOD = WS-BATCH-PERIOD
                   SET TC-IN-WINDOW TO TRUE
               END-IF
           END-IF.

      * A card charging nothing charges the home department; more
      * distinct departments than the table holds lump the excess
      * into the home department and are counted.
               END-IF
           END-IF.

      * Dated worked hours accumulate per work date. Only a date
      * inside the cycle window counts (any date when no calendar
      * drove the run); anything else - no date, a stray date, or
      * more dates than a month has - is left to the undated
      * remainder and counted.
       ADD-TIMECARD-DAY.
           IF TC-WORK-DATE IS NUMERIC
                   AND TC-WORK-DATE > ZERO
                   AND (WS-CAL-START-DATE = ZERO
                        OR TC-WORK-DATE NOT < WS-CAL-START-DATE)
                   AND (WS-CYCLE-END = ZERO
                        OR TC-WORK-DATE NOT > WS-CYCLE-END)
               MOVE 'N' TO WS-TC-DAY-FLAG
               PERFORM VARYING WS-TC-DAY-IDX FROM 1 BY 1
                       UNTIL WS-TC-DAY-IDX > WS-TC-DAY-COUNT
                       OR TC-DAY-FOUND
                   IF WS-TCD-DATE (WS-TC-DAY-IDX) = TC-WORK-DATE
                       SET TC-DAY-FOUND TO TRUE
                       ADD TC-HOURS TO WS-TCD-HOURS (WS-TC-DAY-IDX)
                       ADD TC-HOURS TO WS-TC-DATED-HOURS
                   END-IF
               END-PERFORM
               IF NOT TC-DAY-FOUND
                   IF WS-TC-DAY-COUNT < 31
                       ADD 1 TO WS-TC-DAY-COUNT
                       MOVE TC-WORK-DATE TO
                           WS-TCD-DATE (WS-TC-DAY-COUNT)
                       MOVE TC-HOURS TO
                           WS-TCD-HOURS (WS-TC-DAY-COUNT)
                       ADD TC-HOURS TO WS-TC-DATED-HOURS
                   ELSE
                       ADD 1 TO WS-TC-UNDATED-CARDS
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-TC-UNDATED-CARDS
           END-IF.

       READ-NEXT-TIMECARD.
           READ TIMECARD
               AT END MOVE 'Y' TO WS-TC-EOF-FLAG
               ADD 1 TO WS-TC-CARDS-READ
           END-IF.

      * SUPPEARN is co-read with the master exactly as TIMECARD is.
      * A period's lines for one employee are summed by earnings
      * code for the stub and history, and by charge department for
      * the labor distribution. A line with an unknown earnings code
      * or a non-numeric amount is not paid and goes to EXCPFILE;
      * the employee's valid lines still pay.
       MATCH-SUPPLEMENTAL.
           MOVE ZEROS TO WS-SUPP-PAY
           MOVE ZERO  TO WS-SUPP-LINE-CT
           MOVE ZERO  TO WS-SCHG-COUNT
           PERFORM UNTIL SUPP-END-OF-FILE
                   OR SUPP-EMP-ID >= WS-EMP-ID
               PERFORM LOG-SUPP-ORPHAN
               PERFORM READ-NEXT-SUPPLEMENTAL
           END-PERFORM
           PERFORM UNTIL SUPP-END-OF-FILE
                   OR SUPP-EMP-ID NOT = WS-EMP-ID
               IF SUPP-PERIOD = WS-BATCH-PERIOD
                   IF SUPP-EARN-VALID AND SUPP-AMOUNT IS NUMERIC
                       PERFORM ADD-SUPPLEMENTAL-LINE
                   ELSE
                       ADD 1 TO WS-SUPP-BAD-LINES
                       MOVE WS-EMP-ID       TO EXCP-EMP-ID
                       MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
                       MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                       MOVE ZEROS           TO EXCP-AMOUNT
                       IF SUPP-AMOUNT IS NUMERIC
                           MOVE SUPP-AMOUNT TO EXCP-AMOUNT
                       END-IF
                       MOVE 'INVALID SUPPLEMENTAL EARNINGS' TO
                           EXCP-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-SUPP-WRONG-PERIOD
               END-IF
               PERFORM READ-NEXT-SUPPLEMENTAL
           END-PERFORM.

      * A blank charge department charges the home department; more
      * distinct departments than the table holds lump the excess
      * into the home department and are counted, as timecards do.
       ADD-SUPPLEMENTAL-LINE.
           ADD SUPP-AMOUNT TO WS-SUPP-PAY
           MOVE 'N' TO WS-SUPP-SLOT-FLAG
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-LINE-CT
                   OR SUPP-SLOT-FOUND
               IF WS-SUPL-CODE (WS-SUPP-IDX) = SUPP-EARN-CODE
                   SET SUPP-SLOT-FOUND TO TRUE
                   ADD SUPP-AMOUNT TO WS-SUPL-AMOUNT (WS-SUPP-IDX)
               END-IF
           END-PERFORM
           IF NOT SUPP-SLOT-FOUND
               ADD 1 TO WS-SUPP-LINE-CT
               MOVE SUPP-EARN-CODE TO WS-SUPL-CODE (WS-SUPP-LINE-CT)
               MOVE SUPP-AMOUNT TO WS-SUPL-AMOUNT (WS-SUPP-LINE-CT)
           END-IF
           IF SUPP-CHARGE-DEPT = SPACES
               MOVE WS-DEPARTMENT TO WS-DIST-CHARGE-DEPT
           ELSE
               MOVE SUPP-CHARGE-DEPT TO WS-DIST-CHARGE-DEPT
           END-IF
           MOVE 'N' TO WS-SUPP-SLOT-FLAG
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SCHG-COUNT
                   OR SUPP-SLOT-FOUND
               IF WS-SCHG-DEPT (WS-SUPP-IDX) = WS-DIST-CHARGE-DEPT
                   SET SUPP-SLOT-FOUND TO TRUE
                   ADD SUPP-AMOUNT TO WS-SCHG-AMOUNT (WS-SUPP-IDX)
               END-IF
           END-PERFORM
           IF NOT SUPP-SLOT-FOUND
               IF WS-SCHG-COUNT < 5
                   ADD 1 TO WS-SCHG-COUNT
                   MOVE WS-DIST-CHARGE-DEPT TO
                       WS-SCHG-DEPT (WS-SCHG-COUNT)
                   MOVE SUPP-AMOUNT TO WS-SCHG-AMOUNT (WS-SCHG-COUNT)
               ELSE
                   ADD 1 TO WS-DIST-OVERFLOWS
                   PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                           UNTIL WS-SUPP-IDX > WS-SCHG-COUNT
                           OR SUPP-SLOT-FOUND
                       IF WS-SCHG-DEPT (WS-SUPP-IDX) = WS-DEPARTMENT
                           SET SUPP-SLOT-FOUND TO TRUE
                           ADD SUPP-AMOUNT TO
                               WS-SCHG-AMOUNT (WS-SUPP-IDX)
                       END-IF
                   END-PERFORM
                   IF NOT SUPP-SLOT-FOUND
                       ADD SUPP-AMOUNT TO WS-SCHG-AMOUNT (1)
                   END-IF
               END-IF
           END-IF.

      * Lines passed over by the low-side advance (or left after the
      * last master record) belong to no employee on the master.
      * Before a restart point they were dealt with by the run being
      * restarted, and another period's lines are only counted.
       LOG-SUPP-ORPHAN.
           IF SUPP-PERIOD NOT = WS-BATCH-PERIOD
               ADD 1 TO WS-SUPP-WRONG-PERIOD
           ELSE
               IF SUPP-EMP-ID > WS-RESTART-ID
                   ADD 1 TO WS-SUPP-ORPHANS
                   MOVE SUPP-EMP-ID     TO EXCP-EMP-ID
                   MOVE SPACES          TO EXCP-EMP-NAME
                   MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                   MOVE ZEROS           TO EXCP-AMOUNT
                   IF SUPP-AMOUNT IS NUMERIC
                       MOVE SUPP-AMOUNT TO EXCP-AMOUNT
                   END-IF
                   MOVE 'SUPPLEMENTAL EMP NOT ON MASTER' TO
                       EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

       READ-NEXT-SUPPLEMENTAL.
           READ SUPPEARN
               AT END MOVE 'Y' TO WS-SUPP-EOF-FLAG
           END-READ
           IF NOT SUPP-END-OF-FILE
               ADD 1 TO WS-SUPP-LINES-READ
           END-IF.

       CALC-PAY.
           IF WS-MODE-FINAL
               PERFORM FIGURE-VACATION-PAYOUT
           END-IF
           MOVE WS-RATE TO WS-BASE-RATE
           COMPUTE WS-RATE ROUNDED = WS-RATE * WS-SHIFT-FACTOR
      * Leave hours (vacation/sick/holiday earnings types) pay
      * threshold; only the hours actually worked earn the premium.
      * WS-REG-HOURS carries every straight-time hour paid, so the
      * history row and the PAYRET01 recompute are unchanged.
      * Double-time pay rides in WS-OT-PAY with the overtime - it
      * is premium pay on the same labor distribution.
           COMPUTE WS-LEAVE-HOURS = WS-TC-VAC-HOURS
               + WS-TC-SICK-HOURS + WS-TC-HOL-HOURS
           IF WS-LEAVE-HOURS > WS-HOURS
               MOVE WS-HOURS TO WS-LEAVE-HOURS
           END-IF
           COMPUTE WS-WORKED-HOURS = WS-HOURS - WS-LEAVE-HOURS
           PERFORM FIGURE-WORKWEEK-OVERTIME
           MULTIPLY WS-REG-HOURS BY WS-RATE
               GIVING WS-REG-PAY
           MULTIPLY WS-OT-HOURS BY WS-RATE
               GIVING WS-OT-PAY
           MULTIPLY WS-OT-PAY BY WS-OT-FACTOR
               GIVING WS-OT-PAY
           MULTIPLY WS-DT-HOURS BY WS-RATE
               GIVING WS-DT-PAY
           MULTIPLY WS-DT-PAY BY WS-DT-FACTOR
               GIVING WS-DT-PAY
           ADD WS-DT-PAY TO WS-OT-PAY
           ADD WS-REG-PAY WS-OT-PAY GIVING WS-GROSS-PAY
      * The retro adjustment PAYRET01 accrued rides into this
      * cycle's gross as an identified amount and the accrual is
      * cleared with the REWRITE that follows - taxed and deducted
      * like any other pay, but visible on its own on the
      * disbursement and the history row.
           IF NOT WS-MODE-BONUS
                   AND EMP-RETRO-DUE IS NUMERIC AND EMP-RETRO-DUE > ZERO
               MOVE EMP-RETRO-DUE TO WS-RETRO-PAY
               ADD WS-RETRO-PAY TO WS-GROSS-PAY
               ADD WS-RETRO-PAY TO WS-RETRO-PAID-AMT
               MOVE ZEROS TO WS-RETRO-PAY
           END-IF
           PERFORM COMPUTE-LABOR-DISTRIBUTION
           PERFORM DISTRIBUTE-SUPPLEMENTAL
           PERFORM SETTLE-PRETAX-DEDUCTIONS
           IF WS-VALID-DATA
               PERFORM APPLY-DEDUCTION-PRIORITY
               PERFORM CALC-EMPLOYER-ACCRUALS
               IF NOT WS-MODE-BONUS
                   PERFORM APPLY-PTO-ACTIVITY
               END-IF
               IF WS-MODE-FINAL
                   PERFORM SETTLE-FINAL-BALANCES
               END-IF
               PERFORM CHECK-MINIMUM-WAGE
               IF WS-SUPP-PAY > ZERO
                   ADD 1 TO WS-SUPP-PAID-CNT
                   ADD WS-SUPP-PAY TO WS-SUPP-PAID-AMT
               END-IF
               ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
               ADD WS-NET-PAY   TO WS-TOTAL-NET
               ADD 1            TO WS-CO-EMP-COUNT (WS-CUR-CO)
               ADD WS-GROSS-PAY TO WS-CO-GROSS (WS-CUR-CO)
               ADD WS-NET-PAY   TO WS-CO-NET (WS-CUR-CO)
               IF EMP-YTD-TAXABLE NOT NUMERIC
                   MOVE EMP-YTD-GROSS TO EMP-YTD-TAXABLE
               END-IF
               ADD WS-GROSS-PAY  TO EMP-YTD-GROSS
               ADD WS-TAXABLE-WAGES TO EMP-YTD-TAXABLE
               ADD WS-FICA-WAGES TO EMP-YTD-FICA-WAGES
               ADD WS-TAX-AMOUNT TO EMP-YTD-TAX
               ADD WS-NET-PAY    TO EMP-YTD-NET
               PERFORM POST-JURIS-YTD
               END-IF
           END-IF.

      * Minimum wage on the effective hourly rate: this cycle's
      * hours pay (regular plus premium; a retro adjustment belongs
      * to earlier cycles) over the hours paid, against the higher
      * of the federal and work-jurisdiction minimums in force at
      * cycle end (run date when no calendar drove the run). A
      * shortfall is not paid automatically - it goes to EXCPFILE
      * with the make-up amount, the minimum on every hour paid
      * less what the hours actually paid, for payroll to confirm
      * and pay off-cycle.
       CHECK-MINIMUM-WAGE.
           IF WS-MINW-COUNT > ZERO AND WS-HOURS > ZERO
               IF WS-CYCLE-END > ZERO
                   MOVE WS-CYCLE-END TO WS-MINW-TEST-DATE
               ELSE
                   MOVE WS-SYSTEM-DATE-N TO WS-MINW-TEST-DATE
               END-IF
               MOVE ZEROS TO WS-MINW-FED-DATE
                             WS-MINW-FED-RATE
                             WS-MINW-JUR-DATE
                             WS-MINW-JUR-RATE
               PERFORM VARYING WS-MINW-IDX FROM 1 BY 1
                       UNTIL WS-MINW-IDX > WS-MINW-COUNT
                   PERFORM CONSIDER-MINWAGE-ROW
               END-PERFORM
               MOVE WS-MINW-FED-RATE TO WS-MINW-RATE-DUE
               IF WS-MINW-JUR-RATE > WS-MINW-RATE-DUE
                   MOVE WS-MINW-JUR-RATE TO WS-MINW-RATE-DUE
               END-IF
               COMPUTE WS-MINW-TESTED-PAY = WS-REG-PAY + WS-OT-PAY
               DIVIDE WS-MINW-TESTED-PAY BY WS-HOURS
                   GIVING WS-MINW-EFFECTIVE
               IF WS-MINW-EFFECTIVE < WS-MINW-RATE-DUE
                   COMPUTE WS-MINW-MAKEUP =
                       WS-MINW-RATE-DUE * WS-HOURS
                       - WS-MINW-TESTED-PAY
                   ADD 1 TO WS-MINW-SHORT-CNT
                   ADD WS-MINW-MAKEUP TO WS-MINW-MAKEUP-TOT
                   MOVE WS-EMP-ID       TO EXCP-EMP-ID
                   MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
                   MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                   MOVE 'BELOW MINIMUM WAGE' TO EXCP-REASON
                   MOVE WS-MINW-MAKEUP  TO EXCP-AMOUNT
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      * The latest row on or before the test date wins, separately
      * for federal (blank jurisdiction) and the work jurisdiction.
       CONSIDER-MINWAGE-ROW.
           IF WS-MINW-EFF-DATE (WS-MINW-IDX) NOT > WS-MINW-TEST-DATE
               IF WS-MINW-JURIS (WS-MINW-IDX) = SPACES
                   IF WS-MINW-EFF-DATE (WS-MINW-IDX)
                           NOT < WS-MINW-FED-DATE
                       MOVE WS-MINW-EFF-DATE (WS-MINW-IDX)
                           TO WS-MINW-FED-DATE
                       MOVE WS-MINW-RATE (WS-MINW-IDX)
                           TO WS-MINW-FED-RATE
                   END-IF
               ELSE
                   IF WS-MINW-JURIS (WS-MINW-IDX) = EMP-WORK-JURIS
                           AND WS-MINW-EFF-DATE (WS-MINW-IDX)
                               NOT < WS-MINW-JUR-DATE
                       MOVE WS-MINW-EFF-DATE (WS-MINW-IDX)
                           TO WS-MINW-JUR-DATE
                       MOVE WS-MINW-RATE (WS-MINW-IDX)
                           TO WS-MINW-JUR-RATE
                   END-IF
               END-IF
           END-IF.

      * Each work date is split first by the work jurisdiction's
      * daily rule, then its straight-time hours land in that
      * date's workweek. The undated remainder of the worked hours
      * is a workweek of its own (week number zero), which is how
      * a cycle with no dated cards pays exactly as it always did.
      * Each week's straight time past the weekly threshold then
      * becomes overtime.
       FIGURE-WORKWEEK-OVERTIME.
           MOVE ZERO  TO WS-WEEK-COUNT
           MOVE ZEROS TO WS-DAY-OT-LIMIT
                         WS-DAY-DT-LIMIT
           PERFORM VARYING WS-DOT-IDX FROM 1 BY 1
                   UNTIL WS-DOT-IDX > WS-DOT-COUNT
               IF WS-DOT-JURIS (WS-DOT-IDX) = EMP-WORK-JURIS
                   MOVE WS-DOT-OT-LIMIT (WS-DOT-IDX)
                       TO WS-DAY-OT-LIMIT
                   MOVE WS-DOT-DT-LIMIT (WS-DOT-IDX)
                       TO WS-DAY-DT-LIMIT
               END-IF
           END-PERFORM
      * Dated hours beyond what is being paid (the hours cap) cannot
      * be placed in weeks faithfully; the whole cycle is figured as
      * undated instead.
           IF WS-TC-DATED-HOURS > WS-WORKED-HOURS
               MOVE ZERO TO WS-TC-DAY-COUNT
           END-IF
           PERFORM VARYING WS-TC-DAY-IDX FROM 1 BY 1
                   UNTIL WS-TC-DAY-IDX > WS-TC-DAY-COUNT
               PERFORM POST-DAY-TO-WORKWEEK
           END-PERFORM
           IF WS-TC-DAY-COUNT = ZERO
               MOVE WS-WORKED-HOURS TO WS-UNDATED-HOURS
           ELSE
               COMPUTE WS-UNDATED-HOURS =
                   WS-WORKED-HOURS - WS-TC-DATED-HOURS
           END-IF
           IF WS-UNDATED-HOURS > ZERO
               MOVE ZERO TO WS-WEEK-NUMBER
               PERFORM FIND-WORKWEEK-SLOT
               ADD WS-UNDATED-HOURS
                   TO WS-WK-REG-HOURS (WS-WEEK-SLOT)
           END-IF
           MOVE WS-LEAVE-HOURS TO WS-REG-HOURS
           MOVE ZERO TO WS-OT-HOURS
                        WS-DT-HOURS
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               IF WS-WK-REG-HOURS (WS-WEEK-IDX) > WS-OT-THRESHOLD
                   COMPUTE WS-WK-OT-HOURS (WS-WEEK-IDX) =
                       WS-WK-OT-HOURS (WS-WEEK-IDX)
                       + WS-WK-REG-HOURS (WS-WEEK-IDX)
                       - WS-OT-THRESHOLD
                   MOVE WS-OT-THRESHOLD
                       TO WS-WK-REG-HOURS (WS-WEEK-IDX)
               END-IF
               ADD WS-WK-REG-HOURS (WS-WEEK-IDX) TO WS-REG-HOURS
               ADD WS-WK-OT-HOURS (WS-WEEK-IDX)  TO WS-OT-HOURS
               ADD WS-WK-DT-HOURS (WS-WEEK-IDX)  TO WS-DT-HOURS
           END-PERFORM.

       POST-DAY-TO-WORKWEEK.
           MOVE WS-TCD-HOURS (WS-TC-DAY-IDX) TO WS-DAY-REG
           MOVE ZEROS TO WS-DAY-OT
                         WS-DAY-DT
           IF WS-DAY-OT-LIMIT > ZERO
                   AND WS-DAY-REG > WS-DAY-OT-LIMIT
               COMPUTE WS-DAY-OT = WS-DAY-REG - WS-DAY-OT-LIMIT
               MOVE WS-DAY-OT-LIMIT TO WS-DAY-REG
               IF WS-DAY-DT-LIMIT > ZERO
                       AND WS-TCD-HOURS (WS-TC-DAY-IDX)
                           > WS-DAY-DT-LIMIT
                   COMPUTE WS-DAY-DT =
                       WS-TCD-HOURS (WS-TC-DAY-IDX) - WS-DAY-DT-LIMIT
                   SUBTRACT WS-DAY-DT FROM WS-DAY-OT
               END-IF
           END-IF
           MOVE WS-TCD-DATE (WS-TC-DAY-IDX) TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DN-WORK =
               WS-DN-DAY-NUMBER + 7 - WS-WORKWEEK-START
           DIVIDE WS-DN-WORK BY 7 GIVING WS-WEEK-NUMBER
           PERFORM FIND-WORKWEEK-SLOT
           ADD WS-DAY-REG TO WS-WK-REG-HOURS (WS-WEEK-SLOT)
           ADD WS-DAY-OT  TO WS-WK-OT-HOURS (WS-WEEK-SLOT)
           ADD WS-DAY-DT  TO WS-WK-DT-HOURS (WS-WEEK-SLOT).

      * Dated weeks get their Saturday (the workweek's last day) as
      * the week-ending date. Window-checked dates in a cycle of at
      * most a month need six rows plus the undated one; with no
      * calendar window a seventh week lumps into the last row.
       FIND-WORKWEEK-SLOT.
           MOVE ZERO TO WS-WEEK-SLOT
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
                   OR WS-WEEK-SLOT > ZERO
               IF WS-WK-NUMBER (WS-WEEK-IDX) = WS-WEEK-NUMBER
                   MOVE WS-WEEK-IDX TO WS-WEEK-SLOT
               END-IF
           END-PERFORM
           IF WS-WEEK-SLOT = ZERO
               IF WS-WEEK-COUNT < 7
                   ADD 1 TO WS-WEEK-COUNT
                   MOVE WS-WEEK-COUNT TO WS-WEEK-SLOT
                   MOVE WS-WEEK-NUMBER TO WS-WK-NUMBER (WS-WEEK-SLOT)
                   MOVE ZEROS TO WS-WK-END-DATE (WS-WEEK-SLOT)
                                 WS-WK-REG-HOURS (WS-WEEK-SLOT)
                                 WS-WK-OT-HOURS (WS-WEEK-SLOT)
                                 WS-WK-DT-HOURS (WS-WEEK-SLOT)
                   IF WS-WEEK-NUMBER > ZERO
                       COMPUTE WS-DN-DAY-NUMBER =
                           7 * WS-WEEK-NUMBER + WS-WORKWEEK-START - 1
                       PERFORM COMPUTE-DATE-FROM-DAY
                       MOVE WS-DN-DATE
                           TO WS-WK-END-DATE (WS-WEEK-SLOT)
                   END-IF
               ELSE
                   MOVE WS-WEEK-COUNT TO WS-WEEK-SLOT
               END-IF
           END-IF.

      * Calendar date (WS-DN-DATE) to serial day number.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-WORK = 14 - WS-DN-MM
           DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-A
           COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3
           COMPUTE WS-DN-WORK = 153 * WS-DN-M + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q1
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q2
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q3
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q4
           COMPUTE WS-DN-DAY-NUMBER = WS-DN-DD + WS-DN-Q1
               + 365 * WS-DN-Y + WS-DN-Q2 - WS-DN-Q3 + WS-DN-Q4
               - 32045.

      * Serial day number (WS-DN-DAY-NUMBER) back to a calendar
      * date in WS-DN-DATE.
       COMPUTE-DATE-FROM-DAY.
           COMPUTE WS-DN-A = WS-DN-DAY-NUMBER + 32044
           COMPUTE WS-DN-WORK = 4 * WS-DN-A + 3
           DIVIDE WS-DN-WORK BY 146097 GIVING WS-DN-B
           COMPUTE WS-DN-WORK = 146097 * WS-DN-B
           DIVIDE WS-DN-WORK BY 4 GIVING WS-DN-Q1
           COMPUTE WS-DN-C = WS-DN-A - WS-DN-Q1
           COMPUTE WS-DN-WORK = 4 * WS-DN-C + 3
           DIVIDE WS-DN-WORK BY 1461 GIVING WS-DN-D
           COMPUTE WS-DN-WORK = 1461 * WS-DN-D
           DIVIDE WS-DN-WORK BY 4 GIVING WS-DN-Q1
           COMPUTE WS-DN-E = WS-DN-C - WS-DN-Q1
           COMPUTE WS-DN-WORK = 5 * WS-DN-E + 2
           DIVIDE WS-DN-WORK BY 153 GIVING WS-DN-M
           COMPUTE WS-DN-WORK = 153 * WS-DN-M + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q1
           COMPUTE WS-DN-DD = WS-DN-E - WS-DN-Q1 + 1
           DIVIDE WS-DN-M BY 10 GIVING WS-DN-Q2
           COMPUTE WS-DN-MM = WS-DN-M + 3 - 12 * WS-DN-Q2
           COMPUTE WS-DN-YYYY = 100 * WS-DN-B + WS-DN-D - 4800
               + WS-DN-Q2.

      * The pre-tax buckets set the tax base; they do not decide the
      * order the money comes off in. Tax and garnishment come off
      * gross first (APPLY-DEDUCTION-PRIORITY), so the Section 125
      * premium and the 401k deferral can only be what still fits
      * beside them - and whatever a bucket cannot take stays
      * taxable, which raises the withholding it has to fit beside.
      * Each pass figures the withholding on the planned buckets;
      * when withholding, garnishment and the buckets together pass
      * gross, the buckets are cut to what is left (the 401k before
      * the premium) and the withholding is figured again. A cut
      * only ever shrinks the buckets, so the passes end; past the
      * pass limit the buckets are dropped for the cycle, which
      * always fits. What a bucket does not take goes to arrears.
      * A bonus-only run takes neither - the scheduled amounts
      * belong to the regular cycle, which still takes them.
       SETTLE-PRETAX-DEDUCTIONS.
           MOVE ZEROS TO WS-WANT-HEALTH
                         WS-WANT-401K
                         WS-401K-TRIMMED
           IF NOT WS-MODE-BONUS
               COMPUTE WS-WANT-HEALTH =
                   WS-DED-HEALTH + EMP-ARR-HEALTH
               PERFORM SIZE-401K-DEDUCTION
           END-IF
           PERFORM SIZE-GARNISHMENT
           MOVE WS-WANT-HEALTH TO WS-PLAN-HEALTH
           MOVE WS-WANT-401K   TO WS-PLAN-401K
           IF WS-PLAN-HEALTH > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-PLAN-HEALTH
           END-IF
           IF WS-PLAN-HEALTH + WS-PLAN-401K > WS-GROSS-PAY
               COMPUTE WS-PLAN-401K = WS-GROSS-PAY - WS-PLAN-HEALTH
           END-IF
           MOVE ZEROS TO WS-FIT-PASSES
           MOVE 'N'   TO WS-FIT-FLAG
           PERFORM UNTIL PRETAX-FITS OR NOT WS-VALID-DATA
               ADD 1 TO WS-FIT-PASSES
               IF WS-FIT-PASSES > WS-FIT-PASS-LIMIT
                   MOVE ZEROS TO WS-PLAN-HEALTH
                                 WS-PLAN-401K
               END-IF
               PERFORM FIGURE-WITHHOLDING
               IF WS-VALID-DATA
                   PERFORM FIT-PRETAX-DEDUCTIONS
               END-IF
           END-PERFORM.

      * Every withholding line on the wage base the planned buckets
      * leave: taxable wages net of both, FICA wages net of the
      * premium only.
       FIGURE-WITHHOLDING.
           MOVE WS-PLAN-HEALTH TO WS-TAKEN-HEALTH
           COMPUTE WS-TAXABLE-WAGES =
               WS-GROSS-PAY - WS-PLAN-HEALTH - WS-PLAN-401K
           PERFORM CALC-BRACKET-TAX
           IF WS-VALID-DATA
               PERFORM CALC-EMPLOYEE-FICA
           END-IF.

       FIT-PRETAX-DEDUCTIONS.
           COMPUTE WS-WITHHOLDING =
               WS-EE-SS + WS-EE-MEDICARE + WS-TAX-AMOUNT
           IF WS-WITHHOLDING < WS-GROSS-PAY
               COMPUTE WS-PRETAX-ROOM =
                   WS-GROSS-PAY - WS-WITHHOLDING
           ELSE
               MOVE ZEROS TO WS-PRETAX-ROOM
           END-IF
           IF WS-GARN-WANTED < WS-PRETAX-ROOM
               SUBTRACT WS-GARN-WANTED FROM WS-PRETAX-ROOM
           ELSE
               MOVE ZEROS TO WS-PRETAX-ROOM
           END-IF
           IF WS-PLAN-HEALTH + WS-PLAN-401K <= WS-PRETAX-ROOM
               SET PRETAX-FITS TO TRUE
           ELSE
               IF WS-PLAN-HEALTH > WS-PRETAX-ROOM
                   MOVE WS-PRETAX-ROOM TO WS-PLAN-HEALTH
               END-IF
               COMPUTE WS-PLAN-401K =
                   WS-PRETAX-ROOM - WS-PLAN-HEALTH
           END-IF.

      * FICA wages are gross less the Section 125 premium - the
      * 401k deferral is still subject. Social Security applies
      * only to the part of this cycle's wages still under the
      * annual wage base (EMP-YTD-FICA-WAGES has not had this cycle
      * added yet, so it is the prior YTD), Medicare to all of
      * them, with the additional rate on whatever carries the YTD
      * past the threshold. A master not yet paid since the YTD
      * field was added carries it blank; gross is the nearest
      * figure on file.
       CALC-EMPLOYEE-FICA.
           IF EMP-YTD-FICA-WAGES NOT NUMERIC
               MOVE EMP-YTD-GROSS TO EMP-YTD-FICA-WAGES
           END-IF
           COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-TAKEN-HEALTH
           IF EMP-YTD-FICA-WAGES >= WS-SS-WAGE-BASE
               MOVE ZEROS TO WS-SS-WAGES
           ELSE
               COMPUTE WS-SS-WAGES =
                   WS-SS-WAGE-BASE - EMP-YTD-FICA-WAGES
               IF WS-SS-WAGES > WS-FICA-WAGES
                   MOVE WS-FICA-WAGES TO WS-SS-WAGES
               END-IF
           END-IF
           MOVE ZEROS TO WS-ADDL-MED-WAGES
           IF EMP-YTD-FICA-WAGES + WS-FICA-WAGES
                   > WS-ADDL-MED-THRESH
               IF EMP-YTD-FICA-WAGES >= WS-ADDL-MED-THRESH
                   MOVE WS-FICA-WAGES TO WS-ADDL-MED-WAGES
               ELSE
                   COMPUTE WS-ADDL-MED-WAGES = EMP-YTD-FICA-WAGES
                       + WS-FICA-WAGES - WS-ADDL-MED-THRESH
               END-IF
           END-IF
           COMPUTE WS-EE-SS ROUNDED = WS-SS-WAGES * WS-SS-RATE
           COMPUTE WS-EE-MEDICARE ROUNDED =
               WS-FICA-WAGES * WS-MED-RATE
               + WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE.

      * Deductions in legal priority order: employee FICA and
      * income tax off gross first, then garnishment (per order, or
      * the flat amount plus arrears), then the Section 125 premium
      * and the 401k deferral at what SETTLE-PRETAX-DEDUCTIONS
      * fitted beside them. What the flat garnishment or a pre-tax
      * bucket cannot take goes back to its EMP-ARREARS balance
      * (rewritten to the master with the rest of the record) and
      * is recovered automatically next period. Withholding is not
      * carried: figured on a base the buckets were fitted to, it
      * fits within gross, and should a tax table ever ask for more
      * than gross, what cannot be withheld goes to EXCPFILE as
      * WITHHOLDING SHORT for payroll to collect.
       APPLY-DEDUCTION-PRIORITY.
           MOVE WS-GROSS-PAY TO WS-PAY-AVAILABLE
           MOVE ZEROS TO WS-WITHHOLD-SHORT
           IF WS-EE-SS > WS-PAY-AVAILABLE
               COMPUTE WS-WITHHOLD-SHORT = WS-WITHHOLD-SHORT
                   + WS-EE-SS - WS-PAY-AVAILABLE
               MOVE WS-PAY-AVAILABLE TO WS-EE-SS
           END-IF
           SUBTRACT WS-EE-SS FROM WS-PAY-AVAILABLE
           IF WS-EE-MEDICARE > WS-PAY-AVAILABLE
               COMPUTE WS-WITHHOLD-SHORT = WS-WITHHOLD-SHORT
                   + WS-EE-MEDICARE - WS-PAY-AVAILABLE
               MOVE WS-PAY-AVAILABLE TO WS-EE-MEDICARE
           END-IF
           SUBTRACT WS-EE-MEDICARE FROM WS-PAY-AVAILABLE
           IF WS-TAX-AMOUNT > WS-PAY-AVAILABLE
               COMPUTE WS-WITHHOLD-SHORT = WS-WITHHOLD-SHORT
                   + WS-TAX-AMOUNT - WS-PAY-AVAILABLE
               MOVE WS-PAY-AVAILABLE TO WS-TAX-AMOUNT
           END-IF
           SUBTRACT WS-TAX-AMOUNT FROM WS-PAY-AVAILABLE
           IF WS-WITHHOLD-SHORT > ZERO
               ADD 1 TO WS-WITHHOLD-SHORTS
               MOVE WS-EMP-ID         TO EXCP-EMP-ID
               MOVE WS-EMP-NAME       TO EXCP-EMP-NAME
               MOVE WS-BATCH-PERIOD   TO EXCP-PERIOD
               MOVE WS-WITHHOLD-SHORT TO EXCP-AMOUNT
               MOVE 'WITHHOLDING SHORT' TO EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           PERFORM TAKE-GARNISHMENT
           IF WS-MODE-BONUS
               MOVE ZEROS TO WS-TAKEN-HEALTH
                             WS-TAKEN-401K
           ELSE
               MOVE WS-PLAN-HEALTH TO WS-DED-WANTED
               PERFORM TAKE-DEDUCTION
               MOVE WS-DED-TAKEN TO WS-TAKEN-HEALTH
               COMPUTE EMP-ARR-HEALTH =
                   WS-WANT-HEALTH - WS-TAKEN-HEALTH
               PERFORM TAKE-401K-DEDUCTION
           END-IF
           COMPUTE WS-TOTAL-DEDUCT = WS-TAKEN-GARNISH
               + WS-TAKEN-HEALTH + WS-TAKEN-401K
           MOVE WS-PAY-AVAILABLE TO WS-NET-PAY
                   MOVE WS-EMP-ID       TO EXCP-EMP-ID
                   MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
                   MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                   MOVE ZEROS           TO EXCP-AMOUNT
                   MOVE 'VACATION BALANCE OVERDRAWN' TO EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   MOVE WS-EMP-ID       TO EXCP-EMP-ID
                   MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
                   MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
                   MOVE ZEROS           TO EXCP-AMOUNT
                   MOVE 'SICK BALANCE OVERDRAWN' TO EXCP-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
               END-IF
           END-IF
           IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > ZERO
                   AND NOT WS-MODE-FINAL
               ADD 1 TO WS-PTO-ACCRUED-CNT
               MOVE EMP-HIRE-DATE TO WS-HIRE-DATE-R
               COMPUTE WS-SERVICE-MONTHS =
      * arrears. A trim is not a shortfall - nothing trimmed goes to
      * arrears, and the trim is reported to EXCPFILE so payroll can
      * tell the employee. What is actually taken posts to
      * EMP-YTD-401K with the REWRITE; the part of the wanted amount
      * the cycle could not fit goes to arrears.
       SIZE-401K-DEDUCTION.
           IF EMP-YTD-401K NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-401K
           END-IF
           COMPUTE WS-WANT-401K =
               WS-DED-401K + EMP-ARR-401K
           MOVE ZEROS TO WS-401K-TRIMMED
           IF EMP-YTD-401K >= WS-401K-ANNUAL-LIMIT
               COMPUTE WS-401K-ROOM =
                   WS-401K-ANNUAL-LIMIT - EMP-YTD-401K
           END-IF
           IF WS-WANT-401K > WS-401K-ROOM
               COMPUTE WS-401K-TRIMMED =
                   WS-WANT-401K - WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-WANT-401K
           END-IF.

       TAKE-401K-DEDUCTION.
           MOVE WS-PLAN-401K TO WS-DED-WANTED
           PERFORM TAKE-DEDUCTION
           MOVE WS-DED-TAKEN TO WS-TAKEN-401K
           COMPUTE EMP-ARR-401K = WS-WANT-401K - WS-TAKEN-401K
           ADD WS-TAKEN-401K TO EMP-YTD-401K
           IF WS-401K-TRIMMED > ZERO
               ADD 1 TO WS-401K-TRIMS
               MOVE WS-EMP-ID       TO EXCP-EMP-ID
               MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
               MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
               MOVE ZEROS           TO EXCP-AMOUNT
               MOVE '401K TRIMMED AT ANNUAL LIMIT' TO EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
      * itself the cycle its total is satisfied. The flat
      * EMP-DED-GARNISH/EMP-ARR-GARNISH path remains only for
      * employees with no orders on file (or when GARNORD is not
      * available this run), and never in a bonus-only run, where
      * only the court orders reach the supplemental pay.
       TAKE-GARNISHMENT.
           MOVE 'N'   TO WS-GO-SIZING-FLAG
           MOVE ZEROS TO WS-TAKEN-GARNISH
           MOVE 'N'   TO WS-GO-FOUND-FLAG
           IF GARN-AVAILABLE
               PERFORM WITHHOLD-PER-ORDER
           END-IF
           IF NOT GARN-ORDERS-FOUND AND NOT WS-MODE-BONUS
               COMPUTE WS-DED-WANTED =
                   WS-DED-GARNISH + EMP-ARR-GARNISH
               PERFORM TAKE-DEDUCTION
                   ELSE
                       SET GARN-ORDERS-FOUND TO TRUE
                       IF GO-OPEN
                           IF GO-SIZING
                               PERFORM SIZE-ONE-ORDER
                           ELSE
                               PERFORM WITHHOLD-ONE-ORDER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * What the garnishment will ask of this cycle, read before any
      * of it is taken so the pre-tax buckets can be fitted beside
      * it: each open order's remaining balance capped at its
      * per-period maximum, or the flat amount plus arrears.
       SIZE-GARNISHMENT.
           MOVE ZEROS TO WS-GARN-WANTED
           MOVE 'N'   TO WS-GO-FOUND-FLAG
           IF GARN-AVAILABLE
               SET GO-SIZING TO TRUE
               PERFORM WITHHOLD-PER-ORDER
               MOVE 'N' TO WS-GO-SIZING-FLAG
           END-IF
           IF NOT GARN-ORDERS-FOUND AND NOT WS-MODE-BONUS
               COMPUTE WS-GARN-WANTED =
                   WS-DED-GARNISH + EMP-ARR-GARNISH
           END-IF.

       SIZE-ONE-ORDER.
           COMPUTE WS-GO-REMAINING =
               GO-TOTAL-OWED - GO-COLLECTED
           IF WS-GO-REMAINING > ZERO
               IF GO-PER-PERIOD-MAX > ZERO
                       AND GO-PER-PERIOD-MAX < WS-GO-REMAINING
                   ADD GO-PER-PERIOD-MAX TO WS-GARN-WANTED
               ELSE
                   ADD WS-GO-REMAINING TO WS-GARN-WANTED
               END-IF
           END-IF.

       WITHHOLD-ONE-ORDER.
           MOVE 'N' TO WS-GO-CHANGED-FLAG
           COMPUTE WS-GO-REMAINING =
           END-IF.

      * Employer-side accruals, owed by the company on top of the
      * employee's check: employer FICA (Social Security on the
      * same capped wages as the employee share, Medicare on all
      * FICA wages - no additional rate on this side), the
      * unemployment contribution only on the gross still inside
      * the annual wage base (EMP-YTD-GROSS has not had this cycle
      * added yet, so it is the prior YTD), and the 401k match at
      * WS-ER-MATCH-RATE per dollar the employee actually deferred
      * this cycle, up to WS-ER-MATCH-PCT of gross. Nothing here
      * touches the employee's net pay.
       CALC-EMPLOYER-ACCRUALS.
           COMPUTE WS-ER-FICA ROUNDED =
               WS-SS-WAGES * WS-SS-RATE
               + WS-FICA-WAGES * WS-MED-RATE
           IF EMP-YTD-GROSS >= WS-ER-UNEMP-BASE
               MOVE ZEROS TO WS-ER-UNEMP
           ELSE
               MOVE EXCP-EMP-ID   TO WS-TX-EMP-ID
               MOVE EXCP-EMP-NAME TO WS-TX-NAME
               MOVE EXCP-REASON   TO WS-TX-REASON
               MOVE EXCP-AMOUNT   TO WS-TX-AMOUNT
               WRITE TRIALRPT-LINE FROM WS-TRIAL-EXCP-LINE
           ELSE
               WRITE EXCP-RECORD
           MOVE WS-EMP-NAME      TO WS-TL-NAME
           MOVE WS-GROSS-PAY     TO WS-TL-GROSS
           MOVE WS-TAX-AMOUNT    TO WS-TL-TAX
           COMPUTE WS-TL-FICA = WS-EE-SS + WS-EE-MEDICARE
           MOVE WS-TAKEN-GARNISH TO WS-TL-GARNISH
           MOVE WS-TAKEN-HEALTH  TO WS-TL-HEALTH
           MOVE WS-TAKEN-401K    TO WS-TL-401K
           MOVE WS-ARR-CARRIED-AMT TO WS-TL-ARR-CARRIED
           MOVE WS-RETRO-PAY     TO WS-TL-RETRO
           MOVE WS-TRIAL-METHOD  TO WS-TL-METHOD
           WRITE TRIALRPT-LINE FROM WS-TRIAL-DETAIL-LINE
           IF WS-SUPP-PAY > ZERO
               PERFORM FORMAT-SUPP-LINE
               WRITE TRIALRPT-LINE FROM WS-SUPP-STUB-LINE
           END-IF.

       LOG-EXCEPTION.
           ADD 1 TO WS-RECORDS-SKIP
           MOVE WS-EMP-ID     TO EXCP-EMP-ID
           MOVE WS-EMP-NAME   TO EXCP-EMP-NAME
           MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
           MOVE ZEROS           TO EXCP-AMOUNT
           EVALUATE TRUE
               WHEN EMP-ON-LEAVE
                   MOVE 'EMPLOYEE ON LEAVE' TO EXCP-REASON
               WHEN EMP-TERMINATED AND EMP-FINAL-PENDING
                   MOVE 'TERMINATED - FINAL PAY PENDING' TO
                       EXCP-REASON
               WHEN EMP-TERMINATED
                   MOVE 'EMPLOYEE TERMINATED' TO EXCP-REASON
               WHEN OTHER
           END-EVALUATE
           PERFORM WRITE-EXCEPTION-RECORD.

      * A bonus-only run pays no hours, so the hours, rate and
      * timecard edits apply to the regular cycles only. A final
      * pay may legitimately carry no hours (a regular cycle already
      * paid through the separation date), and an hourly employee
      * needs cards only when hours are still owed.
       VALIDATE-EMPLOYEE-DATA.
           SET WS-VALID-DATA TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON
           IF NOT WS-MODE-BONUS
               IF (WS-HOURS = ZERO AND NOT WS-MODE-FINAL)
                       OR WS-HOURS > WS-MAX-HOURS
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'HOURS-WORKED OUT OF RANGE' TO
                       WS-VALIDATION-REASON
               END-IF
               IF WS-RATE <= WS-MIN-RATE
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'HOURLY RATE NOT POSITIVE' TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF
           IF WS-TAX-TABLE-COUNT = ZERO
               IF WS-TAX-PCT > WS-MAX-TAX-PCT
                       WS-VALIDATION-REASON
               END-IF
           END-IF
           IF NOT WS-MODE-BONUS
               IF EMP-HOURLY AND NOT TIMECARD-FOUND
                       AND (FIN-HOURS-OWED OR NOT WS-MODE-FINAL)
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'NO TIMECARD SUBMITTED' TO
                       WS-VALIDATION-REASON
               END-IF
               IF WS-MODE-FINAL AND FIN-HOURS-OWED
                       AND NOT EMP-HOURLY AND NOT TIMECARD-FOUND
                       AND WS-FIN-FROM-DATE = ZERO
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'NO PAID CYCLE OR HIRE DATE' TO
                       WS-VALIDATION-REASON
               END-IF
               IF TIMECARD-FOUND
                   AND WS-TC-SHIFT-CODE NOT = SPACE
                   AND WS-TC-SHIFT-CODE NOT = '1'
                   AND WS-TC-SHIFT-CODE NOT = '2'
                   AND WS-TC-SHIFT-CODE NOT = '3'
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'INVALID TIMECARD SHIFT CODE' TO
                       WS-VALIDATION-REASON
               END-IF
               IF BAD-EARN-TYPE
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'INVALID TIMECARD EARN TYPE' TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF
           IF NOT COMPANY-FOUND
               SET WS-INVALID-DATA TO TRUE
           MOVE WS-EMP-ID       TO EXCP-EMP-ID
           MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
           MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
           MOVE ZEROS           TO EXCP-AMOUNT
           MOVE WS-VALIDATION-REASON TO EXCP-REASON
           PERFORM WRITE-EXCEPTION-RECORD
           PERFORM LOG-SUPP-NOT-PAID.

      * Supplemental lines matched to an employee who is not paid
      * this run are not carried anywhere - SUPPEARN is staged per
      * cycle like TIMECARD - so the amount goes to EXCPFILE for
      * payroll to pay off-cycle or restage.
       LOG-SUPP-NOT-PAID.
           IF WS-SUPP-PAY > ZERO
               ADD 1 TO WS-SUPP-NOT-PAID
               MOVE WS-EMP-ID       TO EXCP-EMP-ID
               MOVE WS-EMP-NAME     TO EXCP-EMP-NAME
               MOVE WS-BATCH-PERIOD TO EXCP-PERIOD
               MOVE WS-SUPP-PAY     TO EXCP-AMOUNT
               MOVE 'SUPPLEMENTAL EARNINGS NOT PAID' TO EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      * Gross and OT spread across the departments actually worked,
      * in hour proportion; an employee with no timecard (or all
               END-IF
           END-PERFORM.

      * Supplemental pay is not spread by hours: each charge
      * department's amount lands whole on that department's row
      * (a row of its own, with no hours, when nothing was worked
      * there), and the total joins gross only after the hours-pay
      * shares are settled so those shares are unchanged.
       DISTRIBUTE-SUPPLEMENTAL.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               MOVE ZEROS TO WS-DIST-SUPP (WS-DIST-IDX)
           END-PERFORM
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SCHG-COUNT
               PERFORM POST-SUPPLEMENTAL-CHARGE
           END-PERFORM
           ADD WS-SUPP-PAY TO WS-GROSS-PAY.

       POST-SUPPLEMENTAL-CHARGE.
           MOVE 'N' TO WS-DIST-SLOT-FLAG
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
                   OR DIST-SLOT-FOUND
               IF WS-DIST-DEPT (WS-DIST-IDX)
                       = WS-SCHG-DEPT (WS-SUPP-IDX)
                   SET DIST-SLOT-FOUND TO TRUE
                   ADD WS-SCHG-AMOUNT (WS-SUPP-IDX)
                       TO WS-DIST-GROSS (WS-DIST-IDX)
                          WS-DIST-SUPP (WS-DIST-IDX)
               END-IF
           END-PERFORM
           IF NOT DIST-SLOT-FOUND
               IF WS-DIST-COUNT < 5
                   ADD 1 TO WS-DIST-COUNT
                   MOVE WS-SCHG-DEPT (WS-SUPP-IDX) TO
                       WS-DIST-DEPT (WS-DIST-COUNT)
                   MOVE ZEROS TO WS-DIST-HOURS (WS-DIST-COUNT)
                                 WS-DIST-OT (WS-DIST-COUNT)
                   MOVE WS-SCHG-AMOUNT (WS-SUPP-IDX) TO
                       WS-DIST-GROSS (WS-DIST-COUNT)
                       WS-DIST-SUPP (WS-DIST-COUNT)
               ELSE
                   ADD 1 TO WS-DIST-OVERFLOWS
                   PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                           UNTIL WS-DIST-IDX > WS-DIST-COUNT
                           OR DIST-SLOT-FOUND
                       IF WS-DIST-DEPT (WS-DIST-IDX)
                               = WS-DEPARTMENT
                           SET DIST-SLOT-FOUND TO TRUE
                           ADD WS-SCHG-AMOUNT (WS-SUPP-IDX)
                               TO WS-DIST-GROSS (WS-DIST-IDX)
                                  WS-DIST-SUPP (WS-DIST-IDX)
                       END-IF
                   END-PERFORM
                   IF NOT DIST-SLOT-FOUND
                       ADD WS-SCHG-AMOUNT (WS-SUPP-IDX)
                           TO WS-DIST-GROSS (1)
                              WS-DIST-SUPP (1)
                   END-IF
               END-IF
           END-IF.

      * One marginal pass per jurisdiction, all in this same CALC-PAY
      * call: federal always, then the work and resident codes
      * where the master carries them. The EMP-TAX-PCT fallback
      * (table not loaded) stays a single federal line. Every pass
      * runs on the taxable wages; when the pre-tax buckets took
      * the whole of gross there is nothing to withhold and no
      * bracket to look up. Federally, supplemental wages are
      * withheld on at the flat supplemental rate and the brackets
      * (or EMP-TAX-PCT) see only the regular wages; the pre-tax
      * deductions come out of the regular wages first. State and
      * local lines stay on the whole taxable wages.
       CALC-BRACKET-TAX.
           MOVE ZEROS TO WS-TAX-AMOUNT
           MOVE ZERO  TO WS-TAX-LINE-CT
           IF WS-TAXABLE-WAGES > WS-SUPP-PAY
               MOVE WS-SUPP-PAY TO WS-SUPP-TAXABLE
           ELSE
               MOVE WS-TAXABLE-WAGES TO WS-SUPP-TAXABLE
           END-IF
           COMPUTE WS-REG-TAXABLE =
               WS-TAXABLE-WAGES - WS-SUPP-TAXABLE
           COMPUTE WS-SUPP-TAX ROUNDED =
               WS-SUPP-TAXABLE * WS-SUPP-FED-RATE
           IF WS-TAXABLE-WAGES > ZERO
               IF WS-TAX-TABLE-COUNT = ZERO
                   MULTIPLY WS-REG-TAXABLE BY WS-TAX-PCT
                       GIVING WS-TAX-AMOUNT
                   ADD WS-SUPP-TAX TO WS-TAX-AMOUNT
                   MOVE 1 TO WS-TAX-LINE-CT
                   MOVE 'FD' TO WS-TXL-JURIS (1)
                   MOVE WS-TAX-AMOUNT TO WS-TXL-AMOUNT (1)
               ELSE
                   PERFORM BUILD-JURIS-LIST
                   PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                           UNTIL WS-JL-IDX > WS-JL-COUNT
                       PERFORM CALC-ONE-JURIS-TAX
                   END-PERFORM
               END-IF
           END-IF.

       BUILD-JURIS-LIST.
               MOVE EMP-RES-JURIS TO WS-JL-CODE (WS-JL-COUNT)
           END-IF.

      * A federal line with no regular wages under it (a bonus-only
      * payment) is the flat supplemental tax alone - there is no
      * bracket to find.
       CALC-ONE-JURIS-TAX.
           MOVE ZEROS TO WS-JURIS-TAX
           IF WS-JL-CODE (WS-JL-IDX) = 'FD'
               MOVE WS-REG-TAXABLE TO WS-BRACKET-WAGES
           ELSE
               MOVE WS-TAXABLE-WAGES TO WS-BRACKET-WAGES
           END-IF
           IF WS-BRACKET-WAGES = ZERO
               MOVE 'Y' TO WS-BRACKET-MATCH-FLAG
           ELSE
               MOVE 'N' TO WS-BRACKET-MATCH-FLAG
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
                   IF WS-TAX-JURIS (WS-TAX-IDX)
                           = WS-JL-CODE (WS-JL-IDX)
                       AND WS-TAX-FILING-STATUS (WS-TAX-IDX)
                           = WS-FILING-STATUS
                       AND WS-BRACKET-WAGES
                           > WS-TAX-LOW-AMT (WS-TAX-IDX)
                       MOVE 'Y' TO WS-BRACKET-MATCH-FLAG
                       PERFORM ACCUM-BRACKET-AMOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-BRACKET-MATCHED
               SET WS-INVALID-DATA TO TRUE
               MOVE 'NO MATCHING TAX BRACKET FOUND' TO
                   WS-VALIDATION-REASON
           ELSE
               IF WS-JL-CODE (WS-JL-IDX) = 'FD'
                   ADD WS-SUPP-TAX TO WS-JURIS-TAX
               END-IF
               ADD WS-JURIS-TAX TO WS-TAX-AMOUNT
               ADD 1 TO WS-TAX-LINE-CT
               MOVE WS-JL-CODE (WS-JL-IDX) TO
           END-IF.

       ACCUM-BRACKET-AMOUNT.
           IF WS-BRACKET-WAGES > WS-TAX-HIGH-AMT (WS-TAX-IDX)
               COMPUTE WS-BRACKET-TAXABLE =
                   WS-TAX-HIGH-AMT (WS-TAX-IDX)
                   - WS-TAX-LOW-AMT (WS-TAX-IDX)
           ELSE
               COMPUTE WS-BRACKET-TAXABLE =
                   WS-BRACKET-WAGES - WS-TAX-LOW-AMT (WS-TAX-IDX)
           END-IF
           COMPUTE WS-BRACKET-TAX =
               WS-BRACKET-TAXABLE * WS-TAX-RATE (WS-TAX-IDX)
      * happened. D plus L gross always sums to the employee's
      * gross.
       WRITE-DISBURSEMENTS.
           MOVE ZEROS TO WS-HOME-GROSS WS-HOME-OT WS-HOME-SUPP
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-DEPT (WS-DIST-IDX) = WS-DEPARTMENT
                   ADD WS-DIST-GROSS (WS-DIST-IDX)
                       TO WS-HOME-GROSS
                   ADD WS-DIST-OT (WS-DIST-IDX) TO WS-HOME-OT
                   ADD WS-DIST-SUPP (WS-DIST-IDX) TO WS-HOME-SUPP
               END-IF
           END-PERFORM
           MOVE 'D'          TO DISB-REC-TYPE
               END-IF
           END-PERFORM
           MOVE WS-EMP-CO-CODE TO DISB-COMPANY
           MOVE WS-TAXABLE-WAGES TO DISB-TAXABLE-WAGES
           MOVE WS-EE-SS         TO DISB-EE-SS
           MOVE WS-EE-MEDICARE   TO DISB-EE-MEDICARE
           MOVE WS-HOME-SUPP     TO DISB-SUPP-PAY
           MOVE WS-SUPP-TAX      TO DISB-SUPP-TAX
           MOVE WS-SUPP-LINE-CT  TO DISB-SUPP-LINE-CT
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > 4
               IF WS-SUPP-IDX <= WS-SUPP-LINE-CT
                   MOVE WS-SUPL-CODE (WS-SUPP-IDX) TO
                       DISB-SUPL-CODE (WS-SUPP-IDX)
                   MOVE WS-SUPL-AMOUNT (WS-SUPP-IDX) TO
                       DISB-SUPL-AMOUNT (WS-SUPP-IDX)
               ELSE
                   MOVE SPACES TO DISB-SUPL-CODE (WS-SUPP-IDX)
                   MOVE ZEROS  TO DISB-SUPL-AMOUNT (WS-SUPP-IDX)
               END-IF
           END-PERFORM
           WRITE DISB-RECORD
           ADD 1 TO WS-RECORDS-WRIT
           PERFORM WRITE-LABOR-RECORDS.
                                 DISB-ER-MATCH
                                 DISB-RETRO-PAY
                                 DISB-TAX-LINE-CT
                                 DISB-TAXABLE-WAGES
                                 DISB-EE-SS
                                 DISB-EE-MEDICARE
                                 DISB-SUPP-TAX
                                 DISB-SUPP-LINE-CT
                   MOVE WS-DIST-SUPP (WS-DIST-IDX) TO DISB-SUPP-PAY
                   MOVE WS-DIST-DEPT (WS-DIST-IDX)
                       TO DISB-DEPARTMENT
                   MOVE WS-EMP-CO-CODE TO DISB-COMPANY
                   PERFORM WRITE-PAY-ADVICE
               END-IF
           ELSE
      * A final pay always goes by check: it is due by a deadline,
      * not a settlement date, and the employee's account may
      * already be closed.
               IF EMP-ACH-ROUTING NOT = ZERO
                       AND EMP-ACH-ACCOUNT NOT = SPACES
                       AND NOT WS-MODE-FINAL
                   EVALUATE TRUE
                       WHEN EMP-PRENOTE-NEEDED
                           PERFORM LOAD-MAIN-ACH-TARGET
           MOVE WS-TAX-AMOUNT   TO WS-AP-TAX
           MOVE WS-NET-PAY      TO WS-AP-NET
           WRITE PAYADV-LINE FROM WS-ADV-PAY-LINE
           PERFORM FORMAT-FICA-LINE
           WRITE PAYADV-LINE FROM WS-FICA-STUB-LINE
           IF WS-SUPP-PAY > ZERO
               PERFORM FORMAT-SUPP-LINE
               WRITE PAYADV-LINE FROM WS-SUPP-STUB-LINE
           END-IF
           MOVE WS-TAKEN-GARNISH TO WS-AD-GARNISH
           MOVE WS-TAKEN-HEALTH  TO WS-AD-HEALTH
           MOVE WS-TAKEN-401K    TO WS-AD-401K
           MOVE EMP-YTD-TAX      TO ADVX-YTD-TAX
           MOVE EMP-YTD-NET      TO ADVX-YTD-NET
           MOVE WS-PAYH-TRACE    TO ADVX-ACH-TRACE
           MOVE WS-EE-SS         TO ADVX-EE-SS
           MOVE WS-EE-MEDICARE   TO ADVX-EE-MEDICARE
           MOVE WS-SUPP-PAY      TO ADVX-SUPP-PAY
           MOVE WS-SUPP-TAX      TO ADVX-SUPP-TAX
           WRITE ADVX-RECORD.

       PAY-ONE-SPLIT.
                   MOVE ZEROS  TO PAYH-TXL-AMOUNT (WS-JL-IDX)
               END-IF
           END-PERFORM
           MOVE WS-TAXABLE-WAGES TO PAYH-TAXABLE-WAGES
           MOVE WS-EE-SS         TO PAYH-EE-SS
           MOVE WS-EE-MEDICARE   TO PAYH-EE-MEDICARE
           MOVE WS-SS-WAGES      TO PAYH-SS-WAGES
           MOVE WS-FICA-WAGES    TO PAYH-MED-WAGES
           MOVE WS-DT-HOURS      TO PAYH-DT-HOURS
           MOVE WS-SUPP-PAY      TO PAYH-SUPP-PAY
           MOVE WS-SUPP-TAX      TO PAYH-SUPP-TAX
           MOVE WS-SUPP-LINE-CT  TO PAYH-SUPP-LINE-CT
           MOVE SPACES           TO PAYH-REVERSAL-OF
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > 4
               IF WS-SUPP-IDX <= WS-SUPP-LINE-CT
                   MOVE WS-SUPL-CODE (WS-SUPP-IDX) TO
                       PAYH-SUPL-CODE (WS-SUPP-IDX)
                   MOVE WS-SUPL-AMOUNT (WS-SUPP-IDX) TO
                       PAYH-SUPL-AMOUNT (WS-SUPP-IDX)
               ELSE
                   MOVE SPACES TO PAYH-SUPL-CODE (WS-SUPP-IDX)
                   MOVE ZEROS  TO PAYH-SUPL-AMOUNT (WS-SUPP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-WEEK-COUNT    TO PAYH-WEEK-CT
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 7
               IF WS-WEEK-IDX <= WS-WEEK-COUNT
                   MOVE WS-WK-END-DATE (WS-WEEK-IDX) TO
                       PAYH-WK-END-DATE (WS-WEEK-IDX)
                   MOVE WS-WK-REG-HOURS (WS-WEEK-IDX) TO
                       PAYH-WK-REG-HOURS (WS-WEEK-IDX)
                   MOVE WS-WK-OT-HOURS (WS-WEEK-IDX) TO
                       PAYH-WK-OT-HOURS (WS-WEEK-IDX)
                   MOVE WS-WK-DT-HOURS (WS-WEEK-IDX) TO
                       PAYH-WK-DT-HOURS (WS-WEEK-IDX)
               ELSE
                   MOVE ZEROS TO PAYH-WK-END-DATE (WS-WEEK-IDX)
                                 PAYH-WK-REG-HOURS (WS-WEEK-IDX)
                                 PAYH-WK-OT-HOURS (WS-WEEK-IDX)
                                 PAYH-WK-DT-HOURS (WS-WEEK-IDX)
               END-IF
           END-PERFORM
           WRITE PAYH-RECORD
               INVALID KEY
                   IF WS-MODE-FORCE
           MOVE WS-TOTAL-DEDUCT TO WS-CS-DEDUCT
           MOVE WS-NET-PAY      TO WS-CS-NET
           WRITE CHKPRINT-LINE FROM WS-CHECK-STUB-LINE
           PERFORM FORMAT-FICA-LINE
           WRITE CHKPRINT-LINE FROM WS-FICA-STUB-LINE
           IF WS-SUPP-PAY > ZERO
               PERFORM FORMAT-SUPP-LINE
               WRITE CHKPRINT-LINE FROM WS-SUPP-STUB-LINE
           END-IF
           PERFORM FORMAT-PTO-LINE
           WRITE CHKPRINT-LINE FROM WS-PTO-STUB-LINE
           WRITE CHKPRINT-LINE FROM WS-CHECK-RULE-LINE.

       FORMAT-FICA-LINE.
           MOVE WS-EE-SS        TO WS-FS-SS
           MOVE WS-EE-MEDICARE  TO WS-FS-MEDICARE.

       FORMAT-SUPP-LINE.
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > 4
               MOVE SPACES TO WS-SU-ENTRY (WS-SUPP-IDX)
               IF WS-SUPP-IDX <= WS-SUPP-LINE-CT
                   MOVE WS-SUPL-CODE (WS-SUPP-IDX) TO
                       WS-SU-CODE (WS-SUPP-IDX)
                   MOVE WS-SUPL-AMOUNT (WS-SUPP-IDX) TO
                       WS-SU-AMOUNT (WS-SUPP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-SUPP-TAX     TO WS-SU-TAX.

       FORMAT-PTO-LINE.
           MOVE EMP-PTO-VACATION TO WS-PS-VAC
           MOVE EMP-PTO-SICK     TO WS-PS-SICK
                   ' RECORDS'
           DISPLAY '  WOULD-BE EXCEPTIONS:   ' WS-TRIAL-EXCEPTIONS
                   ' RECORDS'
           DISPLAY '  SUPPLEMENTAL LINES READ:' WS-SUPP-LINES-READ
                   ' RECORDS'
           DISPLAY '  SUPPL WRONG PERIOD:    ' WS-SUPP-WRONG-PERIOD
                   ' RECORDS'
           DISPLAY '  SUPPL LINES REJECTED:  ' WS-SUPP-BAD-LINES
                   ' RECORDS'
           DISPLAY '  SUPPL EMP NOT ON MASTR:' WS-SUPP-ORPHANS
                   ' RECORDS'
           DISPLAY '  SUPPL NOT PAID:        ' WS-SUPP-NOT-PAID
                   ' RECORDS'
           DISPLAY '  SUPPLEMENTAL PAYS:     ' WS-SUPP-PAID-CNT
                   ' RECORDS'
           MOVE WS-SUPP-PAID-AMT TO WS-DISPLAY-TOTAL
           DISPLAY '  SUPPLEMENTAL PAID:     ' WS-DISPLAY-TOTAL
           CLOSE EMPMASTR
           IF NOT WS-MODE-BONUS
               CLOSE TIMECARD
           END-IF
           IF SUPP-FILE-OPEN
               CLOSE SUPPEARN
           END-IF
           CLOSE PAYHIST
           IF GARN-AVAILABLE
               CLOSE GARNORD
                   ' RECORDS'
           DISPLAY '  ARREARS CARRIED:       ' WS-ARREARS-CARRIED
                   ' RECORDS'
           DISPLAY '  WITHHOLDING SHORT:     ' WS-WITHHOLD-SHORTS
                   ' RECORDS'
           DISPLAY '  ZERO NET PAYS:         ' WS-ZERO-NET-PAYS
                   ' RECORDS'
           DISPLAY '  ALREADY PAID (SKIPPED):' WS-ALREADY-PAID-CNT
                   ' RECORDS'
           DISPLAY '  TIMECARDS WRONG PERIOD:' WS-TC-WRONG-PERIOD
                   ' RECORDS'
           DISPLAY '  TIMECARDS UNDATED:     ' WS-TC-UNDATED-CARDS
                   ' RECORDS'
           DISPLAY '  BELOW MINIMUM WAGE:    ' WS-MINW-SHORT-CNT
                   ' RECORDS'
           MOVE WS-MINW-MAKEUP-TOT TO WS-DISPLAY-TOTAL
           DISPLAY '  MINIMUM WAGE MAKE-UP:  ' WS-DISPLAY-TOTAL
           DISPLAY '  SUPPLEMENTAL LINES READ:' WS-SUPP-LINES-READ
                   ' RECORDS'
           DISPLAY '  SUPPL WRONG PERIOD:    ' WS-SUPP-WRONG-PERIOD
                   ' RECORDS'
           DISPLAY '  SUPPL LINES REJECTED:  ' WS-SUPP-BAD-LINES
                   ' RECORDS'
           DISPLAY '  SUPPL EMP NOT ON MASTR:' WS-SUPP-ORPHANS
                   ' RECORDS'
           DISPLAY '  SUPPL NOT PAID:        ' WS-SUPP-NOT-PAID
                   ' RECORDS'
           DISPLAY '  SUPPLEMENTAL PAYS:     ' WS-SUPP-PAID-CNT
                   ' RECORDS'
           MOVE WS-SUPP-PAID-AMT TO WS-DISPLAY-TOTAL
           DISPLAY '  SUPPLEMENTAL PAID:     ' WS-DISPLAY-TOTAL
           IF WS-MODE-FINAL
               PERFORM CLOSE-FINAL-REGISTER
           END-IF
           CLOSE EMPMASTR
           IF NOT WS-MODE-BONUS
               CLOSE TIMECARD
           END-IF
           IF SUPP-FILE-OPEN
               CLOSE SUPPEARN
           END-IF
           CLOSE CHKREG
           CLOSE CHKPRINT
           CLOSE PAYADV
