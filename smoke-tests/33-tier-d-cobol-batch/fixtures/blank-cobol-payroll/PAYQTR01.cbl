      *================================================================*
      * PROGRAM-ID: PAYQTR01                                          *
      * DESCRIPTION: Quarterly 941 and state unemployment wage        *
      *              report with deposit reconciliation. The federal  *
      *              return and each state's unemployment wage report *
      *              used to be built by hand from PAYHIST extracts.  *
      *              This step sweeps PAYHIST once for the quarter:   *
      *                1. a payment belongs to the quarter its wages  *
      *                   were paid in - the PAYCAL check date of its *
      *                   cycle, or its PAYHIST pay date when the     *
      *                   cycle is not on PAYCAL (bonus, final and    *
      *                   off-calendar runs). A PAYREV01 reversal row *
      *                   takes its figures back in the quarter it    *
      *                   was reversed in;                            *
      *                2. wages, federal taxable wages, income tax    *
      *                   withheld, Social Security and Medicare      *
      *                   wages and tax, and the employer FICA and    *
      *                   unemployment contributions are totalled by  *
      *                   pay entity, with the 941 liability (income  *
      *                   tax plus both FICA shares, the amount       *
      *                   PAYTAX01 deposits as federal) scheduled by  *
      *                   month of the quarter;                       *
      *                3. state and local withholding is totalled by  *
      *                   pay entity and jurisdiction off the PAYHIST *
      *                   tax lines;                                  *
      *                4. each employee paid in the quarter gets one  *
      *                   state unemployment wage row on SUIWAGE for  *
      *                   their work state: quarter wages, and the    *
      *                   part that is taxable or excess against the  *
      *                   state's wage base given the wages already   *
      *                   paid earlier in the year;                   *
      *                5. the quarter's liability per jurisdiction is *
      *                   reconciled against TAXLIAB: the 'W'         *
      *                   accruals less 'R' reversals must equal what *
      *                   PAYHIST says was withheld, and the 'D'      *
      *                   deposits less any balance carried in from   *
      *                   the prior quarter must cover it. Ledger     *
      *                   rows are placed in a quarter by the same    *
      *                   check-date rule as the payments.            *
      *              Any under- or over-deposit, or a ledger that     *
      *              does not match PAYHIST, is RC 8 and must be      *
      *              resolved before the returns are filed. An        *
      *              employee with no work state, or not on EMPMASTR, *
      *              or whose quarter nets below zero is kept off     *
      *              SUIWAGE and listed on QTRRPT with RC 4.          *
      *              PARM is the quarter as ccyy-Qn; with none it is  *
      *              the quarter before the run date.                 *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Once per quarter via PAYQTRJB, after the last  *
      *                run paid in the quarter and its PAYTAX01       *
      *                deposit, and before the 941 and state wage     *
      *                reports are filed. Reads EMPMASTR, PAYHIST and *
      *                TAXLIAB only. Must not run alongside PAYRLLJB. *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQTR01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCAL ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT EMPMASTR ASSIGN TO EMPMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TAXLIAB ASSIGN TO TAXLIAB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIAB-STATUS.

           SELECT SUIWAGE ASSIGN TO SUIWAGE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUI-STATUS.

           SELECT QTRRPT ASSIGN TO QTRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PCAL-RECORD.
           05 PCAL-PERIOD       PIC X(7).
           05 PCAL-FREQUENCY    PIC X(1).
           05 PCAL-START-DATE   PIC 9(8).
           05 PCAL-END-DATE     PIC 9(8).
           05 PCAL-CHECK-DATE   PIC 9(8).
           05 PCAL-ACH-EFF-DATE PIC 9(8).

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC.

      * PAYTAX01's running deposit liability ledger.
       FD  TAXLIAB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TL-RECORD.
           05 TL-REC-TYPE       PIC X(1).
               88 TL-WITHHOLDING    VALUE 'W'.
               88 TL-DEPOSIT        VALUE 'D'.
               88 TL-REVERSAL       VALUE 'R'.
           05 TL-PERIOD         PIC X(7).
           05 TL-FREQUENCY      PIC X(1).
           05 TL-CYCLE-END      PIC 9(8).
           05 TL-ENTRY-DATE     PIC 9(8).
           05 TL-AMOUNT         PIC 9(11)V99.
           05 TL-EFTPS-REF      PIC X(15).
           05 TL-JURIS          PIC X(2).

      * One row per employee paid in the quarter, for their work
      * state's unemployment wage report. Written in EMP-ID order;
      * the job sorts it by state and pay entity.
       FD  SUIWAGE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SW-RECORD.
           05 SW-STATE          PIC X(2).
           05 SW-COMPANY        PIC X(2).
           05 SW-EMP-ID         PIC X(6).
           05 SW-QUARTER        PIC X(7).
           05 SW-EMP-NAME       PIC X(30).
           05 SW-QTR-WAGES      PIC 9(9)V99.
           05 SW-EXCESS-WAGES   PIC 9(9)V99.
           05 SW-TAXABLE-WAGES  PIC 9(9)V99.
           05 SW-WAGE-BASE      PIC 9(7)V99.
           05 SW-PRIOR-WAGES    PIC 9(9)V99.

       FD  QTRRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  QTRRPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-CAL-STATUS    PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-LIAB-STATUS   PIC XX VALUE SPACES.
           05 WS-SUI-STATUS    PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
               88 HIST-END-OF-FILE VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

      * The quarter being reported and its bounds.
       01  WS-QUARTER-ID       PIC X(7).
       01  WS-QUARTER-ID-R REDEFINES WS-QUARTER-ID.
           05 WS-QI-YEAR        PIC 9(4).
           05 FILLER            PIC X(1).
           05 WS-QI-LETTER      PIC X(1).
           05 WS-QI-NUMBER      PIC 9(1).
       01  WS-QTR-FIRST-MONTH  PIC 9(2).
       01  WS-YEAR-START       PIC 9(8).
       01  WS-QTR-START        PIC 9(8).
       01  WS-QTR-END          PIC 9(8).
       01  WS-DATE-WORK.
           05 WS-DW-YEAR        PIC 9(4).
           05 WS-DW-MONTH       PIC 9(2).
           05 WS-DW-DAY         PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-MONTH-LABELS.
           05 WS-MONTH-LABEL    PIC X(7) OCCURS 3 TIMES.
       01  WS-MONTH-IDX        PIC 9(1).

      * The date a payment's wages count as paid: its cycle's PAYCAL
      * check date, else the date on the row.
       01  WS-WAGE-DATE        PIC 9(8).
       01  WS-WAGE-DATE-R REDEFINES WS-WAGE-DATE.
           05 WS-WG-YEAR        PIC 9(4).
           05 WS-WG-MONTH       PIC 9(2).
           05 WS-WG-DAY         PIC 9(2).
       01  WS-LK-PERIOD        PIC X(7).
       01  WS-LK-FREQUENCY     PIC X(1).
       01  WS-LK-CYCLE-END     PIC 9(8).

      * PAYCAL cycles that end or are paid in the reporting year.
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 300 TIMES.
               10 WS-CL-PERIOD      PIC X(7).
               10 WS-CL-FREQUENCY   PIC X(1).
               10 WS-CL-END-DATE    PIC 9(8).
               10 WS-CL-CHECK-DATE  PIC 9(8).
       01  WS-CL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-CL-IDX           PIC 9(3).
       01  WS-CL-FOUND-FLAG    PIC X VALUE 'N'.
           88 CL-ROW-FOUND     VALUE 'Y'.

      * State unemployment taxable wage base by work state. A state
      * not listed takes the federal unemployment base, the floor
      * every state base must meet.
       01  WS-SUI-BASE-RULES.
           05 FILLER PIC X(11) VALUE 'CA000700000'.
           05 FILLER PIC X(11) VALUE 'FL000700000'.
           05 FILLER PIC X(11) VALUE 'TX000900000'.
           05 FILLER PIC X(11) VALUE 'GA000950000'.
           05 FILLER PIC X(11) VALUE 'PA001000000'.
           05 FILLER PIC X(11) VALUE 'NY001280000'.
           05 FILLER PIC X(11) VALUE 'IL001391600'.
           05 FILLER PIC X(11) VALUE 'MA001500000'.
           05 FILLER PIC X(11) VALUE 'CO002380000'.
           05 FILLER PIC X(11) VALUE 'NJ004330000'.
           05 FILLER PIC X(11) VALUE 'OR005430000'.
           05 FILLER PIC X(11) VALUE 'WA007280000'.
       01  WS-SUI-BASE-RULES-R REDEFINES WS-SUI-BASE-RULES.
           05 WS-SBR-ENTRY OCCURS 12 TIMES.
               10 WS-SBR-STATE     PIC X(2).
               10 WS-SBR-BASE      PIC 9(7)V99.
       01  WS-SBR-COUNT        PIC 9(2) VALUE 12.
       01  WS-SBR-IDX          PIC 9(2).
       01  WS-SUI-DEFAULT-BASE PIC 9(7)V99 VALUE 7000.00.
       01  WS-SUI-BASE         PIC 9(7)V99.

      * The employee being swept. PAYHIST carries no entity or
      * state, so both come from the master as it stands now.
       01  WS-CUR-EMP-ID       PIC X(6).
       01  WS-CUR-NAME         PIC X(30).
       01  WS-CUR-COMPANY      PIC X(2).
       01  WS-CUR-STATE        PIC X(2).
       01  WS-MASTER-FOUND-FLAG PIC X VALUE 'N'.
           88 MASTER-FOUND     VALUE 'Y'.
       01  WS-EMP-TOTALS.
           05 WS-ET-QTR-ROWS    PIC 9(5).
           05 WS-ET-QTR-GROSS   PIC S9(9)V99.
           05 WS-ET-PRIOR-GROSS PIC S9(9)V99.
       01  WS-SUI-FIGURES.
           05 WS-SF-WAGES       PIC 9(9)V99.
           05 WS-SF-PRIOR       PIC 9(9)V99.
           05 WS-SF-ROOM        PIC 9(9)V99.
           05 WS-SF-TAXABLE     PIC 9(9)V99.
           05 WS-SF-EXCESS      PIC 9(9)V99.
       01  WS-SUI-MESSAGE      PIC X(17).

      * One PAYHIST row's figures, negative for a reversal row.
       01  WS-ROW-AMOUNTS.
           05 WS-RW-GROSS       PIC S9(9)V99.
           05 WS-RW-TAXABLE     PIC S9(9)V99.
           05 WS-RW-FIT         PIC S9(9)V99.
           05 WS-RW-EE-SS       PIC S9(9)V99.
           05 WS-RW-EE-MED      PIC S9(9)V99.
           05 WS-RW-SS-WAGES    PIC S9(9)V99.
           05 WS-RW-MED-WAGES   PIC S9(9)V99.
           05 WS-RW-ER-FICA     PIC S9(9)V99.
           05 WS-RW-ER-UNEMP    PIC S9(9)V99.
           05 WS-RW-FD-LIAB     PIC S9(9)V99.
       01  WS-RW-SUB           PIC 9(1).
       01  WS-RW-LINE-AMT      PIC S9(9)V99.

      * Quarter totals per pay entity - one 941 each.
       01  WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 10 TIMES.
               10 WS-CF-CODE       PIC X(2).
               10 WS-CF-EMPS       PIC 9(5).
               10 WS-CF-GROSS      PIC S9(11)V99.
               10 WS-CF-TAXABLE    PIC S9(11)V99.
               10 WS-CF-FIT        PIC S9(11)V99.
               10 WS-CF-SS-WAGES   PIC S9(11)V99.
               10 WS-CF-MED-WAGES  PIC S9(11)V99.
               10 WS-CF-EE-SS      PIC S9(11)V99.
               10 WS-CF-EE-MED     PIC S9(11)V99.
               10 WS-CF-ER-FICA    PIC S9(11)V99.
               10 WS-CF-ER-UNEMP   PIC S9(11)V99.
               10 WS-CF-MONTH-LIAB PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-CF-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CF-IDX           PIC 9(2).
       01  WS-CF-SLOT-FLAG     PIC X VALUE 'N'.
           88 CF-SLOT-FOUND    VALUE 'Y'.
       01  WS-ALL-LIAB.
           05 WS-AL-MONTH       PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-LIAB-TOTAL       PIC S9(11)V99.

      * State and local withholding and unemployment wages per pay
      * entity and jurisdiction.
       01  WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 100 TIMES.
               10 WS-CS-COMPANY    PIC X(2).
               10 WS-CS-JURIS      PIC X(2).
               10 WS-CS-WITHHELD   PIC S9(11)V99.
               10 WS-CS-EMPS       PIC 9(5).
               10 WS-CS-WAGES      PIC 9(11)V99.
               10 WS-CS-EXCESS     PIC 9(11)V99.
               10 WS-CS-TAXABLE    PIC 9(11)V99.
       01  WS-CS-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-CS-IDX           PIC 9(3).
       01  WS-CS-SLOT-FLAG     PIC X VALUE 'N'.
           88 CS-SLOT-FOUND    VALUE 'Y'.
       01  WS-CS-WORK-JURIS    PIC X(2).

      * One slot per deposit jurisdiction, as PAYTAX01 keeps them:
      * the quarter's liability per PAYHIST, and the ledger's
      * balance carried in, accruals and deposits.
       01  WS-JT-TABLE.
           05 WS-JT-ENTRY OCCURS 20 TIMES.
               10 WS-JT-CODE       PIC X(2).
               10 WS-JT-HIST-LIAB  PIC S9(11)V99.
               10 WS-JT-OPENING    PIC S9(11)V99.
               10 WS-JT-ACCRUED    PIC S9(11)V99.
               10 WS-JT-DEPOSITED  PIC S9(11)V99.
       01  WS-JT-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-JT-IDX           PIC 9(2).
       01  WS-JT-SLOT-FLAG     PIC X VALUE 'N'.
           88 JT-SLOT-FOUND    VALUE 'Y'.
       01  WS-JT-WORK-CODE     PIC X(2).
       01  WS-ACCRUAL-DIFF     PIC S9(11)V99.
       01  WS-DEPOSIT-DIFF     PIC S9(11)V99.

       01  WS-COUNTERS.
           05 WS-HIST-ROWS-READ PIC 9(9) VALUE ZEROS.
           05 WS-QTR-ROWS       PIC 9(7) VALUE ZEROS.
           05 WS-EMPS-PAID      PIC 9(7) VALUE ZEROS.
           05 WS-SUI-WRITTEN    PIC 9(7) VALUE ZEROS.
           05 WS-SUI-EXCEPTIONS PIC 9(5) VALUE ZEROS.
           05 WS-LIAB-ROWS      PIC 9(7) VALUE ZEROS.
           05 WS-RECON-EXCEPTIONS PIC 9(3) VALUE ZEROS.
       01  WS-QTR-GROSS        PIC S9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'QUARTERLY 941 AND SUI WAGES   '.
           05 WS-RH-QUARTER     PIC X(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RH-START       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-RH-END         PIC 9(8).
           05 FILLER            PIC X(10) VALUE '  RUN ON  '.
           05 WS-RH-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(58) VALUE SPACES.

       01  WS-RPT-SUI-HEAD.
           05 FILLER            PIC X(43) VALUE
               'SUI    ST CO EMP-ID NAME                   '.
           05 FILLER            PIC X(45) VALUE
               '      QTR WAGES         EXCESS        TAXABLE'.
           05 FILLER            PIC X(44) VALUE
               '    PRIOR WAGES  WAGE BASE                  '.

       01  WS-RPT-SUI-LINE.
           05 FILLER            PIC X(7) VALUE 'SUI    '.
           05 WS-RS-STATE       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-COMPANY     PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-NAME        PIC X(22).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-WAGES       PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-EXCESS      PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-TAXABLE     PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-PRIOR       PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-BASE        PIC $$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RS-MESSAGE     PIC X(17).
           05 FILLER            PIC X(1) VALUE SPACES.

       01  WS-RPT-941-LINE-1.
           05 FILLER            PIC X(7) VALUE '941    '.
           05 WS-R1-COMPANY     PIC X(3).
           05 FILLER            PIC X(6) VALUE ' EMPS '.
           05 WS-R1-EMPS        PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE ' WAGES '.
           05 WS-R1-WAGES       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(9) VALUE ' TAXABLE '.
           05 WS-R1-TAXABLE     PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(9) VALUE ' FED TAX '.
           05 WS-R1-FIT         PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(10) VALUE ' ER UNEMP '.
           05 WS-R1-ER-UNEMP    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.

       01  WS-RPT-941-LINE-2.
           05 FILLER            PIC X(7) VALUE '941    '.
           05 WS-R2-COMPANY     PIC X(3).
           05 FILLER            PIC X(10) VALUE ' SS WAGES '.
           05 WS-R2-SS-WAGES    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(11) VALUE ' MED WAGES '.
           05 WS-R2-MED-WAGES   PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(9) VALUE ' EE FICA '.
           05 WS-R2-EE-FICA     PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(9) VALUE ' ER FICA '.
           05 WS-R2-ER-FICA     PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(11) VALUE SPACES.

      * The 941 monthly liability schedule: income tax withheld
      * plus both FICA shares, by the month the wages were paid.
       01  WS-RPT-MONTH-LINE.
           05 FILLER            PIC X(7) VALUE 'MONTH  '.
           05 WS-RM-COMPANY     PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-LABEL-1     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-AMOUNT-1    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-LABEL-2     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-AMOUNT-2    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-LABEL-3     PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RM-AMOUNT-3    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(7) VALUE ' TOTAL '.
           05 WS-RM-TOTAL       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(16) VALUE SPACES.

       01  WS-RPT-STATE-LINE.
           05 FILLER            PIC X(7) VALUE 'STATE  '.
           05 WS-RT-COMPANY     PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RT-JURIS       PIC X(2).
           05 FILLER            PIC X(5) VALUE ' W/H '.
           05 WS-RT-WITHHELD    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(6) VALUE ' EMPS '.
           05 WS-RT-EMPS        PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE ' WAGES '.
           05 WS-RT-WAGES       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(8) VALUE ' EXCESS '.
           05 WS-RT-EXCESS      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(9) VALUE ' TAXABLE '.
           05 WS-RT-TAXABLE     PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(7) VALUE SPACES.

       01  WS-RPT-RECON-HEAD.
           05 FILLER            PIC X(9) VALUE 'RECON  JR'.
           05 FILLER            PIC X(19) VALUE
               '   OPENING BALANCE '.
           05 FILLER            PIC X(19) VALUE
               ' PAYHIST LIABILITY '.
           05 FILLER            PIC X(19) VALUE
               '    LEDGER ACCRUED '.
           05 FILLER            PIC X(19) VALUE
               '         DEPOSITED '.
           05 FILLER            PIC X(19) VALUE
               '  UNDER(+)/OVER(-) '.
           05 FILLER            PIC X(28) VALUE
               '  STATUS                    '.

       01  WS-RPT-RECON-LINE.
           05 FILLER            PIC X(7) VALUE 'RECON  '.
           05 WS-RR-JURIS       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RR-OPENING     PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RR-HIST-LIAB   PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RR-ACCRUED     PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RR-DEPOSITED   PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RR-DIFFERENCE  PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-STATUS      PIC X(20).
           05 FILLER            PIC X(6) VALUE SPACES.

       01  WS-RPT-LEDGER-LINE.
           05 FILLER            PIC X(7) VALUE 'LEDGER '.
           05 WS-RL-JURIS       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RL-AMOUNT      PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'PAYHIST LIABILITY NOT MATCHED ON TAXLIAB'.
           05 FILLER            PIC X(62) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYQTR01 STARTING - QUARTERLY 941 AND SUI WAGES'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM GET-QUARTER
           PERFORM LOAD-CHECK-DATES
           PERFORM OPEN-FILES
           PERFORM SUM-QUARTER-HISTORY
           PERFORM SCAN-LIABILITY-LEDGER
           PERFORM REPORT-COMPANIES
           PERFORM REPORT-STATES
           PERFORM REPORT-RECONCILIATION
           PERFORM CLOSE-FILES
           DISPLAY 'PAYQTR01 COMPLETE'
           DISPLAY '  QUARTER:              ' WS-QUARTER-ID
           DISPLAY '  PAYHIST ROWS READ:    ' WS-HIST-ROWS-READ
           DISPLAY '  ROWS IN QUARTER:      ' WS-QTR-ROWS
           DISPLAY '  EMPLOYEES PAID:       ' WS-EMPS-PAID
           DISPLAY '  SUI ROWS WRITTEN:     ' WS-SUI-WRITTEN
           DISPLAY '  SUI EXCEPTIONS:       ' WS-SUI-EXCEPTIONS
           DISPLAY '  LEDGER ROWS READ:     ' WS-LIAB-ROWS
           DISPLAY '  RECONCILING ITEMS:    ' WS-RECON-EXCEPTIONS
           IF WS-QTR-GROSS < ZERO
               MOVE ZEROS TO WS-DISPLAY-TOTAL
           ELSE
               MOVE WS-QTR-GROSS TO WS-DISPLAY-TOTAL
           END-IF
           DISPLAY '  QUARTER WAGES:        ' WS-DISPLAY-TOTAL
           EVALUATE TRUE
               WHEN WS-RECON-EXCEPTIONS > ZERO
                   DISPLAY 'WARNING: QUARTER DOES NOT RECONCILE TO'
                           ' TAXLIAB - SEE RECON LINES ON QTRRPT'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUI-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The quarter being reported, its first and last days and the
      * first day of its year. Returns are filed after the quarter
      * ends, so the default is the quarter before the run date.
       GET-QUARTER.
           IF LK-PARM-TEXT = SPACES OR LOW-VALUES
               MOVE WS-SYS-YEAR TO WS-DW-YEAR
               COMPUTE WS-MONTH-IDX = (WS-SYS-MONTH + 2) / 3
               IF WS-MONTH-IDX = 1
                   MOVE 4 TO WS-MONTH-IDX
                   SUBTRACT 1 FROM WS-DW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-IDX
               END-IF
               MOVE SPACES TO WS-QUARTER-ID
               STRING WS-DW-YEAR '-Q' WS-MONTH-IDX
                   DELIMITED BY SIZE INTO WS-QUARTER-ID
               END-STRING
           ELSE
               MOVE LK-PARM-TEXT (1:7) TO WS-QUARTER-ID
           END-IF
           IF WS-QUARTER-ID (5:1) NOT = '-'
                   OR WS-QI-LETTER NOT = 'Q'
                   OR WS-QI-YEAR IS NOT NUMERIC
                   OR WS-QI-NUMBER IS NOT NUMERIC
                   OR WS-QI-NUMBER < 1 OR WS-QI-NUMBER > 4
               DISPLAY 'ERROR: QUARTER "' WS-QUARTER-ID
                       '" IS NOT CCYY-QN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-QTR-FIRST-MONTH = WS-QI-NUMBER * 3 - 2
           MOVE WS-QI-YEAR TO WS-DW-YEAR
           MOVE 1          TO WS-DW-MONTH
           MOVE 1          TO WS-DW-DAY
           MOVE WS-DATE-WORK-N TO WS-YEAR-START
           MOVE WS-QTR-FIRST-MONTH TO WS-DW-MONTH
           MOVE WS-DATE-WORK-N TO WS-QTR-START
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 3
               COMPUTE WS-DW-MONTH =
                   WS-QTR-FIRST-MONTH + WS-MONTH-IDX - 1
               MOVE SPACES TO WS-MONTH-LABEL (WS-MONTH-IDX)
               STRING WS-DW-YEAR '-' WS-DW-MONTH
                   DELIMITED BY SIZE
                   INTO WS-MONTH-LABEL (WS-MONTH-IDX)
               END-STRING
           END-PERFORM
           COMPUTE WS-DW-MONTH = WS-QI-NUMBER * 3
           IF WS-QI-NUMBER = 1 OR WS-QI-NUMBER = 4
               MOVE 31 TO WS-DW-DAY
           ELSE
               MOVE 30 TO WS-DW-DAY
           END-IF
           MOVE WS-DATE-WORK-N TO WS-QTR-END
           DISPLAY '  QUARTER: ' WS-QUARTER-ID
                   ' (' WS-QTR-START ' - ' WS-QTR-END ')'.

      * Check dates for every PAYCAL cycle that ends or is paid in
      * the reporting year - enough to place any of the year's
      * payments and ledger rows. Without PAYCAL the row dates
      * stand in, which moves a cycle run just before a quarter
      * end but paid after it into the earlier quarter.
       LOAD-CHECK-DATES.
           OPEN INPUT PAYCAL
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'WARNING: PAYCAL NOT AVAILABLE (STATUS '
                       WS-CAL-STATUS ') - PAYMENTS PLACED BY RUN DATE'
           ELSE
               READ PAYCAL
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF PCAL-END-DATE (1:4) = WS-QI-YEAR
                           OR PCAL-CHECK-DATE (1:4) = WS-QI-YEAR
                       PERFORM SAVE-CHECK-DATE
                   END-IF
                   READ PAYCAL
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PAYCAL
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       SAVE-CHECK-DATE.
           IF WS-CL-COUNT = 300
               DISPLAY 'ERROR: MORE THAN 300 PAYCAL CYCLES IN THE'
                       ' YEAR - INCREASE WS-CL-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CL-COUNT
           MOVE PCAL-PERIOD     TO WS-CL-PERIOD (WS-CL-COUNT)
           MOVE PCAL-FREQUENCY  TO WS-CL-FREQUENCY (WS-CL-COUNT)
           MOVE PCAL-END-DATE   TO WS-CL-END-DATE (WS-CL-COUNT)
           MOVE PCAL-CHECK-DATE TO WS-CL-CHECK-DATE (WS-CL-COUNT).

       OPEN-FILES.
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPMASTR: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUIWAGE
           IF WS-SUI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUIWAGE: ' WS-SUI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QTRRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING QTRRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-QUARTER-ID    TO WS-RH-QUARTER
           MOVE WS-QTR-START     TO WS-RH-START
           MOVE WS-QTR-END       TO WS-RH-END
           MOVE WS-SYSTEM-DATE-N TO WS-RH-RUN-DATE
           WRITE QTRRPT-LINE FROM WS-RPT-HEAD-LINE
           WRITE QTRRPT-LINE FROM WS-RPT-SUI-HEAD.

      * PAYHIST in key order brings each employee's rows together.
      * Rows paid earlier in the year count only toward the wage
      * base; rows paid in the quarter are reported.
       SUM-QUARTER-HISTORY.
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL HIST-END-OF-FILE
               PERFORM START-EMPLOYEE
               PERFORM UNTIL HIST-END-OF-FILE
                       OR PAYH-EMP-ID NOT = WS-CUR-EMP-ID
                   PERFORM TAKE-HISTORY-ROW
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               PERFORM FINISH-EMPLOYEE
           END-PERFORM.

      * Pay entity (blank = '01') and work state from the master.
       START-EMPLOYEE.
           MOVE PAYH-EMP-ID TO WS-CUR-EMP-ID
           MOVE ZEROS TO WS-EMP-TOTALS
           MOVE PAYH-EMP-ID TO EMP-ID
           READ EMPMASTR
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-FLAG
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF MASTER-FOUND
               MOVE EMP-NAME       TO WS-CUR-NAME
               MOVE EMP-WORK-JURIS TO WS-CUR-STATE
               IF EMP-COMPANY = SPACES
                   MOVE '01' TO WS-CUR-COMPANY
               ELSE
                   MOVE EMP-COMPANY TO WS-CUR-COMPANY
               END-IF
           ELSE
               MOVE '*** NOT ON EMPMASTR ***' TO WS-CUR-NAME
               MOVE SPACES TO WS-CUR-STATE
               MOVE '01'   TO WS-CUR-COMPANY
           END-IF.

      * A reversal row is placed by the day it was reversed; any
      * other row by its cycle's check date.
       TAKE-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROWS-READ
           IF PAYH-PAY-DATE IS NUMERIC
               MOVE PAYH-PAY-DATE TO WS-WAGE-DATE
           ELSE
               MOVE ZEROS TO WS-WAGE-DATE
           END-IF
           IF NOT PAYH-REVERSAL
               MOVE PAYH-PERIOD    TO WS-LK-PERIOD
               MOVE PAYH-FREQUENCY TO WS-LK-FREQUENCY
               MOVE PAYH-CYCLE-END TO WS-LK-CYCLE-END
               PERFORM FIND-CHECK-DATE
           END-IF
           IF WS-WAGE-DATE >= WS-YEAR-START
                   AND WS-WAGE-DATE <= WS-QTR-END
               PERFORM PREPARE-ROW-AMOUNTS
               IF WS-WAGE-DATE < WS-QTR-START
                   ADD WS-RW-GROSS TO WS-ET-PRIOR-GROSS
               ELSE
                   PERFORM POST-ROW-TO-QUARTER
               END-IF
           END-IF.

      * Fields blank on rows written before they existed count as
      * zero, except taxable wages, which were gross until the
      * pre-tax deductions came in. Income tax is the federal tax
      * line; a row without lines is pre-release and all federal.
       PREPARE-ROW-AMOUNTS.
           MOVE ZEROS TO WS-ROW-AMOUNTS
           MOVE PAYH-GROSS-PAY TO WS-RW-GROSS
           IF PAYH-TAXABLE-WAGES IS NUMERIC
               MOVE PAYH-TAXABLE-WAGES TO WS-RW-TAXABLE
           ELSE
               MOVE PAYH-GROSS-PAY TO WS-RW-TAXABLE
           END-IF
           IF PAYH-TAX-LINE-CT IS NUMERIC
                   AND PAYH-TAX-LINE-CT > ZERO
               PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                       UNTIL WS-RW-SUB > PAYH-TAX-LINE-CT
                       OR WS-RW-SUB > 3
                   IF PAYH-TXL-JURIS (WS-RW-SUB) = SPACES OR 'FD'
                       ADD PAYH-TXL-AMOUNT (WS-RW-SUB) TO WS-RW-FIT
                   END-IF
               END-PERFORM
           ELSE
               MOVE PAYH-TAX-AMT TO WS-RW-FIT
           END-IF
           IF PAYH-EE-SS IS NUMERIC
               MOVE PAYH-EE-SS TO WS-RW-EE-SS
           END-IF
           IF PAYH-EE-MEDICARE IS NUMERIC
               MOVE PAYH-EE-MEDICARE TO WS-RW-EE-MED
           END-IF
           IF PAYH-SS-WAGES IS NUMERIC
               MOVE PAYH-SS-WAGES TO WS-RW-SS-WAGES
           END-IF
           IF PAYH-MED-WAGES IS NUMERIC
               MOVE PAYH-MED-WAGES TO WS-RW-MED-WAGES
           END-IF
           IF PAYH-ER-FICA IS NUMERIC
               MOVE PAYH-ER-FICA TO WS-RW-ER-FICA
           END-IF
           IF PAYH-ER-UNEMP IS NUMERIC
               MOVE PAYH-ER-UNEMP TO WS-RW-ER-UNEMP
           END-IF
           IF PAYH-REVERSAL
               COMPUTE WS-RW-GROSS     = ZERO - WS-RW-GROSS
               COMPUTE WS-RW-TAXABLE   = ZERO - WS-RW-TAXABLE
               COMPUTE WS-RW-FIT       = ZERO - WS-RW-FIT
               COMPUTE WS-RW-EE-SS     = ZERO - WS-RW-EE-SS
               COMPUTE WS-RW-EE-MED    = ZERO - WS-RW-EE-MED
               COMPUTE WS-RW-SS-WAGES  = ZERO - WS-RW-SS-WAGES
               COMPUTE WS-RW-MED-WAGES = ZERO - WS-RW-MED-WAGES
               COMPUTE WS-RW-ER-FICA   = ZERO - WS-RW-ER-FICA
               COMPUTE WS-RW-ER-UNEMP  = ZERO - WS-RW-ER-UNEMP
           END-IF
           COMPUTE WS-RW-FD-LIAB = WS-RW-FIT + WS-RW-EE-SS
                                 + WS-RW-EE-MED + WS-RW-ER-FICA.

       POST-ROW-TO-QUARTER.
           ADD 1 TO WS-ET-QTR-ROWS
           ADD 1 TO WS-QTR-ROWS
           ADD WS-RW-GROSS TO WS-ET-QTR-GROSS
           ADD WS-RW-GROSS TO WS-QTR-GROSS
           PERFORM FIND-COMPANY-SLOT
           ADD WS-RW-GROSS     TO WS-CF-GROSS (WS-CF-IDX)
           ADD WS-RW-TAXABLE   TO WS-CF-TAXABLE (WS-CF-IDX)
           ADD WS-RW-FIT       TO WS-CF-FIT (WS-CF-IDX)
           ADD WS-RW-SS-WAGES  TO WS-CF-SS-WAGES (WS-CF-IDX)
           ADD WS-RW-MED-WAGES TO WS-CF-MED-WAGES (WS-CF-IDX)
           ADD WS-RW-EE-SS     TO WS-CF-EE-SS (WS-CF-IDX)
           ADD WS-RW-EE-MED    TO WS-CF-EE-MED (WS-CF-IDX)
           ADD WS-RW-ER-FICA   TO WS-CF-ER-FICA (WS-CF-IDX)
           ADD WS-RW-ER-UNEMP  TO WS-CF-ER-UNEMP (WS-CF-IDX)
           COMPUTE WS-MONTH-IDX = WS-WG-MONTH - WS-QTR-FIRST-MONTH + 1
           ADD WS-RW-FD-LIAB TO
               WS-CF-MONTH-LIAB (WS-CF-IDX, WS-MONTH-IDX)
           ADD WS-RW-FD-LIAB TO WS-AL-MONTH (WS-MONTH-IDX)
           MOVE 'FD' TO WS-JT-WORK-CODE
           PERFORM FIND-JURIS-SLOT
           ADD WS-RW-FD-LIAB TO WS-JT-HIST-LIAB (WS-JT-IDX)
           PERFORM POST-STATE-TAX-LINES.

      * State and local withholding lines, each to its own
      * deposit jurisdiction and to the entity's state totals.
       POST-STATE-TAX-LINES.
           IF PAYH-TAX-LINE-CT IS NUMERIC
                   AND PAYH-TAX-LINE-CT > ZERO
               PERFORM VARYING WS-RW-SUB FROM 1 BY 1
                       UNTIL WS-RW-SUB > PAYH-TAX-LINE-CT
                       OR WS-RW-SUB > 3
                   IF PAYH-TXL-JURIS (WS-RW-SUB) NOT = SPACES
                           AND PAYH-TXL-JURIS (WS-RW-SUB) NOT = 'FD'
                       MOVE PAYH-TXL-AMOUNT (WS-RW-SUB)
                           TO WS-RW-LINE-AMT
                       IF PAYH-REVERSAL
                           COMPUTE WS-RW-LINE-AMT =
                               ZERO - WS-RW-LINE-AMT
                       END-IF
                       MOVE PAYH-TXL-JURIS (WS-RW-SUB)
                           TO WS-JT-WORK-CODE
                       PERFORM FIND-JURIS-SLOT
                       ADD WS-RW-LINE-AMT
                           TO WS-JT-HIST-LIAB (WS-JT-IDX)
                       MOVE PAYH-TXL-JURIS (WS-RW-SUB)
                           TO WS-CS-WORK-JURIS
                       PERFORM FIND-STATE-SLOT
                       ADD WS-RW-LINE-AMT
                           TO WS-CS-WITHHELD (WS-CS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       FINISH-EMPLOYEE.
           IF WS-ET-QTR-ROWS > ZERO
               ADD 1 TO WS-EMPS-PAID
               PERFORM FIND-COMPANY-SLOT
               ADD 1 TO WS-CF-EMPS (WS-CF-IDX)
               PERFORM FIGURE-SUI-WAGES
               PERFORM WRITE-SUI-DETAIL
           END-IF.

      * Unemployment wages are gross pay, as PAYRLL01 accrues the
      * employer contribution on. The quarter's wages are taxable
      * up to whatever room the year's earlier wages left under
      * the work state's base; the rest is excess.
       FIGURE-SUI-WAGES.
           MOVE SPACES TO WS-SUI-MESSAGE
           MOVE ZEROS TO WS-SUI-FIGURES
           IF WS-ET-PRIOR-GROSS > ZERO
               MOVE WS-ET-PRIOR-GROSS TO WS-SF-PRIOR
           END-IF
           IF WS-ET-QTR-GROSS > ZERO
               MOVE WS-ET-QTR-GROSS TO WS-SF-WAGES
           END-IF
           PERFORM FIND-WAGE-BASE
           IF WS-SF-PRIOR < WS-SUI-BASE
               COMPUTE WS-SF-ROOM = WS-SUI-BASE - WS-SF-PRIOR
           END-IF
           IF WS-SF-WAGES > WS-SF-ROOM
               MOVE WS-SF-ROOM  TO WS-SF-TAXABLE
           ELSE
               MOVE WS-SF-WAGES TO WS-SF-TAXABLE
           END-IF
           COMPUTE WS-SF-EXCESS = WS-SF-WAGES - WS-SF-TAXABLE
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 'NOT ON EMPMASTR'   TO WS-SUI-MESSAGE
               WHEN WS-CUR-STATE = SPACES OR 'FD'
                   MOVE 'NO WORK STATE'     TO WS-SUI-MESSAGE
               WHEN WS-ET-QTR-GROSS < ZERO
                   MOVE 'QTR NETS NEGATIVE' TO WS-SUI-MESSAGE
           END-EVALUATE.

       FIND-WAGE-BASE.
           MOVE WS-SUI-DEFAULT-BASE TO WS-SUI-BASE
           PERFORM VARYING WS-SBR-IDX FROM 1 BY 1
                   UNTIL WS-SBR-IDX > WS-SBR-COUNT
               IF WS-SBR-STATE (WS-SBR-IDX) = WS-CUR-STATE
                   MOVE WS-SBR-BASE (WS-SBR-IDX) TO WS-SUI-BASE
               END-IF
           END-PERFORM.

      * Every employee paid in the quarter is listed; only those
      * the state report can carry go on SUIWAGE.
       WRITE-SUI-DETAIL.
           MOVE WS-CUR-STATE   TO WS-RS-STATE
           MOVE WS-CUR-COMPANY TO WS-RS-COMPANY
           MOVE WS-CUR-EMP-ID  TO WS-RS-EMP-ID
           MOVE WS-CUR-NAME    TO WS-RS-NAME
           MOVE WS-SF-WAGES    TO WS-RS-WAGES
           MOVE WS-SF-EXCESS   TO WS-RS-EXCESS
           MOVE WS-SF-TAXABLE  TO WS-RS-TAXABLE
           MOVE WS-SF-PRIOR    TO WS-RS-PRIOR
           MOVE WS-SUI-BASE    TO WS-RS-BASE
           MOVE WS-SUI-MESSAGE TO WS-RS-MESSAGE
           WRITE QTRRPT-LINE FROM WS-RPT-SUI-LINE
           IF WS-SUI-MESSAGE NOT = SPACES
               ADD 1 TO WS-SUI-EXCEPTIONS
           ELSE
               MOVE WS-CUR-STATE   TO SW-STATE
               MOVE WS-CUR-COMPANY TO SW-COMPANY
               MOVE WS-CUR-EMP-ID  TO SW-EMP-ID
               MOVE WS-QUARTER-ID  TO SW-QUARTER
               MOVE WS-CUR-NAME    TO SW-EMP-NAME
               MOVE WS-SF-WAGES    TO SW-QTR-WAGES
               MOVE WS-SF-EXCESS   TO SW-EXCESS-WAGES
               MOVE WS-SF-TAXABLE  TO SW-TAXABLE-WAGES
               MOVE WS-SUI-BASE    TO SW-WAGE-BASE
               MOVE WS-SF-PRIOR    TO SW-PRIOR-WAGES
               WRITE SW-RECORD
               IF WS-SUI-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING SUIWAGE FOR ' SW-EMP-ID
                           ' STATUS: ' WS-SUI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUI-WRITTEN
               MOVE WS-CUR-STATE TO WS-CS-WORK-JURIS
               PERFORM FIND-STATE-SLOT
               ADD 1             TO WS-CS-EMPS (WS-CS-IDX)
               ADD WS-SF-WAGES   TO WS-CS-WAGES (WS-CS-IDX)
               ADD WS-SF-EXCESS  TO WS-CS-EXCESS (WS-CS-IDX)
               ADD WS-SF-TAXABLE TO WS-CS-TAXABLE (WS-CS-IDX)
           END-IF.

       READ-NEXT-HISTORY.
           READ PAYHIST
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ.

      * WS-WAGE-DATE is left as it came in when the cycle is not on
      * PAYCAL.
       FIND-CHECK-DATE.
           MOVE 'N' TO WS-CL-FOUND-FLAG
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                   OR CL-ROW-FOUND
               IF WS-CL-PERIOD (WS-CL-IDX) = WS-LK-PERIOD
                       AND WS-CL-FREQUENCY (WS-CL-IDX)
                           = WS-LK-FREQUENCY
                       AND WS-CL-END-DATE (WS-CL-IDX)
                           = WS-LK-CYCLE-END
                   SET CL-ROW-FOUND TO TRUE
                   MOVE WS-CL-CHECK-DATE (WS-CL-IDX) TO WS-WAGE-DATE
               END-IF
           END-PERFORM.

       FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-CF-SLOT-FLAG
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
                   OR CF-SLOT-FOUND
               IF WS-CF-CODE (WS-CF-IDX) = WS-CUR-COMPANY
                   SET CF-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CF-SLOT-FOUND
               SUBTRACT 1 FROM WS-CF-IDX
           ELSE
               IF WS-CF-COUNT = 10
                   DISPLAY 'ERROR: MORE THAN 10 PAY ENTITIES'
                           ' - INCREASE WS-CF-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CF-COUNT
               MOVE WS-CF-COUNT TO WS-CF-IDX
               MOVE WS-CUR-COMPANY TO WS-CF-CODE (WS-CF-IDX)
               MOVE ZEROS TO WS-CF-EMPS (WS-CF-IDX)
                             WS-CF-GROSS (WS-CF-IDX)
                             WS-CF-TAXABLE (WS-CF-IDX)
                             WS-CF-FIT (WS-CF-IDX)
                             WS-CF-SS-WAGES (WS-CF-IDX)
                             WS-CF-MED-WAGES (WS-CF-IDX)
                             WS-CF-EE-SS (WS-CF-IDX)
                             WS-CF-EE-MED (WS-CF-IDX)
                             WS-CF-ER-FICA (WS-CF-IDX)
                             WS-CF-ER-UNEMP (WS-CF-IDX)
                             WS-CF-MONTH-LIAB (WS-CF-IDX, 1)
                             WS-CF-MONTH-LIAB (WS-CF-IDX, 2)
                             WS-CF-MONTH-LIAB (WS-CF-IDX, 3)
           END-IF.

       FIND-STATE-SLOT.
           MOVE 'N' TO WS-CS-SLOT-FLAG
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                   OR CS-SLOT-FOUND
               IF WS-CS-COMPANY (WS-CS-IDX) = WS-CUR-COMPANY
                       AND WS-CS-JURIS (WS-CS-IDX) = WS-CS-WORK-JURIS
                   SET CS-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CS-SLOT-FOUND
               SUBTRACT 1 FROM WS-CS-IDX
           ELSE
               IF WS-CS-COUNT = 100
                   DISPLAY 'ERROR: MORE THAN 100 ENTITY/JURISDICTION'
                           ' PAIRS - INCREASE WS-CS-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-IDX
               MOVE WS-CUR-COMPANY   TO WS-CS-COMPANY (WS-CS-IDX)
               MOVE WS-CS-WORK-JURIS TO WS-CS-JURIS (WS-CS-IDX)
               MOVE ZEROS TO WS-CS-WITHHELD (WS-CS-IDX)
                             WS-CS-EMPS (WS-CS-IDX)
                             WS-CS-WAGES (WS-CS-IDX)
                             WS-CS-EXCESS (WS-CS-IDX)
                             WS-CS-TAXABLE (WS-CS-IDX)
           END-IF.

      * Blank reads as federal, as on the ledger.
       FIND-JURIS-SLOT.
           IF WS-JT-WORK-CODE = SPACES
               MOVE 'FD' TO WS-JT-WORK-CODE
           END-IF
           MOVE 'N' TO WS-JT-SLOT-FLAG
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
                   OR JT-SLOT-FOUND
               IF WS-JT-CODE (WS-JT-IDX) = WS-JT-WORK-CODE
                   SET JT-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF JT-SLOT-FOUND
               SUBTRACT 1 FROM WS-JT-IDX
           ELSE
               IF WS-JT-COUNT = 20
                   DISPLAY 'ERROR: MORE THAN 20 TAX JURISDICTIONS'
                           ' - INCREASE WS-JT-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JT-COUNT
               MOVE WS-JT-COUNT TO WS-JT-IDX
               MOVE WS-JT-WORK-CODE TO WS-JT-CODE (WS-JT-IDX)
               MOVE ZEROS TO WS-JT-HIST-LIAB (WS-JT-IDX)
                             WS-JT-OPENING (WS-JT-IDX)
                             WS-JT-ACCRUED (WS-JT-IDX)
                             WS-JT-DEPOSITED (WS-JT-IDX)
           END-IF.

      * The ledger is placed in quarters by the same rule as the
      * payments: an accrual or deposit by its cycle's check date
      * (the entry date when the cycle is not on PAYCAL), a
      * reversal by the day it was entered - the date PAYREV01 put
      * on the matching PAYHIST row. Everything before the quarter
      * makes the balance carried in; rows after it are ignored.
       SCAN-LIABILITY-LEDGER.
           OPEN INPUT TAXLIAB
           IF WS-LIAB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAXLIAB: ' WS-LIAB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXLIAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LIAB-ROWS
               MOVE TL-JURIS TO WS-JT-WORK-CODE
               PERFORM FIND-JURIS-SLOT
               MOVE TL-ENTRY-DATE TO WS-WAGE-DATE
               IF NOT TL-REVERSAL
                   MOVE TL-PERIOD    TO WS-LK-PERIOD
                   MOVE TL-FREQUENCY TO WS-LK-FREQUENCY
                   MOVE TL-CYCLE-END TO WS-LK-CYCLE-END
                   PERFORM FIND-CHECK-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-WAGE-DATE < WS-QTR-START
                       PERFORM POST-LEDGER-OPENING
                   WHEN WS-WAGE-DATE <= WS-QTR-END
                       PERFORM POST-LEDGER-QUARTER
               END-EVALUATE
               READ TAXLIAB
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TAXLIAB
           MOVE 'N' TO WS-EOF-FLAG.

      * Accruals less everything else, as PAYTAX01 balances it.
       POST-LEDGER-OPENING.
           IF TL-WITHHOLDING
               ADD TL-AMOUNT TO WS-JT-OPENING (WS-JT-IDX)
           ELSE
               SUBTRACT TL-AMOUNT FROM WS-JT-OPENING (WS-JT-IDX)
           END-IF.

       POST-LEDGER-QUARTER.
           EVALUATE TRUE
               WHEN TL-WITHHOLDING
                   ADD TL-AMOUNT TO WS-JT-ACCRUED (WS-JT-IDX)
               WHEN TL-REVERSAL
                   SUBTRACT TL-AMOUNT FROM WS-JT-ACCRUED (WS-JT-IDX)
               WHEN OTHER
                   ADD TL-AMOUNT TO WS-JT-DEPOSITED (WS-JT-IDX)
           END-EVALUATE.

      * Two lines of 941 figures and the monthly liability schedule
      * per pay entity, then the schedule for all entities - the
      * figure the federal deposits are reconciled against.
       REPORT-COMPANIES.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               MOVE WS-CF-CODE (WS-CF-IDX)      TO WS-R1-COMPANY
               MOVE WS-CF-EMPS (WS-CF-IDX)      TO WS-R1-EMPS
               MOVE WS-CF-GROSS (WS-CF-IDX)     TO WS-R1-WAGES
               MOVE WS-CF-TAXABLE (WS-CF-IDX)   TO WS-R1-TAXABLE
               MOVE WS-CF-FIT (WS-CF-IDX)       TO WS-R1-FIT
               MOVE WS-CF-ER-UNEMP (WS-CF-IDX)  TO WS-R1-ER-UNEMP
               WRITE QTRRPT-LINE FROM WS-RPT-941-LINE-1
               MOVE WS-CF-CODE (WS-CF-IDX)      TO WS-R2-COMPANY
               MOVE WS-CF-SS-WAGES (WS-CF-IDX)  TO WS-R2-SS-WAGES
               MOVE WS-CF-MED-WAGES (WS-CF-IDX) TO WS-R2-MED-WAGES
               COMPUTE WS-R2-EE-FICA = WS-CF-EE-SS (WS-CF-IDX)
                                     + WS-CF-EE-MED (WS-CF-IDX)
               MOVE WS-CF-ER-FICA (WS-CF-IDX)   TO WS-R2-ER-FICA
               WRITE QTRRPT-LINE FROM WS-RPT-941-LINE-2
               MOVE WS-CF-CODE (WS-CF-IDX)      TO WS-RM-COMPANY
               MOVE WS-CF-MONTH-LIAB (WS-CF-IDX, 1) TO WS-RM-AMOUNT-1
               MOVE WS-CF-MONTH-LIAB (WS-CF-IDX, 2) TO WS-RM-AMOUNT-2
               MOVE WS-CF-MONTH-LIAB (WS-CF-IDX, 3) TO WS-RM-AMOUNT-3
               COMPUTE WS-LIAB-TOTAL =
                   WS-CF-MONTH-LIAB (WS-CF-IDX, 1)
                   + WS-CF-MONTH-LIAB (WS-CF-IDX, 2)
                   + WS-CF-MONTH-LIAB (WS-CF-IDX, 3)
               PERFORM WRITE-MONTH-LINE
           END-PERFORM
           MOVE 'ALL'            TO WS-RM-COMPANY
           MOVE WS-AL-MONTH (1)  TO WS-RM-AMOUNT-1
           MOVE WS-AL-MONTH (2)  TO WS-RM-AMOUNT-2
           MOVE WS-AL-MONTH (3)  TO WS-RM-AMOUNT-3
           COMPUTE WS-LIAB-TOTAL = WS-AL-MONTH (1) + WS-AL-MONTH (2)
                                 + WS-AL-MONTH (3)
           PERFORM WRITE-MONTH-LINE.

       WRITE-MONTH-LINE.
           MOVE WS-MONTH-LABEL (1) TO WS-RM-LABEL-1
           MOVE WS-MONTH-LABEL (2) TO WS-RM-LABEL-2
           MOVE WS-MONTH-LABEL (3) TO WS-RM-LABEL-3
           MOVE WS-LIAB-TOTAL      TO WS-RM-TOTAL
           WRITE QTRRPT-LINE FROM WS-RPT-MONTH-LINE.

       REPORT-STATES.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-COMPANY (WS-CS-IDX)  TO WS-RT-COMPANY
               MOVE WS-CS-JURIS (WS-CS-IDX)    TO WS-RT-JURIS
               MOVE WS-CS-WITHHELD (WS-CS-IDX) TO WS-RT-WITHHELD
               MOVE WS-CS-EMPS (WS-CS-IDX)     TO WS-RT-EMPS
               MOVE WS-CS-WAGES (WS-CS-IDX)    TO WS-RT-WAGES
               MOVE WS-CS-EXCESS (WS-CS-IDX)   TO WS-RT-EXCESS
               MOVE WS-CS-TAXABLE (WS-CS-IDX)  TO WS-RT-TAXABLE
               WRITE QTRRPT-LINE FROM WS-RPT-STATE-LINE
           END-PERFORM.

      * Per jurisdiction: the ledger must have accrued what PAYHIST
      * says was withheld, and the quarter's deposits, less any
      * balance they paid off from before the quarter, must cover
      * it. What is left is under-deposited (positive) or over-
      * deposited (negative). A jurisdiction with nothing on
      * either side is not listed.
       REPORT-RECONCILIATION.
           WRITE QTRRPT-LINE FROM WS-RPT-RECON-HEAD
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF WS-JT-HIST-LIAB (WS-JT-IDX) NOT = ZERO
                       OR WS-JT-OPENING (WS-JT-IDX) NOT = ZERO
                       OR WS-JT-ACCRUED (WS-JT-IDX) NOT = ZERO
                       OR WS-JT-DEPOSITED (WS-JT-IDX) NOT = ZERO
                   PERFORM RECONCILE-ONE-JURIS
               END-IF
           END-PERFORM.

       RECONCILE-ONE-JURIS.
           COMPUTE WS-ACCRUAL-DIFF = WS-JT-HIST-LIAB (WS-JT-IDX)
                                   - WS-JT-ACCRUED (WS-JT-IDX)
           COMPUTE WS-DEPOSIT-DIFF = WS-JT-HIST-LIAB (WS-JT-IDX)
                                   + WS-JT-OPENING (WS-JT-IDX)
                                   - WS-JT-DEPOSITED (WS-JT-IDX)
           MOVE WS-JT-CODE (WS-JT-IDX)      TO WS-RR-JURIS
           MOVE WS-JT-OPENING (WS-JT-IDX)   TO WS-RR-OPENING
           MOVE WS-JT-HIST-LIAB (WS-JT-IDX) TO WS-RR-HIST-LIAB
           MOVE WS-JT-ACCRUED (WS-JT-IDX)   TO WS-RR-ACCRUED
           MOVE WS-JT-DEPOSITED (WS-JT-IDX) TO WS-RR-DEPOSITED
           MOVE WS-DEPOSIT-DIFF             TO WS-RR-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-DEPOSIT-DIFF > ZERO
                   MOVE 'UNDER-DEPOSITED' TO WS-RR-STATUS
                   ADD 1 TO WS-RECON-EXCEPTIONS
               WHEN WS-DEPOSIT-DIFF < ZERO
                   MOVE 'OVER-DEPOSITED'  TO WS-RR-STATUS
                   ADD 1 TO WS-RECON-EXCEPTIONS
               WHEN OTHER
                   MOVE 'BALANCED'        TO WS-RR-STATUS
           END-EVALUATE
           WRITE QTRRPT-LINE FROM WS-RPT-RECON-LINE
           IF WS-ACCRUAL-DIFF NOT = ZERO
               ADD 1 TO WS-RECON-EXCEPTIONS
               MOVE WS-JT-CODE (WS-JT-IDX) TO WS-RL-JURIS
               MOVE WS-ACCRUAL-DIFF        TO WS-RL-AMOUNT
               WRITE QTRRPT-LINE FROM WS-RPT-LEDGER-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE EMPMASTR
           CLOSE PAYHIST
           CLOSE SUIWAGE
           CLOSE QTRRPT.
