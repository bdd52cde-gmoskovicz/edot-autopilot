      *   2026-09-02  TJK  Added the per-jurisdiction withholding
      *                    lines, mirroring the DISBFILE detail;
      *                    PAYH-TAX-AMT remains the total.
      *   2026-10-15  TJK  Added PAYH-TAXABLE-WAGES, the wages the
      *                    withholding was figured on (gross less
      *                    the pre-tax 401k and health deductions).
      *                    Blank on rows posted before the field
      *                    existed - those cycles were withheld on
      *                    PAYH-GROSS-PAY.
      *   2026-10-15  TJK  Added the employee Social Security and
      *                    Medicare withheld (PAYH-EE-SS /
      *                    PAYH-EE-MEDICARE) and the wages each was
      *                    figured on - PAYH-SS-WAGES stops at the
      *                    annual wage base, PAYH-MED-WAGES does not.
      *                    Blank on rows posted before the fields
      *                    existed.
      *   2026-10-15  TJK  Added the double-time hours (PAYH-DT-HOURS,
      *                    paid at twice the shift rate and included
      *                    in PAYH-OT-PAY) and the per-workweek hours
      *                    the overtime was figured on: one row per
      *                    workweek in the cycle, with its Saturday
      *                    week-ending date (zero for the undated
      *                    remainder). PAYH-REG-HOURS / OT / DT stay
      *                    the cycle totals PAYRET01 recomputes from.
      *                    Blank on rows posted before the fields
      *                    existed - those cycles paid no double time.
      *   2026-10-15  TJK  Added the supplemental earnings paid in the
      *                    cycle (PAYH-SUPP-PAY, included in
      *                    PAYH-GROSS-PAY), the federal withholding on
      *                    them at the flat supplemental rate, and one
      *                    line per earnings code. A bonus-only run
      *                    posts under frequency 'S'. Blank on rows
      *                    posted before the fields existed.
      *   2026-10-15  TJK  Reversal rows. PAYREV01 records a reversed
      *                    payment as a row under frequency 'R' with the
      *                    payment's period and cycle end, carrying the
      *                    amounts taken back and, in PAYH-REVERSAL-OF,
      *                    the frequency of the row it reverses. Readers
      *                    that total history subtract an 'R' row.
      *                    PAYH-REVERSAL-OF is blank on every other row.
      *================================================================*
       01  PAYH-RECORD.
           05 PAYH-KEY.
               10 PAYH-EMP-ID      PIC X(6).
               10 PAYH-PERIOD      PIC X(7).
               10 PAYH-FREQUENCY   PIC X(1).
                   88 PAYH-REVERSAL    VALUE 'R'.
               10 PAYH-CYCLE-END   PIC 9(8).
           05 PAYH-PAY-DATE        PIC 9(8).
           05 PAYH-GROSS-PAY       PIC 9(9)V99.
           05 PAYH-TAX-LINE OCCURS 3 TIMES.
               10 PAYH-TXL-JURIS   PIC X(2).
               10 PAYH-TXL-AMOUNT  PIC 9(7)V99.
           05 PAYH-TAXABLE-WAGES   PIC 9(9)V99.
           05 PAYH-EE-SS           PIC 9(7)V99.
           05 PAYH-EE-MEDICARE     PIC 9(7)V99.
           05 PAYH-SS-WAGES        PIC 9(9)V99.
           05 PAYH-MED-WAGES       PIC 9(9)V99.
           05 PAYH-DT-HOURS        PIC 9(3).
           05 PAYH-WEEK-CT         PIC 9(1).
           05 PAYH-WEEK OCCURS 7 TIMES.
               10 PAYH-WK-END-DATE  PIC 9(8).
               10 PAYH-WK-REG-HOURS PIC 9(3).
               10 PAYH-WK-OT-HOURS  PIC 9(3).
               10 PAYH-WK-DT-HOURS  PIC 9(3).
           05 PAYH-SUPP-PAY        PIC 9(7)V99.
           05 PAYH-SUPP-TAX        PIC 9(7)V99.
           05 PAYH-SUPP-LINE-CT    PIC 9(1).
           05 PAYH-SUPP-LINE OCCURS 4 TIMES.
               10 PAYH-SUPL-CODE   PIC X(2).
               10 PAYH-SUPL-AMOUNT PIC 9(7)V99.
           05 PAYH-REVERSAL-OF     PIC X(1).
