      * DESCRIPTION: Year-end wage statement run and YTD rollover.    *
      *              Sweeps EMPMASTR once: writes a W-2-style wage    *
      *              and tax statement record per employee (YTD       *
      *              taxable wages/tax/net and gross from the master, *
      *              annual 401k/garnishment/health totals summed     *
      *              from PAYHIST),                                   *
      *              archives the closing balances to YEARARCH, then  *
      *              zeroes the EMP-YTD-TOTALS on the master. The     *
      *              archive record is written before the rewrite so  *
      *                    codes blanked, amounts zeroed - so the
      *                    per-jurisdiction figures reset with the
      *                    total they decompose.
      *   2026-10-15  TJK  The statement's wage box now carries
      *                    taxable wages (EMP-YTD-TAXABLE - gross
      *                    less the pre-tax 401k and health), not
      *                    gross; true gross moves to the end of the
      *                    record. YEARARCH keeps the closing taxable
      *                    figure too, and the rollover zeroes it.
      *   2026-10-15  TJK  The statement carries Social Security and
      *                    Medicare wages (EMP-YTD-FICA-WAGES, the
      *                    Social Security figure stopped at the
      *                    wage base) and the employee Social
      *                    Security and Medicare withheld, summed
      *                    from PAYHIST with the deductions.
      *                    YEARARCH keeps the closing FICA wages; the
      *                    rollover zeroes them.
      *   2026-10-15  TJK  PAYREV01 reversal rows (frequency 'R') are
      *                    subtracted from the annual deduction and FICA
      *                    withheld totals instead of added.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYYE01.
           05 W2-EMP-ID         PIC X(6).
           05 W2-EMP-NAME       PIC X(30).
           05 W2-DEPARTMENT     PIC X(12).
           05 W2-TAXABLE-WAGES  PIC 9(9)V99.
           05 W2-TAX            PIC 9(9)V99.
           05 W2-NET            PIC 9(9)V99.
           05 W2-DED-401K       PIC 9(9)V99.
           05 W2-DED-GARNISH    PIC 9(9)V99.
           05 W2-DED-HEALTH     PIC 9(9)V99.
           05 W2-GROSS-PAY      PIC 9(9)V99.
           05 W2-SS-WAGES       PIC 9(9)V99.
           05 W2-SS-TAX         PIC 9(9)V99.
           05 W2-MEDICARE-WAGES PIC 9(9)V99.
           05 W2-MEDICARE-TAX   PIC 9(9)V99.

       FD  YEARARCH
           RECORDING MODE IS F
           05 YA-YTD-GROSS      PIC 9(9)V99.
           05 YA-YTD-TAX        PIC 9(9)V99.
           05 YA-YTD-NET        PIC 9(9)V99.
           05 YA-YTD-TAXABLE    PIC 9(9)V99.
           05 YA-YTD-FICA-WAGES PIC 9(9)V99.

       FD  YECKPT
           RECORDING MODE IS F
       01  WS-RESTART-ID       PIC X(6) VALUE SPACES.

       01  WS-ANNUAL-DEDUCTIONS.
           05 WS-ANNUAL-401K    PIC S9(9)V99.
           05 WS-ANNUAL-GARNISH PIC S9(9)V99.
           05 WS-ANNUAL-HEALTH  PIC S9(9)V99.
           05 WS-ANNUAL-EE-SS   PIC S9(9)V99.
           05 WS-ANNUAL-EE-MED  PIC S9(9)V99.

      * The same Social Security wage base PAYRLL01 withholds to.
       01  WS-SS-WAGE-BASE      PIC 9(7)V99 VALUE 184500.00.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ   PIC 9(7) VALUE ZEROS.

       01  WS-TOTAL-GROSS       PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-TAX         PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-TAXABLE     PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-FICA-TAX    PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL     PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-DATE.
           DISPLAY '  ALREADY ROLLED:     ' WS-ALREADY-ROLLED
           MOVE WS-TOTAL-GROSS TO WS-DISPLAY-TOTAL
           DISPLAY '  STATEMENT GROSS:    ' WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-TAXABLE TO WS-DISPLAY-TOTAL
           DISPLAY '  STATEMENT WAGES:    ' WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-TAX TO WS-DISPLAY-TOTAL
           DISPLAY '  STATEMENT TAX:      ' WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-FICA-TAX TO WS-DISPLAY-TOTAL
           DISPLAY '  STATEMENT FICA:     ' WS-DISPLAY-TOTAL
           STOP RUN.

      * The statement year normally arrives as the JCL PARM. When it
      * PAYHIST is keyed EMP-ID/period/frequency, so reading it in
      * key order lines it up with the EMPMASTR sweep the same way
      * the TIMECARD co-read works in PAYRLL01. Only rows whose
      * period falls in the statement year are accumulated. A
      * PAYREV01 reversal row takes its payment's figures back off;
      * it can sort ahead of that payment, so the totals are signed
      * until the employee's rows are all in.
       SUM-ANNUAL-DEDUCTIONS.
           MOVE ZEROS TO WS-ANNUAL-401K
                         WS-ANNUAL-GARNISH
                         WS-ANNUAL-HEALTH
                         WS-ANNUAL-EE-SS
                         WS-ANNUAL-EE-MED
           IF HIST-AVAILABLE
               PERFORM UNTIL HIST-END-OF-FILE
                       OR PAYH-EMP-ID >= EMP-ID
               PERFORM UNTIL HIST-END-OF-FILE
                       OR PAYH-EMP-ID NOT = EMP-ID
                   IF PAYH-PERIOD (1:4) = WS-STATEMENT-YEAR
                       IF PAYH-REVERSAL
                           PERFORM SUBTRACT-REVERSAL-ROW
                       ELSE
                           PERFORM ADD-HISTORY-ROW
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
           END-IF.

       ADD-HISTORY-ROW.
           ADD PAYH-DED-401K    TO WS-ANNUAL-401K
           ADD PAYH-DED-GARNISH TO WS-ANNUAL-GARNISH
           ADD PAYH-DED-HEALTH  TO WS-ANNUAL-HEALTH
           IF PAYH-EE-SS IS NUMERIC
               ADD PAYH-EE-SS   TO WS-ANNUAL-EE-SS
           END-IF
           IF PAYH-EE-MEDICARE IS NUMERIC
               ADD PAYH-EE-MEDICARE TO WS-ANNUAL-EE-MED
           END-IF.

       SUBTRACT-REVERSAL-ROW.
           SUBTRACT PAYH-DED-401K    FROM WS-ANNUAL-401K
           SUBTRACT PAYH-DED-GARNISH FROM WS-ANNUAL-GARNISH
           SUBTRACT PAYH-DED-HEALTH  FROM WS-ANNUAL-HEALTH
           IF PAYH-EE-SS IS NUMERIC
               SUBTRACT PAYH-EE-SS   FROM WS-ANNUAL-EE-SS
           END-IF
           IF PAYH-EE-MEDICARE IS NUMERIC
               SUBTRACT PAYH-EE-MEDICARE FROM WS-ANNUAL-EE-MED
           END-IF.

       READ-NEXT-HISTORY.
           READ PAYHIST
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ.

      * The wage box is taxable wages, not gross - the pre-tax
      * deferral and premium were never subject to withholding. A
      * master that has not been paid since EMP-YTD-TAXABLE was
      * added carries it blank; every cycle it covers was withheld
      * on gross, so gross is the taxable figure.
       WRITE-WAGE-STATEMENT.
           IF EMP-YTD-TAXABLE NOT NUMERIC
               MOVE EMP-YTD-GROSS TO EMP-YTD-TAXABLE
           END-IF
           IF EMP-YTD-FICA-WAGES NOT NUMERIC
               MOVE EMP-YTD-GROSS TO EMP-YTD-FICA-WAGES
           END-IF
           MOVE WS-STATEMENT-YEAR TO W2-TAX-YEAR
           MOVE EMP-ID            TO W2-EMP-ID
           MOVE EMP-NAME          TO W2-EMP-NAME
           MOVE EMP-DEPARTMENT    TO W2-DEPARTMENT
           MOVE EMP-YTD-TAXABLE   TO W2-TAXABLE-WAGES
           MOVE EMP-YTD-GROSS     TO W2-GROSS-PAY
           IF EMP-YTD-FICA-WAGES > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO W2-SS-WAGES
           ELSE
               MOVE EMP-YTD-FICA-WAGES TO W2-SS-WAGES
           END-IF
           MOVE WS-ANNUAL-EE-SS   TO W2-SS-TAX
           MOVE EMP-YTD-FICA-WAGES TO W2-MEDICARE-WAGES
           MOVE WS-ANNUAL-EE-MED  TO W2-MEDICARE-TAX
           MOVE EMP-YTD-TAX       TO W2-TAX
           MOVE EMP-YTD-NET       TO W2-NET
           MOVE WS-ANNUAL-401K    TO W2-DED-401K
           WRITE W2-RECORD
           ADD 1 TO WS-W2-WRITTEN
           ADD EMP-YTD-GROSS TO WS-TOTAL-GROSS
           ADD EMP-YTD-TAXABLE TO WS-TOTAL-TAXABLE
           ADD EMP-YTD-TAX   TO WS-TOTAL-TAX
           ADD WS-ANNUAL-EE-SS WS-ANNUAL-EE-MED
               TO WS-TOTAL-FICA-TAX.

      * Closing balances go to the archive before the master is
      * zeroed, so the rollover can always be reconstructed.
           MOVE EMP-YTD-GROSS     TO YA-YTD-GROSS
           MOVE EMP-YTD-TAX       TO YA-YTD-TAX
           MOVE EMP-YTD-NET       TO YA-YTD-NET
           MOVE EMP-YTD-TAXABLE   TO YA-YTD-TAXABLE
           MOVE EMP-YTD-FICA-WAGES TO YA-YTD-FICA-WAGES
           WRITE YA-RECORD.

       ROLL-OVER-YTD.
                         EMP-YTD-TAX
                         EMP-YTD-NET
                         EMP-YTD-401K
                         EMP-YTD-TAXABLE
                         EMP-YTD-FICA-WAGES
           MOVE SPACES TO EMP-JYTD-CODE (1)
                          EMP-JYTD-CODE (2)
                          EMP-JYTD-CODE (3)
