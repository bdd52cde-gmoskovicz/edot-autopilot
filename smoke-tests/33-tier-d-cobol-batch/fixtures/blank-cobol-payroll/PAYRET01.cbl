      *              employee with a pending EMP-RATE-CHANGE whose    *
      *              effective date has arrived, recomputes the       *
      *              affected completed cycles on PAYHIST (same       *
      *              regular/OT/double-time arithmetic PAYRLL01 used, *
      *              from the hours, base rate and shift factor on    *
      *              each history row) at the new rate, and accrues   *
      *              the difference in EMP-RETRO-DUE. PAYRLL01 pays   *
      *              the accrual out as an identified adjustment in   *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-09-02  TJK  Initial version.
      *   2026-10-15  TJK  The recompute now includes the double-time
      *                    hours PAYRLL01 pays for daily-overtime
      *                    work jurisdictions (twice the shift rate,
      *                    carried with the OT pay). Rows posted
      *                    before PAYH-DT-HOURS existed paid none.
      *   2026-10-15  TJK  Supplemental earnings in a cycle's gross
      *                    are left out of the old-gross figure, like
      *                    the retro adjustment - they are not hours
      *                    pay. Bonus-only rows (frequency 'S') paid
      *                    no hours and are passed over.
      *   2026-10-15  TJK  Payments PAYREV01 has reversed are passed
      *                    over, as are the reversal rows themselves -
      *                    nothing was paid for the cycle, so there is
      *                    no difference to pay.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRET01.
       01  WS-NEW-SHIFT-RATE   PIC 9(5)V99.
       01  WS-NEW-REG-PAY      PIC 9(9)V99.
       01  WS-NEW-OT-PAY       PIC 9(9)V99.
       01  WS-NEW-DT-PAY       PIC 9(9)V99.
       01  WS-NEW-GROSS        PIC 9(9)V99.
       01  WS-OLD-GROSS        PIC 9(9)V99.
       01  WS-CYCLE-DIFF       PIC S9(9)V99.
       01  WS-RETRO-TOTAL      PIC 9(9)V99.
       01  WS-OT-FACTOR        PIC 9V99 VALUE 1.50.
       01  WS-DT-FACTOR        PIC 9V99 VALUE 2.00.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ   PIC 9(7) VALUE ZEROS.
           05 WS-DECREASES-SKIPPED PIC 9(5) VALUE ZEROS.
           05 WS-ROWS-UNADJUSTABLE PIC 9(5) VALUE ZEROS.

      * The employee's reversed payments (period, frequency, cycle).
       01  WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 50 TIMES.
               10 WS-RV-PERIOD     PIC X(7).
               10 WS-RV-FREQUENCY  PIC X(1).
               10 WS-RV-CYCLE-END  PIC 9(8).
       01  WS-RV-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-RV-IDX           PIC 9(2).
       01  WS-RV-FOUND-FLAG    PIC X VALUE 'N'.
           88 ROW-WAS-REVERSED VALUE 'Y'.

       01  WS-GRAND-RETRO      PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       SWEEP-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-SWEPT
           MOVE ZEROS TO WS-RETRO-TOTAL
           PERFORM LOAD-EMPLOYEE-REVERSALS
           PERFORM SCAN-EMPLOYEE-HISTORY
           IF WS-RETRO-TOTAL > ZERO
               ADD WS-RETRO-TOTAL TO EMP-RETRO-DUE
               STOP RUN
           END-IF.

      * PAYREV01 reversal rows for the employee: a reversed payment
      * was taken back in full, so there is no difference to pay on
      * it. An 'R' row can sort ahead of the row it reverses, hence
      * a separate pass before the history scan.
       LOAD-EMPLOYEE-REVERSALS.
           MOVE ZEROS TO WS-RV-COUNT
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES TO PAYH-KEY
           MOVE EMP-ID TO PAYH-EMP-ID
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF NOT HIST-END-OF-FILE
                   IF PAYH-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   ELSE
                       IF PAYH-REVERSAL AND WS-RV-COUNT < 50
                           ADD 1 TO WS-RV-COUNT
                           MOVE PAYH-PERIOD TO
                               WS-RV-PERIOD (WS-RV-COUNT)
                           MOVE PAYH-REVERSAL-OF TO
                               WS-RV-FREQUENCY (WS-RV-COUNT)
                           MOVE PAYH-CYCLE-END TO
                               WS-RV-CYCLE-END (WS-RV-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ROW-REVERSED.
           MOVE 'N' TO WS-RV-FOUND-FLAG
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-PERIOD (WS-RV-IDX) = PAYH-PERIOD
                       AND WS-RV-FREQUENCY (WS-RV-IDX)
                           = PAYH-FREQUENCY
                       AND WS-RV-CYCLE-END (WS-RV-IDX)
                           = PAYH-CYCLE-END
                   SET ROW-WAS-REVERSED TO TRUE
               END-IF
           END-PERFORM.

      * Only cycles both inside the change window (cycle end on or
      * after the effective date) and actually paid at the outgoing
      * rate adjust - a cycle already paid at the new rate, or paid
           END-PERFORM.

       CONSIDER-HISTORY-ROW.
           PERFORM CHECK-ROW-REVERSED
           EVALUATE TRUE
               WHEN PAYH-CYCLE-END < EMP-RATE-EFF-DATE
                   CONTINUE
               WHEN PAYH-FREQUENCY = 'S'
                   CONTINUE
               WHEN PAYH-REVERSAL OR ROW-WAS-REVERSED
                   CONTINUE
               WHEN PAYH-BASE-RATE NOT NUMERIC
                   OR PAYH-REG-HOURS NOT NUMERIC
                   OR PAYH-SHIFT-FACTOR NOT NUMERIC
               GIVING WS-NEW-OT-PAY
           MULTIPLY WS-NEW-OT-PAY BY WS-OT-FACTOR
               GIVING WS-NEW-OT-PAY
           IF PAYH-DT-HOURS IS NUMERIC
               MULTIPLY PAYH-DT-HOURS BY WS-NEW-SHIFT-RATE
                   GIVING WS-NEW-DT-PAY
               MULTIPLY WS-NEW-DT-PAY BY WS-DT-FACTOR
                   GIVING WS-NEW-DT-PAY
               ADD WS-NEW-DT-PAY TO WS-NEW-OT-PAY
           END-IF
           ADD WS-NEW-REG-PAY WS-NEW-OT-PAY GIVING WS-NEW-GROSS
           COMPUTE WS-OLD-GROSS =
               PAYH-GROSS-PAY - PAYH-RETRO-PAY
           IF PAYH-SUPP-PAY IS NUMERIC
               SUBTRACT PAYH-SUPP-PAY FROM WS-OLD-GROSS
           END-IF
           COMPUTE WS-CYCLE-DIFF = WS-NEW-GROSS - WS-OLD-GROSS
           EVALUATE TRUE
               WHEN WS-CYCLE-DIFF > ZERO
