      *                   not accrued twice, so reruns are safe;      *
      *                3. produces one EFTPS-style payment record     *
      *                   per jurisdiction with an outstanding        *
      *                   balance (form 941 federal - income tax and  *
      *                   both FICA shares - STAX for a state or      *
      *                   local authority) and the                    *
      *                   matching 'D' rows - state money never       *
      *                   rides the federal deposit;                  *
      *                4. writes the deposit register (every TAXLIAB  *
      *                    checked after the payment it could never
      *                    fire, since every run deposits its
      *                    liability in full.
      *   2026-10-15  TJK  The federal 941 bucket now carries FICA
      *                    too: the employee Social Security and
      *                    Medicare withheld plus the employer share
      *                    (DISB-ER-FICA) accrue and deposit with the
      *                    federal income tax, as form 941 requires.
      *                    Fields blank on an older generation count
      *                    as zero.
      *   2026-10-15  TJK  'R' rows on TAXLIAB, written by PAYREV01 for
      *                    a reversed payment, reduce the jurisdiction's
      *                    liability as a deposit does. A balance a
      *                    reversal leaves negative carries forward
      *                    against the next cycle's accrual.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTAX01.
           05 PCAL-ACH-EFF-DATE PIC 9(8).

      * Running deposit liability ledger: 'W' rows accrue a cycle's
      * withholding, 'D' rows record a deposit, 'R' rows (PAYREV01)
      * give back the withholding on a reversed payment; the balance
      * is accruals less the rest. Permanent and accumulating, like
      * AUDITLOG.
       FD  TAXLIAB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05 TL-REC-TYPE       PIC X(1).
               88 TL-WITHHOLDING    VALUE 'W'.
               88 TL-DEPOSIT        VALUE 'D'.
               88 TL-REVERSAL       VALUE 'R'.
           05 TL-PERIOD         PIC X(7).
           05 TL-FREQUENCY      PIC X(1).
           05 TL-CYCLE-END      PIC 9(8).
           88 RUN-ROW-FOUND    VALUE 'Y'.

       01  WS-CYCLE-TAX        PIC 9(11)V99 VALUE ZEROS.
       01  WS-CYCLE-FICA       PIC 9(11)V99 VALUE ZEROS.
       01  WS-DEPOSIT-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
       01  WS-CARRIED-BALANCE  PIC S9(11)V99 VALUE ZEROS.
       01  WS-LIAB-ROWS        PIC 9(7) VALUE ZEROS.
           DISPLAY 'PAYTAX01 COMPLETE'
           MOVE WS-CYCLE-TAX TO WS-DISPLAY-TOTAL
           DISPLAY '  CYCLE WITHHOLDING:  ' WS-DISPLAY-TOTAL
           MOVE WS-CYCLE-FICA TO WS-DISPLAY-TOTAL
           DISPLAY '  CYCLE FICA:         ' WS-DISPLAY-TOTAL
           MOVE WS-DEPOSIT-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY '  DEPOSITS PRODUCED:  ' WS-DISPLAY-TOTAL
           DISPLAY '  PAYMENT RECORDS:    ' WS-PAYMENTS-MADE
                   ADD 1 TO WS-DISB-DETAILS
                   ADD DISB-TAX-AMT TO WS-CYCLE-TAX
                   PERFORM SUM-DETAIL-TAX-LINES
                   PERFORM SUM-DETAIL-FICA
               END-IF
               READ DISBFILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               ADD WS-JT-WORK-AMT TO WS-JT-CYCLE-TAX (WS-JT-IDX)
           END-IF.

      * Form 941 deposits FICA with the federal income tax: the
      * employee Social Security and Medicare withheld and the
      * employer's matching share all go to the federal bucket.
       SUM-DETAIL-FICA.
           MOVE ZEROS TO WS-JT-WORK-AMT
           IF DISB-EE-SS IS NUMERIC
               ADD DISB-EE-SS TO WS-JT-WORK-AMT
           END-IF
           IF DISB-EE-MEDICARE IS NUMERIC
               ADD DISB-EE-MEDICARE TO WS-JT-WORK-AMT
           END-IF
           IF DISB-ER-FICA IS NUMERIC
               ADD DISB-ER-FICA TO WS-JT-WORK-AMT
           END-IF
           IF WS-JT-WORK-AMT > ZERO
               ADD WS-JT-WORK-AMT TO WS-CYCLE-FICA
               MOVE 'FD' TO WS-JT-WORK-CODE
               PERFORM FIND-JURIS-SLOT
               ADD WS-JT-WORK-AMT TO WS-JT-CYCLE-TAX (WS-JT-IDX)
           END-IF.

       FIND-JURIS-SLOT.
           IF WS-JT-WORK-CODE = SPACES
               MOVE 'FD' TO WS-JT-WORK-CODE
