      *              Reads DISBFILE (sorted by DISB-DEPARTMENT, the   *
      *              same input as PAYRPT01) and builds balanced      *
      *              debit/credit journal entries per department:     *
      *              salary and bonus expense debits for gross,       *
      *              liability credits for tax withheld, employee     *
      *              Social Security and Medicare, garnishment, 401k  *
      *              and health, and a net-pay credit to the payroll  *
      *              clearing account. The GLMAP reference file maps  *
      *              each department to its cost center so finance    *
      *              can maintain the map without a program change.   *
      *                    whole group under whichever company
      *                    happened to come last. Blank company on
      *                    pre-release generations counts as '01'.
      *   2026-10-15  TJK  Employee Social Security and Medicare
      *                    withheld post as their own liability
      *                    credits beside the income tax withheld;
      *                    a detail from a generation written before
      *                    the fields existed carries them blank and
      *                    posts none.
      *   2026-10-15  TJK  Supplemental earnings (bonus, commission,
      *                    award, one-time pay) debit their own bonus
      *                    expense account in the department they
      *                    were charged to; the salary expense debit
      *                    is the rest of the gross. Older
      *                    generations carry DISB-SUPP-PAY blank and
      *                    post all of gross to salary as before.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGL01.

       01  WS-GL-ACCOUNTS.
           05 WS-ACCT-SALARY   PIC X(4) VALUE '5100'.
           05 WS-ACCT-BONUS    PIC X(4) VALUE '5110'.
           05 WS-ACCT-TAX      PIC X(4) VALUE '2100'.
           05 WS-ACCT-EE-SS    PIC X(4) VALUE '2130'.
           05 WS-ACCT-EE-MED   PIC X(4) VALUE '2140'.
           05 WS-ACCT-GARNISH  PIC X(4) VALUE '2200'.
           05 WS-ACCT-401K     PIC X(4) VALUE '2300'.
           05 WS-ACCT-HEALTH   PIC X(4) VALUE '2400'.
               10 WS-DC-COMPANY    PIC X(2).
               10 WS-DC-GROSS      PIC 9(11)V99.
               10 WS-DC-TAX        PIC 9(11)V99.
               10 WS-DC-EE-SS      PIC 9(11)V99.
               10 WS-DC-EE-MED     PIC 9(11)V99.
               10 WS-DC-GARNISH    PIC 9(11)V99.
               10 WS-DC-401K       PIC 9(11)V99.
               10 WS-DC-HEALTH     PIC 9(11)V99.
               10 WS-DC-ER-FICA    PIC 9(11)V99.
               10 WS-DC-ER-UNEMP   PIC 9(11)V99.
               10 WS-DC-ER-MATCH   PIC 9(11)V99.
               10 WS-DC-SUPP       PIC 9(11)V99.
       01  WS-DC-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-DC-IDX           PIC 9(2).
       01  WS-DC-SUB           PIC 9(2).
       01  WS-DEPT-ACCUM.
           05 WS-DEPT-GROSS    PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-TAX      PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-EE-SS    PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-EE-MED   PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-GARNISH  PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-401K     PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-HEALTH   PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-ER-UNEMP PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-ER-MATCH PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-ER-TAX   PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-SUPP     PIC 9(11)V99 VALUE ZEROS.
           05 WS-DEPT-SALARY   PIC 9(11)V99 VALUE ZEROS.

       01  WS-BATCH-TOTALS.
           05 WS-ENTRY-COUNT   PIC 9(7)     VALUE ZEROS.
                   ELSE
                       ADD DISB-GROSS-PAY
                           TO WS-DC-GROSS (WS-DC-IDX)
                       IF DISB-SUPP-PAY IS NUMERIC
                           ADD DISB-SUPP-PAY
                               TO WS-DC-SUPP (WS-DC-IDX)
                       END-IF
                   END-IF
               END-IF
               READ DISBFILE
               MOVE WS-CURR-COMPANY TO WS-DC-COMPANY (WS-DC-IDX)
               MOVE ZEROS TO WS-DC-GROSS (WS-DC-IDX)
                             WS-DC-TAX (WS-DC-IDX)
                             WS-DC-EE-SS (WS-DC-IDX)
                             WS-DC-EE-MED (WS-DC-IDX)
                             WS-DC-GARNISH (WS-DC-IDX)
                             WS-DC-401K (WS-DC-IDX)
                             WS-DC-HEALTH (WS-DC-IDX)
                             WS-DC-ER-FICA (WS-DC-IDX)
                             WS-DC-ER-UNEMP (WS-DC-IDX)
                             WS-DC-ER-MATCH (WS-DC-IDX)
                             WS-DC-SUPP (WS-DC-IDX)
           END-IF.

       ACCUMULATE-DETAIL.
           ADD DISB-GROSS-PAY   TO WS-DC-GROSS (WS-DC-IDX)
           ADD DISB-TAX-AMT     TO WS-DC-TAX (WS-DC-IDX)
           IF DISB-EE-SS IS NUMERIC
               ADD DISB-EE-SS   TO WS-DC-EE-SS (WS-DC-IDX)
           END-IF
           IF DISB-EE-MEDICARE IS NUMERIC
               ADD DISB-EE-MEDICARE TO WS-DC-EE-MED (WS-DC-IDX)
           END-IF
           ADD DISB-DED-GARNISH TO WS-DC-GARNISH (WS-DC-IDX)
           ADD DISB-DED-401K    TO WS-DC-401K (WS-DC-IDX)
           ADD DISB-DED-HEALTH  TO WS-DC-HEALTH (WS-DC-IDX)
           ADD DISB-NET-PAY     TO WS-DC-NET (WS-DC-IDX)
           ADD DISB-ER-FICA     TO WS-DC-ER-FICA (WS-DC-IDX)
           ADD DISB-ER-UNEMP    TO WS-DC-ER-UNEMP (WS-DC-IDX)
           ADD DISB-ER-MATCH    TO WS-DC-ER-MATCH (WS-DC-IDX)
           IF DISB-SUPP-PAY IS NUMERIC
               ADD DISB-SUPP-PAY TO WS-DC-SUPP (WS-DC-IDX)
           END-IF.

      * One set of entries per company within the department: the
      * expense debits are the gross actually earned there ('D'
      * home share plus any 'L' loaned-in shares) - supplemental
      * pay charged there to bonus expense, the rest to salary
      * expense - while the liability and clearing credits follow
      * the 'D' details.
      * Neither a department nor a single company's slice of it
      * necessarily nets to zero on its own, but the batch as a
      * whole always does - total D+L gross equals total tax +
      * employee FICA + deductions + net. Zero-amount credit lines
      * are suppressed.
       POST-DEPARTMENT.
           PERFORM FIND-COST-CENTER
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
               PERFORM FIND-GL-COMPANY
               MOVE WS-DC-GROSS (WS-DC-SUB)    TO WS-DEPT-GROSS
               MOVE WS-DC-TAX (WS-DC-SUB)      TO WS-DEPT-TAX
               MOVE WS-DC-EE-SS (WS-DC-SUB)    TO WS-DEPT-EE-SS
               MOVE WS-DC-EE-MED (WS-DC-SUB)   TO WS-DEPT-EE-MED
               MOVE WS-DC-GARNISH (WS-DC-SUB)  TO WS-DEPT-GARNISH
               MOVE WS-DC-401K (WS-DC-SUB)     TO WS-DEPT-401K
               MOVE WS-DC-HEALTH (WS-DC-SUB)   TO WS-DEPT-HEALTH
               MOVE WS-DC-ER-FICA (WS-DC-SUB)  TO WS-DEPT-ER-FICA
               MOVE WS-DC-ER-UNEMP (WS-DC-SUB) TO WS-DEPT-ER-UNEMP
               MOVE WS-DC-ER-MATCH (WS-DC-SUB) TO WS-DEPT-ER-MATCH
               MOVE WS-DC-SUPP (WS-DC-SUB)     TO WS-DEPT-SUPP
               PERFORM POST-COMPANY-ENTRIES
           END-PERFORM
           MOVE ZERO TO WS-DC-COUNT.

       POST-COMPANY-ENTRIES.
           COMPUTE WS-DEPT-SALARY = WS-DEPT-GROSS - WS-DEPT-SUPP
           MOVE WS-DEPT-SALARY TO GLJ-DEBIT
           MOVE ZEROS         TO GLJ-CREDIT
           MOVE WS-ACCT-SALARY TO GLJ-ACCOUNT
           MOVE 'SALARY EXPENSE'       TO GLJ-DESC
           PERFORM WRITE-JOURNAL-ENTRY
           IF WS-DEPT-SUPP > ZERO
               MOVE WS-DEPT-SUPP   TO GLJ-DEBIT
               MOVE WS-ACCT-BONUS  TO GLJ-ACCOUNT
               MOVE 'BONUS EXPENSE'        TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           MOVE ZEROS           TO GLJ-DEBIT
           IF WS-DEPT-TAX > ZERO
               MOVE WS-DEPT-TAX     TO GLJ-CREDIT
               MOVE 'TAX WITHHELD'        TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-DEPT-EE-SS > ZERO
               MOVE WS-DEPT-EE-SS   TO GLJ-CREDIT
               MOVE WS-ACCT-EE-SS   TO GLJ-ACCOUNT
               MOVE 'SOC SEC WITHHELD'        TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-DEPT-EE-MED > ZERO
               MOVE WS-DEPT-EE-MED  TO GLJ-CREDIT
               MOVE WS-ACCT-EE-MED  TO GLJ-ACCOUNT
               MOVE 'MEDICARE WITHHELD'       TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-DEPT-GARNISH > ZERO
               MOVE WS-DEPT-GARNISH TO GLJ-CREDIT
               MOVE WS-ACCT-GARNISH TO GLJ-ACCOUNT
