      *              MNTAUDT so auditors can see exactly what each    *
      *              transaction changed. This is the controlled      *
      *              maintenance path PAYCNV01 left the ACH and       *
      *              deduction fields waiting for. Every hire and     *
      *              rehire is queued on NHTRACK for PAYNHR01's state *
      *              new-hire report. A change to deposit accounts,   *
      *              splits or a large rate increase is held on       *
      *              PENDCHG until a second user approves it ('P').   *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  As needed, ahead of the payroll cycle, via     *
      *                    overwrite the pending change's window
      *                    before PAYRET01 sweeps it and the
      *                    earlier cycles would never adjust.
      *   2026-10-15  TJK  EMP-YTD-TAXABLE preserved across a change
      *                    (a blank field on an older record carries
      *                    EMP-YTD-GROSS, as PAYRLL01 does) and zeroed
      *                    on an add. Images widened for the new
      *                    field.
      *   2026-10-15  TJK  EMP-YTD-FICA-WAGES preserved across a
      *                    change (blank on an older record carries
      *                    EMP-YTD-GROSS) and zeroed on an add.
      *                    Images widened for the new field.
      *   2026-10-15  TJK  A termination keyed with a separation date
      *                    (and type V or I - blank taken as
      *                    involuntary) records the separation and
      *                    marks the final pay pending for PAYRLL01's
      *                    FINAL run; one keyed without a date still
      *                    only sets the status. The separation group
      *                    is preserved across a change and cleared on
      *                    an add. Images widened for the new fields.
      *   2026-10-15  TJK  Every add, and every change that brings a
      *                    terminated employee back to active, queues a
      *                    pending row on the new NHTRACK file for
      *                    PAYNHR01's new-hire report. An add for an
      *                    EMP-ID on file as terminated is now taken as
      *                    the rehire and applied as a change instead of
      *                    rejecting; any other add for an ID on file
      *                    still rejects.
      *   2026-10-15  TJK  Dual control on sensitive changes. A change
      *                    that alters the ACH account or routing, the
      *                    deposit splits, or raises the rate by more
      *                    than the PARM threshold percent (default 10)
      *                    is held on the PENDCHG KSDS instead of
      *                    applied. A 'P' transaction from a different
      *                    user in a later run applies it; the master
      *                    status must be unchanged since it was keyed.
      *                    Unapproved changes expire to MNTERR after the
      *                    PARM day count (default 14). MNTTRAN carries
      *                    the keying user ID, MNTAUDT carries keyed-by
      *                    and approved-by; images widened.
      *   2026-10-15  TJK  The threshold and expiry PARM tokens are
      *                    right-justified before they are zero-filled -
      *                    a two-digit value such as 10 was being read
      *                    as 100.
      *   2026-10-15  TJK  Rehire (add or change) of a terminated
      *                    employee whose final pay is still pending is
      *                    rejected until the FINAL run stamps it paid,
      *                    so it cannot drop off FINREG.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMNT01.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT NHTRACK ASSIGN TO NHTRACK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NHT-STATUS.

           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-EMP-ID
               FILE STATUS IS WS-PCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTTRAN
               88 MNT-ADD           VALUE 'A'.
               88 MNT-CHANGE        VALUE 'C'.
               88 MNT-TERMINATE     VALUE 'T'.
               88 MNT-APPROVE       VALUE 'P'.
           05 MNT-EMP-IMAGE     PIC X(442).
           05 MNT-USER-ID       PIC X(8).

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MNTE-RECORD.
           05 MNTE-REASON       PIC X(30).
           05 MNTE-TRAN-IMAGE   PIC X(451).

       FD  MNTAUDT
           RECORDING MODE IS F
           05 MNTA-IMAGE-TYPE   PIC X(1).
               88 MNTA-BEFORE-IMAGE VALUE 'B'.
               88 MNTA-AFTER-IMAGE  VALUE 'A'.
           05 MNTA-EMP-IMAGE    PIC X(442).
           05 MNTA-KEYED-BY     PIC X(8).
           05 MNTA-APPROVED-BY  PIC X(8).

       FD  NHTRACK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY NHTRACK.

       FD  PENDCHG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
      * Transaction employee image mapped onto the EMPREC layout so
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-ERR-STATUS    PIC XX VALUE SPACES.
           05 WS-AUDT-STATUS   PIC XX VALUE SPACES.
           05 WS-NHT-STATUS    PIC XX VALUE SPACES.
           05 WS-PCH-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
           05 WS-PCH-EOF-FLAG  PIC X VALUE 'N'.
               88 PCH-END-OF-FILE VALUE 'Y'.

       01  WS-TRANS-READ       PIC 9(7) VALUE ZEROS.
       01  WS-TRANS-APPLIED    PIC 9(7) VALUE ZEROS.
       01  WS-TRANS-REJECTED   PIC 9(7) VALUE ZEROS.
       01  WS-HIRES-QUEUED     PIC 9(7) VALUE ZEROS.
       01  WS-CHANGES-HELD     PIC 9(7) VALUE ZEROS.
       01  WS-CHANGES-APPROVED PIC 9(7) VALUE ZEROS.
       01  WS-CHANGES-EXPIRED  PIC 9(7) VALUE ZEROS.

      * Dual control. A change that repoints the deposit account,
      * alters the splits or raises the rate by more than the
      * threshold percent is held on PENDCHG until a different user
      * approves it in a later run; one left unapproved for the
      * expiry period is dropped. PARM 'pp,dd' sets both.
       01  WS-RATE-THRESHOLD   PIC 9(3) VALUE 10.
       01  WS-EXPIRY-DAYS      PIC 9(3) VALUE 14.
       01  WS-PARM-THRESHOLD   PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARM-EXPIRY      PIC X(3) JUSTIFIED RIGHT.
       01  WS-RATE-INCR-PCT    PIC 9(5)V99.
       01  WS-SENSITIVE-FLAGS.
           05 WS-BANK-FLAG     PIC X VALUE 'N'.
               88 BANK-CHANGED     VALUE 'Y'.
           05 WS-SPLIT-FLAG    PIC X VALUE 'N'.
               88 SPLITS-CHANGED   VALUE 'Y'.
           05 WS-RATE-FLAG     PIC X VALUE 'N'.
               88 RATE-RAISED      VALUE 'Y'.
       01  WS-MASTER-SPLIT-COUNT PIC 9(1).
       01  WS-PENDING-FLAG     PIC X VALUE 'N'.
           88 CHANGE-PENDING   VALUE 'Y'.
       01  WS-KEYED-BY         PIC X(8).
       01  WS-PRIOR-APPLIED    PIC 9(7).
       01  WS-APPROVED-BY      PIC X(8).
       01  WS-TODAY-DAY        PIC 9(7).
       01  WS-EXPIRY-DAY       PIC 9(7).

      * Serial day number arithmetic, as in PAYRLL01.
       01  WS-DAY-NUMBER-WORK.
           05 WS-DN-DATE        PIC 9(8).
           05 WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10 WS-DN-YYYY    PIC 9(4).
               10 WS-DN-MM      PIC 9(2).
               10 WS-DN-DD      PIC 9(2).
           05 WS-DN-DAY-NUMBER  PIC 9(7).
           05 WS-DN-WORK        PIC 9(9).
           05 WS-DN-A           PIC 9(7).
           05 WS-DN-M           PIC 9(7).
           05 WS-DN-Y           PIC 9(7).
           05 WS-DN-Q1          PIC 9(7).
           05 WS-DN-Q2          PIC 9(7).
           05 WS-DN-Q3          PIC 9(7).
           05 WS-DN-Q4          PIC 9(7).

       01  WS-VALID-FLAG        PIC X VALUE 'Y'.
           88 WS-VALID-DATA     VALUE 'Y'.
           05 WS-SAVED-YTD-TAX   PIC 9(9)V99.
           05 WS-SAVED-YTD-NET   PIC 9(9)V99.
           05 WS-SAVED-YTD-401K  PIC 9(9)V99.
           05 WS-SAVED-YTD-TAXABLE PIC 9(9)V99.
           05 WS-SAVED-YTD-FICA  PIC 9(9)V99.

       01  WS-SAVED-ACH-INFO.
           05 WS-SAVED-ACH-ROUTING PIC 9(9).
               10 WS-SAVED-JYTD-AMOUNT PIC 9(9)V99.
       01  WS-JY-IDX           PIC 9(2).

       01  WS-SAVED-SEPARATION PIC X(26).
       01  WS-SAVED-STATUS     PIC X(1).
       01  WS-SAVED-SEP-DATE   PIC 9(8).

       01  WS-SYSTEM-DATE       PIC 9(8).
       01  WS-SYSTEM-TIME       PIC 9(8).

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYMNT01 STARTING - EMPMASTR MAINTENANCE'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           PERFORM GET-CONTROL-PARMS
           PERFORM OPEN-FILES
           PERFORM EXPIRE-PENDING-CHANGES
           PERFORM PROCESS-TRANSACTIONS
           PERFORM CLOSE-FILES
           DISPLAY 'PAYMNT01 COMPLETE'
           DISPLAY '  TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY '  TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED
           DISPLAY '  TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED
           DISPLAY '  NEW HIRES TO REPORT:   ' WS-HIRES-QUEUED
           DISPLAY '  CHANGES HELD:          ' WS-CHANGES-HELD
           DISPLAY '  CHANGES APPROVED:      ' WS-CHANGES-APPROVED
           DISPLAY '  PENDING EXPIRED:       ' WS-CHANGES-EXPIRED
           IF WS-TRANS-REJECTED > ZERO OR WS-CHANGES-EXPIRED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-CONTROL-PARMS.
           IF LK-PARM-TEXT NOT = SPACES AND LOW-VALUES
               MOVE SPACES TO WS-PARM-THRESHOLD WS-PARM-EXPIRY
               UNSTRING LK-PARM-TEXT DELIMITED BY ',' OR SPACE
                   INTO WS-PARM-THRESHOLD WS-PARM-EXPIRY
               END-UNSTRING
               IF WS-PARM-THRESHOLD NOT = SPACES
                   PERFORM SET-RATE-THRESHOLD
               END-IF
               IF WS-PARM-EXPIRY NOT = SPACES
                   PERFORM SET-EXPIRY-DAYS
               END-IF
           END-IF
           DISPLAY '  RATE THRESHOLD: ' WS-RATE-THRESHOLD
                   '%  PENDING EXPIRY: ' WS-EXPIRY-DAYS ' DAYS'
           MOVE WS-SYSTEM-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-TODAY-DAY.

       SET-RATE-THRESHOLD.
           INSPECT WS-PARM-THRESHOLD REPLACING LEADING SPACE BY ZERO
           IF WS-PARM-THRESHOLD IS NUMERIC
               MOVE WS-PARM-THRESHOLD TO WS-RATE-THRESHOLD
           ELSE
               DISPLAY 'ERROR: RATE THRESHOLD "' WS-PARM-THRESHOLD
                       '" IS NOT A PERCENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-EXPIRY-DAYS.
           INSPECT WS-PARM-EXPIRY REPLACING LEADING SPACE BY ZERO
           IF WS-PARM-EXPIRY IS NUMERIC
               MOVE WS-PARM-EXPIRY TO WS-EXPIRY-DAYS
           ELSE
               DISPLAY 'ERROR: PENDING EXPIRY "' WS-PARM-EXPIRY
                       '" IS NOT A DAY COUNT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-FILES.
           OPEN INPUT MNTTRAN
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MNTAUDT: ' WS-AUDT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND NHTRACK
           IF WS-NHT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NHTRACK: ' WS-NHT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDCHG
           IF WS-PCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENDCHG: ' WS-PCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A held change nobody approved within the expiry period is
      * dropped before this run's transactions are read, so an
      * approval arriving too late finds nothing to apply. The
      * dropped transaction goes to MNTERR for HR to rekey if it is
      * still wanted.
       EXPIRE-PENDING-CHANGES.
           MOVE 'N' TO WS-PCH-EOF-FLAG
           MOVE LOW-VALUES TO PCH-EMP-ID
           START PENDCHG KEY IS NOT LESS THAN PCH-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-PCH-EOF-FLAG
           END-START
           PERFORM UNTIL PCH-END-OF-FILE
               READ PENDCHG NEXT RECORD
                   AT END MOVE 'Y' TO WS-PCH-EOF-FLAG
               END-READ
               IF NOT PCH-END-OF-FILE
                   MOVE PCH-KEYED-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE WS-EXPIRY-DAY =
                       WS-DN-DAY-NUMBER + WS-EXPIRY-DAYS
                   IF WS-TODAY-DAY > WS-EXPIRY-DAY
                       PERFORM EXPIRE-ONE-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       EXPIRE-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-EXPIRED
           MOVE 'PENDING CHANGE EXPIRED' TO MNTE-REASON
           MOVE PCH-TRAN-ACTION TO MNTE-TRAN-IMAGE (1:1)
           MOVE PCH-TRAN-IMAGE  TO MNTE-TRAN-IMAGE (2:442)
           MOVE PCH-KEYED-BY    TO MNTE-TRAN-IMAGE (444:8)
           WRITE MNTE-RECORD
           DISPLAY '  EXPIRED: ' PCH-EMP-ID ' KEYED ' PCH-KEYED-DATE
                   ' BY ' PCH-KEYED-BY
           DELETE PENDCHG RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING PENDCHG: ' PCH-EMP-ID
                           ' STATUS: ' WS-PCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

       PROCESS-TRANSACTIONS.
           READ MNTTRAN
               AT END MOVE 'Y' TO WS-EOF-FLAG
           SET WS-VALID-DATA TO TRUE
           MOVE SPACES TO WS-VALIDATION-REASON
           IF NOT MNT-ADD AND NOT MNT-CHANGE AND NOT MNT-TERMINATE
                   AND NOT MNT-APPROVE
               SET WS-INVALID-DATA TO TRUE
               MOVE 'ACTION NOT A, C, T, OR P' TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALID-DATA AND TRN-ID = SPACES
               SET WS-INVALID-DATA TO TRUE
               MOVE 'EMP-ID IS BLANK' TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALID-DATA
                   AND (MNT-USER-ID = SPACES OR LOW-VALUES)
               SET WS-INVALID-DATA TO TRUE
               MOVE 'KEYING USER ID IS BLANK' TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALID-DATA AND (MNT-ADD OR MNT-CHANGE)
               PERFORM VALIDATE-EMPLOYEE-FIELDS
           END-IF
           IF WS-VALID-DATA AND MNT-TERMINATE
               PERFORM VALIDATE-SEPARATION
           END-IF.

       VALIDATE-EMPLOYEE-FIELDS.
               END-IF
           END-IF.

      * The separation date and type are the only separation fields
      * HR keys - the deadline, paid date and final-pay status belong
      * to PAYRLL01. A blank date (images keyed before the group
      * existed, or a termination with no final pay to run) is
      * normalized to zero and leaves the termination status-only.
       VALIDATE-SEPARATION.
           IF TRN-SEP-DATE NOT NUMERIC
               MOVE ZEROS TO TRN-SEP-DATE
           END-IF
           IF TRN-SEP-DATE > ZERO
               IF TRN-SEP-DATE < 19000101
                       OR TRN-SEP-DATE > 99991231
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'SEP-DATE NOT CCYYMMDD' TO
                       WS-VALIDATION-REASON
               END-IF
               IF TRN-SEP-TYPE NOT = SPACE
                       AND NOT TRN-SEP-VOLUNTARY
                       AND NOT TRN-SEP-INVOLUNTARY
                   SET WS-INVALID-DATA TO TRUE
                   MOVE 'SEP-TYPE NOT V, I, OR BLANK' TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF.

       APPLY-TRANSACTION.
           MOVE MNT-USER-ID TO WS-KEYED-BY
           MOVE SPACES      TO WS-APPROVED-BY
           PERFORM READ-MASTER
           PERFORM READ-PENDING-CHANGE
           EVALUATE TRUE
               WHEN MNT-ADD
                   PERFORM APPLY-ADD
                   PERFORM APPLY-CHANGE
               WHEN MNT-TERMINATE
                   PERFORM APPLY-TERMINATE
               WHEN MNT-APPROVE
                   PERFORM APPLY-APPROVAL
           END-EVALUATE.

       READ-MASTER.
                   SET MASTER-FOUND TO TRUE
           END-READ.

       READ-PENDING-CHANGE.
           MOVE 'N' TO WS-PENDING-FLAG
           MOVE TRN-ID TO PCH-EMP-ID
           READ PENDCHG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHANGE-PENDING TO TRUE
           END-READ.

      * An add for an EMP-ID already on file as terminated is the
      * employee coming back: it is applied as a change, so the
      * year's totals and the payroll-owned balances survive, and
      * the change reports the rehire (once any final pay owed from
      * the separation has been made). Any other add for an ID on
      * file is still a keying error.
       APPLY-ADD.
           IF MASTER-FOUND
               IF EMP-TERMINATED AND TRN-ACTIVE
                   PERFORM APPLY-CHANGE
               ELSE
                   MOVE 'EMPLOYEE ALREADY ON FILE' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           ELSE
      * A new hire starts the year with nothing accumulated, whatever
      * the transaction happened to carry in the YTD positions.
                             EMP-YTD-TAX
                             EMP-YTD-NET
                             EMP-YTD-401K
                             EMP-YTD-TAXABLE
                             EMP-YTD-FICA-WAGES
               IF EMP-ACH-ROUTING NOT = ZERO
                   SET EMP-PRENOTE-NEEDED TO TRUE
               ELSE
                             EMP-RETRO-DUE
               MOVE ZEROS TO EMP-PTO-VACATION
                             EMP-PTO-SICK
               MOVE ZEROS  TO EMP-SEP-DATE
                              EMP-FINAL-DUE-DATE
                              EMP-FINAL-PAID-DATE
               MOVE SPACES TO EMP-SEP-TYPE
                              EMP-FINAL-PAY-STATUS
               PERFORM VARYING WS-JY-IDX FROM 1 BY 1
                       UNTIL WS-JY-IDX > 3
                   MOVE SPACES TO EMP-JYTD-CODE (WS-JY-IDX)
               END-IF
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM WRITE-AFTER-IMAGE
               IF NOT EMP-TERMINATED
                   MOVE 'N' TO NHT-EVENT-TYPE
                   IF EMP-HIRE-DATE > ZERO
                       MOVE EMP-HIRE-DATE TO NHT-HIRE-DATE
                   ELSE
                       MOVE WS-SYSTEM-DATE TO NHT-HIRE-DATE
                   END-IF
                   PERFORM QUEUE-NEW-HIRE-REPORT
               END-IF
           END-IF.

       APPLY-CHANGE.
                   MOVE 'EMPLOYEE NOT ON FILE' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
      * Bringing back an employee whose final pay is still owed
      * would take them off the final-pay check in PAYRLL01 and off
      * FINREG with the separation pay never made or flagged. The
      * rehire - by add or by change - waits until the FINAL run
      * has paid out and stamped the separation paid.
               WHEN EMP-TERMINATED AND EMP-FINAL-PENDING
                   AND NOT TRN-TERMINATED
                   MOVE 'FINAL PAY STILL PENDING' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
      * A second effective-dated rate change on top of one still
      * pending would overwrite the first change's window before
      * the PAYRETJB sweep makes it whole - the earlier cycles
                   MOVE 'RATE CHANGE ALREADY PENDING' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
      * While a change waits for its second user, further changes to
      * the employee would either be overwritten by the approval or
      * overwrite what the approver is looking at - HR waits for
      * the approval or the expiry.
               WHEN CHANGE-PENDING AND NOT MNT-APPROVE
                   MOVE 'CHANGE PENDING APPROVAL' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN MNT-APPROVE
                   PERFORM APPLY-CHANGE-FIELDS
               WHEN OTHER
                   PERFORM CHECK-SENSITIVE-CHANGE
                   IF BANK-CHANGED OR SPLITS-CHANGED OR RATE-RAISED
                       PERFORM HOLD-CHANGE
                   ELSE
                       PERFORM APPLY-CHANGE-FIELDS
                   END-IF
           END-EVALUATE.

      * The master is still the before picture here. Clearing an
      * account is a change like any other - it is where the next
      * deposit would go that matters, and a cleared account sends
      * it to a check.
       CHECK-SENSITIVE-CHANGE.
           MOVE 'N' TO WS-BANK-FLAG WS-SPLIT-FLAG WS-RATE-FLAG
           IF TRN-ACH-ROUTING NOT = EMP-ACH-ROUTING
                   OR TRN-ACH-ACCOUNT NOT = EMP-ACH-ACCOUNT
               SET BANK-CHANGED TO TRUE
           END-IF
           IF EMP-SPLIT-COUNT IS NUMERIC
               MOVE EMP-SPLIT-COUNT TO WS-MASTER-SPLIT-COUNT
           ELSE
               MOVE ZERO TO WS-MASTER-SPLIT-COUNT
           END-IF
           IF TRN-SPLIT-COUNT NOT = WS-MASTER-SPLIT-COUNT
               SET SPLITS-CHANGED TO TRUE
           ELSE
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                       UNTIL WS-SPL-IDX > TRN-SPLIT-COUNT
                   IF TRN-SPL-ROUTING (WS-SPL-IDX)
                           NOT = EMP-SPL-ROUTING (WS-SPL-IDX)
                       OR TRN-SPL-ACCOUNT (WS-SPL-IDX)
                           NOT = EMP-SPL-ACCOUNT (WS-SPL-IDX)
                       OR TRN-SPL-METHOD (WS-SPL-IDX)
                           NOT = EMP-SPL-METHOD (WS-SPL-IDX)
                       OR TRN-SPL-VALUE (WS-SPL-IDX)
                           NOT = EMP-SPL-VALUE (WS-SPL-IDX)
                       SET SPLITS-CHANGED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF TRN-HOURLY-RATE > EMP-HOURLY-RATE
               IF EMP-HOURLY-RATE = ZERO
                   SET RATE-RAISED TO TRUE
               ELSE
                   COMPUTE WS-RATE-INCR-PCT ROUNDED =
                       (TRN-HOURLY-RATE - EMP-HOURLY-RATE) * 100
                           / EMP-HOURLY-RATE
                   IF WS-RATE-INCR-PCT > WS-RATE-THRESHOLD
                       SET RATE-RAISED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * The whole transaction is held with who keyed it, when, and
      * the master's status at the time - an approval finding the
      * status moved since (a termination keyed in between) is
      * refused rather than undo it.
       HOLD-CHANGE.
           MOVE TRN-ID          TO PCH-EMP-ID
           MOVE WS-SYSTEM-DATE  TO PCH-KEYED-DATE
           MOVE WS-SYSTEM-TIME  TO PCH-KEYED-TIME
           MOVE MNT-USER-ID     TO PCH-KEYED-BY
           MOVE WS-BANK-FLAG    TO PCH-BANK-FLAG
           MOVE WS-SPLIT-FLAG   TO PCH-SPLIT-FLAG
           MOVE WS-RATE-FLAG    TO PCH-RATE-FLAG
           MOVE EMP-HOURLY-RATE TO PCH-OLD-RATE
           MOVE TRN-HOURLY-RATE TO PCH-NEW-RATE
           MOVE EMP-STATUS      TO PCH-MASTER-STATUS
           MOVE MNT-ACTION      TO PCH-TRAN-ACTION
           MOVE TRN-RECORD      TO PCH-TRAN-IMAGE
           WRITE PCH-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING PENDCHG: ' PCH-EMP-ID
                           ' STATUS: ' WS-PCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CHANGES-HELD
           DISPLAY '  HELD FOR APPROVAL: ' TRN-ID ' BY ' MNT-USER-ID
                   ' BANK ' WS-BANK-FLAG ' SPLITS ' WS-SPLIT-FLAG
                   ' RATE ' WS-RATE-FLAG.

      * The approver must be a second person, approving in a later
      * run than the one that held the change, with the employee
      * still in the status the change was keyed against. The held
      * transaction then goes through the ordinary change path, so
      * everything the payroll run owns on the master is preserved
      * exactly as for a change applied directly; MNTAUDT carries
      * both user IDs on the images.
       APPLY-APPROVAL.
           EVALUATE TRUE
               WHEN NOT CHANGE-PENDING
                   MOVE 'NO CHANGE PENDING APPROVAL' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN MNT-USER-ID = PCH-KEYED-BY
                   MOVE 'APPROVER IS THE KEYING USER' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN PCH-KEYED-DATE = WS-SYSTEM-DATE
                   AND PCH-KEYED-TIME = WS-SYSTEM-TIME
                   MOVE 'APPROVAL MUST BE A LATER RUN' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN NOT MASTER-FOUND
                   OR EMP-STATUS NOT = PCH-MASTER-STATUS
                   MOVE 'STATUS CHANGED SINCE KEYED' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
                   PERFORM DELETE-PENDING-CHANGE
               WHEN OTHER
                   MOVE PCH-KEYED-BY   TO WS-KEYED-BY
                   MOVE MNT-USER-ID    TO WS-APPROVED-BY
                   MOVE PCH-TRAN-IMAGE TO TRN-RECORD
                   MOVE WS-TRANS-APPLIED TO WS-PRIOR-APPLIED
                   PERFORM APPLY-CHANGE
                   IF WS-TRANS-APPLIED > WS-PRIOR-APPLIED
                       ADD 1 TO WS-CHANGES-APPROVED
                       PERFORM DELETE-PENDING-CHANGE
                   END-IF
           END-EVALUATE.

       DELETE-PENDING-CHANGE.
           MOVE TRN-ID TO PCH-EMP-ID
           DELETE PENDCHG RECORD
               INVALID KEY
                   DISPLAY 'ERROR DELETING PENDCHG: ' PCH-EMP-ID
                           ' STATUS: ' WS-PCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

      * YTD totals belong to PAYRLL01, not to HR - preserve whatever
      * is on the master across the change.
       APPLY-CHANGE-FIELDS.
               ELSE
                   MOVE ZEROS TO WS-SAVED-YTD-401K
               END-IF
               IF EMP-YTD-TAXABLE IS NUMERIC
                   MOVE EMP-YTD-TAXABLE TO WS-SAVED-YTD-TAXABLE
               ELSE
                   MOVE EMP-YTD-GROSS TO WS-SAVED-YTD-TAXABLE
               END-IF
               IF EMP-YTD-FICA-WAGES IS NUMERIC
                   MOVE EMP-YTD-FICA-WAGES TO WS-SAVED-YTD-FICA
               ELSE
                   MOVE EMP-YTD-GROSS TO WS-SAVED-YTD-FICA
               END-IF
               MOVE EMP-ACH-ROUTING TO WS-SAVED-ACH-ROUTING
               MOVE EMP-ACH-ACCOUNT TO WS-SAVED-ACH-ACCOUNT
               MOVE EMP-ACH-PRENOTE TO WS-SAVED-ACH-PRENOTE
                           WS-SAVED-JYTD-CODE (WS-JY-IDX)
                   END-IF
               END-PERFORM
               MOVE EMP-SEPARATION TO WS-SAVED-SEPARATION
               MOVE EMP-STATUS     TO WS-SAVED-STATUS
               IF EMP-SEP-DATE IS NUMERIC
                   MOVE EMP-SEP-DATE TO WS-SAVED-SEP-DATE
               ELSE
                   MOVE ZEROS TO WS-SAVED-SEP-DATE
               END-IF
               MOVE TRN-RECORD TO EMP-RECORD
               MOVE WS-SAVED-SEPARATION TO EMP-SEPARATION
               MOVE WS-SAVED-YTD-GROSS TO EMP-YTD-GROSS
               MOVE WS-SAVED-YTD-TAX   TO EMP-YTD-TAX
               MOVE WS-SAVED-YTD-NET   TO EMP-YTD-NET
               MOVE WS-SAVED-YTD-401K  TO EMP-YTD-401K
               MOVE WS-SAVED-YTD-TAXABLE TO EMP-YTD-TAXABLE
               MOVE WS-SAVED-YTD-FICA  TO EMP-YTD-FICA-WAGES
               MOVE WS-SAVED-PTO-VAC   TO EMP-PTO-VACATION
               MOVE WS-SAVED-PTO-SICK  TO EMP-PTO-SICK
               PERFORM VARYING WS-JY-IDX FROM 1 BY 1
               PERFORM SET-RATE-CHANGE-STATE
               PERFORM REWRITE-MASTER
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM WRITE-AFTER-IMAGE
               IF WS-SAVED-STATUS = 'T' AND EMP-ACTIVE
                   PERFORM QUEUE-REHIRE-REPORT
               END-IF.

      * A rehire is reported with the date the employee came back.
      * HR keys that as the new hire date; a hire date still at or
      * before the separation is the original one, so the date the
      * return was keyed stands in.
       QUEUE-REHIRE-REPORT.
           MOVE 'R' TO NHT-EVENT-TYPE
           IF EMP-HIRE-DATE > WS-SAVED-SEP-DATE
               MOVE EMP-HIRE-DATE TO NHT-HIRE-DATE
           ELSE
               MOVE WS-SYSTEM-DATE TO NHT-HIRE-DATE
               DISPLAY '  REHIRE ' EMP-ID ' KEYED WITHOUT A NEW HIRE'
                       ' DATE - REPORTED AS OF ' WS-SYSTEM-DATE
           END-IF
           PERFORM QUEUE-NEW-HIRE-REPORT.

      * Every hire and rehire is queued for PAYNHR01, which stamps
      * the state's deadline and reports it on the new-hire file.
       QUEUE-NEW-HIRE-REPORT.
           MOVE EMP-ID         TO NHT-EMP-ID
           MOVE WS-SYSTEM-DATE TO NHT-KEYED-DATE
           MOVE EMP-WORK-JURIS TO NHT-WORK-JURIS
           MOVE EMP-COMPANY    TO NHT-COMPANY
           MOVE ZEROS          TO NHT-DUE-DATE
                                  NHT-REPORTED-DATE
           SET NHT-PENDING     TO TRUE
           WRITE NHT-RECORD
           IF WS-NHT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NHTRACK: ' EMP-ID
                       ' STATUS: ' WS-NHT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIRES-QUEUED.

       APPLY-TERMINATE.
           EVALUATE TRUE
                   MOVE 'EMPLOYEE ALREADY TERMINATED' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN TRN-SEP-DATE > ZERO
                   AND EMP-HIRE-DATE IS NUMERIC
                   AND TRN-SEP-DATE < EMP-HIRE-DATE
                   MOVE 'SEP-DATE BEFORE HIRE-DATE' TO
                       WS-VALIDATION-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM WRITE-BEFORE-IMAGE
                   SET EMP-TERMINATED TO TRUE
                   PERFORM SET-SEPARATION-STATE
                   PERFORM REWRITE-MASTER
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM WRITE-AFTER-IMAGE
           END-EVALUATE.

      * A separation date queues the final pay: PAYRLL01's FINAL run
      * picks up every pending separation, works out the deadline
      * from the work jurisdiction and the separation type, and
      * stamps the deadline and paid date when it pays. HR leaving
      * the type blank gets the involuntary rule, which is never
      * the later deadline. Without a date the termination stays
      * status-only and the separation group is cleared of any
      * pre-release blanks.
       SET-SEPARATION-STATE.
           MOVE ZEROS TO EMP-FINAL-DUE-DATE
                         EMP-FINAL-PAID-DATE
           IF TRN-SEP-DATE > ZERO
               MOVE TRN-SEP-DATE TO EMP-SEP-DATE
               IF TRN-SEP-VOLUNTARY
                   SET EMP-SEP-VOLUNTARY TO TRUE
               ELSE
                   SET EMP-SEP-INVOLUNTARY TO TRUE
               END-IF
               SET EMP-FINAL-PENDING TO TRUE
           ELSE
               MOVE ZEROS  TO EMP-SEP-DATE
               MOVE SPACES TO EMP-SEP-TYPE
                              EMP-FINAL-PAY-STATUS
           END-IF.

      * The prenote state belongs to the payroll cycle, not to HR:
      * changed bank details restart the cycle at 'P', untouched
      * bank details keep whatever state the master had, and cleared
           MOVE MNT-ACTION      TO MNTA-ACTION
           MOVE 'B'             TO MNTA-IMAGE-TYPE
           MOVE EMP-RECORD      TO MNTA-EMP-IMAGE
           MOVE WS-KEYED-BY     TO MNTA-KEYED-BY
           MOVE WS-APPROVED-BY  TO MNTA-APPROVED-BY
           WRITE MNTA-RECORD.

       WRITE-AFTER-IMAGE.
           MOVE MNT-ACTION      TO MNTA-ACTION
           MOVE 'A'             TO MNTA-IMAGE-TYPE
           MOVE EMP-RECORD      TO MNTA-EMP-IMAGE
           MOVE WS-KEYED-BY     TO MNTA-KEYED-BY
           MOVE WS-APPROVED-BY  TO MNTA-APPROVED-BY
           WRITE MNTA-RECORD.

       REJECT-TRANSACTION.
           CLOSE MNTTRAN
           CLOSE EMPMASTR
           CLOSE MNTERR
           CLOSE MNTAUDT
           CLOSE NHTRACK
           CLOSE PENDCHG.

      * Serial day number of WS-DN-DATE, as in PAYRLL01.
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
