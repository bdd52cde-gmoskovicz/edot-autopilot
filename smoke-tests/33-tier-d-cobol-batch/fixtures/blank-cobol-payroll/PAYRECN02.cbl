      *                   records;                                    *
      *                2. ties ACH total credit plus this run's       *
      *                   check-register net back to the DISBFILE     *
      *                   trailer net - with the direct deposits      *
      *                   PAYHLD01 held out of this run added back,   *
      *                   and the earlier holds it released into      *
      *                   this run taken off (from ACHHOLD);          *
      *                3. ties this run's AUDITLOG rows (count,       *
      *                   gross, net) back to the DISBFILE details.   *
      *              Any leg out of balance ends the step with RC 16  *
      *                    totals distinct, and the file-control (9)
      *                    record is tied to the file-wide re-adds
      *                    as before.
      *   2026-10-15  TJK  The payments leg adds back the direct
      *                    deposits PAYHLD01 held out of this run and
      *                    takes off the earlier holds it released into
      *                    it, both read from ACHHOLD (optional -
      *                    without it both are zero).
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRECN02.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT ACHHOLD ASSIGN TO ACHHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AHL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISBFILE
           05 RUNH-TOTAL-NET    PIC 9(11)V99.
           05 RUNH-COMPANY      PIC X(2).

       FD  ACHHOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ACHHOLD.

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-DISB-STATUS   PIC XX VALUE SPACES.
           05 WS-CHKREG-STATUS PIC XX VALUE SPACES.
           05 WS-AUDIT-STATUS  PIC XX VALUE SPACES.
           05 WS-RUNH-STATUS   PIC XX VALUE SPACES.
           05 WS-AHL-STATUS    PIC XX VALUE SPACES.
           05 WS-RUNH-EOF-FLAG PIC X VALUE 'N'.
               88 RUNH-END-OF-FILE VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
           05 WS-CHECK-COUNT   PIC 9(7)     VALUE ZEROS.
           05 WS-CHECK-NET     PIC 9(11)V99 VALUE ZEROS.

      * Direct deposits held out of this run's ACH file, and those
      * held earlier and released into it.
       01  WS-HOLD-TOTALS.
           05 WS-HELD-COUNT    PIC 9(5)     VALUE ZEROS.
           05 WS-HELD-NET      PIC 9(11)V99 VALUE ZEROS.
           05 WS-RELEASED-COUNT PIC 9(5)    VALUE ZEROS.
           05 WS-RELEASED-NET  PIC 9(11)V99 VALUE ZEROS.

       01  WS-AUDIT-TOTALS.
           05 WS-AUDIT-COUNT   PIC 9(7)     VALUE ZEROS.
           05 WS-AUDIT-GROSS   PIC 9(11)V99 VALUE ZEROS.
           PERFORM RECALC-DISBFILE
           PERFORM RECALC-ACHFILE
           PERFORM RECALC-CHKREG
           PERFORM RECALC-ACHHOLD
           PERFORM RECALC-AUDITLOG
           PERFORM CHECK-ACH-CONTROLS
           PERFORM CHECK-PAYMENTS-VS-TRAILER
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      * ACHHOLD accumulates too: a payment held out of this run
      * carries its period, frequency and the run date it was held
      * on; one released into this run carries the run's period and
      * frequency and the date it was released. No ACHHOLD means no
      * run has ever held anything.
       RECALC-ACHHOLD.
           OPEN INPUT ACHHOLD
           IF WS-AHL-STATUS NOT = '00'
               DISPLAY 'WARNING: ACHHOLD NOT AVAILABLE (STATUS '
                       WS-AHL-STATUS ') - HELD LEG IS ZERO'
           ELSE
               READ ACHHOLD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF AHL-PERIOD = WS-BATCH-PERIOD
                           AND AHL-FREQUENCY = WS-RUN-FREQUENCY
                           AND AHL-HELD-DATE = WS-RUN-DATE-N
                       ADD 1               TO WS-HELD-COUNT
                       ADD AHL-HELD-AMOUNT TO WS-HELD-NET
                   END-IF
                   IF AHL-RELEASED
                           AND AHL-REL-PERIOD = WS-BATCH-PERIOD
                           AND AHL-REL-FREQUENCY = WS-RUN-FREQUENCY
                           AND AHL-DISP-DATE = WS-RUN-DATE-N
                       ADD 1               TO WS-RELEASED-COUNT
                       ADD AHL-HELD-AMOUNT TO WS-RELEASED-NET
                   END-IF
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHHOLD
               IF WS-HELD-COUNT > ZERO OR WS-RELEASED-COUNT > ZERO
                   DISPLAY '  HELD OUT OF THIS RUN: ' WS-HELD-COUNT
                           ' RELEASED INTO IT: ' WS-RELEASED-COUNT
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      * AUDITLOG is the accumulating SOX trail - same selection.
       RECALC-AUDITLOG.
           OPEN INPUT AUDITLOG
           ELSE
               COMPUTE WS-PAYMENTS-TOTAL =
                   WS-ACH-TOTAL-CREDIT + WS-CHECK-NET
                   + WS-HELD-NET - WS-RELEASED-NET
               IF WS-PAYMENTS-TOTAL NOT = WS-TRAILER-NET
                   DISPLAY 'MISMATCH: ACH CREDIT + CHECK NET'
                           ' + HELD - RELEASED '
                           WS-PAYMENTS-TOTAL
                           ' VS DISB TRAILER NET ' WS-TRAILER-NET
                   MOVE 'Y' TO WS-MISMATCH-FLAG
