      *================================================================*
      * PROGRAM-ID: PAYHLD01                                          *
      * DESCRIPTION: Direct deposit hold. PAYRPT02 catches a          *
      *              department that swings, but one employee paid    *
      *              ten times normal off a mis-keyed timecard goes   *
      *              straight to the bank. This step sits between     *
      *              PAYRLL01 and ACHXMIT and works on the as-built   *
      *              ACH file (ACHBUILT, a copy of ACHFILE taken      *
      *              just before it), in one of two modes chosen by   *
      *              the first PARM token:                            *
      *                REVIEW (the regular cycle, PAYRLLJB, and the   *
      *                bonus run, PAYBONJB) -                         *
      *                1. each employee's live credits are checked    *
      *                   against his own PAYHIST: net or gross more  *
      *                   than the tolerance above the average of his *
      *                   trailing cycles of the run frequency        *
      *                   (reversed cycles left out, two cycles at    *
      *                   least before a comparison is made); worked  *
      *                   hours above the weekly ceiling for the      *
      *                   weeks in the cycle; and a credit to an      *
      *                   account prenoted on one of the prior ACH    *
      *                   generations (ACHPRIOR) with no live credit  *
      *                   since - the first money it will receive;    *
      *                2. an employee failing any test is held: one   *
      *                   ACHHOLD row keeps the payment's PAYHIST     *
      *                   key, why it was held and the pulled         *
      *                   entries with their batch header;            *
      *                3. ACHFILE is rewritten without the held       *
      *                   credits (prenotes stay), batches renumbered *
      *                   and the batch and file controls rebuilt, so *
      *                   PAYRECN02 re-adds a balanced file and       *
      *                   accounts for the held amount from ACHHOLD.  *
      *                RELEASE (an off-cycle run, PAYOFFJB) -         *
      *                4. each HOLDREL request names a held payment   *
      *                   to send. One still held whose accounts are  *
      *                   all still the employee's main or split      *
      *                   accounts on EMPMASTR goes out in its own    *
      *                   batch appended to the off-cycle ACHFILE,    *
      *                   with fresh trace numbers (the PAYHIST row   *
      *                   is repointed at the new trace so a later    *
      *                   recall finds it), and the ACHHOLD row is    *
      *                   marked released into the off-cycle run.     *
      *              A held payment not worth sending is cancelled    *
      *              through PAYREV01 instead. Both modes list the    *
      *              payments still held on HOLDRPT. RC 8: something  *
      *              was held this run, or a release request was      *
      *              refused. PARM:                                   *
      *                'REVIEW[,ppp[,hhh[,nn[,ddddddd]]]]' -          *
      *                  tolerance percent over the average (default  *
      *                  100, i.e. double), weekly hours ceiling      *
      *                  (default 80), trailing cycles averaged       *
      *                  (default 6, at most 26), and a payment cap   *
      *                  in whole dollars (default none): a payment   *
      *                  with too short a history to compare - a new  *
      *                  hire, or any bonus run, which has no cycles  *
      *                  of its own - is held as net over the cap     *
      *                  when its credits exceed it;                  *
      *                'RELEASE,ccyy-mm,f' - the off-cycle run the    *
      *                  released payments go out in.                 *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  STEP043 of PAYRLLJB and PAYBONJB (REVIEW) and  *
      *                of PAYOFFJB (RELEASE), after STEP042 copies    *
      *                ACHFILE to ACHBUILT and before PAYRECN02 and   *
      *                ACHXMIT. The review takes its run identity     *
      *                from today's RUNHIST completion row, as        *
      *                PAYRECN02 does.                                *
      *                A rerun of STEP043 alone reads the copy        *
      *                STEP042 already made (ACHFULL(0)) - a recopy   *
      *                would take the already-rewritten ACHFILE - and *
      *                a review rerun appends its holds to ACHHOLD a  *
      *                second time, so the first run's rows are       *
      *                removed before resubmitting.                   *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *   2026-10-15  TJK  Held-this-run report line built before the
      *                    ACHHOLD WRITE, and the release search stops
      *                    at the rewritten row, so no ACHHOLD field is
      *                    read after WRITE/REWRITE.
      *   2026-10-15  TJK  Optional payment cap PARM token holds a
      *                    payment with too short a history to compare,
      *                    so a bonus run is reviewed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHLD01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHBUILT ASSIGN TO ACHBUILT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BLT-STATUS.

           SELECT ACHFILE ASSIGN TO ACHFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT ACHPRIOR ASSIGN TO ACHPRIOR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EMPMASTR ASSIGN TO EMPMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT ACHHOLD ASSIGN TO ACHHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AHL-STATUS.

           SELECT HOLDREL ASSIGN TO HOLDREL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT HOLDRPT ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The ACH file as PAYRLL01 built it, copied aside by STEP042
      * so ACHFILE itself can be rewritten.
       FD  ACHBUILT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BLT-RECORD.
           05 BLT-REC-TYPE      PIC X(1).
           05 BLT-REC-DATA      PIC X(93).

       FD  ACHFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACH-RECORD           PIC X(94).

      * The prior ACHFILE generations, concatenated - each starts
      * with its own file header.
       FD  ACHPRIOR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-RECORD.
           05 PRIOR-REC-TYPE    PIC X(1).
           05 PRIOR-REC-DATA    PIC X(93).

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC.

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  RUNHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUNH-RECORD.
           05 RUNH-PERIOD       PIC X(7).
           05 RUNH-FREQUENCY    PIC X(1).
           05 RUNH-STATUS       PIC X(1).
               88 RUNH-COMPLETED    VALUE 'C'.
           05 RUNH-RUN-DATE     PIC 9(8).
           05 RUNH-CYCLE-END    PIC 9(8).
           05 RUNH-RECORD-COUNT PIC 9(7).
           05 RUNH-TOTAL-GROSS  PIC 9(11)V99.
           05 RUNH-TOTAL-NET    PIC 9(11)V99.
           05 RUNH-COMPANY      PIC X(2).

       FD  ACHHOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ACHHOLD.

      * One request per held payment to send: the payment's PAYHIST
      * key and the user who authorized the release.
       FD  HOLDREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HRQ-RECORD.
           05 HRQ-KEY.
               10 HRQ-EMP-ID        PIC X(6).
               10 HRQ-PERIOD        PIC X(7).
               10 HRQ-FREQUENCY     PIC X(1).
               10 HRQ-CYCLE-END     PIC 9(8).
           05 HRQ-RELEASED-BY   PIC X(8).

       FD  HOLDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOLDRPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-BLT-STATUS    PIC XX VALUE SPACES.
           05 WS-ACH-STATUS    PIC XX VALUE SPACES.
           05 WS-PRIOR-STATUS  PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-RUNH-STATUS   PIC XX VALUE SPACES.
           05 WS-AHL-STATUS    PIC XX VALUE SPACES.
           05 WS-REL-STATUS    PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
           05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
               88 HIST-END-OF-FILE VALUE 'Y'.
           05 WS-AHL-AVAIL-FLAG PIC X VALUE 'N'.
               88 ACHHOLD-AVAILABLE VALUE 'Y'.

       COPY ACHREC.

      * PARM: the mode, then the mode's own tokens.
       01  WS-RUN-MODE         PIC X(8).
           88 RUN-REVIEW       VALUE 'REVIEW'.
           88 RUN-RELEASE      VALUE 'RELEASE'.
       01  WS-PARM-TOLERANCE   PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARM-CEILING     PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARM-CYCLES      PIC X(3) JUSTIFIED RIGHT.
       01  WS-PARM-PAYMENT-CAP PIC X(7) JUSTIFIED RIGHT.

      * Review tolerances. A payment is held when its net or gross is
      * more than WS-TOLERANCE-PCT percent above the trailing average
      * (100 holds anything over double), or its worked hours are
      * above WS-HOURS-CEILING for each week in the cycle.
       01  WS-TOLERANCE-PCT    PIC 9(3) VALUE 100.
       01  WS-HOURS-CEILING    PIC 9(3) VALUE 80.
       01  WS-TRAILING-CYCLES  PIC 9(2) VALUE 6.
       01  WS-MIN-CYCLES       PIC 9(2) VALUE 2.
      * Dollars a payment with fewer than WS-MIN-CYCLES to compare
      * may carry before it is held; zero leaves it untested.
       01  WS-PAYMENT-CAP      PIC 9(7) VALUE ZEROS.
       01  WS-HOURS-LIMIT      PIC 9(4) VALUE ZEROS.

      * The run being reviewed, or the off-cycle run being released
      * into.
       01  WS-RUN-PERIOD       PIC X(7) VALUE SPACES.
       01  WS-RUN-FREQUENCY    PIC X(1) VALUE SPACES.
           88 RUN-WEEKLY       VALUE 'W'.
           88 RUN-BIWEEKLY     VALUE 'B'.
           88 RUN-MONTHLY      VALUE 'M'.
       01  WS-RUN-CYCLE-END    PIC 9(8) VALUE ZEROS.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).
       01  WS-ACH-FILE-DATE     PIC 9(6).
       01  WS-ACH-FILE-DATE-R REDEFINES WS-ACH-FILE-DATE.
           05 WS-ACH-FD-YY       PIC 9(2).
           05 WS-ACH-FD-MM       PIC 9(2).
           05 WS-ACH-FD-DD       PIC 9(2).

      * Origin, date and time off the as-built file header: a prior
      * generation carrying the same stamp is this run's own file
      * (a restarted run's ACHFILE(0)) and is not a prior file.
       01  WS-BUILT-FILE-STAMP PIC X(20) VALUE SPACES.
       01  WS-PRIOR-SKIP-FLAG  PIC X VALUE 'N'.
           88 PRIOR-GEN-SKIPPED VALUE 'Y'.
       01  WS-PRIOR-PASS       PIC X(1).
           88 PRIOR-PASS-PRENOTES VALUE 'P'.
           88 PRIOR-PASS-CREDITS  VALUE 'C'.
       01  WS-PRIOR-GENS       PIC 9(3) VALUE ZEROS.

      * Accounts prenoted on the prior generations, and whether a
      * live credit has reached each since.
       01  WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 2000 TIMES.
               10 WS-PN-EMP-ID      PIC X(6).
               10 WS-PN-ROUTING     PIC X(9).
               10 WS-PN-ACCOUNT     PIC X(17).
               10 WS-PN-CREDIT-FLAG PIC X(1).
                   88 WS-PN-CREDITED    VALUE 'Y'.
       01  WS-PN-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-PN-IDX           PIC 9(4).
       01  WS-PN-FOUND-FLAG    PIC X VALUE 'N'.
           88 PN-FOUND         VALUE 'Y'.
       01  WS-ENTRY-ROUTING    PIC X(9).

      * Batches on the as-built file, in order: the entries each
      * keeps once held credits are pulled.
       01  WS-BT-TABLE.
           05 WS-BT-ENTRY OCCURS 20 TIMES.
               10 WS-BT-KEPT        PIC 9(6).
       01  WS-BT-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-BT-IDX           PIC 9(2).
       01  WS-BT-ALL-EMPTY-FLAG PIC X VALUE 'N'.
           88 ALL-BATCHES-EMPTY VALUE 'Y'.
       01  WS-KEEP-BATCH-FLAG  PIC X VALUE 'N'.
           88 KEEP-BATCH       VALUE 'Y'.

      * The employee whose credits are being gathered. An
      * employee's credits are contiguous within his company's
      * batch: the main account and up to three splits.
       01  WS-CUR-EMP-ID       PIC X(6) VALUE SPACES.
       01  WS-CUR-EMP-NAME     PIC X(22).
       01  WS-CUR-BATCH-SEQ    PIC 9(2).
       01  WS-CUR-BATCH-HEADER PIC X(94).
       01  WS-CUR-ENTRY-COUNT  PIC 9(1) VALUE ZEROS.
       01  WS-CUR-ENTRIES.
           05 WS-CUR-ENTRY     PIC X(94) OCCURS 4 TIMES.
       01  WS-CUR-AMOUNT       PIC 9(8)V99 VALUE ZEROS.
       01  WS-CUR-BATCH-HDR-SAVE PIC X(94).
       01  WS-CUR-IDX          PIC 9(1).

      * Employees held this run; their live credits come off the
      * rewritten file.
       01  WS-HE-TABLE.
           05 WS-HE-EMP-ID     PIC X(6) OCCURS 500 TIMES.
       01  WS-HE-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-HE-IDX           PIC 9(3).
       01  WS-HE-FOUND-FLAG    PIC X VALUE 'N'.
           88 HE-FOUND         VALUE 'Y'.

      * The review of one employee.
       01  WS-REASONS.
           05 WS-NET-FLAG      PIC X(1).
               88 NET-HIGH         VALUE 'Y'.
           05 WS-GROSS-FLAG    PIC X(1).
               88 GROSS-HIGH       VALUE 'Y'.
           05 WS-ACCT-FLAG     PIC X(1).
               88 NEW-ACCOUNT      VALUE 'Y'.
           05 WS-HOURS-FLAG    PIC X(1).
               88 HOURS-HIGH       VALUE 'Y'.
       01  WS-CUR-ROW-FLAG     PIC X VALUE 'N'.
           88 CUR-ROW-FOUND    VALUE 'Y'.
       01  WS-CUR-KEY          PIC X(22).
       01  WS-CUR-GROSS        PIC 9(9)V99.
       01  WS-CUR-NET          PIC 9(9)V99.
       01  WS-CUR-HOURS        PIC 9(4).

      * The employee's earlier cycles of the run frequency, oldest
      * first; only the latest 30 are kept.
       01  WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 30 TIMES.
               10 WS-BL-PERIOD      PIC X(7).
               10 WS-BL-CYCLE-END   PIC 9(8).
               10 WS-BL-GROSS       PIC 9(9)V99.
               10 WS-BL-NET         PIC 9(9)V99.
       01  WS-BL-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-BL-IDX           PIC S9(3).
       01  WS-BL-SHIFT         PIC 9(2).

      * PAYREV01 reversal rows for the employee - a reversed cycle
      * is not part of his normal pay.
       01  WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 50 TIMES.
               10 WS-RV-PERIOD      PIC X(7).
               10 WS-RV-FREQUENCY   PIC X(1).
               10 WS-RV-CYCLE-END   PIC 9(8).
       01  WS-RV-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-RV-IDX           PIC 9(2).
       01  WS-RV-FOUND-FLAG    PIC X VALUE 'N'.
           88 ROW-WAS-REVERSED VALUE 'Y'.

       01  WS-BASELINE.
           05 WS-CYCLES-USED   PIC 9(2).
           05 WS-SUM-GROSS     PIC 9(11)V99.
           05 WS-SUM-NET       PIC 9(11)V99.
           05 WS-AVG-GROSS     PIC 9(9)V99.
           05 WS-AVG-NET       PIC 9(9)V99.
           05 WS-GROSS-LIMIT   PIC 9(11)V99.
           05 WS-NET-LIMIT     PIC 9(11)V99.

      * Release requests, and the held payments accepted for
      * release with everything needed to send them.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 200 TIMES.
               10 WS-RQ-KEY         PIC X(22).
               10 WS-RQ-BY          PIC X(8).
               10 WS-RQ-MATCH-FLAG  PIC X(1).
                   88 WS-RQ-MATCHED     VALUE 'Y'.
       01  WS-RQ-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RQ-IDX           PIC 9(3).
       01  WS-RQ-FOUND-IDX     PIC 9(3).

       01  WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 200 TIMES.
               10 WS-RL-KEY         PIC X(22).
               10 WS-RL-BY          PIC X(8).
               10 WS-RL-AMOUNT      PIC 9(8)V99.
               10 WS-RL-HEADER      PIC X(94).
               10 WS-RL-ENTRY-COUNT PIC 9(1).
               10 WS-RL-ENTRY-IMAGE PIC X(94) OCCURS 4 TIMES.
               10 WS-RL-OLD-TRACE   PIC 9(15).
               10 WS-RL-NEW-TRACE   PIC 9(15).
               10 WS-RL-SENT-FLAG   PIC X(1).
                   88 WS-RL-SENT        VALUE 'Y'.
       01  WS-RL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RL-IDX           PIC 9(3).
       01  WS-RL-SUB           PIC 9(3).
       01  WS-RL-COMPANY-ID    PIC X(10).

       01  WS-RELEASE-OK-FLAG  PIC X VALUE 'N'.
           88 RELEASE-CAN-PROCEED VALUE 'Y'.
       01  WS-ACCT-OK-FLAG     PIC X VALUE 'N'.
           88 ACCOUNT-STILL-ON-FILE VALUE 'Y'.
       01  WS-SPL-IDX          PIC 9(1).
       01  WS-MASTER-ROUTING   PIC X(9).
       01  WS-RELEASE-EFF-DATE PIC X(6) VALUE SPACES.

      * The rewritten file: batch and file re-adds.
       01  WS-OUT-TOTALS.
           05 WS-OUT-BATCH-NO      PIC 9(7) VALUE ZEROS.
           05 WS-OUT-REC-TOTAL     PIC 9(7) VALUE ZEROS.
           05 WS-OUT-ENTRY-COUNT   PIC 9(8) VALUE ZEROS.
           05 WS-OUT-HASH-TOTAL    PIC 9(10) VALUE ZEROS.
           05 WS-OUT-TOTAL-CREDIT  PIC 9(10)V99 VALUE ZEROS.
           05 WS-BAT-ENTRY-COUNT   PIC 9(6) VALUE ZEROS.
           05 WS-BAT-HASH-TOTAL    PIC 9(10) VALUE ZEROS.
           05 WS-BAT-TOTAL-CREDIT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-RECV-DFI-NUM     PIC 9(8).
       01  WS-IN-BATCH-SEQ     PIC 9(2) VALUE ZEROS.
       01  WS-TRACE-SEQ        PIC 9(7) VALUE ZEROS.
       01  WS-SCAN-TRACE       PIC 9(7).

       01  WS-COUNTERS.
           05 WS-EMPS-REVIEWED  PIC 9(7) VALUE ZEROS.
           05 WS-EMPS-HELD      PIC 9(5) VALUE ZEROS.
           05 WS-NO-BASELINE    PIC 9(7) VALUE ZEROS.
           05 WS-NO-HISTORY-ROW PIC 9(5) VALUE ZEROS.
           05 WS-ENTRIES-PULLED PIC 9(7) VALUE ZEROS.
           05 WS-REQUESTS-READ  PIC 9(5) VALUE ZEROS.
           05 WS-RELEASED       PIC 9(5) VALUE ZEROS.
           05 WS-REFUSED        PIC 9(5) VALUE ZEROS.
           05 WS-STILL-HELD     PIC 9(5) VALUE ZEROS.

       01  WS-HELD-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       01  WS-RELEASED-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'DIRECT DEPOSIT HOLD          '.
           05 WS-RH-MODE        PIC X(8).
           05 FILLER            PIC X(8) VALUE ' RUN ON '.
           05 WS-RH-DATE        PIC 9(8).
           05 FILLER            PIC X(10) VALUE '  PERIOD  '.
           05 WS-RH-PERIOD      PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RH-FREQ        PIC X(1).
           05 FILLER            PIC X(59) VALUE SPACES.

       01  WS-RPT-LEGEND-LINE.
           05 FILLER            PIC X(36) VALUE
               'REASONS: N NET OVER TOLERANCE OR CAP'.
           05 FILLER            PIC X(36) VALUE
               '  G GROSS OVER TOLERANCE  A FIRST CR'.
           05 FILLER            PIC X(36) VALUE
               'EDIT TO NEWLY PRENOTED ACCOUNT  H HO'.
           05 FILLER            PIC X(24) VALUE
               'URS OVER CEILING'.

       01  WS-RPT-SECTION-LINE.
           05 WS-RS-TITLE       PIC X(40).
           05 FILLER            PIC X(92) VALUE SPACES.

       01  WS-RPT-COL-LINE.
           05 FILLER            PIC X(36) VALUE
               'EMP-ID NAME             PERIOD  F CY'.
           05 FILLER            PIC X(36) VALUE
               'CLE-END HELD ON  RSN        AMOUNT  '.
           05 FILLER            PIC X(36) VALUE
               '  AVG NET  HRS LIMIT DISPOSITION'.
           05 FILLER            PIC X(24) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05 WS-RD-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-NAME        PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-PERIOD      PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-FREQ        PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-CYCLE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-HELD-DATE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-REASONS     PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-AMOUNT      PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-AVG-NET     PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-HOURS       PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-LIMIT       PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-DISPOSITION PIC X(30).
           05 FILLER            PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(30).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYHLD01 STARTING - DIRECT DEPOSIT HOLD'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-YEAR (3:2) TO WS-ACH-FD-YY
           MOVE WS-SYS-MONTH      TO WS-ACH-FD-MM
           MOVE WS-SYS-DAY        TO WS-ACH-FD-DD
           PERFORM GET-RUN-MODE
           IF RUN-REVIEW
               PERFORM REVIEW-RUN
           ELSE
               PERFORM RELEASE-RUN
           END-IF
           PERFORM REPORT-STILL-HELD
           CLOSE HOLDRPT
           DISPLAY 'PAYHLD01 COMPLETE'
           IF RUN-REVIEW
               DISPLAY '  EMPLOYEES REVIEWED:    ' WS-EMPS-REVIEWED
               DISPLAY '  TOO LITTLE HISTORY:    ' WS-NO-BASELINE
               DISPLAY '  NO PAYHIST ROW:        ' WS-NO-HISTORY-ROW
               DISPLAY '  EMPLOYEES HELD:        ' WS-EMPS-HELD
               DISPLAY '  ENTRIES PULLED:        ' WS-ENTRIES-PULLED
               MOVE WS-HELD-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY '  NET HELD:              ' WS-DISPLAY-TOTAL
           ELSE
               DISPLAY '  REQUESTS READ:         ' WS-REQUESTS-READ
               DISPLAY '  PAYMENTS RELEASED:     ' WS-RELEASED
               DISPLAY '  REQUESTS REFUSED:      ' WS-REFUSED
               MOVE WS-RELEASED-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY '  NET RELEASED:          ' WS-DISPLAY-TOTAL
           END-IF
           DISPLAY '  STILL HELD:            ' WS-STILL-HELD
           IF WS-EMPS-HELD > ZERO OR WS-REFUSED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The first PARM token picks the mode; the rest belong to it.
       GET-RUN-MODE.
           MOVE SPACES TO WS-RUN-MODE
           IF LK-PARM-TEXT NOT = SPACES AND LOW-VALUES
               UNSTRING LK-PARM-TEXT DELIMITED BY ',' OR SPACE
                   INTO WS-RUN-MODE
               END-UNSTRING
           END-IF
           EVALUATE TRUE
               WHEN RUN-REVIEW
                   PERFORM GET-REVIEW-TOLERANCES
               WHEN RUN-RELEASE
                   MOVE SPACES TO WS-RUN-PERIOD WS-RUN-FREQUENCY
                   UNSTRING LK-PARM-TEXT DELIMITED BY ',' OR SPACE
                       INTO WS-RUN-MODE WS-RUN-PERIOD
                            WS-RUN-FREQUENCY
                   END-UNSTRING
                   IF WS-RUN-PERIOD = SPACES
                           OR WS-RUN-FREQUENCY = SPACES
                       DISPLAY 'ERROR: RELEASE NEEDS THE OFF-CYCLE'
                               ' RUN AS PARM RELEASE,CCYY-MM,F'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY '  RELEASING INTO PERIOD: ' WS-RUN-PERIOD
                           ' FREQUENCY: ' WS-RUN-FREQUENCY
               WHEN OTHER
                   DISPLAY 'ERROR: PARM MUST START REVIEW OR RELEASE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       GET-REVIEW-TOLERANCES.
           MOVE SPACES TO WS-PARM-TOLERANCE WS-PARM-CEILING
                          WS-PARM-CYCLES WS-PARM-PAYMENT-CAP
           UNSTRING LK-PARM-TEXT DELIMITED BY ',' OR SPACE
               INTO WS-RUN-MODE WS-PARM-TOLERANCE WS-PARM-CEILING
                    WS-PARM-CYCLES WS-PARM-PAYMENT-CAP
           END-UNSTRING
           IF WS-PARM-TOLERANCE NOT = SPACES
               INSPECT WS-PARM-TOLERANCE
                   REPLACING LEADING SPACE BY ZERO
               IF WS-PARM-TOLERANCE IS NUMERIC
                   MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE-PCT
               ELSE
                   DISPLAY 'ERROR: TOLERANCE "' WS-PARM-TOLERANCE
                           '" IS NOT A PERCENT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-CEILING NOT = SPACES
               INSPECT WS-PARM-CEILING
                   REPLACING LEADING SPACE BY ZERO
               IF WS-PARM-CEILING IS NUMERIC
                   MOVE WS-PARM-CEILING TO WS-HOURS-CEILING
               ELSE
                   DISPLAY 'ERROR: HOURS CEILING "' WS-PARM-CEILING
                           '" IS NOT AN HOUR COUNT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-CYCLES NOT = SPACES
               INSPECT WS-PARM-CYCLES
                   REPLACING LEADING SPACE BY ZERO
               IF WS-PARM-CYCLES IS NUMERIC
                       AND WS-PARM-CYCLES NOT > '026'
                       AND WS-PARM-CYCLES NOT < '002'
                   MOVE WS-PARM-CYCLES TO WS-TRAILING-CYCLES
               ELSE
                   DISPLAY 'ERROR: TRAILING CYCLES "' WS-PARM-CYCLES
                           '" MUST BE 2 TO 26'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-PAYMENT-CAP NOT = SPACES
               INSPECT WS-PARM-PAYMENT-CAP
                   REPLACING LEADING SPACE BY ZERO
               IF WS-PARM-PAYMENT-CAP IS NUMERIC
                   MOVE WS-PARM-PAYMENT-CAP TO WS-PAYMENT-CAP
               ELSE
                   DISPLAY 'ERROR: PAYMENT CAP "' WS-PARM-PAYMENT-CAP
                           '" IS NOT A DOLLAR AMOUNT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY '  TOLERANCE: ' WS-TOLERANCE-PCT
                   '%  HOURS CEILING: ' WS-HOURS-CEILING
                   '/WEEK  TRAILING CYCLES: ' WS-TRAILING-CYCLES
           IF WS-PAYMENT-CAP > ZERO
               DISPLAY '  PAYMENT CAP WITHOUT HISTORY: ' WS-PAYMENT-CAP
           END-IF.

      *================================================================*
      * REVIEW                                                        *
      *================================================================*
       REVIEW-RUN.
           PERFORM GET-RUN-IDENTITY
           PERFORM SET-HOURS-LIMIT
           PERFORM READ-BUILT-FILE-HEADER
           PERFORM LOAD-PRIOR-PRENOTES
           PERFORM OPEN-REVIEW-FILES
           PERFORM REVIEW-BUILT-FILE
           CLOSE PAYHIST
           CLOSE ACHHOLD
           PERFORM REWRITE-REVIEWED-FILE.

      * The run just finished: the last RUNHIST completion row
      * carrying today's run date, as PAYRECN02 selects it.
       GET-RUN-IDENTITY.
           OPEN INPUT RUNHIST
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUNHIST: ' WS-RUNH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUNHIST
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF RUNH-COMPLETED
                       AND RUNH-RUN-DATE = WS-SYSTEM-DATE-N
                   MOVE RUNH-PERIOD    TO WS-RUN-PERIOD
                   MOVE RUNH-FREQUENCY TO WS-RUN-FREQUENCY
                   MOVE RUNH-CYCLE-END TO WS-RUN-CYCLE-END
               END-IF
               READ RUNHIST
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE RUNHIST
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-RUN-PERIOD = SPACES
               DISPLAY 'ERROR: NO RUN COMPLETED ON ' WS-SYSTEM-DATE
                       ' IS ON RUNHIST - NOTHING TO REVIEW'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '  REVIEWING PERIOD: ' WS-RUN-PERIOD
                   ' FREQUENCY: ' WS-RUN-FREQUENCY
                   ' CYCLE END: ' WS-RUN-CYCLE-END.

      * Weeks in the cycle: one, two, or 52/12 for a month. A bonus
      * or final run has no cycle hours to test.
       SET-HOURS-LIMIT.
           EVALUATE TRUE
               WHEN RUN-WEEKLY
                   MOVE WS-HOURS-CEILING TO WS-HOURS-LIMIT
               WHEN RUN-BIWEEKLY
                   COMPUTE WS-HOURS-LIMIT = WS-HOURS-CEILING * 2
               WHEN RUN-MONTHLY
                   COMPUTE WS-HOURS-LIMIT ROUNDED =
                       WS-HOURS-CEILING * 52 / 12
               WHEN OTHER
                   MOVE ZEROS TO WS-HOURS-LIMIT
           END-EVALUATE.

       READ-BUILT-FILE-HEADER.
           OPEN INPUT ACHBUILT
           IF WS-BLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHBUILT: ' WS-BLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACHBUILT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF END-OF-FILE OR BLT-REC-TYPE NOT = '1'
               DISPLAY 'ERROR: ACHBUILT DOES NOT START WITH A FILE'
                       ' HEADER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BLT-RECORD (14:20) TO WS-BUILT-FILE-STAMP
           CLOSE ACHBUILT.

      * Two passes of the prior generations: the accounts prenoted,
      * then which of them have had a live credit since. No ACHPRIOR
      * means the new-account test is skipped this run.
       LOAD-PRIOR-PRENOTES.
           OPEN INPUT ACHPRIOR
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'WARNING: ACHPRIOR NOT AVAILABLE (STATUS '
                       WS-PRIOR-STATUS ') - NO NEW-ACCOUNT TEST'
           ELSE
               SET PRIOR-PASS-PRENOTES TO TRUE
               PERFORM SCAN-PRIOR-GENERATIONS
               CLOSE ACHPRIOR
               OPEN INPUT ACHPRIOR
               SET PRIOR-PASS-CREDITS TO TRUE
               MOVE ZEROS TO WS-PRIOR-GENS
               PERFORM SCAN-PRIOR-GENERATIONS
               CLOSE ACHPRIOR
               DISPLAY '  ACHPRIOR GENERATIONS: ' WS-PRIOR-GENS
                       ' PRENOTED ACCOUNTS: ' WS-PN-COUNT
           END-IF.

       SCAN-PRIOR-GENERATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-PRIOR-SKIP-FLAG
           READ ACHPRIOR
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               EVALUATE TRUE
                   WHEN PRIOR-REC-TYPE = '1'
                       IF PRIOR-RECORD (14:20) = WS-BUILT-FILE-STAMP
                           SET PRIOR-GEN-SKIPPED TO TRUE
                       ELSE
                           MOVE 'N' TO WS-PRIOR-SKIP-FLAG
                           ADD 1 TO WS-PRIOR-GENS
                       END-IF
                   WHEN PRIOR-REC-TYPE = '6'
                           AND NOT PRIOR-GEN-SKIPPED
                       MOVE PRIOR-RECORD TO WS-ACH-ENTRY-DETAIL
                       PERFORM NOTE-PRIOR-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ACHPRIOR
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG.

       NOTE-PRIOR-ENTRY.
           MOVE AED-RECV-DFI-ID TO WS-ENTRY-ROUTING (1:8)
           MOVE AED-CHECK-DIGIT TO WS-ENTRY-ROUTING (9:1)
           PERFORM FIND-PRENOTED-ACCOUNT
           EVALUATE TRUE
               WHEN PRIOR-PASS-PRENOTES
                       AND (AED-TXN-CODE = '23' OR '33')
                       AND NOT PN-FOUND
                   IF WS-PN-COUNT = 2000
                       DISPLAY 'ERROR: MORE THAN 2000 PRENOTED'
                               ' ACCOUNTS - INCREASE WS-PN-TABLE'
                               ' OCCURS'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PN-COUNT
                   MOVE AED-INDIV-ID-NUMBER (1:6)
                       TO WS-PN-EMP-ID (WS-PN-COUNT)
                   MOVE WS-ENTRY-ROUTING TO WS-PN-ROUTING (WS-PN-COUNT)
                   MOVE AED-DFI-ACCOUNT-NUM
                       TO WS-PN-ACCOUNT (WS-PN-COUNT)
                   MOVE 'N' TO WS-PN-CREDIT-FLAG (WS-PN-COUNT)
               WHEN PRIOR-PASS-CREDITS
                       AND (AED-TXN-CODE = '22' OR '32')
                       AND PN-FOUND
                   SET WS-PN-CREDITED (WS-PN-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Leaves WS-PN-IDX on the match when one is found.
       FIND-PRENOTED-ACCOUNT.
           MOVE 'N' TO WS-PN-FOUND-FLAG
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > WS-PN-COUNT OR PN-FOUND
               IF WS-PN-EMP-ID (WS-PN-IDX) = AED-INDIV-ID-NUMBER (1:6)
                       AND WS-PN-ROUTING (WS-PN-IDX)
                           = WS-ENTRY-ROUTING
                       AND WS-PN-ACCOUNT (WS-PN-IDX)
                           = AED-DFI-ACCOUNT-NUM
                   SET PN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PN-FOUND
               SUBTRACT 1 FROM WS-PN-IDX
           END-IF.

       OPEN-REVIEW-FILES.
           OPEN OUTPUT HOLDRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLDRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           MOVE 'PAYMENTS HELD THIS RUN' TO WS-RS-TITLE
           WRITE HOLDRPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE HOLDRPT-LINE FROM WS-RPT-COL-LINE
           OPEN INPUT PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACHHOLD
           IF WS-AHL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHHOLD: ' WS-AHL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MODE       TO WS-RH-MODE
           MOVE WS-SYSTEM-DATE-N  TO WS-RH-DATE
           MOVE WS-RUN-PERIOD     TO WS-RH-PERIOD
           MOVE WS-RUN-FREQUENCY  TO WS-RH-FREQ
           WRITE HOLDRPT-LINE FROM WS-RPT-HEAD-LINE
           WRITE HOLDRPT-LINE FROM WS-RPT-LEGEND-LINE.

      * First pass of the as-built file: gather each employee's
      * live credits and review him when the next employee's start,
      * or his batch ends. Every entry counts toward its batch's
      * kept entries until its employee is held.
       REVIEW-BUILT-FILE.
           OPEN INPUT ACHBUILT
           IF WS-BLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHBUILT: ' WS-BLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           READ ACHBUILT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               EVALUATE BLT-REC-TYPE
                   WHEN '5'
                       PERFORM START-BUILT-BATCH
                   WHEN '6'
                       ADD 1 TO WS-BT-KEPT (WS-BT-COUNT)
                       MOVE BLT-RECORD TO WS-ACH-ENTRY-DETAIL
                       IF AED-TXN-CODE = '22' OR '32'
                           PERFORM GATHER-EMPLOYEE-CREDIT
                       END-IF
                   WHEN '8'
                       IF WS-CUR-EMP-ID NOT = SPACES
                           PERFORM REVIEW-EMPLOYEE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ACHBUILT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           IF WS-CUR-EMP-ID NOT = SPACES
               PERFORM REVIEW-EMPLOYEE
           END-IF
           CLOSE ACHBUILT
           MOVE 'N' TO WS-EOF-FLAG.

       START-BUILT-BATCH.
           IF WS-BT-COUNT = 20
               DISPLAY 'ERROR: ACHBUILT HAS MORE THAN 20 BATCHES'
                       ' - INCREASE WS-BT-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BT-COUNT
           MOVE ZEROS TO WS-BT-KEPT (WS-BT-COUNT)
           MOVE BLT-RECORD TO WS-CUR-BATCH-HDR-SAVE.

       GATHER-EMPLOYEE-CREDIT.
           IF AED-INDIV-ID-NUMBER (1:6) NOT = WS-CUR-EMP-ID
               IF WS-CUR-EMP-ID NOT = SPACES
                   PERFORM REVIEW-EMPLOYEE
               END-IF
               MOVE AED-INDIV-ID-NUMBER (1:6) TO WS-CUR-EMP-ID
               MOVE AED-INDIV-NAME     TO WS-CUR-EMP-NAME
               MOVE WS-BT-COUNT        TO WS-CUR-BATCH-SEQ
               MOVE WS-CUR-BATCH-HDR-SAVE TO WS-CUR-BATCH-HEADER
               MOVE ZEROS TO WS-CUR-ENTRY-COUNT WS-CUR-AMOUNT
               MOVE 'N' TO WS-ACCT-FLAG
           END-IF
           IF WS-CUR-ENTRY-COUNT = 4
               DISPLAY 'ERROR: MORE THAN 4 CREDITS FOR EMPLOYEE '
                       WS-CUR-EMP-ID ' ON ACHBUILT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUR-ENTRY-COUNT
           MOVE BLT-RECORD TO WS-CUR-ENTRY (WS-CUR-ENTRY-COUNT)
           ADD AED-AMOUNT TO WS-CUR-AMOUNT
           MOVE AED-RECV-DFI-ID TO WS-ENTRY-ROUTING (1:8)
           MOVE AED-CHECK-DIGIT TO WS-ENTRY-ROUTING (9:1)
           PERFORM FIND-PRENOTED-ACCOUNT
           IF PN-FOUND
               IF NOT WS-PN-CREDITED (WS-PN-IDX)
                   SET NEW-ACCOUNT TO TRUE
               END-IF
           END-IF.

      * The employee's payment against his own history. The ACCT
      * flag was set while his credits were gathered.
       REVIEW-EMPLOYEE.
           ADD 1 TO WS-EMPS-REVIEWED
           MOVE 'N' TO WS-NET-FLAG WS-GROSS-FLAG WS-HOURS-FLAG
           MOVE ZEROS TO WS-CYCLES-USED WS-AVG-GROSS WS-AVG-NET
                         WS-CUR-GROSS WS-CUR-NET WS-CUR-HOURS
           MOVE 'N' TO WS-CUR-ROW-FLAG
           MOVE WS-CUR-EMP-ID    TO PAYH-EMP-ID
           MOVE WS-RUN-PERIOD    TO PAYH-PERIOD
           MOVE WS-RUN-FREQUENCY TO PAYH-FREQUENCY
           MOVE WS-RUN-CYCLE-END TO PAYH-CYCLE-END
           MOVE PAYH-KEY         TO WS-CUR-KEY
           READ PAYHIST
               INVALID KEY
                   ADD 1 TO WS-NO-HISTORY-ROW
                   DISPLAY 'WARNING: NO PAYHIST ROW FOR ' WS-CUR-KEY
                           ' - ONLY THE ACCOUNT TEST APPLIED'
               NOT INVALID KEY
                   SET CUR-ROW-FOUND TO TRUE
           END-READ
           IF CUR-ROW-FOUND
               MOVE PAYH-GROSS-PAY TO WS-CUR-GROSS
               MOVE PAYH-NET-PAY   TO WS-CUR-NET
               PERFORM CHECK-CYCLE-HOURS
               PERFORM BUILD-EMPLOYEE-BASELINE
               PERFORM CHECK-AGAINST-BASELINE
           END-IF
           PERFORM CHECK-PAYMENT-CAP
           IF NET-HIGH OR GROSS-HIGH OR NEW-ACCOUNT OR HOURS-HIGH
               PERFORM HOLD-EMPLOYEE
           END-IF
           MOVE SPACES TO WS-CUR-EMP-ID.

       CHECK-CYCLE-HOURS.
           IF PAYH-REG-HOURS IS NUMERIC
               ADD PAYH-REG-HOURS TO WS-CUR-HOURS
           END-IF
           IF PAYH-OT-HOURS IS NUMERIC
               ADD PAYH-OT-HOURS TO WS-CUR-HOURS
           END-IF
           IF PAYH-DT-HOURS IS NUMERIC
               ADD PAYH-DT-HOURS TO WS-CUR-HOURS
           END-IF
           IF WS-HOURS-LIMIT > ZERO
                   AND WS-CUR-HOURS > WS-HOURS-LIMIT
               SET HOURS-HIGH TO TRUE
           END-IF.

      * The employee's earlier paid cycles of the run frequency,
      * oldest first, and the cycles PAYREV01 has since reversed.
      * An 'R' row can sort ahead of the row it reverses, so both
      * are gathered before any is used.
       BUILD-EMPLOYEE-BASELINE.
           MOVE ZEROS TO WS-BL-COUNT WS-RV-COUNT
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES TO PAYH-KEY
           MOVE WS-CUR-EMP-ID TO PAYH-EMP-ID
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF NOT HIST-END-OF-FILE
                   IF PAYH-EMP-ID NOT = WS-CUR-EMP-ID
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   ELSE
                       PERFORM CONSIDER-HISTORY-ROW
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-SUM-GROSS WS-SUM-NET
           PERFORM VARYING WS-BL-IDX FROM WS-BL-COUNT BY -1
                   UNTIL WS-BL-IDX < 1
                   OR WS-CYCLES-USED = WS-TRAILING-CYCLES
               PERFORM CHECK-ROW-REVERSED
               IF NOT ROW-WAS-REVERSED
                   ADD 1 TO WS-CYCLES-USED
                   ADD WS-BL-GROSS (WS-BL-IDX) TO WS-SUM-GROSS
                   ADD WS-BL-NET (WS-BL-IDX)   TO WS-SUM-NET
               END-IF
           END-PERFORM.

       CONSIDER-HISTORY-ROW.
           EVALUATE TRUE
               WHEN PAYH-REVERSAL
                   IF WS-RV-COUNT < 50
                       ADD 1 TO WS-RV-COUNT
                       MOVE PAYH-PERIOD TO WS-RV-PERIOD (WS-RV-COUNT)
                       MOVE PAYH-REVERSAL-OF
                           TO WS-RV-FREQUENCY (WS-RV-COUNT)
                       MOVE PAYH-CYCLE-END
                           TO WS-RV-CYCLE-END (WS-RV-COUNT)
                   END-IF
               WHEN PAYH-FREQUENCY NOT = WS-RUN-FREQUENCY
                   CONTINUE
               WHEN PAYH-KEY NOT < WS-CUR-KEY
                   CONTINUE
               WHEN PAYH-NET-PAY = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM KEEP-BASELINE-ROW
           END-EVALUATE.

       KEEP-BASELINE-ROW.
           IF WS-BL-COUNT = 30
               PERFORM VARYING WS-BL-SHIFT FROM 1 BY 1
                       UNTIL WS-BL-SHIFT > 29
                   MOVE WS-BL-ENTRY (WS-BL-SHIFT + 1)
                       TO WS-BL-ENTRY (WS-BL-SHIFT)
               END-PERFORM
           ELSE
               ADD 1 TO WS-BL-COUNT
           END-IF
           MOVE PAYH-PERIOD    TO WS-BL-PERIOD (WS-BL-COUNT)
           MOVE PAYH-CYCLE-END TO WS-BL-CYCLE-END (WS-BL-COUNT)
           MOVE PAYH-GROSS-PAY TO WS-BL-GROSS (WS-BL-COUNT)
           MOVE PAYH-NET-PAY   TO WS-BL-NET (WS-BL-COUNT).

       CHECK-ROW-REVERSED.
           MOVE 'N' TO WS-RV-FOUND-FLAG
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-PERIOD (WS-RV-IDX) = WS-BL-PERIOD (WS-BL-IDX)
                       AND WS-RV-FREQUENCY (WS-RV-IDX)
                           = WS-RUN-FREQUENCY
                       AND WS-RV-CYCLE-END (WS-RV-IDX)
                           = WS-BL-CYCLE-END (WS-BL-IDX)
                   SET ROW-WAS-REVERSED TO TRUE
               END-IF
           END-PERFORM.

      * Too short a history to call anything normal - a new hire's
      * first cycles - is only held on hours, a new account or the
      * payment cap.
       CHECK-AGAINST-BASELINE.
           IF WS-CYCLES-USED < WS-MIN-CYCLES
               ADD 1 TO WS-NO-BASELINE
           ELSE
               COMPUTE WS-AVG-GROSS ROUNDED =
                   WS-SUM-GROSS / WS-CYCLES-USED
               COMPUTE WS-AVG-NET ROUNDED =
                   WS-SUM-NET / WS-CYCLES-USED
               COMPUTE WS-GROSS-LIMIT ROUNDED =
                   WS-AVG-GROSS * (100 + WS-TOLERANCE-PCT) / 100
               COMPUTE WS-NET-LIMIT ROUNDED =
                   WS-AVG-NET * (100 + WS-TOLERANCE-PCT) / 100
               IF WS-CUR-GROSS > WS-GROSS-LIMIT
                   SET GROSS-HIGH TO TRUE
               END-IF
               IF WS-CUR-NET > WS-NET-LIMIT
                   SET NET-HIGH TO TRUE
               END-IF
           END-IF.

      * With no baseline to compare against (too few cycles, or no
      * PAYHIST row at all) the credits themselves are held to the
      * PARM payment cap, when one was given. A bonus run has no
      * trailing cycles of its own, so this is its amount test.
       CHECK-PAYMENT-CAP.
           IF WS-PAYMENT-CAP > ZERO
                   AND WS-CYCLES-USED < WS-MIN-CYCLES
                   AND WS-CUR-AMOUNT > WS-PAYMENT-CAP
               SET NET-HIGH TO TRUE
           END-IF.

      * The held row carries everything a release needs to send the
      * payment later exactly as it was built.
       HOLD-EMPLOYEE.
           IF WS-HE-COUNT = 500
               DISPLAY 'ERROR: MORE THAN 500 EMPLOYEES HELD'
                       ' - INCREASE WS-HE-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HE-COUNT
           MOVE WS-CUR-EMP-ID TO WS-HE-EMP-ID (WS-HE-COUNT)
           SUBTRACT WS-CUR-ENTRY-COUNT
               FROM WS-BT-KEPT (WS-CUR-BATCH-SEQ)
           ADD WS-CUR-ENTRY-COUNT TO WS-ENTRIES-PULLED
           ADD 1 TO WS-EMPS-HELD
           ADD WS-CUR-AMOUNT TO WS-HELD-TOTAL
           MOVE SPACES TO AHL-RECORD
           MOVE WS-CUR-KEY         TO AHL-KEY
           MOVE WS-SYSTEM-DATE-N   TO AHL-HELD-DATE
           MOVE WS-CUR-EMP-NAME    TO AHL-EMP-NAME
           MOVE WS-REASONS         TO AHL-REASONS
           MOVE WS-CUR-GROSS       TO AHL-GROSS-PAY
           MOVE WS-CUR-NET         TO AHL-NET-PAY
           MOVE WS-AVG-GROSS       TO AHL-AVG-GROSS
           MOVE WS-AVG-NET         TO AHL-AVG-NET
           MOVE WS-CYCLES-USED     TO AHL-CYCLES-USED
           MOVE WS-CUR-HOURS       TO AHL-HOURS
           MOVE WS-HOURS-LIMIT     TO AHL-HOURS-LIMIT
           MOVE WS-CUR-AMOUNT      TO AHL-HELD-AMOUNT
           MOVE WS-CUR-BATCH-HEADER TO AHL-BATCH-HEADER
           MOVE WS-CUR-ENTRY-COUNT TO AHL-ENTRY-COUNT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-ENTRY-COUNT
               MOVE WS-CUR-ENTRY (WS-CUR-IDX)
                   TO AHL-ENTRY (WS-CUR-IDX)
           END-PERFORM
           SET AHL-HELD TO TRUE
           MOVE ZEROS TO AHL-DISP-DATE
      * The report line is taken from the row before it is written -
      * the record area is not ours again once the WRITE is done.
           MOVE 'HELD - RELEASE OR CANCEL' TO WS-RD-DISPOSITION
           PERFORM WRITE-HOLD-LINE
           WRITE AHL-RECORD
           IF WS-AHL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACHHOLD FOR ' WS-CUR-EMP-ID
                       ' STATUS: ' WS-AHL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Second pass: ACHFILE rewritten from the as-built copy without
      * the held credits. A batch left with nothing is dropped, but
      * a file left with no batch at all keeps its first, empty, as
      * PAYRLL01 writes an all-check run.
       REWRITE-REVIEWED-FILE.
           MOVE 'Y' TO WS-BT-ALL-EMPTY-FLAG
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-KEPT (WS-BT-IDX) > ZERO
                   MOVE 'N' TO WS-BT-ALL-EMPTY-FLAG
               END-IF
           END-PERFORM
           PERFORM OPEN-REWRITE-FILES
           READ ACHBUILT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               EVALUATE BLT-REC-TYPE
                   WHEN '1'
                       PERFORM COPY-FILE-HEADER
                   WHEN '5'
                       ADD 1 TO WS-IN-BATCH-SEQ
                       MOVE 'N' TO WS-KEEP-BATCH-FLAG
                       IF WS-BT-KEPT (WS-IN-BATCH-SEQ) > ZERO
                           OR (ALL-BATCHES-EMPTY
                               AND WS-IN-BATCH-SEQ = 1)
                           SET KEEP-BATCH TO TRUE
                           MOVE BLT-RECORD TO WS-ACH-BATCH-HEADER
                           PERFORM WRITE-BATCH-HEADER
                       END-IF
                   WHEN '6'
                       MOVE BLT-RECORD TO WS-ACH-ENTRY-DETAIL
                       PERFORM CHECK-EMPLOYEE-HELD
                       IF KEEP-BATCH
                           AND NOT ((AED-TXN-CODE = '22' OR '32')
                                    AND HE-FOUND)
                           PERFORM WRITE-ENTRY
                       END-IF
                   WHEN '8'
                       IF KEEP-BATCH
                           MOVE BLT-RECORD TO WS-ACH-BATCH-CONTROL
                           PERFORM WRITE-BATCH-CONTROL
                       END-IF
                   WHEN '9'
                       MOVE BLT-RECORD TO WS-ACH-FILE-CONTROL
                       PERFORM WRITE-FILE-CONTROL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ACHBUILT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ACHBUILT
           CLOSE ACHFILE.

       CHECK-EMPLOYEE-HELD.
           MOVE 'N' TO WS-HE-FOUND-FLAG
           PERFORM VARYING WS-HE-IDX FROM 1 BY 1
                   UNTIL WS-HE-IDX > WS-HE-COUNT OR HE-FOUND
               IF WS-HE-EMP-ID (WS-HE-IDX) = AED-INDIV-ID-NUMBER (1:6)
                   SET HE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       OPEN-REWRITE-FILES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACHBUILT
           IF WS-BLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHBUILT: ' WS-BLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACHFILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHFILE: ' WS-ACH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-OUT-TOTALS WS-IN-BATCH-SEQ.

       COPY-FILE-HEADER.
           MOVE BLT-RECORD TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-OUT-REC-TOTAL.

       WRITE-BATCH-HEADER.
           ADD 1 TO WS-OUT-BATCH-NO
           MOVE WS-OUT-BATCH-NO TO ABH-BATCH-NUMBER
           WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER
           ADD 1 TO WS-OUT-REC-TOTAL
           MOVE ZEROS TO WS-BAT-ENTRY-COUNT WS-BAT-HASH-TOTAL
                         WS-BAT-TOTAL-CREDIT.

       WRITE-ENTRY.
           WRITE ACH-RECORD FROM WS-ACH-ENTRY-DETAIL
           ADD 1 TO WS-OUT-REC-TOTAL
           MOVE AED-RECV-DFI-ID TO WS-RECV-DFI-NUM
           ADD 1 TO WS-BAT-ENTRY-COUNT
           ADD WS-RECV-DFI-NUM TO WS-BAT-HASH-TOTAL
           ADD AED-AMOUNT TO WS-BAT-TOTAL-CREDIT
           ADD 1 TO WS-OUT-ENTRY-COUNT
           ADD WS-RECV-DFI-NUM TO WS-OUT-HASH-TOTAL
           ADD AED-AMOUNT TO WS-OUT-TOTAL-CREDIT.

      * Service class, company and originator stay as built; the
      * counts and totals are the re-adds of what was written.
       WRITE-BATCH-CONTROL.
           MOVE WS-BAT-ENTRY-COUNT  TO ABC-ENTRY-COUNT
           MOVE WS-BAT-HASH-TOTAL   TO ABC-ENTRY-HASH
           MOVE WS-BAT-TOTAL-CREDIT TO ABC-TOTAL-CREDIT
           MOVE WS-OUT-BATCH-NO     TO ABC-BATCH-NUMBER
           WRITE ACH-RECORD FROM WS-ACH-BATCH-CONTROL
           ADD 1 TO WS-OUT-REC-TOTAL.

       WRITE-FILE-CONTROL.
           MOVE WS-OUT-BATCH-NO     TO AFC-BATCH-COUNT
           MOVE WS-OUT-ENTRY-COUNT  TO AFC-ENTRY-COUNT
           MOVE WS-OUT-HASH-TOTAL   TO AFC-ENTRY-HASH
           MOVE WS-OUT-TOTAL-CREDIT TO AFC-TOTAL-CREDIT
           ADD 1 TO WS-OUT-REC-TOTAL
           COMPUTE AFC-BLOCK-COUNT =
               (WS-OUT-REC-TOTAL + 9) / 10
           WRITE ACH-RECORD FROM WS-ACH-FILE-CONTROL.

      *================================================================*
      * RELEASE                                                       *
      *================================================================*
       RELEASE-RUN.
           PERFORM OPEN-RELEASE-FILES
           PERFORM LOAD-RELEASE-REQUESTS
           PERFORM SELECT-HELD-PAYMENTS
           PERFORM REFUSE-UNMATCHED-REQUESTS
           PERFORM SCAN-OFF-CYCLE-FILE
           PERFORM REWRITE-RELEASE-FILE
           PERFORM REPOINT-RELEASED-HISTORY
           PERFORM MARK-RELEASED-ROWS
           CLOSE EMPMASTR
           CLOSE PAYHIST.

       OPEN-RELEASE-FILES.
           OPEN OUTPUT HOLDRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLDRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           MOVE 'RELEASE REQUESTS' TO WS-RS-TITLE
           WRITE HOLDRPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE HOLDRPT-LINE FROM WS-RPT-COL-LINE
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPMASTR: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Without a request file nothing is released; the off-cycle
      * file still goes out as built.
       LOAD-RELEASE-REQUESTS.
           OPEN INPUT HOLDREL
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'WARNING: HOLDREL NOT AVAILABLE (STATUS '
                       WS-REL-STATUS ') - NOTHING RELEASED'
           ELSE
               READ HOLDREL
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-REQUESTS-READ
                   IF WS-RQ-COUNT = 200
                       DISPLAY 'ERROR: MORE THAN 200 RELEASE'
                               ' REQUESTS - INCREASE WS-RQ-TABLE'
                               ' OCCURS'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RQ-COUNT
                   MOVE HRQ-KEY         TO WS-RQ-KEY (WS-RQ-COUNT)
                   MOVE HRQ-RELEASED-BY TO WS-RQ-BY (WS-RQ-COUNT)
                   MOVE 'N' TO WS-RQ-MATCH-FLAG (WS-RQ-COUNT)
                   READ HOLDREL
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE HOLDREL
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      * One look at each requested row: a payment still held, still
      * on PAYHIST and going only to accounts the employee still
      * has is accepted; anything else is refused with why.
       SELECT-HELD-PAYMENTS.
           IF WS-RQ-COUNT > ZERO
               OPEN INPUT ACHHOLD
               IF WS-AHL-STATUS NOT = '00'
                   DISPLAY 'WARNING: ACHHOLD NOT AVAILABLE (STATUS '
                           WS-AHL-STATUS ') - NOTHING RELEASED'
               ELSE
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL END-OF-FILE
                       PERFORM FIND-RELEASE-REQUEST
                       IF WS-RQ-FOUND-IDX > ZERO
                           PERFORM WORK-ONE-RELEASE
                       END-IF
                       READ ACHHOLD
                           AT END MOVE 'Y' TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE ACHHOLD
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-RELEASE-REQUEST.
           MOVE ZEROS TO WS-RQ-FOUND-IDX
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   OR WS-RQ-FOUND-IDX > ZERO
               IF WS-RQ-KEY (WS-RQ-IDX) = AHL-KEY
                       AND NOT WS-RQ-MATCHED (WS-RQ-IDX)
                   MOVE WS-RQ-IDX TO WS-RQ-FOUND-IDX
               END-IF
           END-PERFORM.

       WORK-ONE-RELEASE.
           SET WS-RQ-MATCHED (WS-RQ-FOUND-IDX) TO TRUE
           MOVE 'Y' TO WS-RELEASE-OK-FLAG
           EVALUATE TRUE
               WHEN AHL-RELEASED
                   MOVE 'N' TO WS-RELEASE-OK-FLAG
                   MOVE 'ALREADY RELEASED' TO WS-RD-DISPOSITION
               WHEN AHL-CANCELLED
                   MOVE 'N' TO WS-RELEASE-OK-FLAG
                   MOVE 'CANCELLED THROUGH PAYREV01'
                       TO WS-RD-DISPOSITION
               WHEN OTHER
                   PERFORM CHECK-RELEASE-ACCOUNTS
           END-EVALUATE
           IF RELEASE-CAN-PROCEED
               MOVE AHL-KEY TO PAYH-KEY
               READ PAYHIST
                   INVALID KEY
                       MOVE 'N' TO WS-RELEASE-OK-FLAG
                       MOVE 'NO PAYHIST ROW FOR THIS CYCLE'
                           TO WS-RD-DISPOSITION
               END-READ
           END-IF
           IF RELEASE-CAN-PROCEED
               PERFORM ACCEPT-RELEASE
           ELSE
               ADD 1 TO WS-REFUSED
               PERFORM WRITE-HOLD-LINE
           END-IF.

      * Every held entry must still go to the employee's main or a
      * split account on EMPMASTR - a payment held while the account
      * was being changed is not sent to the old one.
       CHECK-RELEASE-ACCOUNTS.
           MOVE AHL-EMP-ID TO EMP-ID
           READ EMPMASTR
               INVALID KEY
                   MOVE 'N' TO WS-RELEASE-OK-FLAG
                   MOVE 'EMPLOYEE NOT ON EMPMASTR'
                       TO WS-RD-DISPOSITION
           END-READ
           IF RELEASE-CAN-PROCEED
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > AHL-ENTRY-COUNT
                       OR NOT RELEASE-CAN-PROCEED
                   MOVE AHL-ENTRY (WS-CUR-IDX) TO WS-ACH-ENTRY-DETAIL
                   PERFORM CHECK-ONE-ACCOUNT
                   IF NOT ACCOUNT-STILL-ON-FILE
                       MOVE 'N' TO WS-RELEASE-OK-FLAG
                       MOVE 'ACCOUNT CHANGED SINCE HELD'
                           TO WS-RD-DISPOSITION
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-FLAG
           MOVE AED-RECV-DFI-ID TO WS-ENTRY-ROUTING (1:8)
           MOVE AED-CHECK-DIGIT TO WS-ENTRY-ROUTING (9:1)
           MOVE EMP-ACH-ROUTING TO WS-MASTER-ROUTING
           IF WS-MASTER-ROUTING = WS-ENTRY-ROUTING
                   AND EMP-ACH-ACCOUNT = AED-DFI-ACCOUNT-NUM
               SET ACCOUNT-STILL-ON-FILE TO TRUE
           END-IF
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > EMP-SPLIT-COUNT
                   OR WS-SPL-IDX > 3
               MOVE EMP-SPL-ROUTING (WS-SPL-IDX) TO WS-MASTER-ROUTING
               IF WS-MASTER-ROUTING = WS-ENTRY-ROUTING
                       AND EMP-SPL-ACCOUNT (WS-SPL-IDX)
                           = AED-DFI-ACCOUNT-NUM
                   SET ACCOUNT-STILL-ON-FILE TO TRUE
               END-IF
           END-PERFORM.

       ACCEPT-RELEASE.
           ADD 1 TO WS-RL-COUNT
           MOVE AHL-KEY          TO WS-RL-KEY (WS-RL-COUNT)
           MOVE WS-RQ-BY (WS-RQ-FOUND-IDX) TO WS-RL-BY (WS-RL-COUNT)
           MOVE AHL-HELD-AMOUNT  TO WS-RL-AMOUNT (WS-RL-COUNT)
           MOVE AHL-BATCH-HEADER TO WS-RL-HEADER (WS-RL-COUNT)
           MOVE AHL-ENTRY-COUNT  TO WS-RL-ENTRY-COUNT (WS-RL-COUNT)
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > AHL-ENTRY-COUNT
               MOVE AHL-ENTRY (WS-CUR-IDX)
                   TO WS-RL-ENTRY-IMAGE (WS-RL-COUNT WS-CUR-IDX)
           END-PERFORM
           MOVE PAYH-ACH-TRACE   TO WS-RL-OLD-TRACE (WS-RL-COUNT)
           MOVE ZEROS            TO WS-RL-NEW-TRACE (WS-RL-COUNT)
           MOVE 'N'              TO WS-RL-SENT-FLAG (WS-RL-COUNT)
           ADD 1 TO WS-RELEASED
           ADD AHL-HELD-AMOUNT TO WS-RELEASED-TOTAL
           MOVE 'RELEASED' TO WS-RD-DISPOSITION
           PERFORM WRITE-HOLD-LINE.

      * A request naming no held payment on ACHHOLD is refused too.
       REFUSE-UNMATCHED-REQUESTS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF NOT WS-RQ-MATCHED (WS-RQ-IDX)
                   ADD 1 TO WS-REFUSED
                   MOVE SPACES TO WS-RD-NAME WS-RD-REASONS
                   MOVE WS-RQ-KEY (WS-RQ-IDX) (1:6) TO WS-RD-EMP-ID
                   MOVE WS-RQ-KEY (WS-RQ-IDX) (7:7) TO WS-RD-PERIOD
                   MOVE WS-RQ-KEY (WS-RQ-IDX) (14:1) TO WS-RD-FREQ
                   MOVE WS-RQ-KEY (WS-RQ-IDX) (15:8) TO WS-RD-CYCLE
                   MOVE ZEROS TO WS-RD-HELD-DATE WS-RD-AMOUNT
                                 WS-RD-AVG-NET WS-RD-HOURS
                                 WS-RD-LIMIT
                   MOVE 'NO HELD PAYMENT FOR THIS CYCLE'
                       TO WS-RD-DISPOSITION
                   WRITE HOLDRPT-LINE FROM WS-RPT-DETAIL-LINE
               END-IF
           END-PERFORM.

      * What the off-cycle file already holds: the entries each
      * batch carries, the highest trace sequence used (released
      * entries are numbered after it so no trace repeats in the
      * file) and the settlement date the run was built for.
       SCAN-OFF-CYCLE-FILE.
           OPEN INPUT ACHBUILT
           IF WS-BLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHBUILT: ' WS-BLT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACHBUILT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               EVALUATE BLT-REC-TYPE
                   WHEN '5'
                       PERFORM START-BUILT-BATCH
                       MOVE BLT-RECORD TO WS-ACH-BATCH-HEADER
                       IF WS-RELEASE-EFF-DATE = SPACES
                               AND ABH-EFFECTIVE-DATE IS NUMERIC
                               AND ABH-EFFECTIVE-DATE NOT = ZEROS
                           MOVE ABH-EFFECTIVE-DATE
                               TO WS-RELEASE-EFF-DATE
                       END-IF
                   WHEN '6'
                       ADD 1 TO WS-BT-KEPT (WS-BT-COUNT)
                       MOVE BLT-RECORD TO WS-ACH-ENTRY-DETAIL
                       MOVE AED-TRACE-NUMBER (9:7) TO WS-SCAN-TRACE
                       IF WS-SCAN-TRACE > WS-TRACE-SEQ
                           MOVE WS-SCAN-TRACE TO WS-TRACE-SEQ
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ACHBUILT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ACHBUILT
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-RELEASE-EFF-DATE = SPACES
               MOVE WS-ACH-FILE-DATE TO WS-RELEASE-EFF-DATE
           END-IF.

      * The off-cycle file as built, plus the released payments
      * ahead of the file control. With something released, the
      * empty batch an all-check off-cycle writes is dropped - the
      * released batches stand in for it.
       REWRITE-RELEASE-FILE.
           PERFORM OPEN-REWRITE-FILES
           READ ACHBUILT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               EVALUATE BLT-REC-TYPE
                   WHEN '1'
                       PERFORM COPY-FILE-HEADER
                   WHEN '5'
                       ADD 1 TO WS-IN-BATCH-SEQ
                       MOVE 'N' TO WS-KEEP-BATCH-FLAG
                       IF WS-BT-KEPT (WS-IN-BATCH-SEQ) > ZERO
                               OR WS-RL-COUNT = ZERO
                           SET KEEP-BATCH TO TRUE
                           MOVE BLT-RECORD TO WS-ACH-BATCH-HEADER
                           PERFORM WRITE-BATCH-HEADER
                       END-IF
                   WHEN '6'
                       IF KEEP-BATCH
                           MOVE BLT-RECORD TO WS-ACH-ENTRY-DETAIL
                           PERFORM WRITE-ENTRY
                       END-IF
                   WHEN '8'
                       IF KEEP-BATCH
                           MOVE BLT-RECORD TO WS-ACH-BATCH-CONTROL
                           PERFORM WRITE-BATCH-CONTROL
                       END-IF
                   WHEN '9'
                       PERFORM APPEND-RELEASED-BATCHES
                       MOVE BLT-RECORD TO WS-ACH-FILE-CONTROL
                       PERFORM WRITE-FILE-CONTROL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ACHBUILT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE ACHBUILT
           CLOSE ACHFILE.

      * One batch per originating company among the released
      * payments, under the header they were built with, dated for
      * the off-cycle's settlement.
       APPEND-RELEASED-BATCHES.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF NOT WS-RL-SENT (WS-RL-IDX)
                   PERFORM WRITE-RELEASED-BATCH
               END-IF
           END-PERFORM.

       WRITE-RELEASED-BATCH.
           MOVE WS-RL-HEADER (WS-RL-IDX) TO WS-ACH-BATCH-HEADER
           MOVE ABH-COMPANY-ID      TO WS-RL-COMPANY-ID
           MOVE WS-ACH-FILE-DATE    TO ABH-DESC-DATE
           MOVE WS-RELEASE-EFF-DATE TO ABH-EFFECTIVE-DATE
           PERFORM WRITE-BATCH-HEADER
           PERFORM VARYING WS-RL-SUB FROM WS-RL-IDX BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               MOVE WS-RL-HEADER (WS-RL-SUB) TO WS-ACH-BATCH-HEADER
               IF ABH-COMPANY-ID = WS-RL-COMPANY-ID
                       AND NOT WS-RL-SENT (WS-RL-SUB)
                   PERFORM WRITE-RELEASED-ENTRIES
               END-IF
           END-PERFORM
           MOVE WS-RL-HEADER (WS-RL-IDX) TO WS-ACH-BATCH-HEADER
           MOVE ABH-SERVICE-CLASS   TO ABC-SERVICE-CLASS
           MOVE ZEROS               TO ABC-TOTAL-DEBIT
           MOVE ABH-COMPANY-ID      TO ABC-COMPANY-ID
           MOVE ABH-ORIG-DFI-ID     TO ABC-ORIG-DFI-ID
           PERFORM WRITE-BATCH-CONTROL.

      * Fresh trace numbers after the off-cycle's own; the one that
      * replaces the trace PAYHIST carried is kept to repoint it.
       WRITE-RELEASED-ENTRIES.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-RL-ENTRY-COUNT (WS-RL-SUB)
               MOVE WS-RL-ENTRY-IMAGE (WS-RL-SUB WS-CUR-IDX)
                   TO WS-ACH-ENTRY-DETAIL
               ADD 1 TO WS-TRACE-SEQ
               IF AED-TRACE-NUMBER = WS-RL-OLD-TRACE (WS-RL-SUB)
                   MOVE WS-TRACE-SEQ TO AED-TRACE-NUMBER (9:7)
                   MOVE AED-TRACE-NUMBER
                       TO WS-RL-NEW-TRACE (WS-RL-SUB)
               ELSE
                   MOVE WS-TRACE-SEQ TO AED-TRACE-NUMBER (9:7)
               END-IF
               PERFORM WRITE-ENTRY
           END-PERFORM
           IF WS-RL-NEW-TRACE (WS-RL-SUB) = ZERO
               MOVE AED-TRACE-NUMBER TO WS-RL-NEW-TRACE (WS-RL-SUB)
           END-IF
           SET WS-RL-SENT (WS-RL-SUB) TO TRUE.

       REPOINT-RELEASED-HISTORY.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               MOVE WS-RL-KEY (WS-RL-IDX) TO PAYH-KEY
               READ PAYHIST
                   INVALID KEY
                       DISPLAY 'ERROR: PAYHIST ROW ' PAYH-KEY
                               ' GONE BEFORE ITS TRACE WAS REPOINTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE WS-RL-NEW-TRACE (WS-RL-IDX) TO PAYH-ACH-TRACE
               REWRITE PAYH-RECORD
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING PAYHIST ' PAYH-KEY
                           ' STATUS: ' WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      * Only once the file is written are the rows marked released,
      * with who released them and the run they went in.
       MARK-RELEASED-ROWS.
           IF WS-RL-COUNT > ZERO
               OPEN I-O ACHHOLD
               IF WS-AHL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ACHHOLD: ' WS-AHL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ ACHHOLD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF AHL-HELD
                       PERFORM MARK-ONE-RELEASED-ROW
                   END-IF
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHHOLD
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

      * A row is released at most once; the search stops at the match
      * so nothing looks at the record area after the REWRITE.
       MARK-ONE-RELEASED-ROW.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-KEY (WS-RL-IDX) = AHL-KEY AND AHL-HELD
                   SET AHL-RELEASED TO TRUE
                   MOVE WS-SYSTEM-DATE-N     TO AHL-DISP-DATE
                   MOVE WS-RL-BY (WS-RL-IDX) TO AHL-DISP-BY
                   MOVE WS-RUN-PERIOD        TO AHL-REL-PERIOD
                   MOVE WS-RUN-FREQUENCY     TO AHL-REL-FREQUENCY
                   REWRITE AHL-RECORD
                   IF WS-AHL-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING ACHHOLD FOR '
                               WS-RL-KEY (WS-RL-IDX) (1:6)
                               ' STATUS: ' WS-AHL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-RL-COUNT TO WS-RL-IDX
               END-IF
           END-PERFORM.

      *================================================================*
      * REPORTING                                                     *
      *================================================================*
      * The worklist both modes end with: every payment still held
      * from an earlier run, oldest first, until it is released or
      * cancelled. Payments held this run are listed above already.
       REPORT-STILL-HELD.
           MOVE 'STILL HELD FROM EARLIER RUNS' TO WS-RS-TITLE
           WRITE HOLDRPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE HOLDRPT-LINE FROM WS-RPT-COL-LINE
           OPEN INPUT ACHHOLD
           IF WS-AHL-STATUS NOT = '00'
               DISPLAY 'WARNING: ACHHOLD NOT AVAILABLE (STATUS '
                       WS-AHL-STATUS ') - HELD LIST NOT PRODUCED'
           ELSE
               READ ACHHOLD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF AHL-HELD
                       AND NOT (RUN-REVIEW
                            AND AHL-HELD-DATE = WS-SYSTEM-DATE-N)
                       ADD 1 TO WS-STILL-HELD
                       MOVE 'STILL HELD' TO WS-RD-DISPOSITION
                       PERFORM WRITE-HOLD-LINE
                   END-IF
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHHOLD
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      * One line from the ACHHOLD row in AHL-RECORD, under the
      * disposition already set.
       WRITE-HOLD-LINE.
           MOVE AHL-EMP-ID        TO WS-RD-EMP-ID
           MOVE AHL-EMP-NAME      TO WS-RD-NAME
           MOVE AHL-PERIOD        TO WS-RD-PERIOD
           MOVE AHL-FREQUENCY     TO WS-RD-FREQ
           MOVE AHL-CYCLE-END     TO WS-RD-CYCLE
           MOVE AHL-HELD-DATE     TO WS-RD-HELD-DATE
           MOVE SPACES            TO WS-RD-REASONS
           IF AHL-NET-HIGH
               MOVE 'N' TO WS-RD-REASONS (1:1)
           END-IF
           IF AHL-GROSS-HIGH
               MOVE 'G' TO WS-RD-REASONS (2:1)
           END-IF
           IF AHL-NEW-ACCOUNT
               MOVE 'A' TO WS-RD-REASONS (3:1)
           END-IF
           IF AHL-HOURS-HIGH
               MOVE 'H' TO WS-RD-REASONS (4:1)
           END-IF
           MOVE AHL-HELD-AMOUNT   TO WS-RD-AMOUNT
           MOVE AHL-AVG-NET       TO WS-RD-AVG-NET
           MOVE AHL-HOURS         TO WS-RD-HOURS
           MOVE AHL-HOURS-LIMIT   TO WS-RD-LIMIT
           WRITE HOLDRPT-LINE FROM WS-RPT-DETAIL-LINE.
