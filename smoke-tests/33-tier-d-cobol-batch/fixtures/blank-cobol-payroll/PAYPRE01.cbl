      *                   bank info, and nonzero EMP-ARREARS          *
      *                   balances;                                   *
      *                3. the unresolved exception count from the     *
      *                   prior cycle's EXCPFILE generation;          *
      *                4. every master change still held on PENDCHG   *
      *                   waiting for a second user's approval.       *
      *              Informational only - the report never holds      *
      *              the run.                                         *
      *                                                               *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-09-02  TJK  Initial version.
      *   2026-10-15  TJK  EXCPFILE record carries EXCP-AMOUNT (the
      *                    minimum wage make-up) - layout only, the
      *                    count is unchanged.
      *   2026-10-15  TJK  Lists every change held on PENDCHG for a
      *                    second user's approval (employee, keyed date
      *                    and user, what it touches, old and new rate)
      *                    with a pending count. A missing PENDCHG is a
      *                    warning.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPRE01.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT PENDCHG ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCH-EMP-ID
               FILE STATUS IS WS-PCH-STATUS.

           SELECT PREFLRPT ASSIGN TO PREFLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 EXCP-EMP-NAME     PIC X(30).
           05 EXCP-PERIOD       PIC X(7).
           05 EXCP-REASON       PIC X(30).
           05 EXCP-AMOUNT       PIC 9(7)V99.

       FD  PENDCHG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PENDCHG.

       FD  PREFLRPT
           RECORDING MODE IS F
               88 RUNH-END-OF-FILE VALUE 'Y'.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-EXCP-STATUS   PIC XX VALUE SPACES.
           05 WS-PCH-STATUS    PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
           05 WS-PRENOTE-R      PIC 9(7) VALUE ZEROS.
           05 WS-ARREARS-OPEN   PIC 9(7) VALUE ZEROS.
           05 WS-PRIOR-EXCPS    PIC 9(7) VALUE ZEROS.
           05 WS-CHANGES-PENDING PIC 9(7) VALUE ZEROS.

       01  WS-SYSTEM-DATE      PIC 9(8).

           05 WS-CT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(85) VALUE SPACES.

       01  WS-PEND-LINE.
           05 FILLER            PIC X(09) VALUE 'PENDING  '.
           05 WS-PL-EMP-ID      PIC X(6).
           05 FILLER            PIC X(08) VALUE '  KEYED '.
           05 WS-PL-KEYED-DATE  PIC 9(8).
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 WS-PL-KEYED-BY    PIC X(8).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PL-BANK        PIC X(5).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-PL-SPLIT       PIC X(6).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-PL-RATE        PIC X(5).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-PL-OLD-RATE    PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE ' TO '.
           05 WS-PL-NEW-RATE    PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY 'PAYPRE01 STARTING - CYCLE PRE-FLIGHT STATUS'
           PERFORM COUNT-MASTER-CONDITIONS
           PERFORM COUNT-PRIOR-EXCEPTIONS
           PERFORM WRITE-COUNT-LINES
           PERFORM LIST-PENDING-CHANGES
           CLOSE PREFLRPT
           DISPLAY 'PAYPRE01 COMPLETE'
           STOP RUN.
           MOVE 'UNRESOLVED PRIOR-CYCLE EXCEPTIONS' TO WS-CT-LABEL
           MOVE WS-PRIOR-EXCPS TO WS-CT-COUNT
           WRITE PREFLRPT-LINE FROM WS-COUNT-LINE.

      * A sensitive master change keyed but not yet approved has not
      * reached EMPMASTR, so this cycle pays on the old account or
      * rate unless someone approves it first.
       LIST-PENDING-CHANGES.
           OPEN INPUT PENDCHG
           IF WS-PCH-STATUS NOT = '00'
               DISPLAY 'WARNING: PENDCHG NOT AVAILABLE'
                       ' (STATUS ' WS-PCH-STATUS ')'
           ELSE
               READ PENDCHG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-CHANGES-PENDING
                   PERFORM WRITE-PENDING-LINE
                   READ PENDCHG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PENDCHG
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'CHANGES PENDING APPROVAL' TO WS-CT-LABEL
           MOVE WS-CHANGES-PENDING TO WS-CT-COUNT
           WRITE PREFLRPT-LINE FROM WS-COUNT-LINE.

       WRITE-PENDING-LINE.
           MOVE PCH-EMP-ID     TO WS-PL-EMP-ID
           MOVE PCH-KEYED-DATE TO WS-PL-KEYED-DATE
           MOVE PCH-KEYED-BY   TO WS-PL-KEYED-BY
           MOVE SPACES TO WS-PL-BANK WS-PL-SPLIT WS-PL-RATE
           IF PCH-BANK-CHANGE
               MOVE 'BANK' TO WS-PL-BANK
           END-IF
           IF PCH-SPLIT-CHANGE
               MOVE 'SPLITS' TO WS-PL-SPLIT
           END-IF
           IF PCH-RATE-CHANGE
               MOVE 'RATE' TO WS-PL-RATE
           END-IF
           MOVE PCH-OLD-RATE   TO WS-PL-OLD-RATE
           MOVE PCH-NEW-RATE   TO WS-PL-NEW-RATE
           WRITE PREFLRPT-LINE FROM WS-PEND-LINE.
