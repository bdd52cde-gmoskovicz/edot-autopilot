      *================================================================*
      * PROGRAM-ID: PAYPPX01                                          *
      * DESCRIPTION: Positive pay exception decisions. Each item the  *
      *              bank presented that did not match an open issue  *
      *              on our positive pay files comes back on PPEXCP   *
      *              for a pay/return decision, and the bank applies  *
      *              its default (return) to anything not decided by  *
      *              its cutoff. This step matches every exception to *
      *              CHKREG (account = check stock, mapped back to    *
      *              the company through COMPFILE) and lists it with  *
      *              the register's view and a recommendation:        *
      *                RETURN - not on the register, stopped, voided, *
      *                         already paid, or the presented amount *
      *                         differs from the amount issued;       *
      *                REVIEW - the register agrees but the payee     *
      *                         the bank read differs from the name   *
      *                         we issued to;                         *
      *                PAY    - an outstanding check presented for    *
      *                         exactly its issued amount (typically  *
      *                         one presented before its issue item   *
      *                         reached the bank).                    *
      *              Payroll keys the decisions on the bank's portal  *
      *              from the PPXRPT worklist. PARM is the bank's     *
      *              cutoff as HHMM (default 1400); a run already     *
      *              past it is flagged so the items are escalated    *
      *              by phone. Any exception ends the step with RC 8. *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Each banking day via PAYPPXJB, as soon as the  *
      *                bank's exception file arrives. Reads CHKREG    *
      *                only, so it may run alongside any payroll job. *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPPX01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPEXCP ASSIGN TO PPEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT CHKREG ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT PPXRPT ASSIGN TO PPXRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's exception item: the account and check number as
      * presented, the amount and payee name read off the item, the
      * presentment date, and the bank's own exception reason.
       FD  PPEXCP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PX-RECORD.
           05 PX-ACCOUNT        PIC X(2).
           05 PX-CHECK-NO       PIC 9(8).
           05 PX-AMOUNT         PIC 9(9)V99.
           05 PX-PRESENT-DATE   PIC 9(8).
           05 PX-BANK-REASON    PIC X(2).
           05 PX-PAYEE          PIC X(30).
           05 FILLER            PIC X(19).

       FD  CHKREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CHKREG.

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

       FD  PPXRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PPXRPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-EXCP-STATUS   PIC XX VALUE SPACES.
           05 WS-CHKREG-STATUS PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EXCP-EOF-FLAG PIC X VALUE 'N'.
               88 EXCP-END-OF-FILE VALUE 'Y'.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

      * Check stock to company, off COMPFILE: the bank knows the
      * account, the register knows the company.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE        PIC X(2).
               10 WS-CO-CHECK-STOCK PIC X(2).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).

      * Each exception with the register row it matched. A check
      * number is on the register once per company, so the first
      * match is the only one.
       01  WS-EXCP-TABLE.
           05 WS-EXCP-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-EX-IDX.
               10 WS-EX-ACCOUNT    PIC X(2).
               10 WS-EX-COMPANY    PIC X(2).
               10 WS-EX-CHECK-NO   PIC 9(8).
               10 WS-EX-AMOUNT     PIC 9(9)V99.
               10 WS-EX-PRESENT    PIC 9(8).
               10 WS-EX-REASON     PIC X(2).
               10 WS-EX-PAYEE      PIC X(30).
               10 WS-EX-MATCHED    PIC X(1).
                   88 WS-EX-ON-REGISTER VALUE 'Y'.
               10 WS-EX-EMP-ID     PIC X(6).
               10 WS-EX-EMP-NAME   PIC X(30).
               10 WS-EX-ISSUE-DATE PIC 9(8).
               10 WS-EX-ISSUED-AMT PIC 9(9)V99.
               10 WS-EX-CHK-STATUS PIC X(1).
               10 WS-EX-CLEAR-DATE PIC 9(8).
       01  WS-EXCP-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-REG-COMPANY      PIC X(2).

       01  WS-CUTOFF-HHMM      PIC 9(4) VALUE 1400.
       01  WS-CUTOFF-X         PIC X(4).
       01  WS-PAST-CUTOFF-FLAG PIC X VALUE 'N'.
           88 PAST-CUTOFF      VALUE 'Y'.

       01  WS-DECISION         PIC X(6).
       01  WS-DECISION-WHY     PIC X(30).

       01  WS-COUNTERS.
           05 WS-PAY-COUNT      PIC 9(5) VALUE ZEROS.
           05 WS-RETURN-COUNT   PIC 9(5) VALUE ZEROS.
           05 WS-REVIEW-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-PRESENTED-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-DATE      PIC 9(8).
       01  WS-SYSTEM-TIME      PIC 9(8).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05 WS-SYS-HHMM       PIC 9(4).
           05 FILLER            PIC 9(4).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'POSITIVE PAY EXCEPTIONS       '.
           05 WS-RH-DATE        PIC 9(8).
           05 FILLER            PIC X(6) VALUE '  RUN '.
           05 WS-RH-TIME        PIC 9(4).
           05 FILLER            PIC X(14) VALUE '  BANK CUTOFF '.
           05 WS-RH-CUTOFF      PIC 9(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RH-CUTOFF-NOTE PIC X(40).
           05 FILLER            PIC X(24) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05 WS-RD-ACCOUNT     PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-CHECK-NO    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-PRESENTED   PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-ISSUED      PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-ISSUE-DATE  PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-PAYEE       PIC X(24).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-BANK-REASON PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-DECISION    PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-WHY         PIC X(30).
           05 FILLER            PIC X(9) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYPPX01 STARTING - POSITIVE PAY EXCEPTIONS'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           PERFORM GET-BANK-CUTOFF
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-EXCEPTIONS
           PERFORM MATCH-REGISTER
           PERFORM WRITE-DECISION-REPORT
           DISPLAY 'PAYPPX01 COMPLETE'
           DISPLAY '  EXCEPTION ITEMS:       ' WS-EXCP-COUNT
           MOVE WS-PRESENTED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY '  AMOUNT PRESENTED:      ' WS-DISPLAY-TOTAL
           DISPLAY '  RECOMMEND PAY:         ' WS-PAY-COUNT
           DISPLAY '  RECOMMEND RETURN:      ' WS-RETURN-COUNT
           DISPLAY '  FOR REVIEW:            ' WS-REVIEW-COUNT
           IF WS-EXCP-COUNT > ZERO
               IF PAST-CUTOFF
                   DISPLAY 'WARNING: RUN IS PAST THE BANK CUTOFF '
                           WS-CUTOFF-HHMM ' - ESCALATE DECISIONS'
                           ' TO THE BANK BY PHONE'
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-BANK-CUTOFF.
           IF LK-PARM-TEXT NOT = SPACES AND LOW-VALUES
               MOVE LK-PARM-TEXT (1:4) TO WS-CUTOFF-X
               IF WS-CUTOFF-X IS NUMERIC
                   MOVE WS-CUTOFF-X TO WS-CUTOFF-HHMM
               ELSE
                   DISPLAY 'ERROR: BANK CUTOFF "'
                           LK-PARM-TEXT (1:4) '" IS NOT HHMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-SYS-HHMM > WS-CUTOFF-HHMM
               SET PAST-CUTOFF TO TRUE
           END-IF
           DISPLAY '  BANK CUTOFF: ' WS-CUTOFF-HHMM
                   ' RUN TIME: ' WS-SYS-HHMM.

       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPFILE
           IF WS-CO-STATUS = '00'
               READ COMPFILE
                   AT END MOVE 'Y' TO WS-CO-EOF-FLAG
               END-READ
               PERFORM UNTIL CO-END-OF-FILE
                       OR WS-CO-COUNT = 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-CODE        TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE CO-CHECK-STOCK TO
                       WS-CO-CHECK-STOCK (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - ALL CHECKS ON STOCK 01'
           END-IF
           IF WS-CO-COUNT = ZERO
               MOVE 1 TO WS-CO-COUNT
               MOVE '01' TO WS-CO-CODE (1)
               MOVE '01' TO WS-CO-CHECK-STOCK (1)
           END-IF.

      * An account no company prints on cannot be ours; its
      * company stays blank and nothing on the register matches.
       LOAD-EXCEPTIONS.
           OPEN INPUT PPEXCP
           IF WS-EXCP-STATUS NOT = '00'
               DISPLAY 'WARNING: PPEXCP NOT AVAILABLE (STATUS '
                       WS-EXCP-STATUS ') - NO EXCEPTIONS TO DECIDE'
           ELSE
               READ PPEXCP
                   AT END MOVE 'Y' TO WS-EXCP-EOF-FLAG
               END-READ
               PERFORM UNTIL EXCP-END-OF-FILE
                       OR WS-EXCP-COUNT = 500
                   ADD 1 TO WS-EXCP-COUNT
                   SET WS-EX-IDX TO WS-EXCP-COUNT
                   PERFORM STORE-EXCEPTION
                   READ PPEXCP
                       AT END MOVE 'Y' TO WS-EXCP-EOF-FLAG
                   END-READ
               END-PERFORM
               IF WS-EXCP-COUNT = 500 AND NOT EXCP-END-OF-FILE
                   DISPLAY 'ERROR: PPEXCP HAS MORE THAN 500'
                           ' RECORDS - INCREASE WS-EXCP-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PPEXCP
           END-IF.

       STORE-EXCEPTION.
           MOVE PX-ACCOUNT      TO WS-EX-ACCOUNT (WS-EX-IDX)
           MOVE PX-CHECK-NO     TO WS-EX-CHECK-NO (WS-EX-IDX)
           MOVE PX-AMOUNT       TO WS-EX-AMOUNT (WS-EX-IDX)
           MOVE PX-PRESENT-DATE TO WS-EX-PRESENT (WS-EX-IDX)
           MOVE PX-BANK-REASON  TO WS-EX-REASON (WS-EX-IDX)
           MOVE PX-PAYEE        TO WS-EX-PAYEE (WS-EX-IDX)
           MOVE 'N'             TO WS-EX-MATCHED (WS-EX-IDX)
           MOVE SPACES          TO WS-EX-COMPANY (WS-EX-IDX)
                                   WS-EX-EMP-ID (WS-EX-IDX)
                                   WS-EX-EMP-NAME (WS-EX-IDX)
                                   WS-EX-CHK-STATUS (WS-EX-IDX)
           MOVE ZEROS           TO WS-EX-ISSUE-DATE (WS-EX-IDX)
                                   WS-EX-ISSUED-AMT (WS-EX-IDX)
                                   WS-EX-CLEAR-DATE (WS-EX-IDX)
           ADD PX-AMOUNT TO WS-PRESENTED-TOTAL
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-EX-COMPANY (WS-EX-IDX) NOT = SPACES
               IF WS-CO-CHECK-STOCK (WS-CO-IDX) = PX-ACCOUNT
                   MOVE WS-CO-CODE (WS-CO-IDX) TO
                       WS-EX-COMPANY (WS-EX-IDX)
               END-IF
           END-PERFORM.

      * One read-only pass over the accumulating register, copying
      * each matched row's issue facts onto its exception.
       MATCH-REGISTER.
           IF WS-EXCP-COUNT > ZERO
               OPEN INPUT CHKREG
               IF WS-CHKREG-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CHKREG: ' WS-CHKREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CHKREG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF CHK-COMPANY = SPACES
                       MOVE '01' TO WS-REG-COMPANY
                   ELSE
                       MOVE CHK-COMPANY TO WS-REG-COMPANY
                   END-IF
                   PERFORM MATCH-ONE-REGISTER-ROW
                   READ CHKREG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CHKREG
           END-IF.

       MATCH-ONE-REGISTER-ROW.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCP-COUNT
               IF WS-EX-CHECK-NO (WS-EX-IDX) = CHK-CHECK-NO
                       AND WS-EX-COMPANY (WS-EX-IDX) = WS-REG-COMPANY
                       AND NOT WS-EX-ON-REGISTER (WS-EX-IDX)
                   MOVE 'Y'            TO WS-EX-MATCHED (WS-EX-IDX)
                   MOVE CHK-EMP-ID     TO WS-EX-EMP-ID (WS-EX-IDX)
                   MOVE CHK-EMP-NAME   TO WS-EX-EMP-NAME (WS-EX-IDX)
                   MOVE CHK-ISSUE-DATE TO
                       WS-EX-ISSUE-DATE (WS-EX-IDX)
                   MOVE CHK-NET-PAY    TO
                       WS-EX-ISSUED-AMT (WS-EX-IDX)
                   MOVE CHK-STATUS     TO
                       WS-EX-CHK-STATUS (WS-EX-IDX)
                   MOVE CHK-CLEAR-DATE TO
                       WS-EX-CLEAR-DATE (WS-EX-IDX)
               END-IF
           END-PERFORM.

       WRITE-DECISION-REPORT.
           OPEN OUTPUT PPXRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPXRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SYSTEM-DATE TO WS-RH-DATE
           MOVE WS-SYS-HHMM    TO WS-RH-TIME
           MOVE WS-CUTOFF-HHMM TO WS-RH-CUTOFF
           IF PAST-CUTOFF
               MOVE '*** PAST CUTOFF - ESCALATE BY PHONE ***' TO
                   WS-RH-CUTOFF-NOTE
           ELSE
               MOVE SPACES TO WS-RH-CUTOFF-NOTE
           END-IF
           WRITE PPXRPT-LINE FROM WS-RPT-HEAD-LINE
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCP-COUNT
               PERFORM DECIDE-EXCEPTION
               PERFORM WRITE-DECISION-LINE
           END-PERFORM
           CLOSE PPXRPT.

      * The register is the book of record: anything it does not
      * show as outstanding for the presented amount is returned.
      * A payee the bank read differently is only a judgment call -
      * the bank's read of the payee line is not exact.
       DECIDE-EXCEPTION.
           EVALUATE TRUE
               WHEN WS-EX-COMPANY (WS-EX-IDX) = SPACES
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'ACCOUNT NOT OURS' TO WS-DECISION-WHY
               WHEN NOT WS-EX-ON-REGISTER (WS-EX-IDX)
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'NOT ISSUED - NOT ON REGISTER' TO
                       WS-DECISION-WHY
               WHEN WS-EX-CHK-STATUS (WS-EX-IDX) = 'V'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'CHECK VOIDED' TO WS-DECISION-WHY
               WHEN WS-EX-CHK-STATUS (WS-EX-IDX) = 'S'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'STOP PAYMENT ON FILE' TO WS-DECISION-WHY
               WHEN WS-EX-CHK-STATUS (WS-EX-IDX) = 'C'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE SPACES TO WS-DECISION-WHY
                   STRING 'ALREADY PAID ' DELIMITED BY SIZE
                          WS-EX-CLEAR-DATE (WS-EX-IDX)
                              DELIMITED BY SIZE
                       INTO WS-DECISION-WHY
                   END-STRING
               WHEN WS-EX-AMOUNT (WS-EX-IDX) NOT =
                       WS-EX-ISSUED-AMT (WS-EX-IDX)
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'AMOUNT DIFFERS FROM ISSUE' TO
                       WS-DECISION-WHY
               WHEN WS-EX-PAYEE (WS-EX-IDX) NOT = SPACES
                       AND WS-EX-PAYEE (WS-EX-IDX) NOT =
                           WS-EX-EMP-NAME (WS-EX-IDX)
                   MOVE 'REVIEW' TO WS-DECISION
                   MOVE 'PAYEE NAME DIFFERS' TO WS-DECISION-WHY
               WHEN OTHER
                   MOVE 'PAY' TO WS-DECISION
                   MOVE 'MATCHES OUTSTANDING ISSUE' TO
                       WS-DECISION-WHY
           END-EVALUATE
           EVALUATE WS-DECISION
               WHEN 'PAY'
                   ADD 1 TO WS-PAY-COUNT
               WHEN 'REVIEW'
                   ADD 1 TO WS-REVIEW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RETURN-COUNT
           END-EVALUATE.

       WRITE-DECISION-LINE.
           MOVE WS-EX-ACCOUNT (WS-EX-IDX)    TO WS-RD-ACCOUNT
           MOVE WS-EX-CHECK-NO (WS-EX-IDX)   TO WS-RD-CHECK-NO
           MOVE WS-EX-AMOUNT (WS-EX-IDX)     TO WS-RD-PRESENTED
           MOVE WS-EX-ISSUED-AMT (WS-EX-IDX) TO WS-RD-ISSUED
           MOVE WS-EX-ISSUE-DATE (WS-EX-IDX) TO WS-RD-ISSUE-DATE
           MOVE WS-EX-EMP-ID (WS-EX-IDX)     TO WS-RD-EMP-ID
           IF WS-EX-PAYEE (WS-EX-IDX) NOT = SPACES
               MOVE WS-EX-PAYEE (WS-EX-IDX)  TO WS-RD-PAYEE
           ELSE
               MOVE WS-EX-EMP-NAME (WS-EX-IDX) TO WS-RD-PAYEE
           END-IF
           MOVE WS-EX-REASON (WS-EX-IDX)     TO WS-RD-BANK-REASON
           MOVE WS-DECISION                  TO WS-RD-DECISION
           MOVE WS-DECISION-WHY              TO WS-RD-WHY
           WRITE PPXRPT-LINE FROM WS-RPT-DETAIL-LINE.
