      *================================================================*
      * PROGRAM-ID: PAYVER01                                          *
      * DESCRIPTION: Batch employment and income verification. Each   *
      *              row on VERREQ is a lender's, landlord's or       *
      *              agency's request about one EMP-ID; each gets a   *
      *              formatted response on VERRPT and a row on the    *
      *              VERLOG disclosure log:                           *
      *                1. a current employee (active or on leave)     *
      *                   is confirmed with status, hire date and     *
      *                   pay frequency. An income request ('I')      *
      *                   that carries the employee's signed          *
      *                   authorization also gets the current rate    *
      *                   (a forward-dated change is not yet in       *
      *                   force) and gross pay for the year to date   *
      *                   and up to the two prior years asked for,    *
      *                   split into overtime, supplemental and       *
      *                   base. Income comes from PAYHIST by the      *
      *                   period's year, as PAYYE01 takes it, with    *
      *                   the PAYHARCH archive read for rows that     *
      *                   have left the cluster, as PAYINQ01 does;    *
      *                   a PAYREV01 reversal takes its payment       *
      *                   back out. Without the authorization the     *
      *                   response is employment only;                *
      *                2. a terminated employee, or an EMP-ID not on  *
      *                   EMPMASTR, gets the standard limited         *
      *                   response - the same wording for both, so    *
      *                   the reply does not reveal which;            *
      *                3. a request with no EMP-ID, no requester or   *
      *                   an unknown type is refused - nothing is     *
      *                   released - and listed with RC 4.            *
      *              Every request, answered or refused, is logged on *
      *              VERLOG with the requester and what went out.     *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Weekly, or on demand, via PAYVERJB. Reads      *
      *                EMPMASTR, PAYHIST and PAYHARCH only.           *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVER01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERREQ ASSIGN TO VERREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT EMPMASTR ASSIGN TO EMPMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PAYHARCH ASSIGN TO PAYHARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT VERLOG ASSIGN TO VERLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT VERRPT ASSIGN TO VERRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One verification request. VRQ-PRIOR-YEARS is how many full
      * calendar years before this one the requester asks for
      * (0-2); VRQ-CONSENT is 'Y' when the employee's signed
      * authorization to release income came with the request.
       FD  VERREQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VRQ-RECORD.
           05 VRQ-REQUEST-ID    PIC X(10).
           05 VRQ-EMP-ID        PIC X(6).
           05 VRQ-REQUESTER     PIC X(30).
           05 VRQ-TYPE          PIC X(1).
               88 VRQ-EMPLOYMENT    VALUE 'E'.
               88 VRQ-INCOME        VALUE 'I'.
           05 VRQ-PRIOR-YEARS   PIC 9(1).
           05 VRQ-CONSENT       PIC X(1).
               88 VRQ-CONSENT-GIVEN VALUE 'Y'.
           05 VRQ-RECEIVED-DATE PIC 9(8).
           05 FILLER            PIC X(23).

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC.

       FD  PAYHARCH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC REPLACING LEADING ==PAYH== BY ==ARCH==.

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

       FD  VERLOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VERLOG.

       FD  VERRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VERRPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-REQ-STATUS    PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-ARCH-STATUS   PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-LOG-STATUS    PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
           05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
               88 HIST-END-OF-FILE VALUE 'Y'.
           05 WS-ARCH-EOF-FLAG PIC X VALUE 'N'.
               88 ARCH-END-OF-FILE VALUE 'Y'.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.

       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE       PIC X(2).
               10 WS-CO-NAME       PIC X(16).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-EMPLOYER-NAME    PIC X(16).

      * The requests, held so the archive is read once for all of
      * them. Income is gathered per request by year: 1 is this
      * year, 2 last year, 3 the year before. Reversal rows make the
      * sums signed.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 500 TIMES.
               10 WS-RQ-RECORD      PIC X(80).
               10 WS-RQ-WANTS-INCOME PIC X(1).
                   88 RQ-WANTS-INCOME   VALUE 'Y'.
               10 WS-RQ-LAST-PAID   PIC 9(8).
               10 WS-RQ-YEAR OCCURS 3 TIMES.
                   15 WS-RQ-GROSS    PIC S9(9)V99.
                   15 WS-RQ-OT       PIC S9(9)V99.
                   15 WS-RQ-SUPP     PIC S9(9)V99.
       01  WS-RQ-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RQ-IDX           PIC 9(3).
       01  WS-YR-IDX           PIC 9(1).

      * The request being answered.
       01  WS-REQUEST.
           05 WS-VR-REQUEST-ID  PIC X(10).
           05 WS-VR-EMP-ID      PIC X(6).
           05 WS-VR-REQUESTER   PIC X(30).
           05 WS-VR-TYPE        PIC X(1).
           05 WS-VR-PRIOR-YEARS PIC X(1).
           05 WS-VR-PRIOR-YEARS-N REDEFINES WS-VR-PRIOR-YEARS
                                PIC 9(1).
           05 WS-VR-CONSENT     PIC X(1).
           05 WS-VR-RECEIVED    PIC X(8).
           05 FILLER            PIC X(23).
       01  WS-YEARS-SHOWN      PIC 9(1).
       01  WS-YEARS-CAPPED-FLAG PIC X VALUE 'N'.
           88 YEARS-CAPPED     VALUE 'Y'.
       01  WS-RESPONSE         PIC X(1).
           88 RESPONSE-FULL    VALUE 'F'.
           88 RESPONSE-EMPLOYMENT VALUE 'E'.
           88 RESPONSE-LIMITED VALUE 'L'.
           88 RESPONSE-REFUSED VALUE 'R'.
       01  WS-REASON           PIC X(30).
       01  WS-CURRENT-RATE     PIC 9(5)V99.
       01  WS-PERIOD-PAY       PIC 9(7)V99.

      * A history row's income, signed for a reversal.
       01  WS-ROW-YEAR-X       PIC X(4).
       01  WS-ROW-YEAR REDEFINES WS-ROW-YEAR-X PIC 9(4).
       01  WS-ROW-GROSS        PIC S9(9)V99.
       01  WS-ROW-OT           PIC S9(9)V99.
       01  WS-ROW-SUPP         PIC S9(9)V99.
       01  WS-BASE-PAY         PIC S9(9)V99.

       01  WS-COUNTERS.
           05 WS-REQS-READ      PIC 9(5) VALUE ZEROS.
           05 WS-REQS-FULL      PIC 9(5) VALUE ZEROS.
           05 WS-REQS-EMPLOYMENT PIC 9(5) VALUE ZEROS.
           05 WS-REQS-LIMITED   PIC 9(5) VALUE ZEROS.
           05 WS-REQS-REFUSED   PIC 9(5) VALUE ZEROS.
           05 WS-ARCH-ROWS-USED PIC 9(7) VALUE ZEROS.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).
       01  WS-SYSTEM-TIME      PIC 9(8).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05 WS-SYS-HHMMSS    PIC 9(6).
           05 FILLER           PIC 9(2).

       01  WS-RPT-RULE-LINE    PIC X(132) VALUE ALL '='.

       01  WS-RPT-TITLE-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-RT-TITLE       PIC X(40).
           05 FILLER            PIC X(10) VALUE 'REQUEST   '.
           05 WS-RT-REQUEST-ID  PIC X(10).
           05 FILLER            PIC X(10) VALUE '   DATED  '.
           05 WS-RT-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  WS-RPT-FIELD-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-RF-LABEL       PIC X(22).
           05 WS-RF-VALUE       PIC X(80).
           05 FILLER            PIC X(26) VALUE SPACES.

       01  WS-RPT-TEXT-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-RX-TEXT        PIC X(102).
           05 FILLER            PIC X(26) VALUE SPACES.

       01  WS-RPT-INCOME-HEAD.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(34) VALUE
               '     GROSS PAY         OVERTIME   '.
           05 FILLER            PIC X(34) VALUE
               '  SUPPLEMENTAL         BASE PAY   '.
           05 FILLER            PIC X(38) VALUE SPACES.

       01  WS-RPT-INCOME-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-RI-YEAR        PIC 9(4).
           05 WS-RI-CAPTION     PIC X(18).
           05 WS-RI-GROSS       PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RI-OT          PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RI-SUPP        PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RI-BASE        PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(40) VALUE SPACES.

       01  WS-EDIT-DATE        PIC 9(8).
       01  WS-EDIT-RATE        PIC $$,$$9.99.
       01  WS-EDIT-PERIOD-PAY  PIC $$,$$$,$$9.99.

       01  WS-RPT-REFUSED-LINE.
           05 FILLER            PIC X(8) VALUE 'REFUSED '.
           05 WS-RR-REQUEST-ID  PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-EMP-ID      PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-REQUESTER   PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-REASON      PIC X(30).
           05 FILLER            PIC X(42) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYVER01 STARTING - EMPLOYMENT VERIFICATION'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           PERFORM LOAD-COMPANY-NAMES
           PERFORM LOAD-REQUESTS
           PERFORM SCAN-ARCHIVED-HISTORY
           PERFORM OPEN-FILES
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               PERFORM ANSWER-REQUEST
           END-PERFORM
           PERFORM CLOSE-FILES
           DISPLAY 'PAYVER01 COMPLETE'
           DISPLAY '  REQUESTS READ:     ' WS-REQS-READ
           DISPLAY '  INCOME RELEASED:   ' WS-REQS-FULL
           DISPLAY '  EMPLOYMENT ONLY:   ' WS-REQS-EMPLOYMENT
           DISPLAY '  LIMITED RESPONSE:  ' WS-REQS-LIMITED
           DISPLAY '  REFUSED:           ' WS-REQS-REFUSED
           DISPLAY '  ARCHIVE ROWS USED: ' WS-ARCH-ROWS-USED
           IF WS-REQS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The employer named on the response is the employee's pay
      * entity's COMPFILE name; without COMPFILE it is left blank.
       LOAD-COMPANY-NAMES.
           OPEN INPUT COMPFILE
           IF WS-CO-STATUS = '00'
               READ COMPFILE
                   AT END MOVE 'Y' TO WS-CO-EOF-FLAG
               END-READ
               PERFORM UNTIL CO-END-OF-FILE
                       OR WS-CO-COUNT = 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-CODE TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE CO-NAME TO WS-CO-NAME (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - EMPLOYER NAME BLANK'
           END-IF.

       LOAD-REQUESTS.
           OPEN INPUT VERREQ
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VERREQ: ' WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ VERREQ
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF WS-RQ-COUNT = 500
                   DISPLAY 'ERROR: MORE THAN 500 VERIFICATION REQUESTS'
                           ' - INCREASE WS-RQ-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REQS-READ
               ADD 1 TO WS-RQ-COUNT
               MOVE VRQ-RECORD TO WS-RQ-RECORD (WS-RQ-COUNT)
               MOVE 'N' TO WS-RQ-WANTS-INCOME (WS-RQ-COUNT)
               IF VRQ-INCOME AND VRQ-CONSENT-GIVEN
                   MOVE 'Y' TO WS-RQ-WANTS-INCOME (WS-RQ-COUNT)
               END-IF
               MOVE ZEROS TO WS-RQ-LAST-PAID (WS-RQ-COUNT)
               PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                       UNTIL WS-YR-IDX > 3
                   MOVE ZEROS TO WS-RQ-GROSS (WS-RQ-COUNT, WS-YR-IDX)
                                 WS-RQ-OT (WS-RQ-COUNT, WS-YR-IDX)
                                 WS-RQ-SUPP (WS-RQ-COUNT, WS-YR-IDX)
               END-PERFORM
               READ VERREQ
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE VERREQ
           MOVE 'N' TO WS-EOF-FLAG.

      * Rows older than the retention window live only on PAYHARCH,
      * in the exact PAYHREC image. One pass serves every request;
      * no archive dataset means nothing was archived yet.
       SCAN-ARCHIVED-HISTORY.
           OPEN INPUT PAYHARCH
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'PAYHARCH NOT AVAILABLE (STATUS '
                       WS-ARCH-STATUS ') - LIVE PAYHIST ONLY'
           ELSE
               READ PAYHARCH
                   AT END MOVE 'Y' TO WS-ARCH-EOF-FLAG
               END-READ
               PERFORM UNTIL ARCH-END-OF-FILE
                   MOVE ARCH-RECORD TO PAYH-RECORD
                   PERFORM PREPARE-ROW-INCOME
                   IF WS-YR-IDX > ZERO
                       PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                               UNTIL WS-RQ-IDX > WS-RQ-COUNT
                           IF RQ-WANTS-INCOME (WS-RQ-IDX)
                                   AND WS-RQ-RECORD (WS-RQ-IDX) (11:6)
                                       = PAYH-EMP-ID
                               PERFORM POST-ROW-INCOME
                               ADD 1 TO WS-ARCH-ROWS-USED
                           END-IF
                       END-PERFORM
                   END-IF
                   READ PAYHARCH
                       AT END MOVE 'Y' TO WS-ARCH-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PAYHARCH
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPMASTR: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND VERLOG
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VERLOG: ' WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VERRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VERRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * What goes out is decided here: nothing for a request that
      * cannot be tied to a requester and an employee, the limited
      * response for anyone not currently employed, income only
      * with the employee's authorization.
       ANSWER-REQUEST.
           MOVE WS-RQ-RECORD (WS-RQ-IDX) TO WS-REQUEST
           MOVE SPACES TO WS-REASON
           MOVE 'N' TO WS-YEARS-CAPPED-FLAG
           EVALUATE TRUE
               WHEN WS-VR-EMP-ID = SPACES
                   MOVE 'R' TO WS-RESPONSE
                   MOVE 'NO EMP-ID ON REQUEST' TO WS-REASON
               WHEN WS-VR-REQUESTER = SPACES
                   MOVE 'R' TO WS-RESPONSE
                   MOVE 'NO REQUESTER ON REQUEST' TO WS-REASON
               WHEN WS-VR-TYPE NOT = 'E' AND WS-VR-TYPE NOT = 'I'
                   MOVE 'R' TO WS-RESPONSE
                   MOVE 'REQUEST TYPE NOT E OR I' TO WS-REASON
               WHEN WS-VR-TYPE = 'I'
                       AND WS-VR-PRIOR-YEARS IS NOT NUMERIC
                   MOVE 'R' TO WS-RESPONSE
                   MOVE 'PRIOR YEARS NOT 0-2' TO WS-REASON
               WHEN OTHER
                   PERFORM CLASSIFY-REQUEST
           END-EVALUATE
           EVALUATE TRUE
               WHEN RESPONSE-REFUSED
                   ADD 1 TO WS-REQS-REFUSED
                   PERFORM WRITE-REFUSAL
               WHEN RESPONSE-LIMITED
                   ADD 1 TO WS-REQS-LIMITED
                   PERFORM WRITE-LIMITED-RESPONSE
               WHEN OTHER
                   IF RESPONSE-FULL
                       ADD 1 TO WS-REQS-FULL
                       PERFORM SUM-LIVE-HISTORY
                   ELSE
                       ADD 1 TO WS-REQS-EMPLOYMENT
                   END-IF
                   PERFORM WRITE-FULL-RESPONSE
           END-EVALUATE
           PERFORM LOG-DISCLOSURE.

       CLASSIFY-REQUEST.
           MOVE WS-VR-EMP-ID TO EMP-ID
           READ EMPMASTR
               INVALID KEY
                   MOVE 'L' TO WS-RESPONSE
                   MOVE 'NOT ON EMPMASTR' TO WS-REASON
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE 'L' TO WS-RESPONSE
                       MOVE 'FORMER EMPLOYEE' TO WS-REASON
                   ELSE
                       IF RQ-WANTS-INCOME (WS-RQ-IDX)
                           MOVE 'F' TO WS-RESPONSE
                       ELSE
                           MOVE 'E' TO WS-RESPONSE
                           IF WS-VR-TYPE = 'I'
                               MOVE 'NO EMPLOYEE AUTHORIZATION'
                                   TO WS-REASON
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF RESPONSE-FULL
               MOVE WS-VR-PRIOR-YEARS-N TO WS-YEARS-SHOWN
               IF WS-YEARS-SHOWN > 2
                   MOVE 2 TO WS-YEARS-SHOWN
                   SET YEARS-CAPPED TO TRUE
                   MOVE 'PRIOR YEARS LIMITED TO TWO' TO WS-REASON
               END-IF
           END-IF.

      * The employee's live rows, positioned by EMP-ID and read
      * until the key moves on, as PAYINQ01 lists them.
       SUM-LIVE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES   TO PAYH-KEY
           MOVE WS-VR-EMP-ID TO PAYH-EMP-ID
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF NOT HIST-END-OF-FILE
                   IF PAYH-EMP-ID = WS-VR-EMP-ID
                       PERFORM PREPARE-ROW-INCOME
                       IF WS-YR-IDX > ZERO
                           PERFORM POST-ROW-INCOME
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * The row's year is its period's, as PAYYE01 files it - the
      * year it was paid. WS-YR-IDX is zero for a year outside the
      * three a response can show. Fields added after a row was
      * written read as not numeric and count as zero.
       PREPARE-ROW-INCOME.
           MOVE ZEROS TO WS-YR-IDX
           MOVE PAYH-PERIOD (1:4) TO WS-ROW-YEAR-X
           IF WS-ROW-YEAR-X IS NUMERIC
               IF WS-ROW-YEAR <= WS-SYS-YEAR
                       AND WS-ROW-YEAR + 2 >= WS-SYS-YEAR
                   COMPUTE WS-YR-IDX = WS-SYS-YEAR - WS-ROW-YEAR + 1
               END-IF
           END-IF
           IF WS-YR-IDX > ZERO
               MOVE PAYH-GROSS-PAY TO WS-ROW-GROSS
               MOVE ZEROS TO WS-ROW-OT WS-ROW-SUPP
               IF PAYH-OT-PAY IS NUMERIC
                   MOVE PAYH-OT-PAY TO WS-ROW-OT
               END-IF
               IF PAYH-SUPP-PAY IS NUMERIC
                   MOVE PAYH-SUPP-PAY TO WS-ROW-SUPP
               END-IF
               IF PAYH-REVERSAL
                   COMPUTE WS-ROW-GROSS = ZERO - WS-ROW-GROSS
                   COMPUTE WS-ROW-OT    = ZERO - WS-ROW-OT
                   COMPUTE WS-ROW-SUPP  = ZERO - WS-ROW-SUPP
               END-IF
           END-IF.

       POST-ROW-INCOME.
           ADD WS-ROW-GROSS TO WS-RQ-GROSS (WS-RQ-IDX, WS-YR-IDX)
           ADD WS-ROW-OT    TO WS-RQ-OT (WS-RQ-IDX, WS-YR-IDX)
           ADD WS-ROW-SUPP  TO WS-RQ-SUPP (WS-RQ-IDX, WS-YR-IDX)
           IF WS-YR-IDX = 1 AND NOT PAYH-REVERSAL
                   AND PAYH-PAY-DATE > WS-RQ-LAST-PAID (WS-RQ-IDX)
               MOVE PAYH-PAY-DATE TO WS-RQ-LAST-PAID (WS-RQ-IDX)
           END-IF.

       WRITE-LETTER-HEADING.
           WRITE VERRPT-LINE FROM WS-RPT-RULE-LINE
           MOVE WS-VR-REQUEST-ID TO WS-RT-REQUEST-ID
           MOVE WS-SYSTEM-DATE-N TO WS-RT-RUN-DATE
           WRITE VERRPT-LINE FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE
           MOVE 'REQUESTED BY:' TO WS-RF-LABEL
           MOVE WS-VR-REQUESTER TO WS-RF-VALUE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE 'REQUEST RECEIVED:' TO WS-RF-LABEL
           MOVE WS-VR-RECEIVED TO WS-RF-VALUE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE 'EMPLOYEE ID:' TO WS-RF-LABEL
           MOVE WS-VR-EMP-ID TO WS-RF-VALUE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE.

      * One wording for a former employee and for an EMP-ID we
      * have never had, so the reply confirms neither.
       WRITE-LIMITED-RESPONSE.
           MOVE 'EMPLOYMENT VERIFICATION' TO WS-RT-TITLE
           PERFORM WRITE-LETTER-HEADING
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE
           MOVE 'WE ARE UNABLE TO VERIFY CURRENT EMPLOYMENT FOR THE EMPL
      -        'OYEE ID GIVEN.' TO WS-RX-TEXT
           WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           MOVE 'OUR POLICY IS TO CONFIRM EMPLOYMENT AND INCOME ONLY FOR
      -        ' CURRENT EMPLOYEES THROUGH THIS SERVICE.' TO WS-RX-TEXT
           WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           MOVE 'ANY FURTHER ENQUIRY MUST BE MADE IN WRITING TO HUMAN RE
      -        'SOURCES WITH THE INDIVIDUAL''S SIGNED CONSENT.'
               TO WS-RX-TEXT
           WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE.

       WRITE-FULL-RESPONSE.
           IF RESPONSE-FULL
               MOVE 'EMPLOYMENT AND INCOME VERIFICATION' TO WS-RT-TITLE
           ELSE
               MOVE 'EMPLOYMENT VERIFICATION' TO WS-RT-TITLE
           END-IF
           PERFORM WRITE-LETTER-HEADING
           MOVE 'EMPLOYEE NAME:' TO WS-RF-LABEL
           MOVE EMP-NAME TO WS-RF-VALUE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           PERFORM FIND-EMPLOYER
           MOVE 'EMPLOYER:' TO WS-RF-LABEL
           MOVE WS-EMPLOYER-NAME TO WS-RF-VALUE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE 'EMPLOYMENT STATUS:' TO WS-RF-LABEL
           IF EMP-ON-LEAVE
               MOVE 'CURRENTLY EMPLOYED - ON LEAVE' TO WS-RF-VALUE
           ELSE
               MOVE 'CURRENTLY EMPLOYED - ACTIVE' TO WS-RF-VALUE
           END-IF
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE 'HIRE DATE:' TO WS-RF-LABEL
           IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > ZERO
               MOVE EMP-HIRE-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-RF-VALUE
           ELSE
               MOVE 'NOT RECORDED' TO WS-RF-VALUE
           END-IF
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE 'PAY FREQUENCY:' TO WS-RF-LABEL
           EVALUATE TRUE
               WHEN EMP-PAY-WEEKLY
                   MOVE 'WEEKLY' TO WS-RF-VALUE
               WHEN EMP-PAY-BIWEEKLY
                   MOVE 'EVERY TWO WEEKS' TO WS-RF-VALUE
               WHEN OTHER
                   MOVE 'MONTHLY' TO WS-RF-VALUE
           END-EVALUATE
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           IF RESPONSE-FULL
               PERFORM WRITE-RATE-AND-INCOME
           END-IF
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE
           IF WS-REASON = 'NO EMPLOYEE AUTHORIZATION'
               MOVE 'INCOME WAS REQUESTED BUT IS NOT RELEASED WITHOUT TH
      -            'E EMPLOYEE''S SIGNED AUTHORIZATION.' TO WS-RX-TEXT
               WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           END-IF
           IF YEARS-CAPPED
               MOVE 'INCOME IS PROVIDED FOR THE CURRENT YEAR AND AT MOST
      -            ' THE TWO YEARS BEFORE IT.' TO WS-RX-TEXT
               WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           END-IF
           MOVE 'THIS INFORMATION IS PROVIDED IN CONFIDENCE FOR THE PURP
      -        'OSE STATED BY THE REQUESTER AND MAY NOT BE PASSED ON.'
               TO WS-RX-TEXT
           WRITE VERRPT-LINE FROM WS-RPT-TEXT-LINE
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE.

      * The rate in force today - a forward-dated change is not yet
      * paid, as SELECT-EFFECTIVE-RATE in PAYRLL01 treats it. A
      * salaried employee's period pay is the rate over the master
      * hours, which is how PAYRLL01 pays them.
       WRITE-RATE-AND-INCOME.
           MOVE EMP-HOURLY-RATE TO WS-CURRENT-RATE
           IF EMP-RATE-EFF-DATE IS NUMERIC
                   AND EMP-RATE-EFF-DATE > ZERO
                   AND EMP-PRIOR-RATE IS NUMERIC
                   AND EMP-PRIOR-RATE > ZERO
                   AND WS-SYSTEM-DATE-N < EMP-RATE-EFF-DATE
               MOVE EMP-PRIOR-RATE TO WS-CURRENT-RATE
           END-IF
           MOVE WS-CURRENT-RATE TO WS-EDIT-RATE
           MOVE 'CURRENT RATE:' TO WS-RF-LABEL
           MOVE SPACES TO WS-RF-VALUE
           IF EMP-SALARIED
               COMPUTE WS-PERIOD-PAY ROUNDED =
                   WS-CURRENT-RATE * EMP-HOURS-WORKED
               MOVE WS-PERIOD-PAY TO WS-EDIT-PERIOD-PAY
               STRING WS-EDIT-PERIOD-PAY DELIMITED BY SIZE
                      ' PER PAY PERIOD, SALARIED (' DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                      ' PER HOUR)' DELIMITED BY SIZE
                   INTO WS-RF-VALUE
               END-STRING
           ELSE
               STRING WS-EDIT-RATE DELIMITED BY SIZE
                      ' PER HOUR, HOURLY' DELIMITED BY SIZE
                   INTO WS-RF-VALUE
               END-STRING
           END-IF
           WRITE VERRPT-LINE FROM WS-RPT-FIELD-LINE
           MOVE SPACES TO VERRPT-LINE
           WRITE VERRPT-LINE
           WRITE VERRPT-LINE FROM WS-RPT-INCOME-HEAD
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YEARS-SHOWN + 1
               COMPUTE WS-RI-YEAR = WS-SYS-YEAR - WS-YR-IDX + 1
               IF WS-YR-IDX = 1
                   IF WS-RQ-LAST-PAID (WS-RQ-IDX) > ZERO
                       MOVE WS-RQ-LAST-PAID (WS-RQ-IDX)
                           TO WS-EDIT-DATE
                       MOVE SPACES TO WS-RI-CAPTION
                       STRING ' TO ' WS-EDIT-DATE
                           DELIMITED BY SIZE INTO WS-RI-CAPTION
                       END-STRING
                   ELSE
                       MOVE ' YEAR TO DATE' TO WS-RI-CAPTION
                   END-IF
               ELSE
                   MOVE ' FULL YEAR' TO WS-RI-CAPTION
               END-IF
               MOVE WS-RQ-GROSS (WS-RQ-IDX, WS-YR-IDX) TO WS-RI-GROSS
               MOVE WS-RQ-OT (WS-RQ-IDX, WS-YR-IDX)    TO WS-RI-OT
               MOVE WS-RQ-SUPP (WS-RQ-IDX, WS-YR-IDX)  TO WS-RI-SUPP
               COMPUTE WS-BASE-PAY =
                   WS-RQ-GROSS (WS-RQ-IDX, WS-YR-IDX)
                   - WS-RQ-OT (WS-RQ-IDX, WS-YR-IDX)
                   - WS-RQ-SUPP (WS-RQ-IDX, WS-YR-IDX)
               MOVE WS-BASE-PAY TO WS-RI-BASE
               WRITE VERRPT-LINE FROM WS-RPT-INCOME-LINE
           END-PERFORM.

       FIND-EMPLOYER.
           MOVE SPACES TO WS-EMPLOYER-NAME
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IDX) = EMP-COMPANY
                       OR (EMP-COMPANY = SPACES
                       AND WS-CO-CODE (WS-CO-IDX) = '01')
                   MOVE WS-CO-NAME (WS-CO-IDX) TO WS-EMPLOYER-NAME
               END-IF
           END-PERFORM.

      * A refused request produces no letter - it is listed for
      * whoever keyed it to correct and resubmit.
       WRITE-REFUSAL.
           MOVE WS-VR-REQUEST-ID TO WS-RR-REQUEST-ID
           MOVE WS-VR-EMP-ID     TO WS-RR-EMP-ID
           MOVE WS-VR-REQUESTER  TO WS-RR-REQUESTER
           MOVE WS-REASON        TO WS-RR-REASON
           WRITE VERRPT-LINE FROM WS-RPT-REFUSED-LINE
           DISPLAY 'REFUSED ' WS-VR-REQUEST-ID ' ' WS-REASON.

      * The log records what actually went out, not what was asked:
      * the years only when income was released.
       LOG-DISCLOSURE.
           MOVE SPACES            TO VLG-RECORD
           MOVE WS-VR-REQUEST-ID  TO VLG-REQUEST-ID
           MOVE WS-VR-EMP-ID      TO VLG-EMP-ID
           MOVE WS-VR-REQUESTER   TO VLG-REQUESTER
           MOVE WS-VR-TYPE        TO VLG-REQ-TYPE
           IF WS-VR-RECEIVED IS NUMERIC
               MOVE WS-VR-RECEIVED TO VLG-RECEIVED-DATE
           ELSE
               MOVE ZEROS TO VLG-RECEIVED-DATE
           END-IF
           MOVE WS-VR-CONSENT     TO VLG-CONSENT
           MOVE WS-RESPONSE       TO VLG-RESPONSE
           MOVE ZEROS TO VLG-FROM-YEAR VLG-THRU-YEAR
           IF RESPONSE-FULL
               COMPUTE VLG-FROM-YEAR = WS-SYS-YEAR - WS-YEARS-SHOWN
               MOVE WS-SYS-YEAR TO VLG-THRU-YEAR
           END-IF
           MOVE WS-REASON         TO VLG-REASON
           MOVE WS-SYSTEM-DATE-N  TO VLG-LOG-DATE
           MOVE WS-SYS-HHMMSS     TO VLG-LOG-TIME
           WRITE VLG-RECORD.

       CLOSE-FILES.
           CLOSE EMPMASTR
           CLOSE PAYHIST
           CLOSE VERLOG
           CLOSE VERRPT.
