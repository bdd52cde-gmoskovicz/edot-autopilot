      *================================================================*
      * PROGRAM-ID: PAYREV01                                          *
      * DESCRIPTION: Payment reversal run. A check voided without a   *
      *              reissue, or a direct deposit recalled because    *
      *              it was paid in error, takes the money out of the *
      *              register while EMPMASTR, PAYHIST, the GL and     *
      *              TAXLIAB all still say the employee was paid.     *
      *              This step puts the books back:                   *
      *                1. reversal requests on REVREQ recall ACH      *
      *                   credits - each of the payment's type-6      *
      *                   entries is found on the cycle's ACHFILE     *
      *                   generation (ACHORIG) and answered with a    *
      *                   reversing debit on REVACH, refused once the *
      *                   NACHA five-banking-day window past the      *
      *                   original settlement date has closed;        *
      *                   a held direct deposit (one PAYHLD01 pulled  *
      *                   off the ACH file, still held on ACHHOLD) is *
      *                   cancelled by a type 'H' request instead -   *
      *                   no money went out, so no bank entry is      *
      *                   built and the ACHHOLD row is marked         *
      *                   cancelled so it can never be released;      *
      *                2. every CHKREG check voided without a         *
      *                   reissue (its PAYHIST row still carries the  *
      *                   voided number - a reissue repoints it) is   *
      *                   reversed the same way, with no bank entry;  *
      *                3. for each reversal the payment's amounts are *
      *                   backed out of EMP-YTD-TOTALS, the taxable   *
      *                   and FICA wages, EMP-JURIS-YTD and           *
      *                   EMP-YTD-401K; a reversal row (frequency     *
      *                   'R', same period and cycle end) is written  *
      *                   to PAYHIST carrying the amounts reversed;   *
      *                   a reversing journal goes to REVGL with the  *
      *                   PAYGL01 accounts and mapping; 'R' rows on   *
      *                   TAXLIAB reduce the withholding liability;   *
      *                   and the garnishment collected is backed out *
      *                   of the employee's GARNORD orders, reopening *
      *                   any order it had closed.                    *
      *              The PAYHIST reversal row is the record that the  *
      *              payment has been reversed: a request or void     *
      *              already carrying one is reported and skipped, so *
      *              a rerun reverses nothing twice. Refused requests *
      *              and over-remitted garnishment orders end the     *
      *              step with RC 8 for the worklist, or RC 12 when   *
      *              the run also built no ACH reversal; RC 4 means   *
      *              no ACH reversal was built and there is nothing   *
      *              to transmit.                                     *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  On demand via PAYREVJB, after PAYCHKJB has     *
      *                applied the void. Must not run alongside       *
      *                PAYRLLJB (EMPMASTR, PAYHIST and GARNORD are    *
      *                taken OLD).                                    *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *   2026-10-15  TJK  Type 'H' requests cancel a direct deposit
      *                    PAYHLD01 is still holding on ACHHOLD: the
      *                    payment is backed out as any reversal but no
      *                    bank entry is built, and the ACHHOLD row is
      *                    marked cancelled. A recall of a held payment
      *                    is refused.
      *   2026-10-15  TJK  A CHKREG void whose reversal key is already
      *                    taken is listed and counted, not refused, so
      *                    it no longer ends every run RC 8. RC 12 when
      *                    the worklist is set and no ACH reversal was
      *                    built, so PAYREVJB sends nothing.
      *   2026-10-15  TJK  Cancelled-hold search stops at the rewritten
      *                    ACHHOLD row so the record area is not read
      *                    after the REWRITE.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVREQ ASSIGN TO REVREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CHKREG ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT ACHORIG ASSIGN TO ACHORIG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORIG-STATUS.

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

           SELECT GARNORD ASSIGN TO GARNORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARN-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT REVACH ASSIGN TO REVACH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT REVGL ASSIGN TO REVGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT TAXLIAB ASSIGN TO TAXLIAB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIAB-STATUS.

           SELECT ACHHOLD ASSIGN TO ACHHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AHL-STATUS.

           SELECT REVRPT ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One request per payment to recall: the PAYHIST key of the
      * cycle paid in error and why. 'A' recalls a direct deposit
      * and 'H' cancels one PAYHLD01 is still holding - voided
      * checks are found on CHKREG without being asked for.
       FD  REVREQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REV-RECORD.
           05 REV-TYPE          PIC X(1).
               88 REV-ACH-RECALL    VALUE 'A'.
               88 REV-HELD-CANCEL   VALUE 'H'.
           05 REV-EMP-ID        PIC X(6).
           05 REV-PERIOD        PIC X(7).
           05 REV-FREQUENCY     PIC X(1).
           05 REV-CYCLE-END     PIC 9(8).
           05 REV-REASON        PIC X(20).

       FD  CHKREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CHKREG.

      * The ACHFILE generations the recalled payments went out on,
      * concatenated - each generation starts with its own file
      * header.
       FD  ACHORIG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ORIG-RECORD.
           05 ORIG-REC-TYPE     PIC X(1).
           05 ORIG-REC-DATA     PIC X(93).

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC.

       FD  GARNORD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GARNREC.

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GLMAP-RECORD.
           05 GLM-DEPARTMENT    PIC X(12).
           05 GLM-COST-CENTER   PIC X(8).

       FD  REVACH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACH-RECORD           PIC X(94).

      * Same journal layout PAYGL01 writes to GLFILE, so the GL
      * loader takes the reversing batch unchanged.
       FD  REVGL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE     PIC X(01).
               88 GLJ-JOURNAL-REC  VALUE 'J'.
               88 GLJ-TRAILER-REC  VALUE 'T'.
           05 GLJ-DETAIL-DATA.
               10 GLJ-PERIOD       PIC X(7).
               10 GLJ-COST-CENTER  PIC X(8).
               10 GLJ-ACCOUNT      PIC X(4).
               10 GLJ-DEBIT        PIC 9(11)V99.
               10 GLJ-CREDIT       PIC 9(11)V99.
               10 GLJ-DESC         PIC X(24).
               10 GLJ-COMPANY      PIC X(4).
           05 GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10 GLT-ENTRY-COUNT  PIC 9(7).
               10 GLT-TOTAL-DEBIT  PIC 9(13)V99.
               10 GLT-TOTAL-CREDIT PIC 9(13)V99.
               10 FILLER           PIC X(36).

      * PAYTAX01's running deposit liability ledger. An 'R' row
      * gives back withholding accrued on a payment since reversed;
      * like a 'D' row it reduces the jurisdiction's balance.
       FD  TAXLIAB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TL-RECORD.
           05 TL-REC-TYPE       PIC X(1).
               88 TL-WITHHOLDING    VALUE 'W'.
               88 TL-DEPOSIT        VALUE 'D'.
               88 TL-REVERSAL       VALUE 'R'.
           05 TL-PERIOD         PIC X(7).
           05 TL-FREQUENCY      PIC X(1).
           05 TL-CYCLE-END      PIC 9(8).
           05 TL-ENTRY-DATE     PIC 9(8).
           05 TL-AMOUNT         PIC 9(11)V99.
           05 TL-EFTPS-REF      PIC X(15).
           05 TL-JURIS          PIC X(2).

       FD  ACHHOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ACHHOLD.

       FD  REVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REVRPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-REQ-STATUS    PIC XX VALUE SPACES.
           05 WS-CHKREG-STATUS PIC XX VALUE SPACES.
           05 WS-ORIG-STATUS   PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-GARN-STATUS   PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-MAP-STATUS    PIC XX VALUE SPACES.
           05 WS-ACH-STATUS    PIC XX VALUE SPACES.
           05 WS-GL-STATUS     PIC XX VALUE SPACES.
           05 WS-LIAB-STATUS   PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-AHL-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
           05 WS-REQ-EOF-FLAG  PIC X VALUE 'N'.
               88 REQ-END-OF-FILE VALUE 'Y'.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE VALUE 'Y'.
           05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
               88 HIST-END-OF-FILE VALUE 'Y'.
           05 WS-GO-EOF-FLAG   PIC X VALUE 'N'.
               88 GO-END-OF-ORDERS VALUE 'Y'.
           05 WS-GARN-AVAIL-FLAG PIC X VALUE 'N'.
               88 GARN-AVAILABLE VALUE 'Y'.

      * The same originator constants PAYRLL01 falls back on when
      * COMPFILE is absent, so a reversal file identifies itself
      * exactly as the payroll file it answers.
       01  WS-ACH-CONSTANTS.
           05 WS-ACH-ORIGIN-RTN  PIC X(10) VALUE '0123456780'.
           05 WS-ACH-DEST-RTN    PIC X(10) VALUE '0000000010'.
           05 WS-ACH-ORIG-DFI-ID PIC X(08) VALUE '01234567'.
           05 WS-ACH-COMPANY-ID  PIC X(10) VALUE '1234567890'.
           05 WS-ACH-COMPANY-NM  PIC X(16) VALUE 'PAYROLL TEAM'.
           05 WS-ACH-DEST-NAME   PIC X(23) VALUE 'EMPLOYEE BANK'.

      * A reversing entry must reach the receiving bank within five
      * banking days after the settlement date of the credit it
      * reverses (NACHA).
       01  WS-REV-WINDOW-DAYS  PIC 9(2) VALUE 5.

       COPY ACHREC.

       01  WS-GL-ACCOUNTS.
           05 WS-ACCT-SALARY   PIC X(4) VALUE '5100'.
           05 WS-ACCT-BONUS    PIC X(4) VALUE '5110'.
           05 WS-ACCT-TAX      PIC X(4) VALUE '2100'.
           05 WS-ACCT-EE-SS    PIC X(4) VALUE '2130'.
           05 WS-ACCT-EE-MED   PIC X(4) VALUE '2140'.
           05 WS-ACCT-GARNISH  PIC X(4) VALUE '2200'.
           05 WS-ACCT-401K     PIC X(4) VALUE '2300'.
           05 WS-ACCT-HEALTH   PIC X(4) VALUE '2400'.
           05 WS-ACCT-CLEARING PIC X(4) VALUE '1050'.
           05 WS-ACCT-ER-TAXEXP PIC X(4) VALUE '5150'.
           05 WS-ACCT-ER-FICA  PIC X(4) VALUE '2110'.
           05 WS-ACCT-ER-UNEMP PIC X(4) VALUE '2120'.
           05 WS-ACCT-MATCHEXP PIC X(4) VALUE '5160'.
           05 WS-ACCT-MATCHPAY PIC X(4) VALUE '2310'.

       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-MAP-IDX.
               10 WS-MAP-DEPARTMENT  PIC X(12).
               10 WS-MAP-COST-CENTER PIC X(8).
       01  WS-MAP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-COST-CENTER      PIC X(8).
       01  WS-MAP-MISSES       PIC 9(5) VALUE ZEROS.

      * One row per pay entity off COMPFILE: its ACH originator
      * identity and GL segment, and the reversal entries built for
      * it this run. COMPFILE unavailable leaves the single legacy
      * entity '01' built from WS-ACH-CONSTANTS, as in PAYRLL01.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE        PIC X(2).
               10 WS-CO-NAME        PIC X(16).
               10 WS-CO-ORIGIN-RTN  PIC X(10).
               10 WS-CO-ORIG-DFI    PIC X(8).
               10 WS-CO-COMPANY-ID  PIC X(10).
               10 WS-CO-GL-COMPANY  PIC X(4).
               10 WS-CO-ENTRY-COUNT PIC 9(8).
               10 WS-CO-HASH-TOTAL  PIC 9(10).
               10 WS-CO-TOTAL-DEBIT PIC 9(10)V99.
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-CUR-CO           PIC 9(2) VALUE 1.
       01  WS-EMP-CO-CODE      PIC X(2).
       01  WS-GL-COMPANY       PIC X(4).

      * Every credit entry on the ACHORIG generations, tagged with
      * the generation it came from and its batch's settlement
      * (effective) date. A payment's entries are the credits for
      * the employee in the generation that carries the PAYHIST
      * trace number and sum to the PAYHIST net.
       01  WS-ORIG-TABLE.
           05 WS-OE-ENTRY OCCURS 3000 TIMES.
               10 WS-OE-FILE-SEQ   PIC 9(3).
               10 WS-OE-EFF-DATE   PIC 9(6).
               10 WS-OE-TXN-CODE   PIC X(2).
               10 WS-OE-ROUTING    PIC X(9).
               10 WS-OE-ACCOUNT    PIC X(17).
               10 WS-OE-AMOUNT     PIC 9(8)V99.
               10 WS-OE-EMP-ID     PIC X(6).
               10 WS-OE-TRACE      PIC 9(15).
       01  WS-OE-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-OE-IDX           PIC 9(4).
       01  WS-OE-SUB           PIC 9(4).
       01  WS-ORIG-FILE-SEQ    PIC 9(3) VALUE ZEROS.
       01  WS-ORIG-EFF-DATE    PIC 9(6) VALUE ZEROS.
       01  WS-ORIG-FOUND-FLAG  PIC X VALUE 'N'.
           88 ORIG-ENTRIES-FOUND VALUE 'Y'.
       01  WS-ORIG-MATCH-SEQ   PIC 9(3).
       01  WS-ORIG-MATCH-EFF   PIC 9(6).
       01  WS-ORIG-SUM         PIC 9(9)V99.

      * Reversing debits built this run, held until every request
      * has been worked and then written one batch per company.
       01  WS-REVENT-TABLE.
           05 WS-RE-ENTRY OCCURS 500 TIMES.
               10 WS-RE-COMPANY    PIC X(2).
               10 WS-RE-DETAIL     PIC X(94).
       01  WS-RE-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RE-IDX           PIC 9(3).
       01  WS-RE-NEEDED        PIC 9(3).

      * Payments still held on ACHHOLD: a held payment is cancelled
      * ('H') rather than recalled, and the rows cancelled this run
      * are marked once every request has been worked.
       01  WS-HK-TABLE.
           05 WS-HK-ENTRY OCCURS 500 TIMES.
               10 WS-HK-KEY         PIC X(22).
               10 WS-HK-AMOUNT      PIC 9(8)V99.
               10 WS-HK-CANCEL-FLAG PIC X(1).
                   88 WS-HK-CANCELLED   VALUE 'Y'.
       01  WS-HK-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-HK-IDX           PIC 9(3).
       01  WS-HK-FOUND-IDX     PIC 9(3).

       01  WS-ACH-TRACE-SEQ    PIC 9(7) VALUE ZEROS.
       01  WS-ACH-BATCH-NO     PIC 9(7) VALUE ZEROS.
       01  WS-ACH-ENTRY-COUNT  PIC 9(8) VALUE ZEROS.
       01  WS-ACH-HASH-TOTAL   PIC 9(10) VALUE ZEROS.
       01  WS-ACH-TOTAL-DEBIT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-ACH-REC-TOTAL    PIC 9(7) VALUE ZEROS.
       01  WS-ACH-RECV-DFI-NUM PIC 9(8).

      * The reversal being worked: what kind, and how it ended.
       01  WS-REV-KIND         PIC X(1).
           88 WS-REV-OF-ACH    VALUE 'A'.
           88 WS-REV-OF-CHECK  VALUE 'C'.
           88 WS-REV-OF-HELD   VALUE 'H'.
           88 WS-REV-REQUESTED VALUE 'A' 'H'.
       01  WS-REV-DISPOSITION  PIC X(30).
       01  WS-REV-OK-FLAG      PIC X VALUE 'N'.
           88 REV-CAN-PROCEED  VALUE 'Y'.
       01  WS-REV-KEY          PIC X(22).
       01  WS-REV-CHECK-NO     PIC 9(8).
       01  WS-REV-ROW-FLAG     PIC X VALUE 'N'.
           88 REV-ROW-THIS-PAYMENT  VALUE 'T'.
           88 REV-ROW-OTHER-PAYMENT VALUE 'O'.
       01  WS-HIST-FOUND-FLAG  PIC X VALUE 'N'.
           88 HIST-ROW-FOUND   VALUE 'Y'.

      * Back-out work: a YTD balance and the amount coming off it.
      * An amount larger than the balance floors it at zero rather
      * than wrapping an unsigned field.
       01  WS-BO-BALANCE       PIC 9(9)V99.
       01  WS-BO-AMOUNT        PIC 9(9)V99.
       01  WS-JL-IDX           PIC 9(1).
       01  WS-JY-IDX           PIC 9(1).

      * The payment's withholding by jurisdiction, as PAYTAX01
      * accrued it: each income-tax line, plus both FICA shares in
      * the federal bucket.
       01  WS-RJ-TABLE.
           05 WS-RJ-ENTRY OCCURS 4 TIMES.
               10 WS-RJ-CODE       PIC X(2).
               10 WS-RJ-AMOUNT     PIC 9(11)V99.
       01  WS-RJ-COUNT         PIC 9(1) VALUE ZEROS.
       01  WS-RJ-IDX           PIC 9(1).
       01  WS-RJ-WORK-CODE     PIC X(2).
       01  WS-RJ-WORK-AMT      PIC 9(11)V99.
       01  WS-RJ-SLOT-FLAG     PIC X VALUE 'N'.
           88 RJ-SLOT-FOUND    VALUE 'Y'.

       01  WS-GARN-BACKOUT     PIC 9(9)V99.
       01  WS-GO-TAKE          PIC 9(9)V99.

      * The payment's figures for the reversing journal.
       01  WS-RV-AMOUNTS.
           05 WS-RV-SALARY     PIC 9(11)V99.
           05 WS-RV-SUPP       PIC 9(11)V99.
           05 WS-RV-EE-SS      PIC 9(11)V99.
           05 WS-RV-EE-MED     PIC 9(11)V99.
           05 WS-RV-ER-TAX     PIC 9(11)V99.

       01  WS-BATCH-TOTALS.
           05 WS-ENTRY-COUNT   PIC 9(7)     VALUE ZEROS.
           05 WS-TOTAL-DEBIT   PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-CREDIT  PIC 9(13)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05 WS-REQUESTS-READ  PIC 9(5) VALUE ZEROS.
           05 WS-ACH-REVERSED   PIC 9(5) VALUE ZEROS.
           05 WS-CHECKS-REVERSED PIC 9(5) VALUE ZEROS.
           05 WS-HELD-CANCELLED PIC 9(5) VALUE ZEROS.
           05 WS-ALREADY-DONE   PIC 9(5) VALUE ZEROS.
           05 WS-REFUSED        PIC 9(5) VALUE ZEROS.
           05 WS-VOIDS-SEEN     PIC 9(5) VALUE ZEROS.
           05 WS-VOIDS-REISSUED PIC 9(5) VALUE ZEROS.
           05 WS-ORDERS-REOPENED PIC 9(5) VALUE ZEROS.
           05 WS-OVER-REMITTED  PIC 9(5) VALUE ZEROS.
           05 WS-PRIOR-YEAR-VOIDS PIC 9(5) VALUE ZEROS.
           05 WS-KEY-IN-USE-VOIDS PIC 9(5) VALUE ZEROS.
           05 WS-LIAB-ROWS      PIC 9(5) VALUE ZEROS.

       01  WS-REVERSED-NET     PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).
       01  WS-SYSTEM-TIME      PIC 9(8).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05 WS-SYS-HHMM       PIC 9(4).
           05 FILLER            PIC 9(4).
       01  WS-ACH-FILE-DATE     PIC 9(6).
       01  WS-ACH-FILE-DATE-R REDEFINES WS-ACH-FILE-DATE.
           05 WS-ACH-FD-YY       PIC 9(2).
           05 WS-ACH-FD-MM       PIC 9(2).
           05 WS-ACH-FD-DD       PIC 9(2).
       01  WS-GL-PERIOD        PIC X(7).

      * Serial day number arithmetic, as in PAYRLL01 (days since a
      * fixed epoch; MOD 7 gives the weekday, 0 Monday). The
      * quotient steps are separate DIVIDEs so each truncates.
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
       01  WS-WINDOW-WORK.
           05 WS-SETTLE-DAY     PIC 9(7).
           05 WS-TODAY-DAY      PIC 9(7).
           05 WS-WINDOW-DAY     PIC 9(7).
           05 WS-WINDOW-QUOTIENT PIC 9(7).
           05 WS-WINDOW-WEEKDAY PIC 9(1).
           05 WS-BANKING-DAYS   PIC 9(3).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(26) VALUE
               'PAYMENT REVERSAL REGISTER '.
           05 WS-RH-DATE        PIC 9(8).
           05 FILLER            PIC X(98) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05 WS-RD-EMP-ID      PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-EMP-NAME    PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-PERIOD      PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-FREQ        PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-CYCLE       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-KIND        PIC X(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-NET         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-DISPOSITION PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-REASON      PIC X(16).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           DISPLAY 'PAYREV01 STARTING - PAYMENT REVERSAL RUN'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE-N TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-TODAY-DAY
           MOVE SPACES TO WS-GL-PERIOD
           STRING WS-SYS-YEAR '-' WS-SYS-MONTH
               DELIMITED BY SIZE INTO WS-GL-PERIOD
           END-STRING
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-ORIGINAL-ENTRIES
           PERFORM LOAD-HELD-PAYMENTS
           PERFORM OPEN-FILES
           PERFORM PROCESS-REVERSAL-REQUESTS
           PERFORM SCAN-VOIDED-CHECKS
           PERFORM ASSEMBLE-REVERSAL-FILE
           PERFORM WRITE-GL-TRAILER
           PERFORM CLOSE-FILES
           PERFORM MARK-CANCELLED-HOLDS
           DISPLAY 'PAYREV01 COMPLETE'
           DISPLAY '  REQUESTS READ:         ' WS-REQUESTS-READ
           DISPLAY '  ACH PAYMENTS REVERSED: ' WS-ACH-REVERSED
           DISPLAY '  HELD CANCELLED:        ' WS-HELD-CANCELLED
           DISPLAY '  REVERSING ACH ENTRIES: ' WS-ACH-ENTRY-COUNT
           DISPLAY '  VOIDED CHECKS SEEN:    ' WS-VOIDS-SEEN
           DISPLAY '  VOIDED AND REISSUED:   ' WS-VOIDS-REISSUED
           DISPLAY '  CHECKS REVERSED:       ' WS-CHECKS-REVERSED
           DISPLAY '  PRIOR-YEAR VOIDS:      ' WS-PRIOR-YEAR-VOIDS
           DISPLAY '  VOIDS LEFT BY HAND:    ' WS-KEY-IN-USE-VOIDS
           DISPLAY '  ALREADY REVERSED:      ' WS-ALREADY-DONE
           DISPLAY '  REQUESTS REFUSED:      ' WS-REFUSED
           DISPLAY '  ORDERS REOPENED:       ' WS-ORDERS-REOPENED
           DISPLAY '  ORDERS OVER-REMITTED:  ' WS-OVER-REMITTED
           DISPLAY '  TAXLIAB ROWS WRITTEN:  ' WS-LIAB-ROWS
           DISPLAY '  JOURNAL ENTRIES:       ' WS-ENTRY-COUNT
           MOVE WS-REVERSED-NET TO WS-DISPLAY-TOTAL
           DISPLAY '  NET REVERSED:          ' WS-DISPLAY-TOTAL
           IF WS-MAP-MISSES > ZERO
               DISPLAY '  UNMAPPED DEPARTMENTS:  ' WS-MAP-MISSES
           END-IF
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                   DISPLAY 'ERROR: REVERSING GL BATCH DOES NOT'
                           ' BALANCE'
                   MOVE 16 TO RETURN-CODE
               WHEN (WS-REFUSED > ZERO OR WS-OVER-REMITTED > ZERO)
                   AND WS-ACH-ENTRY-COUNT = ZERO
                   DISPLAY 'NO ACH REVERSAL BUILT - NOTHING TO'
                           ' TRANSMIT'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REFUSED > ZERO OR WS-OVER-REMITTED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACH-ENTRY-COUNT = ZERO
                   DISPLAY 'NO ACH REVERSAL BUILT - NOTHING TO'
                           ' TRANSMIT'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * Entity profiles off the same COMPFILE PAYRLL01 pays from:
      * the originator identity for each reversal batch and the GL
      * company segment for the journal.
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
                   MOVE CO-NAME        TO WS-CO-NAME (WS-CO-COUNT)
                   MOVE CO-ORIGIN-RTN  TO
                       WS-CO-ORIGIN-RTN (WS-CO-COUNT)
                   MOVE CO-ORIG-DFI-ID TO
                       WS-CO-ORIG-DFI (WS-CO-COUNT)
                   MOVE CO-COMPANY-ID  TO
                       WS-CO-COMPANY-ID (WS-CO-COUNT)
                   MOVE CO-GL-COMPANY  TO
                       WS-CO-GL-COMPANY (WS-CO-COUNT)
                   MOVE ZEROS TO WS-CO-ENTRY-COUNT (WS-CO-COUNT)
                                 WS-CO-HASH-TOTAL (WS-CO-COUNT)
                                 WS-CO-TOTAL-DEBIT (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - RUNNING AS THE SINGLE'
                       ' LEGACY COMPANY 01'
           END-IF
           IF WS-CO-COUNT = ZERO
               MOVE 1 TO WS-CO-COUNT
               MOVE '01' TO WS-CO-CODE (1)
               MOVE WS-ACH-COMPANY-NM  TO WS-CO-NAME (1)
               MOVE WS-ACH-ORIGIN-RTN  TO WS-CO-ORIGIN-RTN (1)
               MOVE WS-ACH-ORIG-DFI-ID TO WS-CO-ORIG-DFI (1)
               MOVE WS-ACH-COMPANY-ID  TO WS-CO-COMPANY-ID (1)
               MOVE SPACES TO WS-CO-GL-COMPANY (1)
               MOVE ZEROS TO WS-CO-ENTRY-COUNT (1)
                             WS-CO-HASH-TOTAL (1)
                             WS-CO-TOTAL-DEBIT (1)
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLMAP
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLMAP: ' WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GLMAP
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               OR WS-MAP-COUNT = 100
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GLM-DEPARTMENT  TO WS-MAP-DEPARTMENT (WS-MAP-IDX)
               MOVE GLM-COST-CENTER TO WS-MAP-COST-CENTER (WS-MAP-IDX)
               READ GLMAP
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           IF WS-MAP-COUNT = 100 AND NOT END-OF-FILE
               DISPLAY 'ERROR: GLMAP HAS MORE THAN 100 ENTRIES'
                       ' - INCREASE WS-MAP-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GLMAP
           MOVE 'N' TO WS-EOF-FLAG.

      * Every live credit (22 checking, 32 savings) on the ACHORIG
      * generations, with its generation number and the effective
      * date of the batch it rode in. Prenotes and the other record
      * types are skipped. No ACHORIG means no direct deposit can be
      * recalled this run - each request is refused, the voided
      * checks are still reversed.
       LOAD-ORIGINAL-ENTRIES.
           OPEN INPUT ACHORIG
           IF WS-ORIG-STATUS NOT = '00'
               DISPLAY 'WARNING: ACHORIG NOT AVAILABLE (STATUS '
                       WS-ORIG-STATUS ') - NO ACH RECALL THIS RUN'
           ELSE
               READ ACHORIG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   EVALUATE ORIG-REC-TYPE
                       WHEN '1'
                           ADD 1 TO WS-ORIG-FILE-SEQ
                       WHEN '5'
                           MOVE ORIG-RECORD TO WS-ACH-BATCH-HEADER
                           IF ABH-EFFECTIVE-DATE IS NUMERIC
                               MOVE ABH-EFFECTIVE-DATE
                                   TO WS-ORIG-EFF-DATE
                           ELSE
                               MOVE ZEROS TO WS-ORIG-EFF-DATE
                           END-IF
                       WHEN '6'
                           MOVE ORIG-RECORD TO WS-ACH-ENTRY-DETAIL
                           IF AED-TXN-CODE = '22' OR '32'
                               PERFORM SAVE-ORIGINAL-ENTRY
                           END-IF
                   END-EVALUATE
                   READ ACHORIG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHORIG
               DISPLAY '  ACHORIG GENERATIONS: ' WS-ORIG-FILE-SEQ
                       ' CREDITS: ' WS-OE-COUNT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

      * The payments PAYHLD01 is still holding. No ACHHOLD means
      * nothing has ever been held - an 'H' request is refused.
       LOAD-HELD-PAYMENTS.
           OPEN INPUT ACHHOLD
           IF WS-AHL-STATUS NOT = '00'
               DISPLAY 'WARNING: ACHHOLD NOT AVAILABLE (STATUS '
                       WS-AHL-STATUS ') - NO HELD PAYMENT CANCELLED'
           ELSE
               READ ACHHOLD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF AHL-HELD
                       IF WS-HK-COUNT = 500
                           DISPLAY 'ERROR: MORE THAN 500 HELD'
                                   ' PAYMENTS - INCREASE WS-HK-TABLE'
                                   ' OCCURS'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HK-COUNT
                       MOVE AHL-KEY TO WS-HK-KEY (WS-HK-COUNT)
                       MOVE AHL-HELD-AMOUNT
                           TO WS-HK-AMOUNT (WS-HK-COUNT)
                       MOVE 'N' TO WS-HK-CANCEL-FLAG (WS-HK-COUNT)
                   END-IF
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHHOLD
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       SAVE-ORIGINAL-ENTRY.
           IF WS-OE-COUNT = 3000
               DISPLAY 'ERROR: ACHORIG HAS MORE THAN 3000 CREDITS'
                       ' - INCREASE WS-ORIG-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OE-COUNT
           MOVE WS-ORIG-FILE-SEQ  TO WS-OE-FILE-SEQ (WS-OE-COUNT)
           MOVE WS-ORIG-EFF-DATE  TO WS-OE-EFF-DATE (WS-OE-COUNT)
           MOVE AED-TXN-CODE      TO WS-OE-TXN-CODE (WS-OE-COUNT)
           MOVE AED-RECV-DFI-ID   TO WS-OE-ROUTING (WS-OE-COUNT) (1:8)
           MOVE AED-CHECK-DIGIT   TO WS-OE-ROUTING (WS-OE-COUNT) (9:1)
           MOVE AED-DFI-ACCOUNT-NUM TO WS-OE-ACCOUNT (WS-OE-COUNT)
           MOVE AED-AMOUNT        TO WS-OE-AMOUNT (WS-OE-COUNT)
           MOVE AED-INDIV-ID-NUMBER (1:6)
               TO WS-OE-EMP-ID (WS-OE-COUNT)
           MOVE AED-TRACE-NUMBER  TO WS-OE-TRACE (WS-OE-COUNT).

       OPEN-FILES.
           OPEN OUTPUT REVRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SYSTEM-DATE-N TO WS-RH-DATE
           WRITE REVRPT-LINE FROM WS-RPT-HEAD-LINE
           OPEN I-O EMPMASTR
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
           END-IF
           OPEN I-O GARNORD
           IF WS-GARN-STATUS = '00'
               SET GARN-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'WARNING: GARNORD NOT AVAILABLE (STATUS '
                       WS-GARN-STATUS ') - NO ORDER IS REOPENED'
           END-IF
           OPEN EXTEND TAXLIAB
           IF WS-LIAB-STATUS NOT = '00'
               DISPLAY 'ERROR EXTENDING TAXLIAB: ' WS-LIAB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVGL
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVGL: ' WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * One recall per request. Without a request file there is
      * nothing to recall; the voided checks are still worked.
       PROCESS-REVERSAL-REQUESTS.
           OPEN INPUT REVREQ
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'WARNING: REVREQ NOT AVAILABLE (STATUS '
                       WS-REQ-STATUS ') - NO ACH RECALL THIS RUN'
           ELSE
               READ REVREQ
                   AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
               END-READ
               PERFORM UNTIL REQ-END-OF-FILE
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM WORK-ONE-REQUEST
                   READ REVREQ
                       AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE REVREQ
           END-IF.

      * A recall is refused - and left on the worklist - when the
      * payment cannot be found or was not a direct deposit, when
      * its entries are not on ACHORIG or do not add up to the net
      * paid, or when the reversal window has closed. Anything
      * refused is recovered from the employee by hand. A payment
      * still held never reached the bank: it is cancelled (type
      * 'H') when the held amount is the net paid, and a recall of
      * it is refused.
       WORK-ONE-REQUEST.
           IF REV-HELD-CANCEL
               SET WS-REV-OF-HELD TO TRUE
           ELSE
               SET WS-REV-OF-ACH TO TRUE
           END-IF
           MOVE 'Y' TO WS-REV-OK-FLAG
           MOVE SPACES TO WS-REV-DISPOSITION
           MOVE REV-EMP-ID    TO PAYH-EMP-ID
           MOVE REV-PERIOD    TO PAYH-PERIOD
           MOVE REV-FREQUENCY TO PAYH-FREQUENCY
           MOVE REV-CYCLE-END TO PAYH-CYCLE-END
           MOVE PAYH-KEY      TO WS-REV-KEY
           IF NOT REV-ACH-RECALL AND NOT REV-HELD-CANCEL
               MOVE 'N' TO WS-REV-OK-FLAG
               MOVE 'UNKNOWN REQUEST TYPE' TO WS-REV-DISPOSITION
           ELSE
               READ PAYHIST
                   INVALID KEY
                       MOVE 'N' TO WS-REV-OK-FLAG
                       MOVE 'NO PAYHIST ROW FOR THIS CYCLE'
                           TO WS-REV-DISPOSITION
               END-READ
           END-IF
           IF REV-CAN-PROCEED AND NOT PAYH-PAID-ACH
               MOVE 'N' TO WS-REV-OK-FLAG
               MOVE 'NOT PAID BY ACH - USE PAYCHKJB'
                   TO WS-REV-DISPOSITION
           END-IF
           IF REV-CAN-PROCEED
               PERFORM FIND-HELD-PAYMENT
               EVALUATE TRUE
                   WHEN WS-REV-OF-ACH AND WS-HK-FOUND-IDX > ZERO
                       MOVE 'N' TO WS-REV-OK-FLAG
                       MOVE 'PAYMENT HELD - CANCEL AS TYPE H'
                           TO WS-REV-DISPOSITION
                   WHEN WS-REV-OF-HELD AND WS-HK-FOUND-IDX = ZERO
                       MOVE 'N' TO WS-REV-OK-FLAG
                       MOVE 'NO HELD PAYMENT FOR THIS CYCLE'
                           TO WS-REV-DISPOSITION
                   WHEN WS-REV-OF-HELD
                       IF WS-HK-AMOUNT (WS-HK-FOUND-IDX)
                               NOT = PAYH-NET-PAY
                           MOVE 'N' TO WS-REV-OK-FLAG
                           MOVE 'HELD AMOUNT IS NOT THE NET PAID'
                               TO WS-REV-DISPOSITION
                       END-IF
               END-EVALUATE
           END-IF
           IF REV-CAN-PROCEED AND WS-REV-OF-ACH
               PERFORM FIND-ORIGINAL-ENTRIES
               IF NOT ORIG-ENTRIES-FOUND
                   MOVE 'N' TO WS-REV-OK-FLAG
                   MOVE 'ACH ENTRIES NOT ON ACHORIG'
                       TO WS-REV-DISPOSITION
               END-IF
           END-IF
           IF REV-CAN-PROCEED AND WS-REV-OF-ACH
               PERFORM CHECK-REVERSAL-WINDOW
           END-IF
           IF REV-CAN-PROCEED
               PERFORM REVERSE-PAYMENT
           ELSE
               PERFORM REPORT-REQUEST-REFUSED
           END-IF.

       FIND-HELD-PAYMENT.
           MOVE ZEROS TO WS-HK-FOUND-IDX
           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
                   UNTIL WS-HK-IDX > WS-HK-COUNT
                   OR WS-HK-FOUND-IDX > ZERO
               IF WS-HK-KEY (WS-HK-IDX) = WS-REV-KEY
                   MOVE WS-HK-IDX TO WS-HK-FOUND-IDX
               END-IF
           END-PERFORM.

      * The payment's entries: the credits for the employee on the
      * generation that carries the PAYHIST trace number (the last
      * entry written for the payment). The trace sequence restarts
      * every run, so a generation only qualifies when the
      * employee's credits on it add up to the PAYHIST net.
       FIND-ORIGINAL-ENTRIES.
           MOVE 'N' TO WS-ORIG-FOUND-FLAG
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
                   OR ORIG-ENTRIES-FOUND
               IF WS-OE-EMP-ID (WS-OE-IDX) = PAYH-EMP-ID
                       AND WS-OE-TRACE (WS-OE-IDX) = PAYH-ACH-TRACE
                   MOVE WS-OE-FILE-SEQ (WS-OE-IDX)
                       TO WS-ORIG-MATCH-SEQ
                   MOVE WS-OE-EFF-DATE (WS-OE-IDX)
                       TO WS-ORIG-MATCH-EFF
                   PERFORM SUM-GENERATION-CREDITS
                   IF WS-ORIG-SUM = PAYH-NET-PAY
                       SET ORIG-ENTRIES-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       SUM-GENERATION-CREDITS.
           MOVE ZEROS TO WS-ORIG-SUM
           PERFORM VARYING WS-OE-SUB FROM 1 BY 1
                   UNTIL WS-OE-SUB > WS-OE-COUNT
               IF WS-OE-FILE-SEQ (WS-OE-SUB) = WS-ORIG-MATCH-SEQ
                       AND WS-OE-EMP-ID (WS-OE-SUB) = PAYH-EMP-ID
                   ADD WS-OE-AMOUNT (WS-OE-SUB) TO WS-ORIG-SUM
               END-IF
           END-PERFORM.

      * Banking days (Monday to Friday) after the original
      * settlement date up to today. Past the window the bank will
      * refuse the reversing debit, so the request is refused here
      * instead. A batch with no usable effective date settled on
      * the day the payment was posted.
       CHECK-REVERSAL-WINDOW.
           IF WS-ORIG-MATCH-EFF = ZERO
               MOVE PAYH-PAY-DATE TO WS-DN-DATE
           ELSE
               MOVE 20 TO WS-DN-YYYY (1:2)
               MOVE WS-ORIG-MATCH-EFF TO WS-DN-DATE (3:6)
           END-IF
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-SETTLE-DAY
           MOVE ZEROS TO WS-BANKING-DAYS
           ADD 1 TO WS-SETTLE-DAY GIVING WS-WINDOW-DAY
           PERFORM VARYING WS-WINDOW-DAY FROM WS-WINDOW-DAY BY 1
                   UNTIL WS-WINDOW-DAY > WS-TODAY-DAY
               DIVIDE WS-WINDOW-DAY BY 7 GIVING WS-WINDOW-QUOTIENT
                   REMAINDER WS-WINDOW-WEEKDAY
               IF WS-WINDOW-WEEKDAY < 5
                   ADD 1 TO WS-BANKING-DAYS
               END-IF
           END-PERFORM
           IF WS-BANKING-DAYS > WS-REV-WINDOW-DAYS
               MOVE 'N' TO WS-REV-OK-FLAG
               MOVE 'PAST THE ACH REVERSAL WINDOW'
                   TO WS-REV-DISPOSITION
           END-IF.

      * CHKREG sweep: a voided check is reversed only while the
      * PAYHIST row for its cycle still carries its number. A
      * reissue repoints the row at the replacement check, so a
      * voided-and-reissued check finds no row and is left alone -
      * the employee was paid. Stopped checks stay outstanding
      * liabilities until voided and are not touched.
       SCAN-VOIDED-CHECKS.
           OPEN INPUT CHKREG
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'WARNING: CHKREG NOT AVAILABLE (STATUS '
                       WS-CHKREG-STATUS ') - NO VOIDED CHECK'
                       ' REVERSED THIS RUN'
           ELSE
               READ CHKREG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF CHK-VOIDED
                       ADD 1 TO WS-VOIDS-SEEN
                       PERFORM WORK-ONE-VOID
                   END-IF
                   READ CHKREG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE CHKREG
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       WORK-ONE-VOID.
           SET WS-REV-OF-CHECK TO TRUE
           MOVE 'Y' TO WS-REV-OK-FLAG
           MOVE SPACES TO WS-REV-DISPOSITION
           MOVE CHK-CHECK-NO TO WS-REV-CHECK-NO
           PERFORM FIND-VOIDED-CHECK-ROW
           IF HIST-ROW-FOUND
               MOVE PAYH-KEY TO WS-REV-KEY
               PERFORM REVERSE-PAYMENT
           ELSE
               ADD 1 TO WS-VOIDS-REISSUED
           END-IF.

      * Same scan PAYCHK01 repoints a reissue with: every row for
      * the employee, period and frequency, whichever cycle carries
      * the voided number.
       FIND-VOIDED-CHECK-ROW.
           MOVE 'N' TO WS-HIST-FOUND-FLAG
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE CHK-EMP-ID    TO PAYH-EMP-ID
           MOVE CHK-PERIOD    TO PAYH-PERIOD
           MOVE CHK-FREQUENCY TO PAYH-FREQUENCY
           MOVE ZEROS         TO PAYH-CYCLE-END
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-END-OF-FILE OR HIST-ROW-FOUND
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF NOT HIST-END-OF-FILE
                   IF PAYH-EMP-ID NOT = CHK-EMP-ID
                           OR PAYH-PERIOD NOT = CHK-PERIOD
                           OR PAYH-FREQUENCY NOT = CHK-FREQUENCY
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   ELSE
                       IF PAYH-PAID-CHECK
                               AND PAYH-CHECK-NO = WS-REV-CHECK-NO
                           SET HIST-ROW-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The payment row is in PAYH-RECORD. The reversal row's key is
      * the payment's with frequency 'R': finding it already on
      * PAYHIST for this payment's frequency means an earlier run
      * reversed it, and nothing is done twice - a recall says so on
      * the register, a void (which stays on CHKREG for good) is
      * just counted. One reversing a different payment that shares
      * the period and cycle end (a bonus or final run on a cycle's
      * end date) leaves no key for this one - refused. A
      * payment from a year PAYYE01 has already rolled over cannot
      * be backed out of this year's totals - it needs a corrected
      * wage statement instead. A recall is refused; a prior-year
      * void is listed for the W-2c every run but does not hold the
      * job, since CHKREG keeps it forever.
       REVERSE-PAYMENT.
           IF PAYH-PERIOD (1:4) NOT = WS-SYS-YEAR
               MOVE 'N' TO WS-REV-OK-FLAG
               MOVE 'PRIOR-YEAR PAYMENT - W-2C'
                   TO WS-REV-DISPOSITION
               IF WS-REV-REQUESTED
                   PERFORM REPORT-REQUEST-REFUSED
               ELSE
                   ADD 1 TO WS-PRIOR-YEAR-VOIDS
                   MOVE CHK-EMP-NAME TO EMP-NAME
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE 'R' TO PAYH-FREQUENCY
               MOVE 'N' TO WS-REV-ROW-FLAG
               READ PAYHIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PAYH-REVERSAL-OF = WS-REV-KEY (14:1)
                           SET REV-ROW-THIS-PAYMENT TO TRUE
                       ELSE
                           SET REV-ROW-OTHER-PAYMENT TO TRUE
                       END-IF
               END-READ
               EVALUATE TRUE
                   WHEN REV-ROW-THIS-PAYMENT
                       MOVE 'N' TO WS-REV-OK-FLAG
                       ADD 1 TO WS-ALREADY-DONE
                       IF WS-REV-OF-HELD
                           SET WS-HK-CANCELLED (WS-HK-FOUND-IDX)
                               TO TRUE
                       END-IF
                       IF WS-REV-REQUESTED
                           MOVE SPACES TO EMP-NAME
                           MOVE 'ALREADY REVERSED'
                               TO WS-REV-DISPOSITION
                           PERFORM WRITE-REPORT-LINE
                       END-IF
      * A void stays on CHKREG, so it would come back refused on
      * every run; it is listed and counted like a prior-year void
      * and only a REVREQ recall goes on the refused worklist.
                   WHEN REV-ROW-OTHER-PAYMENT
                       MOVE 'N' TO WS-REV-OK-FLAG
                       MOVE 'REVERSAL KEY IN USE - BY HAND'
                           TO WS-REV-DISPOSITION
                       IF WS-REV-REQUESTED
                           PERFORM REPORT-REQUEST-REFUSED
                       ELSE
                           ADD 1 TO WS-KEY-IN-USE-VOIDS
                           MOVE WS-REV-KEY TO PAYH-KEY
                           MOVE ZEROS TO PAYH-NET-PAY
                           MOVE CHK-EMP-NAME TO EMP-NAME
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                   WHEN OTHER
                       MOVE WS-REV-KEY TO PAYH-KEY
                       READ PAYHIST
                           INVALID KEY CONTINUE
                       END-READ
                       PERFORM READ-EMPLOYEE
               END-EVALUATE
           END-IF
           IF REV-CAN-PROCEED
               PERFORM APPLY-REVERSAL
           END-IF.

       READ-EMPLOYEE.
           MOVE PAYH-EMP-ID TO EMP-ID
           READ EMPMASTR
               INVALID KEY
                   MOVE 'N' TO WS-REV-OK-FLAG
                   MOVE 'EMPLOYEE NOT ON EMPMASTR'
                       TO WS-REV-DISPOSITION
                   PERFORM REPORT-REQUEST-REFUSED
           END-READ.

      * Everything the payment posted comes back off in one place:
      * the bank entries (recalls only - a cancelled hold never
      * reached the bank), the master's year-to-date
      * figures, the withholding liability, the journal and the
      * garnishment orders; the PAYHIST reversal row goes on last.
       APPLY-REVERSAL.
           PERFORM NORMALIZE-PAYMENT-ROW
           IF EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-CO-CODE
           ELSE
               MOVE EMP-COMPANY TO WS-EMP-CO-CODE
           END-IF
           PERFORM FIND-EMPLOYEE-COMPANY
           EVALUATE TRUE
               WHEN WS-REV-OF-ACH
                   PERFORM BUILD-REVERSING-ENTRIES
                   ADD 1 TO WS-ACH-REVERSED
               WHEN WS-REV-OF-HELD
                   SET WS-HK-CANCELLED (WS-HK-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-HELD-CANCELLED
               WHEN OTHER
                   ADD 1 TO WS-CHECKS-REVERSED
           END-EVALUATE
           PERFORM BACK-OUT-YTD
           REWRITE EMP-RECORD
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING EMPMASTR FOR ' EMP-ID
                       ' STATUS: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REVERSE-TAX-LIABILITY
           PERFORM POST-REVERSING-JOURNAL
           MOVE 'REVERSED' TO WS-REV-DISPOSITION
           PERFORM WRITE-REPORT-LINE
           IF PAYH-DED-GARNISH > ZERO AND GARN-AVAILABLE
               PERFORM REOPEN-GARNISHMENT
           END-IF
           ADD PAYH-NET-PAY TO WS-REVERSED-NET
           PERFORM WRITE-REVERSAL-ROW.

      * Figures added to the history row after it was posted are
      * blank on an older row and were nothing in that payment.
       NORMALIZE-PAYMENT-ROW.
           IF PAYH-ER-FICA NOT NUMERIC
               MOVE ZEROS TO PAYH-ER-FICA
           END-IF
           IF PAYH-ER-UNEMP NOT NUMERIC
               MOVE ZEROS TO PAYH-ER-UNEMP
           END-IF
           IF PAYH-ER-MATCH NOT NUMERIC
               MOVE ZEROS TO PAYH-ER-MATCH
           END-IF
           IF PAYH-TAX-LINE-CT NOT NUMERIC
               MOVE ZEROS TO PAYH-TAX-LINE-CT
           END-IF.

       FIND-EMPLOYEE-COMPANY.
           MOVE 1 TO WS-CUR-CO
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IDX) = WS-EMP-CO-CODE
                   MOVE WS-CO-IDX TO WS-CUR-CO
               END-IF
           END-PERFORM
           MOVE WS-CO-GL-COMPANY (WS-CUR-CO) TO WS-GL-COMPANY.

      * One reversing debit per original credit: 27 against a
      * checking credit (22), 37 against savings (32), same account
      * and amount, under the employee's pay entity.
       BUILD-REVERSING-ENTRIES.
           MOVE ZEROS TO WS-RE-NEEDED
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-FILE-SEQ (WS-OE-IDX) = WS-ORIG-MATCH-SEQ
                       AND WS-OE-EMP-ID (WS-OE-IDX) = PAYH-EMP-ID
                   ADD 1 TO WS-RE-NEEDED
               END-IF
           END-PERFORM
           IF WS-RE-COUNT + WS-RE-NEEDED > 500
               DISPLAY 'ERROR: MORE THAN 500 REVERSING ENTRIES'
                       ' - INCREASE WS-REVENT-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-FILE-SEQ (WS-OE-IDX) = WS-ORIG-MATCH-SEQ
                       AND WS-OE-EMP-ID (WS-OE-IDX) = PAYH-EMP-ID
                   PERFORM BUILD-ONE-REVERSING-ENTRY
               END-IF
           END-PERFORM.

       BUILD-ONE-REVERSING-ENTRY.
           ADD 1 TO WS-ACH-TRACE-SEQ
           ADD 1 TO WS-ACH-ENTRY-COUNT
           IF WS-OE-TXN-CODE (WS-OE-IDX) = '22'
               MOVE '27' TO AED-TXN-CODE
           ELSE
               MOVE '37' TO AED-TXN-CODE
           END-IF
           MOVE WS-OE-ROUTING (WS-OE-IDX) (1:8) TO AED-RECV-DFI-ID
           MOVE WS-OE-ROUTING (WS-OE-IDX) (9:1) TO AED-CHECK-DIGIT
           MOVE WS-OE-ACCOUNT (WS-OE-IDX) TO AED-DFI-ACCOUNT-NUM
           MOVE WS-OE-AMOUNT (WS-OE-IDX)  TO AED-AMOUNT
           MOVE PAYH-EMP-ID       TO AED-INDIV-ID-NUMBER
           MOVE EMP-NAME          TO AED-INDIV-NAME
           MOVE WS-CO-ORIG-DFI (WS-CUR-CO) TO
               AED-TRACE-NUMBER (1:8)
           MOVE WS-ACH-TRACE-SEQ  TO AED-TRACE-NUMBER (9:7)
           MOVE WS-OE-ROUTING (WS-OE-IDX) (1:8)
               TO WS-ACH-RECV-DFI-NUM
           ADD WS-ACH-RECV-DFI-NUM TO WS-ACH-HASH-TOTAL
           ADD WS-OE-AMOUNT (WS-OE-IDX) TO WS-ACH-TOTAL-DEBIT
           ADD 1 TO WS-CO-ENTRY-COUNT (WS-CUR-CO)
           ADD WS-ACH-RECV-DFI-NUM TO
               WS-CO-HASH-TOTAL (WS-CUR-CO)
           ADD WS-OE-AMOUNT (WS-OE-IDX) TO
               WS-CO-TOTAL-DEBIT (WS-CUR-CO)
           ADD 1 TO WS-RE-COUNT
           MOVE WS-EMP-CO-CODE TO WS-RE-COMPANY (WS-RE-COUNT)
           MOVE WS-ACH-ENTRY-DETAIL TO WS-RE-DETAIL (WS-RE-COUNT).

      * Year-to-date figures exactly as CALC-PAY posted them, plus
      * the 401k deferral and each jurisdiction's withholding. A
      * row or master written before a field existed carries it
      * blank: a blank master figure is left for the next payroll
      * run to normalize, a blank row figure is taken as gross.
       BACK-OUT-YTD.
           MOVE EMP-YTD-GROSS  TO WS-BO-BALANCE
           MOVE PAYH-GROSS-PAY TO WS-BO-AMOUNT
           PERFORM BACK-OUT-AMOUNT
           MOVE WS-BO-BALANCE  TO EMP-YTD-GROSS
           MOVE EMP-YTD-TAX    TO WS-BO-BALANCE
           MOVE PAYH-TAX-AMT   TO WS-BO-AMOUNT
           PERFORM BACK-OUT-AMOUNT
           MOVE WS-BO-BALANCE  TO EMP-YTD-TAX
           MOVE EMP-YTD-NET    TO WS-BO-BALANCE
           MOVE PAYH-NET-PAY   TO WS-BO-AMOUNT
           PERFORM BACK-OUT-AMOUNT
           MOVE WS-BO-BALANCE  TO EMP-YTD-NET
           IF EMP-YTD-TAXABLE IS NUMERIC
               MOVE EMP-YTD-TAXABLE TO WS-BO-BALANCE
               IF PAYH-TAXABLE-WAGES IS NUMERIC
                   MOVE PAYH-TAXABLE-WAGES TO WS-BO-AMOUNT
               ELSE
                   MOVE PAYH-GROSS-PAY TO WS-BO-AMOUNT
               END-IF
               PERFORM BACK-OUT-AMOUNT
               MOVE WS-BO-BALANCE TO EMP-YTD-TAXABLE
           END-IF
           IF EMP-YTD-FICA-WAGES IS NUMERIC
               MOVE EMP-YTD-FICA-WAGES TO WS-BO-BALANCE
               IF PAYH-MED-WAGES IS NUMERIC
                   MOVE PAYH-MED-WAGES TO WS-BO-AMOUNT
               ELSE
                   MOVE PAYH-GROSS-PAY TO WS-BO-AMOUNT
               END-IF
               PERFORM BACK-OUT-AMOUNT
               MOVE WS-BO-BALANCE TO EMP-YTD-FICA-WAGES
           END-IF
           IF EMP-YTD-401K IS NUMERIC
               MOVE EMP-YTD-401K   TO WS-BO-BALANCE
               MOVE PAYH-DED-401K  TO WS-BO-AMOUNT
               PERFORM BACK-OUT-AMOUNT
               MOVE WS-BO-BALANCE  TO EMP-YTD-401K
           END-IF
           IF PAYH-TAX-LINE-CT IS NUMERIC
               PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                       UNTIL WS-JL-IDX > PAYH-TAX-LINE-CT
                       OR WS-JL-IDX > 3
                   PERFORM BACK-OUT-JURIS-LINE
               END-PERFORM
           END-IF.

       BACK-OUT-JURIS-LINE.
           PERFORM VARYING WS-JY-IDX FROM 1 BY 1
                   UNTIL WS-JY-IDX > 3
               IF EMP-JYTD-CODE (WS-JY-IDX)
                       = PAYH-TXL-JURIS (WS-JL-IDX)
                       AND EMP-JYTD-AMOUNT (WS-JY-IDX) IS NUMERIC
                   MOVE EMP-JYTD-AMOUNT (WS-JY-IDX)
                       TO WS-BO-BALANCE
                   MOVE PAYH-TXL-AMOUNT (WS-JL-IDX)
                       TO WS-BO-AMOUNT
                   PERFORM BACK-OUT-AMOUNT
                   MOVE WS-BO-BALANCE
                       TO EMP-JYTD-AMOUNT (WS-JY-IDX)
               END-IF
           END-PERFORM.

       BACK-OUT-AMOUNT.
           IF WS-BO-AMOUNT > WS-BO-BALANCE
               MOVE ZEROS TO WS-BO-BALANCE
           ELSE
               SUBTRACT WS-BO-AMOUNT FROM WS-BO-BALANCE
           END-IF.

      * The liability PAYTAX01 accrued for the payment, by
      * jurisdiction: each income-tax line (a row with no lines is
      * a pre-release payment and all federal), and in the federal
      * bucket the employee Social Security and Medicare and the
      * employer FICA share. One 'R' row per jurisdiction.
       REVERSE-TAX-LIABILITY.
           MOVE ZEROS TO WS-RJ-COUNT
           IF PAYH-TAX-LINE-CT IS NUMERIC
                   AND PAYH-TAX-LINE-CT > ZERO
               PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                       UNTIL WS-JL-IDX > PAYH-TAX-LINE-CT
                       OR WS-JL-IDX > 3
                   MOVE PAYH-TXL-JURIS (WS-JL-IDX)
                       TO WS-RJ-WORK-CODE
                   MOVE PAYH-TXL-AMOUNT (WS-JL-IDX)
                       TO WS-RJ-WORK-AMT
                   PERFORM ADD-TO-JURIS-SLOT
               END-PERFORM
           ELSE
               MOVE 'FD' TO WS-RJ-WORK-CODE
               MOVE PAYH-TAX-AMT TO WS-RJ-WORK-AMT
               PERFORM ADD-TO-JURIS-SLOT
           END-IF
           MOVE ZEROS TO WS-RJ-WORK-AMT
           IF PAYH-EE-SS IS NUMERIC
               ADD PAYH-EE-SS TO WS-RJ-WORK-AMT
           END-IF
           IF PAYH-EE-MEDICARE IS NUMERIC
               ADD PAYH-EE-MEDICARE TO WS-RJ-WORK-AMT
           END-IF
           ADD PAYH-ER-FICA TO WS-RJ-WORK-AMT
           MOVE 'FD' TO WS-RJ-WORK-CODE
           PERFORM ADD-TO-JURIS-SLOT
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-COUNT
               IF WS-RJ-AMOUNT (WS-RJ-IDX) > ZERO
                   MOVE 'R'             TO TL-REC-TYPE
                   MOVE PAYH-PERIOD     TO TL-PERIOD
                   MOVE PAYH-FREQUENCY  TO TL-FREQUENCY
                   MOVE PAYH-CYCLE-END  TO TL-CYCLE-END
                   MOVE WS-SYSTEM-DATE-N TO TL-ENTRY-DATE
                   MOVE WS-RJ-AMOUNT (WS-RJ-IDX) TO TL-AMOUNT
                   MOVE SPACES          TO TL-EFTPS-REF
                   MOVE WS-RJ-CODE (WS-RJ-IDX) TO TL-JURIS
                   WRITE TL-RECORD
                   ADD 1 TO WS-LIAB-ROWS
               END-IF
           END-PERFORM.

       ADD-TO-JURIS-SLOT.
           IF WS-RJ-WORK-CODE = SPACES
               MOVE 'FD' TO WS-RJ-WORK-CODE
           END-IF
           MOVE 'N' TO WS-RJ-SLOT-FLAG
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-COUNT
                   OR RJ-SLOT-FOUND
               IF WS-RJ-CODE (WS-RJ-IDX) = WS-RJ-WORK-CODE
                   SET RJ-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RJ-SLOT-FOUND
               SUBTRACT 1 FROM WS-RJ-IDX
           ELSE
               ADD 1 TO WS-RJ-COUNT
               MOVE WS-RJ-COUNT TO WS-RJ-IDX
               MOVE WS-RJ-WORK-CODE TO WS-RJ-CODE (WS-RJ-IDX)
               MOVE ZEROS TO WS-RJ-AMOUNT (WS-RJ-IDX)
           END-IF
           ADD WS-RJ-WORK-AMT TO WS-RJ-AMOUNT (WS-RJ-IDX).

      * PAYGL01's entries for the payment with the sides swapped:
      * salary and bonus expense credited back, every withholding,
      * deduction and clearing credit debited, and the employer
      * accruals unwound. The payment posts under the employee's
      * home department's cost center - PAYHIST does not keep the
      * labor distribution - and the journal period is this run's
      * month. Balanced by construction, as PAYGL01's batch is.
       POST-REVERSING-JOURNAL.
           PERFORM FIND-COST-CENTER
           MOVE ZEROS TO WS-RV-SUPP WS-RV-EE-SS WS-RV-EE-MED
           IF PAYH-SUPP-PAY IS NUMERIC
               MOVE PAYH-SUPP-PAY TO WS-RV-SUPP
           END-IF
           IF PAYH-EE-SS IS NUMERIC
               MOVE PAYH-EE-SS TO WS-RV-EE-SS
           END-IF
           IF PAYH-EE-MEDICARE IS NUMERIC
               MOVE PAYH-EE-MEDICARE TO WS-RV-EE-MED
           END-IF
           COMPUTE WS-RV-SALARY = PAYH-GROSS-PAY - WS-RV-SUPP
           MOVE ZEROS TO GLJ-DEBIT
           IF WS-RV-SALARY > ZERO
               MOVE WS-RV-SALARY   TO GLJ-CREDIT
               MOVE WS-ACCT-SALARY TO GLJ-ACCOUNT
               MOVE 'REV SALARY EXPENSE'       TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-RV-SUPP > ZERO
               MOVE WS-RV-SUPP     TO GLJ-CREDIT
               MOVE WS-ACCT-BONUS  TO GLJ-ACCOUNT
               MOVE 'REV BONUS EXPENSE'        TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           MOVE ZEROS TO GLJ-CREDIT
           IF PAYH-TAX-AMT > ZERO
               MOVE PAYH-TAX-AMT   TO GLJ-DEBIT
               MOVE WS-ACCT-TAX    TO GLJ-ACCOUNT
               MOVE 'REV TAX WITHHELD'         TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-RV-EE-SS > ZERO
               MOVE WS-RV-EE-SS    TO GLJ-DEBIT
               MOVE WS-ACCT-EE-SS  TO GLJ-ACCOUNT
               MOVE 'REV SOC SEC WITHHELD'     TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-RV-EE-MED > ZERO
               MOVE WS-RV-EE-MED   TO GLJ-DEBIT
               MOVE WS-ACCT-EE-MED TO GLJ-ACCOUNT
               MOVE 'REV MEDICARE WITHHELD'    TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-DED-GARNISH > ZERO
               MOVE PAYH-DED-GARNISH TO GLJ-DEBIT
               MOVE WS-ACCT-GARNISH  TO GLJ-ACCOUNT
               MOVE 'REV GARNISHMENT PAYABLE'  TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-DED-401K > ZERO
               MOVE PAYH-DED-401K  TO GLJ-DEBIT
               MOVE WS-ACCT-401K   TO GLJ-ACCOUNT
               MOVE 'REV 401K PAYABLE'         TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-DED-HEALTH > ZERO
               MOVE PAYH-DED-HEALTH TO GLJ-DEBIT
               MOVE WS-ACCT-HEALTH  TO GLJ-ACCOUNT
               MOVE 'REV HEALTH PREM PAYABLE'  TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-NET-PAY > ZERO
               MOVE PAYH-NET-PAY     TO GLJ-DEBIT
               MOVE WS-ACCT-CLEARING TO GLJ-ACCOUNT
               MOVE 'REV PAYROLL CLEARING'     TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           PERFORM REVERSE-EMPLOYER-ACCRUALS.

       REVERSE-EMPLOYER-ACCRUALS.
           COMPUTE WS-RV-ER-TAX = PAYH-ER-FICA + PAYH-ER-UNEMP
           IF WS-RV-ER-TAX > ZERO
               MOVE ZEROS             TO GLJ-DEBIT
               MOVE WS-RV-ER-TAX      TO GLJ-CREDIT
               MOVE WS-ACCT-ER-TAXEXP TO GLJ-ACCOUNT
               MOVE 'REV EMPLOYER TAX EXPENSE' TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE ZEROS             TO GLJ-CREDIT
           END-IF
           IF PAYH-ER-FICA > ZERO
               MOVE PAYH-ER-FICA      TO GLJ-DEBIT
               MOVE WS-ACCT-ER-FICA   TO GLJ-ACCOUNT
               MOVE 'REV ER FICA PAYABLE'      TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-ER-UNEMP > ZERO
               MOVE PAYH-ER-UNEMP     TO GLJ-DEBIT
               MOVE WS-ACCT-ER-UNEMP  TO GLJ-ACCOUNT
               MOVE 'REV UNEMPLOYMENT PAYABLE' TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF PAYH-ER-MATCH > ZERO
               MOVE ZEROS             TO GLJ-DEBIT
               MOVE PAYH-ER-MATCH     TO GLJ-CREDIT
               MOVE WS-ACCT-MATCHEXP  TO GLJ-ACCOUNT
               MOVE 'REV 401K MATCH EXPENSE'   TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE PAYH-ER-MATCH     TO GLJ-DEBIT
               MOVE ZEROS             TO GLJ-CREDIT
               MOVE WS-ACCT-MATCHPAY  TO GLJ-ACCOUNT
               MOVE 'REV 401K MATCH PAYABLE'   TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       FIND-COST-CENTER.
           MOVE SPACES TO WS-COST-CENTER
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-DEPARTMENT (WS-MAP-IDX) = EMP-DEPARTMENT
                   MOVE WS-MAP-COST-CENTER (WS-MAP-IDX)
                       TO WS-COST-CENTER
               END-IF
           END-PERFORM
           IF WS-COST-CENTER = SPACES
               ADD 1 TO WS-MAP-MISSES
               MOVE 'UNMAPPED' TO WS-COST-CENTER
               DISPLAY '  WARNING: NO COST CENTER FOR DEPARTMENT '
                       EMP-DEPARTMENT
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE 'J'             TO GLJ-REC-TYPE
           MOVE WS-GL-PERIOD    TO GLJ-PERIOD
           MOVE WS-COST-CENTER  TO GLJ-COST-CENTER
           MOVE WS-GL-COMPANY   TO GLJ-COMPANY
           WRITE GLJ-RECORD
           ADD 1          TO WS-ENTRY-COUNT
           ADD GLJ-DEBIT  TO WS-TOTAL-DEBIT
           ADD GLJ-CREDIT TO WS-TOTAL-CREDIT.

      * The garnishment withheld from the payment comes back off the
      * employee's orders in case-number sequence - the order
      * PAYRLL01 collects in - never below zero on any order. An
      * order the payment had satisfied is reopened so the next
      * cycle collects again. Where the money already went out to
      * the payee (remitted now exceeds collected) the order is
      * reported for recovery from the payee.
       REOPEN-GARNISHMENT.
           MOVE PAYH-DED-GARNISH TO WS-GARN-BACKOUT
           MOVE 'N' TO WS-GO-EOF-FLAG
           MOVE SPACES TO GO-KEY
           MOVE PAYH-EMP-ID TO GO-EMP-ID
           START GARNORD KEY IS NOT LESS THAN GO-KEY
               INVALID KEY MOVE 'Y' TO WS-GO-EOF-FLAG
           END-START
           PERFORM UNTIL GO-END-OF-ORDERS
                   OR WS-GARN-BACKOUT = ZERO
               READ GARNORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-GO-EOF-FLAG
               END-READ
               IF NOT GO-END-OF-ORDERS
                   IF GO-EMP-ID NOT = PAYH-EMP-ID
                       MOVE 'Y' TO WS-GO-EOF-FLAG
                   ELSE
                       IF GO-COLLECTED > ZERO
                           PERFORM BACK-OUT-ONE-ORDER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BACK-OUT-ONE-ORDER.
           IF WS-GARN-BACKOUT > GO-COLLECTED
               MOVE GO-COLLECTED TO WS-GO-TAKE
           ELSE
               MOVE WS-GARN-BACKOUT TO WS-GO-TAKE
           END-IF
           SUBTRACT WS-GO-TAKE FROM GO-COLLECTED
           SUBTRACT WS-GO-TAKE FROM WS-GARN-BACKOUT
           IF GO-CLOSED AND GO-COLLECTED < GO-TOTAL-OWED
               SET GO-OPEN TO TRUE
               ADD 1 TO WS-ORDERS-REOPENED
               MOVE 'GARNISHMENT ORDER REOPENED'
                   TO WS-REV-DISPOSITION
               PERFORM WRITE-ORDER-LINE
           END-IF
           IF GO-REMITTED > GO-COLLECTED
               ADD 1 TO WS-OVER-REMITTED
               MOVE 'ORDER OVER-REMITTED - RECOVER'
                   TO WS-REV-DISPOSITION
               PERFORM WRITE-ORDER-LINE
           END-IF
           REWRITE GO-RECORD
           IF WS-GARN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING GARNORD FOR ' GO-EMP-ID
                       ' STATUS: ' WS-GARN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The reversal row: the payment row as posted, keyed with
      * frequency 'R', dated today and carrying the payment's own
      * frequency. Its amounts are the amounts taken back - readers
      * subtract an 'R' row.
       WRITE-REVERSAL-ROW.
           MOVE PAYH-FREQUENCY TO PAYH-REVERSAL-OF
           MOVE 'R' TO PAYH-FREQUENCY
           MOVE WS-SYSTEM-DATE-N TO PAYH-PAY-DATE
           WRITE PAYH-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PAYHIST REVERSAL ROW FOR '
                       PAYH-EMP-ID ' STATUS: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-REQUEST-REFUSED.
           ADD 1 TO WS-REFUSED
           MOVE WS-REV-KEY TO PAYH-KEY
           MOVE ZEROS TO PAYH-NET-PAY
           MOVE SPACES TO EMP-NAME
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REV-KEY (1:6)   TO WS-RD-EMP-ID
           MOVE EMP-NAME           TO WS-RD-EMP-NAME
           MOVE WS-REV-KEY (7:7)   TO WS-RD-PERIOD
           MOVE WS-REV-KEY (14:1)  TO WS-RD-FREQ
           MOVE WS-REV-KEY (15:8)  TO WS-RD-CYCLE
           EVALUATE TRUE
               WHEN WS-REV-OF-ACH
                   MOVE 'ACH'   TO WS-RD-KIND
                   MOVE REV-REASON (1:16) TO WS-RD-REASON
               WHEN WS-REV-OF-HELD
                   MOVE 'HELD'  TO WS-RD-KIND
                   MOVE REV-REASON (1:16) TO WS-RD-REASON
               WHEN OTHER
                   MOVE 'CHECK' TO WS-RD-KIND
                   MOVE SPACES TO WS-RD-REASON
                   MOVE WS-REV-CHECK-NO TO WS-RD-REASON (1:8)
           END-EVALUATE
           MOVE PAYH-NET-PAY       TO WS-RD-NET
           MOVE WS-REV-DISPOSITION TO WS-RD-DISPOSITION
           WRITE REVRPT-LINE FROM WS-RPT-DETAIL-LINE.

       WRITE-ORDER-LINE.
           MOVE SPACES TO WS-RD-EMP-NAME
           MOVE GO-CASE-NO TO WS-RD-EMP-NAME (1:15)
           MOVE GO-COLLECTED TO WS-RD-NET
           MOVE WS-REV-DISPOSITION TO WS-RD-DISPOSITION
           WRITE REVRPT-LINE FROM WS-RPT-DETAIL-LINE.

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

      * The reversal file: header, one debit-only (service class
      * 225) REVERSAL batch per company with entries, file control.
      * A run that built no entry still writes the first company's
      * empty batch, as PAYRLL01 does, so the file is never
      * structurally short - the job does not transmit it (RC 4).
       ASSEMBLE-REVERSAL-FILE.
           OPEN OUTPUT REVACH
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVACH: ' WS-ACH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SYS-YEAR (3:2) TO WS-ACH-FD-YY
           MOVE WS-SYS-MONTH      TO WS-ACH-FD-MM
           MOVE WS-SYS-DAY        TO WS-ACH-FD-DD
           MOVE 1 TO WS-ACH-REC-TOTAL
           MOVE WS-ACH-DEST-RTN      TO AFH-IMMED-DEST
           MOVE WS-CO-ORIGIN-RTN (1) TO AFH-IMMED-ORIGIN
           MOVE WS-ACH-FILE-DATE     TO AFH-FILE-CREATE-DT
           MOVE WS-SYS-HHMM          TO AFH-FILE-CREATE-TM
           MOVE WS-ACH-DEST-NAME     TO AFH-IMMED-DEST-NAME
           MOVE WS-CO-NAME (1)       TO AFH-IMMED-ORIG-NAME
           WRITE ACH-RECORD FROM WS-ACH-FILE-HEADER
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-ENTRY-COUNT (WS-CO-IDX) > ZERO
                   ADD 1 TO WS-ACH-BATCH-NO
                   PERFORM WRITE-REVERSAL-BATCH
               END-IF
           END-PERFORM
           IF WS-ACH-BATCH-NO = ZERO
               ADD 1 TO WS-ACH-BATCH-NO
               MOVE 1 TO WS-CO-IDX
               PERFORM WRITE-REVERSAL-BATCH
           END-IF
           MOVE WS-ACH-BATCH-NO    TO AFC-BATCH-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO AFC-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL  TO AFC-ENTRY-HASH
           MOVE WS-ACH-TOTAL-DEBIT TO AFC-TOTAL-DEBIT
           MOVE ZEROS              TO AFC-TOTAL-CREDIT
           ADD 1 TO WS-ACH-REC-TOTAL
           COMPUTE AFC-BLOCK-COUNT =
               (WS-ACH-REC-TOTAL + 9) / 10
           WRITE ACH-RECORD FROM WS-ACH-FILE-CONTROL
           CLOSE REVACH.

       WRITE-REVERSAL-BATCH.
           MOVE '225'             TO ABH-SERVICE-CLASS
           MOVE 'REVERSAL'        TO ABH-ENTRY-DESC
           MOVE WS-CO-NAME (WS-CO-IDX)       TO ABH-COMPANY-NAME
           MOVE WS-CO-COMPANY-ID (WS-CO-IDX) TO ABH-COMPANY-ID
           MOVE WS-ACH-FILE-DATE  TO ABH-DESC-DATE
           MOVE WS-ACH-FILE-DATE  TO ABH-EFFECTIVE-DATE
           MOVE WS-CO-ORIG-DFI (WS-CO-IDX) TO ABH-ORIG-DFI-ID
           MOVE WS-ACH-BATCH-NO   TO ABH-BATCH-NUMBER
           WRITE ACH-RECORD FROM WS-ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-REC-TOTAL
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               IF WS-RE-COMPANY (WS-RE-IDX) = WS-CO-CODE (WS-CO-IDX)
                   MOVE WS-RE-DETAIL (WS-RE-IDX) TO ACH-RECORD
                   WRITE ACH-RECORD
                   ADD 1 TO WS-ACH-REC-TOTAL
               END-IF
           END-PERFORM
           MOVE '225'             TO ABC-SERVICE-CLASS
           MOVE WS-CO-ENTRY-COUNT (WS-CO-IDX) TO ABC-ENTRY-COUNT
           MOVE WS-CO-HASH-TOTAL (WS-CO-IDX)  TO ABC-ENTRY-HASH
           MOVE WS-CO-TOTAL-DEBIT (WS-CO-IDX) TO ABC-TOTAL-DEBIT
           MOVE ZEROS                  TO ABC-TOTAL-CREDIT
           MOVE WS-CO-COMPANY-ID (WS-CO-IDX) TO ABC-COMPANY-ID
           MOVE WS-CO-ORIG-DFI (WS-CO-IDX)   TO ABC-ORIG-DFI-ID
           MOVE WS-ACH-BATCH-NO        TO ABC-BATCH-NUMBER
           WRITE ACH-RECORD FROM WS-ACH-BATCH-CONTROL
           ADD 1 TO WS-ACH-REC-TOTAL.

       WRITE-GL-TRAILER.
           MOVE SPACES          TO GLJ-DETAIL-DATA
           MOVE 'T'             TO GLJ-REC-TYPE
           MOVE WS-ENTRY-COUNT  TO GLT-ENTRY-COUNT
           MOVE WS-TOTAL-DEBIT  TO GLT-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO GLT-TOTAL-CREDIT
           WRITE GLJ-RECORD.

       CLOSE-FILES.
           CLOSE EMPMASTR
           CLOSE PAYHIST
           IF GARN-AVAILABLE
               CLOSE GARNORD
           END-IF
           CLOSE TAXLIAB
           CLOSE REVGL
           CLOSE REVRPT.

      * The held payments cancelled this run are marked on ACHHOLD
      * only once PAYHIST carries their reversal rows, so a release
      * can never send one.
       MARK-CANCELLED-HOLDS.
           IF WS-HK-COUNT > ZERO
                   AND (WS-HELD-CANCELLED > ZERO
                        OR WS-ALREADY-DONE > ZERO)
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
                       PERFORM MARK-ONE-CANCELLED-HOLD
                   END-IF
                   READ ACHHOLD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ACHHOLD
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

      * The search stops at the match so nothing looks at the record
      * area after the REWRITE.
       MARK-ONE-CANCELLED-HOLD.
           PERFORM VARYING WS-HK-IDX FROM 1 BY 1
                   UNTIL WS-HK-IDX > WS-HK-COUNT
               IF WS-HK-KEY (WS-HK-IDX) = AHL-KEY
                       AND WS-HK-CANCELLED (WS-HK-IDX)
                       AND AHL-HELD
                   SET AHL-CANCELLED TO TRUE
                   MOVE WS-SYSTEM-DATE-N TO AHL-DISP-DATE
                   MOVE 'PAYREV01'       TO AHL-DISP-BY
                   REWRITE AHL-RECORD
                   IF WS-AHL-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING ACHHOLD FOR '
                               WS-HK-KEY (WS-HK-IDX) (1:6)
                               ' STATUS: ' WS-AHL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-HK-COUNT TO WS-HK-IDX
               END-IF
           END-PERFORM.
