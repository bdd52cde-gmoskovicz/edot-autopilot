      *================================================================*
      * COPYBOOK:    PENDCHG                                          *
      * DESCRIPTION: Pending sensitive change, keyed by EMP-ID on the *
      *              PENDCHG KSDS. PAYMNT01 holds a change here       *
      *              instead of applying it when it repoints the      *
      *              direct deposit account, alters the deposit       *
      *              splits, or raises the rate by more than the      *
      *              run's threshold. The whole transaction is kept   *
      *              with the user who keyed it; a different user's   *
      *              approval in a later run applies it to EMPMASTR   *
      *              and removes the row, and a row not approved      *
      *              within the expiry period is dropped to MNTERR.   *
      *              One change per employee can be pending at a      *
      *              time. PAYPRE01 lists what is still waiting.      *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  PCH-RECORD.
           05 PCH-EMP-ID        PIC X(6).
           05 PCH-KEYED-DATE    PIC 9(8).
           05 PCH-KEYED-TIME    PIC 9(8).
           05 PCH-KEYED-BY      PIC X(8).
           05 PCH-REASONS.
               10 PCH-BANK-FLAG     PIC X(1).
                   88 PCH-BANK-CHANGE   VALUE 'Y'.
               10 PCH-SPLIT-FLAG    PIC X(1).
                   88 PCH-SPLIT-CHANGE  VALUE 'Y'.
               10 PCH-RATE-FLAG     PIC X(1).
                   88 PCH-RATE-CHANGE   VALUE 'Y'.
           05 PCH-OLD-RATE      PIC 9(5)V99.
           05 PCH-NEW-RATE      PIC 9(5)V99.
           05 PCH-MASTER-STATUS PIC X(1).
           05 PCH-TRAN-ACTION   PIC X(1).
           05 PCH-TRAN-IMAGE    PIC X(442).
