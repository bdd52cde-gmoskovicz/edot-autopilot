      *================================================================*
      * COPYBOOK:    VERLOG                                           *
      * DESCRIPTION: Employment and income verification disclosure    *
      *              log. PAYVER01 appends one row for every request  *
      *              it answers or refuses: who asked, about whom,    *
      *              what they asked for, what was released (full    *
      *              income, employment only, the limited response,   *
      *              or nothing) and which years of income went with  *
      *              it, stamped with the date and time of release.   *
      *              The file is permanent and accumulating, like     *
      *              NHTRACK, and is the record privacy audits are    *
      *              answered from.                                   *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  VLG-RECORD.
           05 VLG-REQUEST-ID    PIC X(10).
           05 VLG-EMP-ID        PIC X(6).
           05 VLG-REQUESTER     PIC X(30).
           05 VLG-REQ-TYPE      PIC X(1).
           05 VLG-RECEIVED-DATE PIC 9(8).
           05 VLG-CONSENT       PIC X(1).
           05 VLG-RESPONSE      PIC X(1).
               88 VLG-FULL-INCOME   VALUE 'F'.
               88 VLG-EMPLOYMENT    VALUE 'E'.
               88 VLG-LIMITED       VALUE 'L'.
               88 VLG-REFUSED       VALUE 'R'.
           05 VLG-FROM-YEAR     PIC 9(4).
           05 VLG-THRU-YEAR     PIC 9(4).
           05 VLG-REASON        PIC X(30).
           05 VLG-LOG-DATE      PIC 9(8).
           05 VLG-LOG-TIME      PIC 9(6).
           05 FILLER            PIC X(11).
