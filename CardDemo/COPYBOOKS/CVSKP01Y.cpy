      ******************************************************************
      * CardDemo - Skip-Payment Enrollment Record (SKIPPAY)
      * One row per account and cycle month enrolled to skip a
      * payment: SKP-CYCLE-MONTH (YYYY-MM) is the month of the cycle
      * cut whose minimum payment is skipped, so "skip the December
      * payment" is the November cut whose due date falls in
      * December. Enrolled ('E') by a rep on COSKP00C or by CBSKP01C
      * from the marketing offer-response file. At that cut CBACT04C
      * rechecks the account - still active, current and with the
      * prior minimum paid - and either applies the skip ('A'),
      * stamping the due date skipped and setting ACCT-SKIP-PAY-IND
      * for the cycle, or voids the enrollment ('V') with the reason.
      * A rep may cancel ('X') an enrollment not yet applied. Applied
      * and open enrollments count against the yearly limit in
      * CVSKP02Y.
      ******************************************************************
       01 SKIP-PAY-RECORD.
          05 SKP-KEY.
             10 SKP-ACCT-ID                PIC 9(11).
             10 SKP-CYCLE-MONTH            PIC X(07).
          05 SKP-STATUS                    PIC X(01).
             88 SKP-ENROLLED               VALUE 'E'.
             88 SKP-APPLIED                VALUE 'A'.
             88 SKP-VOIDED                 VALUE 'V'.
             88 SKP-CANCELLED              VALUE 'X'.
             88 SKP-COUNTS-TO-LIMIT        VALUE 'E' 'A'.
          05 SKP-CHANNEL                   PIC X(01).
             88 SKP-BY-REP                 VALUE 'R'.
             88 SKP-BY-OFFER-RESPONSE      VALUE 'O'.
          05 SKP-OFFER-CD                  PIC X(08).
          05 SKP-ENROLLED-BY               PIC X(08).
          05 SKP-ENROLLED-TS               PIC X(26).
      * FILLED IN BY CBACT04C AT THE CUT, OR BY COSKP00C ON CANCEL.
          05 SKP-APPLIED-DATE              PIC X(10).
          05 SKP-SKIPPED-DUE-DATE          PIC X(10).
          05 SKP-VOID-REASON               PIC X(30).
