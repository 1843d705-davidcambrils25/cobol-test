      * the row out of suspense and marks it reposted. The aging view
      * and the OPRALRT threshold both read this file, so suspense
      * can no longer pile up unseen until month-end.
      * GLS-REQUESTED-BY/-DATE record who asked for the repost on
      * COGLS00C and when, for the CBWKQ01C work-queue report.
      ******************************************************************
       01 GL-SUSPENSE-RECORD.
          05 GLS-TRAN-ID                   PIC X(16).
             88 GLS-REPOST-REQUESTED       VALUE 'P'.
             88 GLS-REPOSTED               VALUE 'R'.
          05 GLS-REPOST-DATE               PIC X(10).
          05 GLS-REQUESTED-BY              PIC X(08).
          05 GLS-REQUESTED-DATE            PIC X(10).
