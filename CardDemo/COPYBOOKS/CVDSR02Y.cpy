      ******************************************************************
      * CardDemo - Customer Data Access Request Log (DSARLOG)
      * One row per data access request, keyed by customer and the
      * date received, so a request fed twice is logged once. The due
      * date is the statutory deadline counted from receipt. 'O' open
      * until CBDSR01C produces the package on DSARPKG, then 'D'
      * delivered with the date and the number of package lines. A
      * request that cannot be met (customer not on file) stays open
      * with the reason and is alerted as its deadline approaches.
      ******************************************************************
       01 DATA-ACCESS-LOG-RECORD.
          05 DSL-KEY.
             10 DSL-CUST-ID                PIC 9(09).
             10 DSL-RECEIVED-DATE          PIC X(10).
          05 DSL-REQUESTER-TYPE            PIC X(01).
          05 DSL-REFERENCE                 PIC X(20).
          05 DSL-TAKEN-BY                  PIC X(08).
          05 DSL-DUE-DATE                  PIC X(10).
          05 DSL-STATUS                    PIC X(01).
             88 DSL-OPEN                   VALUE 'O'.
             88 DSL-DELIVERED              VALUE 'D'.
          05 DSL-DELIVERED-DATE            PIC X(10).
          05 DSL-PACKAGE-LINES             PIC 9(07).
          05 DSL-NOTE                      PIC X(40).
          05 DSL-LOGGED-TS                 PIC X(26).
          05 FILLER                        PIC X(20).
