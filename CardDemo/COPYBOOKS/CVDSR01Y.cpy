      ******************************************************************
      * CardDemo - Customer Data Access Request (DSARREQ)
      * One inbound row per request for everything we hold on one
      * customer, keyed by whoever took it - the customer in writing,
      * an authorised agent, or a regulator quoting its own reference.
      * DSR-IN-RECEIVED-DATE is the date the request reached us, which
      * starts the statutory response clock. Worked by CBDSR01C, which
      * logs each request on DSARLOG (CVDSR02Y) and builds the package.
      ******************************************************************
       01 DATA-ACCESS-REQUEST-IN.
          05 DSR-IN-CUST-ID                PIC 9(09).
          05 DSR-IN-RECEIVED-DATE          PIC X(10).
          05 DSR-IN-REQUESTER-TYPE         PIC X(01).
             88 DSR-IN-BY-CUSTOMER         VALUE 'C'.
             88 DSR-IN-BY-AGENT            VALUE 'A'.
             88 DSR-IN-BY-REGULATOR        VALUE 'R'.
          05 DSR-IN-REFERENCE              PIC X(20).
          05 DSR-IN-TAKEN-BY               PIC X(08).
          05 FILLER                        PIC X(12).
