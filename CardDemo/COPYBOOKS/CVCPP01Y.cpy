      ******************************************************************
      * CardDemo - Common Point-of-Purchase At-Risk Card Record
      * CPPRISK is the list CBCPP01C writes when it is set to: one row
      * per card that is not itself confirmed fraud but used a
      * merchant the common point-of-purchase analysis flagged, inside
      * the analysis window. CBEMB01C reads the list and proactively
      * reissues every active card on it (replacement reason 'C' on
      * CARDRPL), once - the reissued card is marked sent.
      ******************************************************************
       01 CPP-AT-RISK-RECORD.
          05 CPR-CARD-NUM                  PIC X(16).
          05 CPR-MERCHANT-ID               PIC X(09).
          05 CPR-USE-DATE                  PIC X(10).
          05 CPR-RUN-DATE                  PIC X(10).
          05 FILLER                        PIC X(15).
