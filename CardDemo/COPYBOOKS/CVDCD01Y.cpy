      ******************************************************************
      * CardDemo - Inbound Death Master Match Record (DTHMATCH)
      * One row per customer the death master file match service
      * reports as deceased, identified by customer ID when the
      * service echoes it back or by SSN otherwise, with the name on
      * the death record so a match on SSN alone can be confirmed
      * before anything is done to the accounts. Processed by
      * CBDCD01C, which runs the same estate workflow the CODCD00C
      * notification screen does.
      ******************************************************************
       01 DEATH-MATCH-RECORD.
          05 DMF-CUST-ID                   PIC 9(09).
          05 DMF-SSN                       PIC 9(09).
          05 DMF-LAST-NAME                 PIC X(25).
          05 DMF-FIRST-NAME                PIC X(25).
          05 DMF-DEATH-DATE                PIC X(10).
          05 DMF-VERIFY-CD                 PIC X(01).
             88 DMF-VERIFIED               VALUE 'V'.
             88 DMF-PROOF-PENDING          VALUE 'P'.
          05 FILLER                        PIC X(11).
