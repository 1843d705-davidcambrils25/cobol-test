      ******************************************************************
      * CardDemo - OFAC Screening Review Queue Record (OFACREV)
      * One row per customer and SDN entry that screened as a
      * potential match - queued by COCUS01C at create or update
      * (source 'O') or by the CBOFC02C nightly rescreen (source
      * 'N'). An analyst works the pending rows on COOFC00C: 'F'
      * clears a false positive, 'C' confirms the hit, freezing the
      * customer's accounts. The key is the pair, so a false positive
      * once cleared is not queued again on every rescreen. The
      * analyst may not be the user who queued the row, the rule
      * COFRD00C applies to fraud holds. CBOFC02C raises the OPRALRT
      * alert for each confirmed hit and sets OFR-ALERT-DATE.
      ******************************************************************
       01 OFAC-REVIEW-RECORD.
          05 OFR-KEY.
             10 OFR-CUST-ID                PIC 9(09).
             10 OFR-ENT-NUM                PIC X(10).
          05 OFR-SDN-LAST-NAME             PIC X(25).
          05 OFR-SDN-FIRST-NAME            PIC X(25).
          05 OFR-SDN-PROGRAM               PIC X(10).
          05 OFR-MATCH-BASIS               PIC X(20).
          05 OFR-LIST-ID                   PIC X(16).
          05 OFR-SOURCE                    PIC X(01).
             88 OFR-FROM-ONLINE            VALUE 'O'.
             88 OFR-FROM-RESCREEN          VALUE 'N'.
          05 OFR-QUEUED-BY                 PIC X(08).
          05 OFR-QUEUED-TS                 PIC X(26).
          05 OFR-STATUS                    PIC X(01).
             88 OFR-PENDING                VALUE 'P'.
             88 OFR-FALSE-POSITIVE         VALUE 'F'.
             88 OFR-CONFIRMED              VALUE 'C'.
          05 OFR-REVIEWED-BY               PIC X(08).
          05 OFR-REVIEWED-TS               PIC X(26).
          05 OFR-ALERT-DATE                PIC X(10).
