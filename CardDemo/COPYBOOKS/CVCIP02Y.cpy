      ******************************************************************
      * CardDemo - Identity Verification Work Queue Record (CIPQUE)
      * One row per customer whose identity the vendor did not verify
      * - queued by CBCIP02C with the vendor's result and reasons. A
      * supervisor works the pending rows on COCIP00C: 'D' verifies
      * the customer from identity documents examined (type, number
      * and expiry kept on CIPHIST, CVCIP03Y), 'R' confirms the
      * customer could not be verified - no account may be opened
      * until corrected data passes a fresh vendor check. A later
      * failure for the same customer re-opens the row; a later pass
      * (after the data was corrected on COCUS01C) closes it 'V'.
      ******************************************************************
       01 CIP-QUEUE-RECORD.
          05 CIQ-CUST-ID                   PIC 9(09).
          05 CIQ-VENDOR-RESULT             PIC X(01).
          05 CIQ-REASON-CD                 PIC X(04) OCCURS 3 TIMES.
          05 CIQ-VENDOR-REF                PIC X(16).
          05 CIQ-QUEUED-TS                 PIC X(26).
          05 CIQ-STATUS                    PIC X(01).
             88 CIQ-PENDING                VALUE 'P'.
             88 CIQ-DOC-VERIFIED           VALUE 'D'.
             88 CIQ-REJECTED               VALUE 'R'.
             88 CIQ-VENDOR-CLEARED         VALUE 'V'.
          05 CIQ-WORKED-BY                 PIC X(08).
          05 CIQ-WORKED-TS                 PIC X(26).
          05 FILLER                        PIC X(20).
