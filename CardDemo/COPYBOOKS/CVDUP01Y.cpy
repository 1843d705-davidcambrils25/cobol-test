      ******************************************************************
      * CardDemo - Probable Duplicate Customer Pair
      * One row per pair of CUSTDAT records CBDUP01C believes are the
      * same person (DUPCUST), keyed lower customer number first. 'S'
      * the two carry the same SSN; 'N' the same name, date of birth,
      * first address line and ZIP. A supervisor works the pair on
      * CODUP00C: 'A' approved for merge, naming which of the two
      * survives, which CBDUP02C carries out overnight ('M' merged);
      * or 'D' dismissed - two different people, and the pair is never
      * raised again. A pair CBDUP02C could not merge is set back to
      * pending with the reason. The queued and worked timestamps give
      * the queue's age and turnaround.
      ******************************************************************
       01 DUPLICATE-PAIR-RECORD.
          05 DUP-KEY.
             10 DUP-CUST-ID-LOW            PIC 9(09).
             10 DUP-CUST-ID-HIGH           PIC 9(09).
          05 DUP-MATCH-RULE                PIC X(01).
             88 DUP-SAME-SSN               VALUE 'S'.
             88 DUP-SAME-NAME-DOB-ADDR     VALUE 'N'.
          05 DUP-STATUS                    PIC X(01).
             88 DUP-PENDING                VALUE 'P'.
             88 DUP-APPROVED               VALUE 'A'.
             88 DUP-MERGED                 VALUE 'M'.
             88 DUP-DISMISSED              VALUE 'D'.
          05 DUP-SURVIVOR-ID               PIC 9(09).
          05 DUP-QUEUED-TS                 PIC X(26).
          05 DUP-WORKED-BY                 PIC X(08).
          05 DUP-WORKED-TS                 PIC X(26).
          05 DUP-MERGED-TS                 PIC X(26).
          05 DUP-NOTE                      PIC X(40).
          05 FILLER                        PIC X(20).
