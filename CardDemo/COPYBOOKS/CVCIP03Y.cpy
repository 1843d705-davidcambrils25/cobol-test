      ******************************************************************
      * CardDemo - Identity Verification History Record (CIPHIST)
      * The examiners' trail: one row for every step in a customer's
      * identity verification, never rewritten or deleted. Keyed on
      * the customer and the time of the step.
      *   'Q' request sent to the vendor      (CBCIP01C)
      *   'P' vendor passed                   (CBCIP02C)
      *   'F' vendor failed or referred       (CBCIP02C)
      *   'D' verified from documents         (COCIP00C)
      *   'X' supervisor confirmed unverified (COCIP00C)
      *   'C' identity data changed, reset    (COCUS01C)
      * CIH-STATUS-BEFORE/AFTER are the CUST-CIP-STATUS values either
      * side of the step (CVCUS01Y).
      ******************************************************************
       01 CIP-HISTORY-RECORD.
          05 CIH-KEY.
             10 CIH-CUST-ID                PIC 9(09).
             10 CIH-TS                     PIC X(26).
          05 CIH-EVENT                     PIC X(01).
             88 CIH-REQUEST-SENT           VALUE 'Q'.
             88 CIH-VENDOR-PASSED          VALUE 'P'.
             88 CIH-VENDOR-FAILED          VALUE 'F'.
             88 CIH-DOC-VERIFIED           VALUE 'D'.
             88 CIH-REJECTED               VALUE 'X'.
             88 CIH-DATA-CHANGED           VALUE 'C'.
          05 CIH-USER-ID                   PIC X(08).
          05 CIH-STATUS-BEFORE             PIC X(01).
          05 CIH-STATUS-AFTER              PIC X(01).
          05 CIH-VENDOR-RESULT             PIC X(01).
          05 CIH-REASON-CD                 PIC X(04) OCCURS 3 TIMES.
          05 CIH-VENDOR-REF                PIC X(16).
          05 CIH-DOC-TYPE                  PIC X(02).
             88 CIH-DOC-DRIVERS-LICENSE    VALUE 'DL'.
             88 CIH-DOC-PASSPORT           VALUE 'PP'.
             88 CIH-DOC-STATE-ID           VALUE 'ID'.
             88 CIH-DOC-MILITARY-ID        VALUE 'MI'.
             88 CIH-DOC-VALID-TYPE         VALUE 'DL' 'PP' 'ID' 'MI'.
          05 CIH-DOC-NUMBER                PIC X(20).
          05 CIH-DOC-EXP-DATE              PIC X(10).
          05 CIH-NOTES                     PIC X(60).
          05 FILLER                        PIC X(20).
