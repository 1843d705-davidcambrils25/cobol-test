      * fields from here instead of trusting free-keyed text, so the
      * same merchant can no longer appear a dozen ways on the
      * transaction master.
      * MER-MCC is the merchant's 4-digit ISO 18245 merchant category
      * code. Posting carries it onto TRAN-MCC, and the category
      * blocks (CATBLOCK, CVCBK01Y) classify a charge by it through
      * the CVMCC01Y table.
      ******************************************************************
       01 MERCHANT-RECORD.
          05 MER-ID                        PIC X(09).
          05 MER-ACTIVE-STATUS             PIC X(01).
             88 MER-IS-ACTIVE              VALUE 'A'.
             88 MER-IS-INACTIVE            VALUE 'I'.
          05 MER-MCC                       PIC X(04).
