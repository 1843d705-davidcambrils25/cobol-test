      ******************************************************************
      * CardDemo - Merchant Category Block Class Table
      * Maps the merchant category codes (MER-MCC / TRAN-MCC) that a
      * cardholder category block can catch to the block class that
      * catches them: 'G' gambling (betting and casino, lotteries,
      * internet gambling, track wagering) and 'C' ATM/cash (manual
      * and ATM cash disbursement, quasi-cash, money transfer). The
      * online-only and international classes are not MCC-driven -
      * they follow the channel (TRAN-SOURCE 'ONLINE') and the
      * merchant country/currency. A code not on the table falls in
      * no MCC class.
      ******************************************************************
       01 MCC-BLOCK-CLASS-VALUES.
          05 FILLER PIC X(05) VALUE '7995G'.
          05 FILLER PIC X(05) VALUE '7800G'.
          05 FILLER PIC X(05) VALUE '7801G'.
          05 FILLER PIC X(05) VALUE '7802G'.
          05 FILLER PIC X(05) VALUE '6010C'.
          05 FILLER PIC X(05) VALUE '6011C'.
          05 FILLER PIC X(05) VALUE '6051C'.
          05 FILLER PIC X(05) VALUE '4829C'.

       01 MCC-BLOCK-CLASS-TABLE REDEFINES MCC-BLOCK-CLASS-VALUES.
          05 MCC-CLASS-ENTRY OCCURS 8 TIMES
                             INDEXED BY MCC-IDX.
             10 MCC-CLASS-CD               PIC X(04).
             10 MCC-CLASS                  PIC X(01).
                88 MCC-CLASS-GAMBLING      VALUE 'G'.
                88 MCC-CLASS-CASH          VALUE 'C'.
