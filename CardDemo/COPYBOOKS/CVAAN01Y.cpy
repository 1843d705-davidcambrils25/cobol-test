             88 AAN-BY-PRINT               VALUE 'P'.
          05 AAN-EMAIL-ADDR                PIC X(50).
          05 AAN-NOTICE-DATE               PIC X(10).
      * THE CUSTOMER'S CUST-LANG-CD - THE LETTER VENDOR PRINTS THE
      * NOTICE AND ITS REASON STATEMENTS FROM THE TEMPLATE IN THIS
      * LANGUAGE.
          05 AAN-LANG-CD                   PIC X(02).
