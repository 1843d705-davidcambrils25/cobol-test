             88 RMD-BY-EMAIL               VALUE 'E'.
             88 RMD-BY-LETTER              VALUE 'P'.
          05 RMD-EMAIL-ADDR                PIC X(50).
      * THE CUSTOMER'S CUST-LANG-CD - THE LETTER AND EMAIL TEMPLATES
      * ARE CHOSEN BY IT.
          05 RMD-LANG-CD                   PIC X(02).
      * PRESORT DATA FOR THE LETTER SPLIT - THE CUSTOMER'S ZIP, AND
      * WHEN CBASD02C HAS CERTIFIED THE ADDRESS THE ZIP+4, DELIVERY
      * POINT AND CARRIER ROUTE, WHICH THE PRINT VENDOR SORTS THE MAIL
      * ON FOR THE PRESORT POSTAGE DISCOUNT. SPACES ON AN EMAIL ROW OR
      * AN UNCERTIFIED ADDRESS.
          05 RMD-ADDR-ZIP                  PIC X(05).
          05 RMD-ADDR-ZIP4                 PIC X(04).
          05 RMD-DLV-POINT                 PIC X(03).
          05 RMD-CARRIER-RT                PIC X(04).
