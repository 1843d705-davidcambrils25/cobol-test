      * control trailer ('T') carrying the row count. Written by
      * CBEMB01C, which sweeps up both the on-line reissues and its
      * own bulk expiry-driven reissues - no more retyping card
      * numbers into the vendor's portal. EMB-PRODUCT-CD is the
      * account's group, by which the plant picks the card art - so
      * plastic reissued on a product change comes out in the new
      * product's design.
      ******************************************************************
       01 EMBOSS-EXTRACT-RECORD.
          05 EMB-REC-TYPE                  PIC X(01).
          05 EMB-ADDR-STATE-CD             PIC X(02).
          05 EMB-ADDR-ZIP                  PIC X(05).
          05 EMB-EXTRACT-DATE              PIC X(10).
          05 EMB-PRODUCT-CD                PIC X(10).

       01 EMBOSS-TRAILER-REDEF REDEFINES EMBOSS-EXTRACT-RECORD.
          05 EMT-REC-TYPE                  PIC X(01).
