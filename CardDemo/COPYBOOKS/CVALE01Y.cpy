          05 ALE-EMAIL                     PIC X(50).
          05 ALE-TEXT                      PIC X(60).
          05 ALE-DATE                      PIC X(10).
      * THE CUSTOMER'S CUST-LANG-CD, THE LANGUAGE ALE-TEXT WAS
      * RENDERED IN (ANY WORDING NOT YET TRANSLATED FALLS BACK TO
      * ENGLISH).
          05 ALE-LANG-CD                   PIC X(02).
