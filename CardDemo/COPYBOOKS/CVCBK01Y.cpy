      ******************************************************************
      * CardDemo - Cardholder Category Block Record (CATBLOCK)
      * One row per card or per account listing the categories of
      * spend the cardholder (or a parent on a student card, or the
      * fraud team) has asked us to refuse: gambling, ATM/cash,
      * online-only (e-commerce) and international. Keyed on COCBK00C.
      * CBK-LEVEL 'C' keys the row by card number; 'A' keys it by the
      * 11-digit account ID, left-justified in CBK-ENTITY-ID, and the
      * block then covers every card on the account. A charge is
      * blocked when either its card row or its account row blocks
      * its class. COAUTSVC declines a blocked charge; the posting
      * paths (COTRN02C, CBTRN03C) hold it for fraud review (TRANFRD).
      ******************************************************************
       01 CATEGORY-BLOCK-RECORD.
          05 CBK-KEY.
             10 CBK-LEVEL                  PIC X(01).
                88 CBK-ACCOUNT-LEVEL       VALUE 'A'.
                88 CBK-CARD-LEVEL          VALUE 'C'.
             10 CBK-ENTITY-ID              PIC X(16).
          05 CBK-BLOCK-GAMBLING            PIC X(01).
             88 CBK-GAMBLING-BLOCKED       VALUE 'Y'.
          05 CBK-BLOCK-CASH                PIC X(01).
             88 CBK-CASH-BLOCKED           VALUE 'Y'.
          05 CBK-BLOCK-ONLINE              PIC X(01).
             88 CBK-ONLINE-BLOCKED         VALUE 'Y'.
          05 CBK-BLOCK-INTL                PIC X(01).
             88 CBK-INTL-BLOCKED           VALUE 'Y'.
          05 CBK-SET-BY                    PIC X(08).
          05 CBK-SET-TIMESTAMP             PIC X(16).
          05 FILLER                        PIC X(10).
