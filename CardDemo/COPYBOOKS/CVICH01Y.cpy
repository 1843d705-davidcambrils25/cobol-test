      ******************************************************************
      * CardDemo - Interchange Income Record (INTCHG)
      * One row per settled purchase (type 01) CBTRN03C posts, keyed
      * by the transaction ID: the interchange we earn on it, either
      * as the network reported it on the merchant feed (ICH-FROM-
      * FEED) or computed from the INTCHRT rate for the card product,
      * channel and merchant category (ICH-COMPUTED, the rate used
      * kept on the row). A purchase no rate row covers is captured at
      * zero (ICH-NO-RATE) so the gap shows on the monthly report. A
      * purchase reversal carries negative interchange. CBICH01C books
      * the day's unbooked rows to the GL as one balanced pair and
      * stamps ICH-GL-BOOKED-DATE; CBICH02C reports the month by
      * merchant and channel; CBPRF01C carries the month's total as
      * interchange income.
      ******************************************************************
       01 INTERCHANGE-RECORD.
          05 ICH-TRAN-ID                   PIC X(16).
          05 ICH-PROC-DATE                 PIC X(10).
          05 ICH-ACCT-ID                   PIC 9(11).
          05 ICH-CARD-NUM                  PIC X(16).
          05 ICH-MERCHANT-ID               PIC X(09).
          05 ICH-MERCHANT-NAME             PIC X(30).
          05 ICH-GROUP-ID                  PIC X(10).
          05 ICH-CHANNEL-CD                PIC X(03).
          05 ICH-MCC                       PIC X(04).
          05 ICH-SALE-AMT                  PIC S9(09)V99 COMP-3.
          05 ICH-INTERCHG-AMT              PIC S9(07)V99 COMP-3.
          05 ICH-SOURCE-IND                PIC X(01).
             88 ICH-FROM-FEED              VALUE 'F'.
             88 ICH-COMPUTED               VALUE 'C'.
             88 ICH-NO-RATE                VALUE 'N'.
          05 ICH-RATE-PCT                  PIC 9(02)V9(03).
          05 ICH-FLAT-AMT                  PIC 9(03)V99.
          05 ICH-GL-BOOKED-DATE            PIC X(10).
          05 FILLER                        PIC X(20).
