      ******************************************************************
      * CardDemo - Insider Account Access Attempt Record (EMPATMP)
      * One row each time a user reaches an account linked to them on
      * EMPLINK (CVEMP01Y), written by COEMPSVC: an update the screen
      * refused ('U') or a view that was let through but flagged
      * ('V'). Keyed by time and user. CBEMP01C lists the day's rows
      * for the security team; the rows themselves are kept.
      ******************************************************************
       01 INSIDER-ATTEMPT-RECORD.
          05 EMA-KEY.
             10 EMA-TS                     PIC X(26).
             10 EMA-USER-ID                PIC X(08).
          05 EMA-PGMNAME                   PIC X(08).
          05 EMA-ACCESS                    PIC X(01).
             88 EMA-UPDATE-REFUSED         VALUE 'U'.
             88 EMA-VIEW-FLAGGED           VALUE 'V'.
          05 EMA-ACCT-ID                   PIC 9(11).
          05 EMA-CUST-ID                   PIC 9(09).
          05 EMA-RELATION                  PIC X(01).
          05 EMA-TERM-ID                   PIC X(04).
          05 FILLER                        PIC X(32).
