      ******************************************************************
      * CardDemo - Change-in-Terms Row (TERMSCHG)
      * One row per approved reference change that worsens an
      * account group's terms - a higher INTRATES purchase or cash
      * APR, a higher FEERATE fee (foreign, cash advance or annual)
      * or any new MINPAY policy row. COREFAPC writes it 'Q' when the
      * change is approved, keyed by the REFPEND key of the change,
      * having refused an effective date inside the notice period
      * (CVCIT02Y). CBCIT01C sends the notices that night, numbers
      * the change as the next terms version and marks it 'S' - or
      * 'L' when the effective date was already inside the notice
      * period by the time the notices went out. Index-driven APR
      * moves (CBIDX02C) are disclosed in the agreement and queue
      * no row.
      ******************************************************************
       01 TERMS-CHANGE-RECORD.
          05 CIT-KEY.
             10 CIT-KEYED-TS               PIC X(16).
             10 CIT-SEQ                    PIC X(04).
          05 CIT-DATASET                   PIC X(08).
          05 CIT-GROUP-ID                  PIC X(10).
          05 CIT-EFF-DATE                  PIC X(10).
          05 CIT-CHANGE-DESC               PIC X(80).
          05 CIT-APPROVED-BY               PIC X(08).
          05 CIT-APPROVED-DATE             PIC X(10).
          05 CIT-STATUS                    PIC X(01).
             88 CIT-QUEUED                 VALUE 'Q'.
             88 CIT-NOTICES-SENT           VALUE 'S'.
             88 CIT-NOTICES-LATE           VALUE 'L'.
          05 CIT-TERMS-VERSION             PIC 9(05).
          05 CIT-NOTICE-DATE               PIC X(10).
          05 CIT-NOTICE-COUNT              PIC 9(07).
