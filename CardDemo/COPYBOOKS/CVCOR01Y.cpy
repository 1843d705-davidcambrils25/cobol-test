      * statements and e-statements (CBSTM01C), bounce fallbacks
      * (CBEML01C), payment reminders (CBRMD01C), returned-mail
      * holds and releases (CBRML01C), transaction alerts
      * (CBALR01C), adverse-action notices (COACTAPC), payoff
      * quotes given by phone (COPOQ00C), penalty APR notices
      * (CBPEN01C), change-in-terms notices (CBCIT01C) and product
      * change notices (CBPCH01C). Listed on
      * the COCOR00C panel off the Customer 360, so "I never got a
      * statement" has one place to look - and proof of notice for
      * the compliance audits.
      *       'STMT    ' STATEMENT         'ESTMT   ' E-STATEMENT
      *       'REMINDER' PAYMENT REMINDER  'HELDMAIL' HELD STATEMENT
      *       'ALERT   ' TRANSACTION ALERT 'NOTICE  ' ADVERSE ACTION
      *       'ESTATE  ' ESTATE CONTACT OPENED ON A DECEASED NOTICE
      *       'DORMANT ' DORMANCY NOTICE (CBDRM01C)
      *       'PAYOFFQ ' PAYOFF QUOTE GIVEN BY PHONE (COPOQ00C)
      *       'PENALTY ' PENALTY APR ADVANCE NOTICE (CBPEN01C) -
      *                  COR-DOC-REF IS THE DATE THE RATE TAKES EFFECT
      *       'CHGTERMS' CHANGE-IN-TERMS NOTICE (CBCIT01C) - COR-DOC-REF
      *                  IS THE DATE THE NEW TERMS TAKE EFFECT
      *       'PRODCHG ' PRODUCT CHANGE NOTICE (CBPCH01C) - COR-DOC-REF
      *                  IS THE DATE THE ACCOUNT CONVERTS
          05 COR-CHANNEL                   PIC X(01).
             88 COR-BY-EMAIL               VALUE 'E'.
             88 COR-BY-PRINT               VALUE 'P'.
             88 COR-MAIL-HELD              VALUE 'H'.
             88 COR-BY-PHONE               VALUE 'T'.
          05 COR-OUTCOME                   PIC X(10).
      *       'SENT', 'PRINTED', 'HELD', 'RELEASED', 'BOUNCED',
      *       'OPENED' (ESTATE CONTACT AWAITING THE REPRESENTATIVE)
      *       'QUOTED' (PAYOFF QUOTE - COR-DOC-REF IS THE QUOTE NUMBER)
          05 COR-DOC-REF                   PIC X(10).
