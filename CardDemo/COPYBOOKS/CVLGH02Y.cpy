      ******************************************************************
      * CardDemo - Legal Hold Check Parameter
      * Passed to CBLGH01C by every batch path that purges, archives,
      * remits or moves an account on. The caller fills in whatever
      * it has - a card number, an account ID, a customer ID, or any
      * mix - and CBLGH01C resolves the rest (card to account through
      * CARDDAT, account to its primary and joint customers through
      * ACCTXREF) before looking for a binding hold on each. LHP-HELD
      * comes back with the first matter found. LHP-FAILED means the
      * hold file could not be read: callers treat it exactly as held,
      * so an unreadable hold file never lets a held row be purged.
      * LHP-ACTION-CLOSE at end of job closes the files CBLGH01C keeps
      * open across calls.
      ******************************************************************
       01 LEGAL-HOLD-PARM.
          05 LHP-ACTION                    PIC X(01).
             88 LHP-ACTION-CHECK           VALUE 'C'.
             88 LHP-ACTION-CLOSE           VALUE 'X'.
          05 LHP-CARD-NUM                  PIC X(16).
          05 LHP-ACCT-ID                   PIC 9(11).
          05 LHP-CUST-ID                   PIC 9(09).
          05 LHP-RESULT                    PIC X(01).
             88 LHP-NOT-HELD               VALUE 'N'.
             88 LHP-HELD                   VALUE 'Y'.
             88 LHP-FAILED                 VALUE 'F'.
          05 LHP-MATTER-NO                 PIC X(12).
