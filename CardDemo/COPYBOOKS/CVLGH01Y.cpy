      ******************************************************************
      * CardDemo - Legal Hold Record (LEGLHOLD)
      * One row per hold, keyed by scope ('A' account / 'C' customer),
      * the account or customer ID, and the legal matter number - so
      * one account may sit under several matters at once (litigation,
      * a subpoena and a regulatory exam) and each is released on its
      * own. Placed and released only through COLGH00C (admin role),
      * every action written to the LGHHIST trail (CVLGH03Y). A hold
      * binds while LGH-ACTIVE and its LGH-RELEASE-DATE is spaces (no
      * end date set) or later than today; CBLGH01C answers the
      * question for the batch purge, archive, escheat, charge-off and
      * agency placement paths, COACT02C refuses closure under one.
      ******************************************************************
       01 LEGAL-HOLD-RECORD.
          05 LGH-KEY.
             10 LGH-SCOPE                  PIC X(01).
                88 LGH-SCOPE-ACCOUNT       VALUE 'A'.
                88 LGH-SCOPE-CUSTOMER      VALUE 'C'.
                88 LGH-SCOPE-VALID         VALUE 'A' 'C'.
             10 LGH-ENTITY-ID              PIC 9(11).
             10 LGH-MATTER-NO              PIC X(12).
          05 LGH-MATTER-DESC               PIC X(40).
      *       WHO ASKED FOR THE HOLD - COUNSEL, THE SUBPOENAING
      *       PARTY OR THE EXAMINING AGENCY
          05 LGH-REQUESTER                 PIC X(30).
          05 LGH-STATUS                    PIC X(01).
             88 LGH-ACTIVE                 VALUE 'A'.
             88 LGH-RELEASED               VALUE 'R'.
      *       YYYY-MM-DD THE HOLD LAPSES ON ITS OWN; SPACES = UNTIL
      *       EXPLICITLY RELEASED. STAMPED WITH TODAY ON RELEASE.
          05 LGH-RELEASE-DATE              PIC X(10).
          05 LGH-PLACED-BY                 PIC X(08).
          05 LGH-PLACED-TS                 PIC X(26).
          05 LGH-RELEASED-BY               PIC X(08).
          05 LGH-RELEASED-TS               PIC X(26).
          05 FILLER                        PIC X(27).
