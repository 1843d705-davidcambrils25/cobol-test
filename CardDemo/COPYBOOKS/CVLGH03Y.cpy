      ******************************************************************
      * CardDemo - Legal Hold History Record (LGHHIST)
      * The audit trail of every hold action taken on COLGH00C - one
      * row per place or release, keyed by the held entity and the
      * time of the action, carrying the matter, the user who acted
      * and the hold's terms as they stood after the action. The
      * trail is never purged: it is outside the CBRET01C retention
      * passes, and holds themselves are released, never deleted.
      ******************************************************************
       01 LEGAL-HOLD-HISTORY-RECORD.
          05 LHH-KEY.
             10 LHH-SCOPE                  PIC X(01).
             10 LHH-ENTITY-ID              PIC 9(11).
             10 LHH-TS                     PIC X(26).
          05 LHH-MATTER-NO                 PIC X(12).
          05 LHH-ACTION                    PIC X(01).
             88 LHH-PLACED                 VALUE 'P'.
             88 LHH-RELEASED               VALUE 'R'.
          05 LHH-USER-ID                   PIC X(08).
          05 LHH-REQUESTER                 PIC X(30).
          05 LHH-RELEASE-DATE              PIC X(10).
          05 LHH-MATTER-DESC               PIC X(40).
          05 FILLER                        PIC X(21).
