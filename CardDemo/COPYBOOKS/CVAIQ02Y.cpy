      ******************************************************************
      * CardDemo - Account Inquiry Log Record (INQLOG)
      * One row per inquiry COAIQSVC answers or refuses - the channel
      * it came in on (IVR or MOB), the caller's session reference,
      * the card and account, and the result and reason code the
      * caller got. Keyed by timestamp plus card number so the daily
      * CBAIQ01C volume report can start at the day's first inquiry
      * and stop at the next day's. An IVR call the service answered
      * is a call that never reached an agent - the deflection the
      * report counts.
      ******************************************************************
       01 ACCT-INQUIRY-LOG-RECORD.
          05 IQL-KEY.
             10 IQL-TIMESTAMP              PIC X(16).
             10 IQL-CARD-NUM               PIC X(16).
          05 IQL-CHANNEL                   PIC X(03).
             88 IQL-CHANNEL-IVR            VALUE 'IVR'.
             88 IQL-CHANNEL-MOBILE         VALUE 'MOB'.
          05 IQL-SESSION-ID                PIC X(16).
          05 IQL-ACCT-ID                   PIC 9(11).
          05 IQL-VERIFY-TYPE               PIC X(01).
          05 IQL-RESULT                    PIC X(01).
             88 IQL-ANSWERED               VALUE 'A'.
             88 IQL-REFUSED                VALUE 'R'.
          05 IQL-REASON-CD                 PIC X(04).
             88 IQL-VERIFY-FAILED          VALUE 'VERF'.
          05 FILLER                        PIC X(20).
