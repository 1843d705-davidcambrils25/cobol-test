      * CardDemo - User Activity Log Record
      * One row per account view/update a user performs, so COUSR04C
      * can show a given USRIDINI's activity trail on request.
      * UAL-INSIDER-FLAG 'Y' marks a view of an account linked to the
      * user on EMPLINK (their own or a related customer's - COEMPSVC);
      * COUSR04C flags the row. Any other value is an ordinary access.
      ******************************************************************
       01 USER-ACTIVITY-RECORD.
          05 UAL-KEY.
          05 UAL-PGMNAME                   PIC X(08).
          05 UAL-ACTION                    PIC X(10).
          05 UAL-ACCT-ID                   PIC 9(11).
          05 UAL-INSIDER-FLAG              PIC X(01).
             88 UAL-INSIDER-ACCESS         VALUE 'Y'.
