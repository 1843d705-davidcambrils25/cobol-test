       01 FILE-REGISTRY-RECORD.
          05 REG-FILE-ID                   PIC X(16).
          05 REG-PROCESSED-TS              PIC X(26).
      * A DALYTRAN FILE BACKED OUT BY CBBKO01C IS MARKED 'B', WHICH
      * LETS CBTRN03C ACCEPT THE SAME FILE ID AGAIN FOR THE CORRECTED
      * FILE; ACCEPTING IT PUTS THE ROW BACK TO A LIVE REGISTRATION.
      * ANY OTHER VALUE IS A LIVE REGISTRATION.
          05 REG-STATUS                    PIC X(01).
             88 REG-LIVE                   VALUE ' '.
             88 REG-BACKED-OUT             VALUE 'B'.
          05 REG-BACKOUT-TS                PIC X(26).
