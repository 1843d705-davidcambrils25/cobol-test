      ******************************************************************
      * CardDemo - Card-on-File Account Updater Network Files
      * The outbound extract and the network's response for the
      * CARDRPL replacement pairs (CVCUP01Y).
      *
      * ACCOUNT-UPDATER-RECORD is the outbound extract CBCUP01C sends
      * the card network (CUPDOUT): one detail row per pair not yet
      * sent - update type 'N' for a new number, 'E' for a new
      * expiration on the same number - ending with a control trailer
      * ('T') carrying the detail row count.
      ******************************************************************
       01 ACCOUNT-UPDATER-RECORD.
          05 AUP-REC-TYPE                  PIC X(01).
             88 AUP-DETAIL-REC             VALUE 'D'.
             88 AUP-TRAILER-REC            VALUE 'T'.
          05 AUP-UPDATE-TYPE               PIC X(01).
             88 AUP-NEW-NUMBER             VALUE 'N'.
             88 AUP-NEW-EXPIRY             VALUE 'E'.
          05 AUP-OLD-CARD-NUM              PIC X(16).
          05 AUP-OLD-EXP-DATE              PIC X(10).
          05 AUP-NEW-CARD-NUM              PIC X(16).
          05 AUP-NEW-EXP-DATE              PIC X(10).
          05 AUP-LOST-STOLEN-IND           PIC X(01).
          05 AUP-EXTRACT-DATE              PIC X(10).

       01 ACCOUNT-UPDATER-TRAILER REDEFINES ACCOUNT-UPDATER-RECORD.
          05 AUT-REC-TYPE                  PIC X(01).
          05 AUT-COUNT                     PIC 9(09).
          05 FILLER                        PIC X(45).
          05 AUT-DATE                      PIC X(10).

      ******************************************************************
      * ACCOUNT-UPDATER-RESPONSE is the network's answer (CUPDRSP),
      * one row per pair it received, matched back by CBCUP02C.
      ******************************************************************
       01 ACCOUNT-UPDATER-RESPONSE.
          05 AUR-OLD-CARD-NUM              PIC X(16).
          05 AUR-NEW-CARD-NUM              PIC X(16).
          05 AUR-STATUS                    PIC X(01).
             88 AUR-ACCEPTED               VALUE 'A'.
             88 AUR-REJECTED               VALUE 'R'.
          05 AUR-REASON-CD                 PIC X(04).
          05 AUR-RESP-DATE                 PIC X(10).
