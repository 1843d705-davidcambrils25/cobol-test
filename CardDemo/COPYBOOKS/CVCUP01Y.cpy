      ******************************************************************
      * CardDemo - Card-on-File Account Updater
      * CARD-REPLACEMENT-RECORD is the CARDRPL KSDS: one row for
      * every replacement card cut (COLST00C, COCRDSLC, COXFR00C,
      * COACT03C, CBEMB01C, CBPCH01C), pairing the old number with
      * the new one so merchants holding the old card on file can be
      * migrated by the network. A same-number reissue carries the
      * same number in both halves and only the expiration moves.
      * Keyed on the new card number and the time the pair was cut,
      * so COTRN01C can find which card a posting card replaced.
      * CRP-SENT-DATE stays spaces until CBCUP01C puts the pair on
      * the outbound extract (CVCUP02Y); CBCUP02C stamps the
      * network's answer. Reason 'C' is a proactive reissue by
      * CBEMB01C of a card CBCPP01C listed as at risk from a common
      * point of purchase.
      ******************************************************************
       01 CARD-REPLACEMENT-RECORD.
          05 CRP-KEY.
             10 CRP-NEW-CARD-NUM           PIC X(16).
             10 CRP-CREATED-TS             PIC X(26).
          05 CRP-OLD-CARD-NUM              PIC X(16).
          05 CRP-ACCT-ID                   PIC 9(11).
          05 CRP-OLD-EXP-DATE              PIC X(10).
          05 CRP-NEW-EXP-DATE              PIC X(10).
          05 CRP-REASON-CD                 PIC X(01).
             88 CRP-REASON-EXPIRY          VALUE 'E'.
             88 CRP-REASON-LOST-STOLEN     VALUE 'L'.
             88 CRP-REASON-REISSUE         VALUE 'R'.
             88 CRP-REASON-PRODUCT-CHG     VALUE 'P'.
             88 CRP-REASON-RENUMBER        VALUE 'X'.
             88 CRP-REASON-COMPROMISE      VALUE 'C'.
          05 CRP-LOST-STOLEN-IND           PIC X(01).
             88 CRP-LOST-STOLEN            VALUE 'Y'.
          05 CRP-SENT-DATE                 PIC X(10).
          05 CRP-RESP-STATUS               PIC X(01).
             88 CRP-RESP-PENDING           VALUE ' '.
             88 CRP-RESP-ACCEPTED          VALUE 'A'.
             88 CRP-RESP-REJECTED          VALUE 'R'.
          05 CRP-RESP-REASON-CD            PIC X(04).
          05 CRP-RESP-DATE                 PIC X(10).
          05 FILLER                        PIC X(20).

