      ******************************************************************
      * CardDemo - Feed Posting Link Record (FEEDLINK)
      * What one DALYTRAN merchant feed file did, row by row, keyed by
      * the file ID on its HDR stamp (CVFCT01Y) and the feed row's own
      * TRAN-ID. CBTRN03C writes one row for every detail record it
      * dealt with - posted to the master, held to TRANFRD or rejected
      * - one per foreign transaction or cash advance fee row it
      * generated, and one FLK-CONTROL row (TRAN-ID 'TRL') carrying
      * the trailer's count and amount total. CBBKO01C reads the file's
      * rows to back the whole file out and to tie the backout to the
      * trailer; the detail rows' FLK-FEED-AMT is the amount as it came
      * in, the same figure the trailer totals.
      * FLK-REF-ID is what the row created: the master TRAN-ID (the
      * feed's own, or the one CBTRN03C gave a re-presented row whose
      * ID the backed-out posting already used) or the TRANFRD hold ID.
      * A backed-out row keeps the offsetting master row in
      * FLK-REVERSAL-ID; a later posting of the same file ID (the
      * corrected file) replaces it.
      ******************************************************************
       01 FEED-LINK-RECORD.
          05 FLK-KEY.
             10 FLK-FILE-ID                PIC X(16).
             10 FLK-TRAN-ID                PIC X(16).
          05 FLK-KIND                      PIC X(01).
             88 FLK-CONTROL                VALUE 'C'.
             88 FLK-POSTED                 VALUE 'T'.
             88 FLK-FEE                    VALUE 'F'.
             88 FLK-HELD                   VALUE 'H'.
             88 FLK-REJECTED               VALUE 'R'.
          05 FLK-REF-ID                    PIC X(16).
          05 FLK-ACCT-ID                   PIC 9(11).
          05 FLK-CARD-NUM                  PIC X(16).
          05 FLK-TYPE-CD                   PIC X(02).
          05 FLK-FEED-AMT                  PIC S9(11)V99 COMP-3.
          05 FLK-POST-AMT                  PIC S9(09)V99 COMP-3.
          05 FLK-REC-COUNT                 PIC 9(09).
          05 FLK-LINKED-TS                 PIC X(26).
          05 FLK-STATUS                    PIC X(01).
             88 FLK-LIVE                   VALUE 'L'.
             88 FLK-BACKED-OUT             VALUE 'B'.
          05 FLK-REVERSAL-ID               PIC X(16).
          05 FLK-BACKOUT-TS                PIC X(26).
          05 FILLER                        PIC X(20).
