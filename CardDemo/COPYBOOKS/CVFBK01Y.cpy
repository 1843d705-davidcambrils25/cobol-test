      ******************************************************************
      * CardDemo - Feed Backout Request Card (BKOREQ)
      * The one control record a CBBKO01C run reads: the FILECTL file
      * ID of the posted DALYTRAN feed to back out and the user asking
      * for it. The first run proposes the backout - report only - and
      * queues a 'FEEDBKO' row on ACCTAPR in that user's name; a second
      * user approves it on COACTAPC, and the next run with the same
      * card releases it.
      ******************************************************************
       01 FEED-BACKOUT-REQUEST.
          05 FBK-FILE-ID                   PIC X(16).
          05 FBK-REQUESTED-BY              PIC X(08).
          05 FILLER                        PIC X(56).
