      ******************************************************************
      * CardDemo - Index Rate History Row (INDEXRT)
      * One row per published index (the prime rate, 'PRIME   ') and
      * effective date - the CVCRH01Y arrangement brought to the
      * index the variable APRs float on. Loaded by CBIDX01C from
      * the index feed; CBIDX02C reprices every variable-rate group
      * (APRMARGN, CVAMG01Y) off each new row and stamps it repriced
      * so the same index move is never queued twice. Treasury's
      * cost-of-funds rate rides the same feed as index 'COSTFUND';
      * no APR margin references it, and CBAPF01C reads the newest
      * row to charge each account for funding its balance.
      ******************************************************************
       01 INDEX-RATE-RECORD.
          05 IDX-KEY.
             10 IDX-INDEX-CD               PIC X(08).
             10 IDX-EFF-DATE               PIC X(10).
          05 IDX-RATE                      PIC 9(02)V9(02).
          05 IDX-SET-BY                    PIC X(08).
          05 IDX-SET-TIMESTAMP             PIC X(16).
          05 IDX-REPRICED-IND              PIC X(01).
             88 IDX-REPRICED               VALUE 'Y'.
          05 IDX-REPRICED-DATE             PIC X(10).

      ******************************************************************
      * ONE ROW PER INDEX VALUE ON THE INBOUND INDEX FEED (IDXFEED) -
      * WRAPPED IN THE CVFCT01Y HDR/TRL CONTROL STAMPS AND CHECKED
      * AGAINST THE FILECTL REGISTRY BY CBIDX01C.
      ******************************************************************
       01 INDEX-FEED-RECORD.
          05 IXF-INDEX-CD                  PIC X(08).
          05 IXF-RATE                      PIC 9(02)V9(02).
          05 IXF-EFF-DATE                  PIC X(10).
          05 FILLER                        PIC X(23).
