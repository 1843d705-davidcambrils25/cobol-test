      ******************************************************************
      * CardDemo - Posting Partition Control Record (PARTCTL)
      * Lets the nightly posting (CBTRN02C) and feed (CBTRN03C) jobs
      * run as N concurrent partitions split by account range. Each
      * partition step is given a one-record PARTCTL naming the
      * logical job, its partition number, the partition count and
      * the inclusive ACCT-ID range it owns; a step run with no
      * PARTCTL is the whole job, serially, as before. The CBPMG01C
      * merge step reads the partitions' records concatenated, in
      * partition order, and requires the ranges to cover every
      * account exactly once. Rows whose card does not resolve to an
      * account belong to partition 1, so each is reported once.
      ******************************************************************
       01 PARTITION-CONTROL-RECORD.
          05 PTN-JOB-NAME                  PIC X(08).
          05 PTN-PARTITION                 PIC 9(02).
          05 PTN-PART-COUNT                PIC 9(02).
          05 PTN-ACCT-LOW                  PIC 9(11).
          05 PTN-ACCT-HIGH                 PIC 9(11).
          05 FILLER                        PIC X(46).
