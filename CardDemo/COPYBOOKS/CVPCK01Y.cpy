      ******************************************************************
      * CardDemo - Posting Partition Checkpoint Record (PARTCKPT)
      * The TRANCKPT checkpoint of one partition of a partitioned
      * CBTRN02C/CBTRN03C run (see CVPTN01Y), keyed by the logical job
      * and partition number so the concurrent partitions never share
      * a record. PCK-COMPLETE-SW works as CKPT-COMPLETE-SW does - 'N'
      * while the partition is running, so a rerun of a failed
      * partition resumes after PCK-LAST-DATE/PCK-LAST-KEY with its
      * counts restored, and 'Y' once it has finished, so a rerun of
      * the whole job does not post that partition's range twice.
      * The CBPMG01C merge step sums the completed rows into the
      * logical job's figures and deletes them, leaving the next run
      * to start clean. PCK-STEP-NAME is the partition's own JOBLOG
      * job name (CBTRN2nn/CBTRN3nn); PCK-FILE-ID is the feed file
      * the partition posted (CBTRN03C only), which the merge
      * registers on FILECTL once every partition is in. CBTRN02C
      * carries its posted rows in PCK-ACCEPT-COUNT, its unmatched
      * rows in PCK-REJECT-COUNT and its already-applied rows in
      * PCK-SKIP-COUNT.
      ******************************************************************
       01 PARTITION-CKPT-RECORD.
          05 PCK-KEY.
             10 PCK-JOB-NAME               PIC X(08).
             10 PCK-PARTITION              PIC 9(02).
          05 PCK-STEP-NAME                 PIC X(08).
          05 PCK-PART-COUNT                PIC 9(02).
          05 PCK-ACCT-LOW                  PIC 9(11).
          05 PCK-ACCT-HIGH                 PIC 9(11).
          05 PCK-TIMESTAMP                 PIC X(26).
          05 PCK-COMPLETE-SW               PIC X(01).
             88 PCK-RUN-COMPLETE           VALUE 'Y'.
             88 PCK-RUN-INCOMPLETE         VALUE 'N'.
          05 PCK-RETURN-CODE               PIC 9(04).
          05 PCK-FILE-ID                   PIC X(16).
          05 PCK-LAST-DATE                 PIC X(10).
          05 PCK-LAST-KEY                  PIC X(16).
          05 PCK-READ-COUNT                PIC 9(07).
          05 PCK-ACCEPT-COUNT              PIC 9(07).
          05 PCK-REJECT-COUNT              PIC 9(07).
          05 PCK-REJECT-BADCODE-COUNT      PIC 9(07).
          05 PCK-REJECT-DUP-COUNT          PIC 9(07).
          05 PCK-REJECT-OVLIM-COUNT        PIC 9(07).
          05 PCK-REJECT-MERCH-COUNT        PIC 9(07).
          05 PCK-REJECT-CURR-COUNT         PIC 9(07).
          05 PCK-HOLD-COUNT                PIC 9(07).
          05 PCK-REJECT-CARD-COUNT         PIC 9(07).
          05 PCK-REJECT-CASH-COUNT         PIC 9(07).
          05 PCK-SKIP-COUNT                PIC 9(07).
          05 FILLER                        PIC X(20).
