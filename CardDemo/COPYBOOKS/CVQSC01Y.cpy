      * and a CICS user can never rewrite the same account record out
      * from under each other. A row left 'Y' by an abended job is
      * cleared by rerunning the job to completion (or by hand).
      * Every partition of a partitioned CBTRN02C/CBTRN03C run
      * (CVPTN01Y) raises the flag under the logical job name and
      * leaves it up; only the CBPMG01C merge step clears it, once
      * every partition has finished, so the first partition to end
      * cannot open the accounts while the others are still posting.
      ******************************************************************
       01 BATCH-QUIESCE-RECORD.
          05 QSC-KEY.
