      * answers JCK-OK when every predecessor on the JOBDEP record has
      * a successful JOBLOG run in the current period, and JCK-REFUSED
      * (having already written the OPRALRT refusal) otherwise.
      * Each partition of a partitioned run (CVPTN01Y) checks under
      * the logical job name, and only the CBPMG01C merge step writes
      * the logical job's JOBLOG row - the partitions log as
      * CBTRN2nn/CBTRN3nn - so a successor waits for the whole run.
      ******************************************************************
       01 JOBCHECK-PARM.
          05 JCK-JOB-NAME                  PIC X(08).
