      ******************************************************************
      * CardDemo - Batch Transaction Key Parameter
      * Passed to CBKEY01C by each batch step that writes new rows to
      * the transaction master. The caller names its stream; the
      * service returns the next TRAN-ID for it:
      *   (1:8)   run date, YYYYMMDD - read as the posting date by
      *           the statement and report programs
      *   (9:4)   seconds since midnight, base 36
      *   (13:2)  the caller's stream code
      *   (15:2)  sequence within the second, base 36
      * Stream codes: CBTRN03C its partition number ('00' when the
      * feed is not partitioned), CBACT04C 'IP', CBBKO01C 'BK'. Two
      * steps running in the same second cannot build the same key;
      * a caller still retries with a fresh key on a duplicate (22).
      ******************************************************************
       01 TRAN-KEY-PARM.
          05 KYP-STREAM                    PIC X(02).
          05 KYP-TRAN-ID                   PIC X(16).
