      ******************************************************************
      * CardDemo - User Reporting Line Record (USRMGR)
      * Who certifies each USRSEC user's access in the quarterly
      * campaign (CBURC01C). Loaded from the HR reporting-line extract
      * by the same IDCAMS REPRO that refreshes it; a user with no row
      * here is listed under manager ID 'UNASSIGN' for the security
      * administrator to certify.
      ******************************************************************
       01 USER-MANAGER-RECORD.
          05 UMG-USER-ID                   PIC X(08).
          05 UMG-MANAGER-ID                PIC X(08).
          05 UMG-EFFECTIVE-DATE            PIC X(10).
          05 FILLER                        PIC X(14).
