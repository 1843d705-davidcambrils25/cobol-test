      ******************************************************************
      * CardDemo - Complaint Response Policy
      * The statutory clock on a complaint (CVCPL01Y): calendar days
      * from receipt to the response due date - shorter for one that
      * came through a regulator's portal - and how many days before
      * the due date the aging batch (CBCPL01C) raises its first
      * alert. Shared by COCPL00C and CBCPL01C.
      ******************************************************************
       01 COMPLAINT-POLICY.
          05 CPP-DUE-DAYS-REGULATOR        PIC 9(03) VALUE 015.
          05 CPP-DUE-DAYS-STANDARD         PIC 9(03) VALUE 030.
          05 CPP-WARN-DAYS                 PIC 9(03) VALUE 005.
