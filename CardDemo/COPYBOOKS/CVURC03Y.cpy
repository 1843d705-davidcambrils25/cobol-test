      ******************************************************************
      * CardDemo - Access Certification Return Record (URCRTN)
      * One line per decision returned by a manager against the
      * certification list CBURC01C printed; loaded by CBURC02C.
      * URR-DECISION takes the URC-DECISION values (CVURC01Y):
      * 'C' certify, 'D' downgrade, 'R' revoke.
      ******************************************************************
       01 CERT-RETURN-RECORD.
          05 URR-CAMPAIGN-ID               PIC X(06).
          05 URR-MANAGER-ID                PIC X(08).
          05 URR-USER-ID                   PIC X(08).
          05 URR-DECISION                  PIC X(01).
          05 FILLER                        PIC X(57).
