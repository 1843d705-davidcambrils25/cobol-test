          05 FRD-QUEUED-TS                 PIC X(26).
          05 FRD-REVIEWED-BY               PIC X(08).
          05 FRD-REVIEWED-TS               PIC X(26).
          05 FRD-MCC                       PIC X(04).
