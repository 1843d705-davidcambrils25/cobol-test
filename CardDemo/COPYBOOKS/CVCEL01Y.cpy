      ******************************************************************
      * CardDemo - Credit Loss Reserve Summary Row (CECLSUM)
      * Written by the CBCEL02C month-end reserve run. One row per
      * receivable segment per month - account group, delinquency
      * bucket (1 current, 2 30, 3 60, 4 90+) and the holder's FICO
      * band (H M L U, as on LOSSRATE) - with the balance, the
      * LOSSRATE row applied to it and the reserve that produced. The
      * month's total row (group '*TOTAL', bucket 0, band space)
      * holds the reserve the ledger now carries and the one it
      * carried at the end of the prior month; their difference is
      * the provision booked to GLJRNL for the month. A rerun in the
      * same month replaces that month's rows and books only the
      * further change.
      ******************************************************************
       01 CECL-RESERVE-RECORD.
          05 CEL-KEY.
             10 CEL-MONTH                  PIC X(07).
             10 CEL-GROUP-ID               PIC X(10).
             10 CEL-BUCKET-IDX             PIC 9(01).
             10 CEL-FICO-BAND              PIC X(01).
          05 CEL-RUN-DATE                  PIC X(10).
          05 CEL-ACCT-COUNT                PIC 9(07).
          05 CEL-BALANCE                   PIC S9(13)V99 COMP-3.
          05 CEL-RATE-GROUP-ID             PIC X(10).
          05 CEL-RATE-EFF-DATE             PIC X(10).
          05 CEL-HIST-LOSS-PCT             PIC 9(03)V9(04).
          05 CEL-QUAL-ADJ-PCT              PIC S9(03)V9(04).
          05 CEL-RESERVE-AMT               PIC S9(13)V99 COMP-3.
          05 CEL-PRIOR-RESERVE-AMT         PIC S9(13)V99 COMP-3.
          05 FILLER                        PIC X(20).
