      ******************************************************************
      * CardDemo - Credit Loss Rate Reference Row (LOSSRATE)
      * The lifetime loss assumption the month-end reserve run
      * (CBCEL02C) applies to a receivable segment - account group,
      * delinquency bucket (1 current, 2 30, 3 60, 4 90+, as CBACT06C
      * ages them) and the holder's FICO band (H 750+, M 650-749,
      * L under 650, U unscored). Group 'DEFAULT' covers every group
      * with no row of its own. The historical rate is derived by
      * CBCEL01C from the DLQHIST roll rates and CHGOFF history and
      * queued on REFPEND like any keyed change; the qualitative
      * overlay is keyed by an admin on COREF00C (dataset 'C') and
      * may be negative. Both are percents of the segment balance,
      * and the rate applied is their sum. Effective-dated - the
      * reserve run takes the newest row dated on or before its run
      * date. Applied on COREFAPC.
      ******************************************************************
       01 LOSS-RATE-REF-RECORD.
          05 LRT-KEY.
             10 LRT-GROUP-ID               PIC X(10).
             10 LRT-BUCKET-IDX             PIC 9(01).
             10 LRT-FICO-BAND              PIC X(01).
             10 LRT-EFF-DATE               PIC X(10).
          05 LRT-HIST-LOSS-PCT             PIC 9(03)V9(04).
          05 LRT-QUAL-ADJ-PCT              PIC S9(03)V9(04).
          05 LRT-OBS-COUNT                 PIC 9(07).
          05 LRT-SET-BY                    PIC X(08).
          05 LRT-SET-TIMESTAMP             PIC X(16).
