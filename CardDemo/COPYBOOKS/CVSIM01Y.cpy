      ******************************************************************
      * CardDemo - Pricing Simulation Result Row (SIMRSLT)
      * Written by the CBSIM01C what-if run. One row per account group
      * per run, plus a '*TOTAL' row, giving the interest and fee
      * income the last SIM-CYCLES cycles actually earned against what
      * they would have earned under the pending INTRATES, FEERATE and
      * MINPAY changes on REFPEND, and how many accounts' minimum
      * payment would have come out different. Only accounts whose
      * terms the pending changes touch are counted. Nothing is
      * posted. Each simulated REFPEND row carries the run ID
      * (RFP-SIM-RUN-ID) so COREFAPC can show the checker the '*TOTAL'
      * row before the change is approved.
      ******************************************************************
       01 PRICING-SIM-RECORD.
          05 SIM-KEY.
             10 SIM-RUN-ID                 PIC X(16).
             10 SIM-GROUP-ID               PIC X(10).
          05 SIM-RUN-DATE                  PIC X(10).
          05 SIM-CYCLES                    PIC 9(02).
          05 SIM-PROPOSAL-COUNT            PIC 9(03).
          05 SIM-ACCT-COUNT                PIC 9(07).
          05 SIM-CURR-INT-AMT              PIC S9(11)V99 COMP-3.
          05 SIM-PROP-INT-AMT              PIC S9(11)V99 COMP-3.
          05 SIM-CURR-FEE-AMT              PIC S9(11)V99 COMP-3.
          05 SIM-PROP-FEE-AMT              PIC S9(11)V99 COMP-3.
          05 SIM-MINPAY-CHG-COUNT          PIC 9(07).
          05 FILLER                        PIC X(20).
