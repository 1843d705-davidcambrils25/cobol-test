      * DIRECTLY (THE FEE AND RETURNS JOBS) SETS IT AT WRITE TIME.
          05 TRAN-BAL-POSTED-IND           PIC X(01).
             88 TRAN-BAL-POSTED            VALUE 'Y'.
      * THE MERCHANT CATEGORY CODE OF THE MERCHANT OF RECORD, TAKEN
      * FROM THE MERCHANT MASTER (MER-MCC) AT POSTING. BLANK ON ROWS
      * WITH NO MERCHANT (FEES, INTEREST, ADJUSTMENTS).
          05 TRAN-MCC                      PIC X(04).
      * WHO PUT THE ROW ON THE MASTER BY HAND: THE SIGNED-ON USER AND
      * THE ON-LINE PROGRAM THAT WROTE IT, STAMPED AT POSTING, AND THE
      * SECOND USER WHO APPROVED IT WHERE THE PATH HAS AN APPROVAL
      * STEP (COACTAPC, COFRD00C). ALL THREE ARE BLANK ON ROWS A BATCH
      * JOB GENERATES. CBMCR01C REPORTS THE MANUAL CREDITS BY THEM.
          05 TRAN-KEYED-BY                 PIC X(08).
          05 TRAN-KEYED-PGM                PIC X(08).
          05 TRAN-APPROVED-BY              PIC X(08).
