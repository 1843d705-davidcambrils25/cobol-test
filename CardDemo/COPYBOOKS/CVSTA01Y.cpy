          05 STA-CASH-ADV-BAL              PIC S9(10)V99 COMP-3.
          05 STA-OVERLIMIT-IND             PIC X(01).
          05 STA-POINTS-BAL                PIC S9(09) COMP-3.
      * MINIMUM PAYMENT WARNING FIGURES AS PRINTED (CBMPD01C, SEE
      * CVMPD01Y FOR THE MEANING OF EACH) SO A REPRINT SHOWS THE SAME
      * NUMBERS. A SPACE RESULT IS A ROW ARCHIVED BEFORE THE WARNING
      * WAS PRINTED AND READS AS 'N'.
          05 STA-MPD-RESULT                PIC X(01).
          05 STA-MPD-MIN-MONTHS            PIC 9(04).
          05 STA-MPD-MIN-TOTAL             PIC S9(10)V99 COMP-3.
          05 STA-MPD-36-PAYMENT            PIC S9(10)V99 COMP-3.
          05 STA-MPD-36-TOTAL              PIC S9(10)V99 COMP-3.
