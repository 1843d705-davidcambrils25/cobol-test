      ******************************************************************
      * CardDemo - Installment Plan Offer Table
      * The terms a posted purchase may be converted over and what
      * each costs - a flat monthly fee as a percentage of the amount
      * converted ('F'), or an annual rate on the principal still owed
      * ('R', amortized to an equal payment). Shared by COINS00C and
      * CBINS01C so a rep and an inbound request get the same offer.
      * IPL-MIN-AMT is the smallest purchase that may be converted and
      * IPL-MAX-PLANS the most plans an account may have active.
      ******************************************************************
       01 INSTL-PLAN-LIMITS.
          05 IPL-MIN-AMT                   PIC 9(05)V99 VALUE 100.00.
          05 IPL-MAX-PLANS                 PIC 9(02) VALUE 04.

       01 INSTL-PLAN-OFFER-TABLE.
          05 IPO-ENTRY OCCURS 5 TIMES
                       INDEXED BY IPO-IDX.
             10 IPO-TERM-MONTHS            PIC 9(02).
             10 IPO-PRICING                PIC X(01).
             10 IPO-FEE-PCT                PIC 9(01)V9(02).
             10 IPO-ANNUAL-RATE            PIC 9(02)V9(02).

       01 INSTL-PLAN-OFFER-VALUES.
          05 FILLER PIC X(10) VALUE '03F0750000'.
          05 FILLER PIC X(10) VALUE '06F0750000'.
          05 FILLER PIC X(10) VALUE '12F0890000'.
          05 FILLER PIC X(10) VALUE '18R0001199'.
          05 FILLER PIC X(10) VALUE '24R0001399'.

       01 INSTL-PLAN-OFFER-REDEF REDEFINES INSTL-PLAN-OFFER-VALUES.
          05 IPO-VALUE-ENTRY OCCURS 5 TIMES.
             10 IPO-VALUE-TERM-MONTHS      PIC 9(02).
             10 IPO-VALUE-PRICING          PIC X(01).
             10 IPO-VALUE-FEE-PCT          PIC 9(01)V9(02).
             10 IPO-VALUE-ANNUAL-RATE      PIC 9(02)V9(02).
