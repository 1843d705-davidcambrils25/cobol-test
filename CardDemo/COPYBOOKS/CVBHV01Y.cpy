      ******************************************************************
      * CardDemo - Internal Behavior Score History Record (BHVHIST)
      * One row per account per monthly CBBHV01C scoring run, keyed
      * by account and score date so COC360C can read the row behind
      * the score stamped on the account (ACCT-BHV-SCORE and
      * ACCT-BHV-SCORE-DATE on CVACT01Y). The score starts from a
      * clean base and loses points for each adverse behavior seen
      * in our own data - higher is better, floor 100, top 900:
      *   UTIL  utilization over the last month of DLYBAL snapshots
      *   TRND  utilization rising against the two months before
      *   PAYR  average cycle credits (CYCHIST) against the minimum
      *         payment due
      *   CASH  cash advance share of the balance
      *   RTNP  payments returned by the bank (CBRTN01C)
      *   DECL  authorization declines (DECLLOG)
      *   DLQR  delinquency bucket roll-forwards (DLQHIST)
      * BHV-FACTOR holds the three factors that cost the most points,
      * largest first (spaces/zero where fewer applied). The inputs
      * behind the score are kept so a drop can be explained.
      ******************************************************************
       01 BEHAVIOR-SCORE-RECORD.
          05 BHV-KEY.
             10 BHV-ACCT-ID                PIC 9(11).
             10 BHV-SCORE-DATE             PIC X(10).
          05 BHV-SCORE                     PIC 9(03).
          05 BHV-FACTOR OCCURS 3 TIMES.
             10 BHV-FACTOR-CD              PIC X(04).
             10 BHV-FACTOR-PTS             PIC 9(03).
          05 BHV-UTIL-PCT                  PIC 9(03).
          05 BHV-UTIL-PRIOR-PCT            PIC 9(03).
          05 BHV-PAY-RATIO                 PIC 9(03)V99.
          05 BHV-CASH-PCT                  PIC 9(03).
          05 BHV-RETURN-COUNT              PIC 9(03).
          05 BHV-DECLINE-COUNT             PIC 9(05).
          05 BHV-ROLL-COUNT                PIC 9(02).
          05 BHV-MAX-BUCKET                PIC 9(01).
          05 BHV-PRIOR-SCORE               PIC 9(03).
          05 FILLER                        PIC X(20).
