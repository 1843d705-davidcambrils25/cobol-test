      * hand.
      ******************************************************************
       01 ACCT-STATUS-REASON-TABLE.
          05 ACCT-STATUS-REASON-ENTRY OCCURS 13 TIMES
                                       INDEXED BY ASR-IDX.
             10 ASR-STATUS-CD               PIC X(01).
             10 ASR-REASON-CD               PIC X(04).
          05 FILLER PIC X(35) VALUE 'IINACTInactive-No Recent Activity '.
          05 FILLER PIC X(35) VALUE 'ZCHGFCharged Off - Written Off    '.
          05 FILLER PIC X(35) VALUE 'BBKRPBankruptcy Stay In Force     '.
          05 FILLER PIC X(35) VALUE 'SSANCSanctions Freeze - OFAC Hit  '.
          05 FILLER PIC X(35) VALUE 'CSTLDClosed - Settled For Less   '.
          05 FILLER PIC X(35) VALUE 'CXFERClosed - Transferred        '.

       01 ACCT-STATUS-REASON-REDEF REDEFINES ACCT-STATUS-REASON-VALUES.
          05 ASR-VALUE-ENTRY OCCURS 13 TIMES.
             10 ASR-VALUE-STATUS-CD         PIC X(01).
             10 ASR-VALUE-REASON-CD         PIC X(04).
             10 ASR-VALUE-REASON-DESC       PIC X(30).
