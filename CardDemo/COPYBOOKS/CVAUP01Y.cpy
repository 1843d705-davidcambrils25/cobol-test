      *
      * REASON CODES: 0000 APPROVED, CARD BAD/UNKNOWN CARD, OVLM OVER
      * LIMIT, CASH CASH LIMIT, FRDA FRAUD AMOUNT, FRDL FRAUD
      * LOCATION, FRDV FRAUD VELOCITY, CBLK CARDHOLDER CATEGORY
      * BLOCK (CATBLOCK), REAC DORMANT ACCOUNT REFERRED FOR
      * REACTIVATION (RESULT 'R', NOT A DECLINE), CMPL CORPORATE
      * CARD COMPANY AGGREGATE LIMIT, CMPS CORPORATE CARD COMPANY NOT
      * ACTIVE, SYSF FILE ERROR.
      *
      * AUP-MCC CARRIES THE MERCHANT CATEGORY CODE WHEN THE NETWORK
      * SUPPLIES IT; LEFT BLANK, THE SERVICE TAKES IT FROM THE
      * MERCHANT MASTER BY AUP-MERCHANT-ID.
      ******************************************************************
       01 AUTH-SERVICE-PARM.
          05 AUP-REQUEST.
                88 AUP-IS-CASH-ADVANCE     VALUE 'Y'.
             10 AUP-SOURCE                 PIC X(10).
             10 AUP-KEYED-BY               PIC X(08).
             10 AUP-MCC                    PIC X(04).
          05 AUP-REPLY.
             10 AUP-RESULT                 PIC X(01).
                88 AUP-APPROVED            VALUE 'A'.
                88 AUP-DECLINED            VALUE 'D'.
                88 AUP-REFERRED            VALUE 'R'.
             10 AUP-REASON-CD              PIC X(04).
             10 AUP-REASON-TEXT            PIC X(50).
             10 AUP-ACCT-ID                PIC 9(11).
