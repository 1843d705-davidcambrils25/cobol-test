      * file ID is checked against the FILECTL registry so a feed
      * cannot post twice. Processed by CBLBX01C through the same
      * PAYMENT-RECORD / PAYALLOC path COBIL00C uses on-line.
      * LBX-DRAWER-ACCT-ID is the bank account the check was drawn on,
      * as read off the MICR line; spaces when the bank could not read
      * it. It is carried to PAY-DRAWER-ACCT-ID so the CBAML01C
      * monitoring run can tell the customer's own checks from a
      * third party's.
      * A coupon naming an open payoff quote for the account may pay
      * more than today's balance, up to the quoted payoff amount -
      * the quote includes interest projected to its good-through date.
      ******************************************************************
       01 LOCKBOX-RECORD.
          05 LBX-ACCT-ID                   PIC 9(11).
          05 LBX-AMOUNT                    PIC S9(09)V99 COMP-3.
          05 LBX-DEPOSIT-DATE              PIC X(10).
          05 LBX-DRAWER-ACCT-ID            PIC X(10).
      * THE PAYOFF QUOTE NUMBER (COPOQ00C) WRITTEN ON THE COUPON WHEN
      * THE CHECK PAYS AN ACCOUNT OFF; SPACES OTHERWISE. CARRIED TO
      * PAY-PAYOFF-QUOTE-NO FOR CBPOQ01C.
          05 LBX-PAYOFF-QUOTE-NO           PIC X(08).
