      * LIMIT INCREASES (APPLIED TO THE ACCOUNT ON APPROVAL), 'WAIVER'
      * FOR A GOODWILL INTEREST/FEE WAIVER, WHERE APR-REF-ID CARRIES
      * THE TRAN-ID OF THE CHARGE BEING WAIVED AND APPROVAL POSTS THE
      * OFFSETTING CREDIT (SEE COACTAPC). 'GRADUATE' IS A CBGRD01C
      * PROPOSAL TO MOVE A SECURED CARD TO AN UNSECURED LINE OF
      * APR-NEW-VALUE; APPROVAL RELEASES THE COLLATERAL DEPOSIT.
      * 'PAYXFER' IS A COPXF00C MISAPPLIED PAYMENT TRANSFER: APR-ACCT-ID
      * IS THE ACCOUNT THE PAYMENT IS TO MOVE TO, APR-REF-ID THE PAY-ID,
      * APR-NEW-VALUE THE AMOUNT; APPROVAL LINKS TO COPXFSVC.
      * A CBLNR01C 'ACRDLIM' PROPOSAL FOR AN EMPLOYEE ACCOUNT (HOLDER
      * OR JOINT HOLDER LINKED TO A USER ON EMPLINK, CVEMP01Y) CARRIES
      * APR-REF-ID 'EMPLOYEE' AND ONLY AN ADMIN MAY APPROVE IT.
      * 'FEEDBKO' IS A CBBKO01C BACKOUT OF A WHOLE POSTED DALYTRAN FEED
      * FILE: APR-ACCT-ID IS ZERO, APR-REF-ID THE FILECTL FILE ID,
      * APR-OLD-VALUE THE FILE'S TRAILER AMOUNT TOTAL AND APR-NEW-VALUE
      * THE AMOUNT THE BACKOUT REVERSES. APPROVAL ONLY RELEASES IT -
      * THE NEXT CBBKO01C RUN FOR THE FILE DOES THE WORK.
          05 APR-FIELD-NAME                PIC X(10).
          05 APR-REF-ID                    PIC X(16).
          05 APR-OLD-VALUE                 PIC S9(10)V99 COMP-3.
