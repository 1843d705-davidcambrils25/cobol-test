      ******************************************************************
      * CardDemo - Insider Account Check Service Parameter
      * The commarea passed to COEMPSVC (EXEC CICS LINK) by every
      * screen that maintains an account, before it changes anything,
      * and by COACTVWC on a view. The caller names the user, the
      * account (or, for a customer-level screen, the customer), its
      * own program name and whether the access is an update ('U') or
      * a view ('V'). The service resolves the account's holder and
      * joint holder through ACCTXREF and looks each up on EMPLINK
      * (CVEMP01Y) under the user. A linked account is logged to the
      * EMPATMP attempt file (CVEMP03Y) for the CBEMP01C daily report.
      *
      * RESULT 'N' NOT LINKED, 'L' LINKED - AN UPDATE MUST BE REFUSED
      * WITH EMC-MESSAGE, A VIEW GOES AHEAD BUT IS FLAGGED.
      ******************************************************************
       01 INSIDER-CHECK-PARM.
          05 EMC-REQUEST.
             10 EMC-USER-ID                PIC X(08).
             10 EMC-ACCT-ID                PIC 9(11).
             10 EMC-CUST-ID                PIC 9(09).
             10 EMC-PGMNAME                PIC X(08).
             10 EMC-ACCESS                 PIC X(01).
                88 EMC-ACCESS-UPDATE       VALUE 'U'.
                88 EMC-ACCESS-VIEW         VALUE 'V'.
          05 EMC-REPLY.
             10 EMC-RESULT                 PIC X(01).
                88 EMC-NOT-LINKED          VALUE 'N'.
                88 EMC-LINKED              VALUE 'L'.
             10 EMC-RELATION               PIC X(01).
             10 EMC-LINKED-CUST-ID         PIC 9(09).
             10 EMC-MESSAGE                PIC X(50).
