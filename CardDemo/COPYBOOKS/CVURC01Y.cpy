      ******************************************************************
      * CardDemo - User Access Certification Record (USRCERT)
      * One row per user per quarterly campaign, keyed by campaign
      * ('CCYYQn'), the certifying manager and the user - so a
      * sequential read of one campaign comes back grouped by manager,
      * the order the certification list and the audit report print
      * in. Written by CBURC01C when the campaign opens; the manager's
      * decision is recorded from the URCRTN return file (CBURC02C)
      * or keyed on COURC00C, and CBURC02C applies it to USRSEC:
      *   'C' certify   - access stands as it is
      *   'D' downgrade - Admin to User, User to Auditor (read-only)
      *   'R' revoke    - deactivated as COUSR03C does (status 'I')
      * A row still undecided after URC-DEADLINE-DATE is suspended
      * (SEC-USR-SUSPENDED). URC-RESULT is set once the outcome has
      * been applied; the row is never changed after that.
      ******************************************************************
       01 USER-CERT-RECORD.
          05 URC-KEY.
             10 URC-CAMPAIGN-ID            PIC X(06).
             10 URC-MANAGER-ID             PIC X(08).
             10 URC-USER-ID                PIC X(08).
          05 URC-USER-FNAME                PIC X(20).
          05 URC-USER-LNAME                PIC X(20).
      *       ROLE AND STATUS AS LISTED WHEN THE CAMPAIGN OPENED
          05 URC-USER-TYPE                 PIC X(01).
          05 URC-USER-STATUS               PIC X(01).
      *       LAST GOOD SIGN-ON FROM SECEVENT; SPACES = NONE ON FILE
          05 URC-LAST-SIGNON-TS            PIC X(26).
          05 URC-DEADLINE-DATE             PIC X(10).
          05 URC-DECISION                  PIC X(01).
             88 URC-PENDING                VALUE ' '.
             88 URC-CERTIFIED              VALUE 'C'.
             88 URC-REVOKE-DOWNGRADE       VALUE 'D'.
             88 URC-REVOKE-DEACTIVATE      VALUE 'R'.
             88 URC-DECISION-VALID         VALUE 'C' 'D' 'R'.
          05 URC-DECIDED-BY                PIC X(08).
          05 URC-DECIDED-TS                PIC X(26).
          05 URC-DECISION-SOURCE           PIC X(01).
             88 URC-FROM-RETURN-FILE       VALUE 'F'.
             88 URC-FROM-SCREEN            VALUE 'S'.
          05 URC-RESULT                    PIC X(01).
             88 URC-RESULT-OPEN            VALUE ' '.
             88 URC-RESULT-APPLIED         VALUE 'A'.
             88 URC-RESULT-SUSPENDED       VALUE 'S'.
             88 URC-RESULT-NOTHING-TO-DO   VALUE 'N'.
          05 URC-RESULT-DATE               PIC X(10).
      *       ROLE AND STATUS LEFT ON USRSEC BY THE OUTCOME
          05 URC-NEW-TYPE                  PIC X(01).
          05 URC-NEW-STATUS                PIC X(01).
          05 FILLER                        PIC X(20).
