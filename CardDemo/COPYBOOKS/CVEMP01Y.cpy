      ******************************************************************
      * CardDemo - Employee Account Link Record (EMPLINK)
      * Ties a USRSEC user ID to the CUSTDAT customers whose accounts
      * that user must not maintain: their own customer record ('S')
      * and every related customer they have declared - spouse,
      * parent, child, household member ('R'). Keyed by user ID and
      * customer ID, so one user carries several links and a link is
      * looked up directly. Maintained on COEMP00C (admin role, never
      * by the user linked). COEMPSVC answers "is this account linked
      * to this user" for the maintenance screens through the
      * ACCTXREF holder and joint holder; CBLNR01C marks an employee
      * account's automatic line increase for independent approval.
      ******************************************************************
       01 EMPLOYEE-LINK-RECORD.
          05 EML-KEY.
             10 EML-USER-ID                PIC X(08).
             10 EML-CUST-ID                PIC 9(09).
          05 EML-RELATION                  PIC X(01).
             88 EML-SELF                   VALUE 'S'.
             88 EML-RELATED                VALUE 'R'.
             88 EML-RELATION-VALID         VALUE 'S' 'R'.
      *       FREE TEXT AS DECLARED - 'SPOUSE', 'PARENT', 'CHILD' ...
          05 EML-RELATION-DESC             PIC X(20).
          05 EML-DECLARED-DATE             PIC X(10).
          05 EML-RECORDED-BY               PIC X(08).
          05 EML-RECORDED-TS               PIC X(26).
          05 FILLER                        PIC X(18).
