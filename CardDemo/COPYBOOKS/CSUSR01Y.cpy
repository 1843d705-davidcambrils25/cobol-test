      * and is reset to zero on a successful sign-on; reaching the
      * sign-on program's lockout threshold sets SEC-USR-STATUS to
      * LOCKED, which only an admin unlock (COUSR05C) can clear.
      * SEC-USR-SUSPENDED is set by the quarterly access
      * recertification (CBURC02C) on a user whose manager did not
      * certify them by the campaign deadline; sign-on refuses it the
      * same as a deactivated user, and an admin lifts it on COUSR05C
      * once the access has been certified late.
      * SEC-USR-PIN is the second factor required of admin users only,
      * checked by COSGN00C after PASSWDI is accepted.
      * SEC-USR-TYPE-AUDITOR is a read-only role: the main menu (see
             88 SEC-USR-ACTIVE              VALUE 'A'.
             88 SEC-USR-INACTIVE            VALUE 'I'.
             88 SEC-USR-LOCKED              VALUE 'L'.
             88 SEC-USR-SUSPENDED           VALUE 'S'.
          05 SEC-USR-PWD-CHG-DATE           PIC 9(08) VALUE ZERO.
          05 SEC-USR-FAIL-COUNT             PIC 9(02) VALUE ZERO.
          05 SEC-USR-PIN                    PIC X(04) VALUE '0000'.
          05 SEC-USR-OPT-USAGE OCCURS 10 TIMES
                                            PIC 9(04) COMP-3 VALUE ZERO.
