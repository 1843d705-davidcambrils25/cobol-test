      ******************************************************************
       01 CARDDEMO-MAIN-MENU-OPTIONS.

         05 CDEMO-MENU-OPT-COUNT           PIC 9(02) VALUE 53.

         05 CDEMO-MENU-OPTIONS-DATA.

               'Billing Cycle Day Change           '.
           10 FILLER                       PIC X(08) VALUE 'COCYD00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 36.
           10 FILLER                       PIC X(35) VALUE
               'Card Category Blocks               '.
           10 FILLER                       PIC X(08) VALUE 'COCBK00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 37.
           10 FILLER                       PIC X(35) VALUE
               'Deceased Notification              '.
           10 FILLER                       PIC X(08) VALUE 'CODCD00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 38.
           10 FILLER                       PIC X(35) VALUE
               'Sanctions Review Queue             '.
           10 FILLER                       PIC X(08) VALUE 'COOFC00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 39.
           10 FILLER                       PIC X(35) VALUE
               'AML Case Queue                     '.
           10 FILLER                       PIC X(08) VALUE 'COAML00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 40.
           10 FILLER                       PIC X(35) VALUE
               'Payoff Quote                       '.
           10 FILLER                       PIC X(08) VALUE 'COPOQ00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 41.
           10 FILLER                       PIC X(35) VALUE
               'Installment Plans                  '.
           10 FILLER                       PIC X(08) VALUE 'COINS00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 42.
           10 FILLER                       PIC X(35) VALUE
               'Skip-a-Payment                     '.
           10 FILLER                       PIC X(08) VALUE 'COSKP00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 43.
           10 FILLER                       PIC X(35) VALUE
               'Product Change                     '.
           10 FILLER                       PIC X(08) VALUE 'COPCH00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 44.
           10 FILLER                       PIC X(35) VALUE
               'Corporate Card Company Maintenance '.
           10 FILLER                       PIC X(08) VALUE 'COCMP00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 45.
           10 FILLER                       PIC X(35) VALUE
               'Account Transfer / Renumber        '.
           10 FILLER                       PIC X(08) VALUE 'COXFR00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 46.
           10 FILLER                       PIC X(35) VALUE
               'Reinstate Closed Account           '.
           10 FILLER                       PIC X(08) VALUE 'COACT03C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 47.
           10 FILLER                       PIC X(35) VALUE
               'Misapplied Payment Transfer        '.
           10 FILLER                       PIC X(08) VALUE 'COPXF00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 48.
           10 FILLER                       PIC X(35) VALUE
               'Identity Verification Queue        '.
           10 FILLER                       PIC X(08) VALUE 'COCIP00C'.
           10 FILLER                       PIC X(01) VALUE 'V'.

           10 FILLER                       PIC 9(02) VALUE 49.
           10 FILLER                       PIC X(35) VALUE
               'Duplicate Customer Review          '.
           10 FILLER                       PIC X(08) VALUE 'CODUP00C'.
           10 FILLER                       PIC X(01) VALUE 'V'.

           10 FILLER                       PIC 9(02) VALUE 50.
           10 FILLER                       PIC X(35) VALUE
               'Legal Hold Maintenance             '.
           10 FILLER                       PIC X(08) VALUE 'COLGH00C'.
           10 FILLER                       PIC X(01) VALUE 'V'.

           10 FILLER                       PIC 9(02) VALUE 51.
           10 FILLER                       PIC X(35) VALUE
               'User Access Recertification        '.
           10 FILLER                       PIC X(08) VALUE 'COURC00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 52.
           10 FILLER                       PIC X(35) VALUE
               'Complaint Intake and Tracking      '.
           10 FILLER                       PIC X(08) VALUE 'COCPL00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.

           10 FILLER                       PIC 9(02) VALUE 53.
           10 FILLER                       PIC X(35) VALUE
               'Follow-Up Task Diary               '.
           10 FILLER                       PIC X(08) VALUE 'COTSK00C'.
           10 FILLER                       PIC X(01) VALUE 'U'.


         05 CDEMO-MENU-OPTIONS REDEFINES CDEMO-MENU-OPTIONS-DATA.
           10 CDEMO-MENU-OPT OCCURS 53 TIMES.
             15 CDEMO-MENU-OPT-NUM           PIC 9(02).
             15 CDEMO-MENU-OPT-NAME          PIC X(35).
             15 CDEMO-MENU-OPT-PGMNAME       PIC X(08).
