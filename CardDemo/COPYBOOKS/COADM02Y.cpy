      * CardDemo - Admin Menu Options
      ******************************************************************
       01 CARDDEMO-ADMIN-MENU-OPTIONS.
         05 CDEMO-ADMIN-OPT-COUNT           PIC 9(02) VALUE 15.

         05 CDEMO-ADMIN-OPTIONS-DATA.

               'Operations Alert Console           '.
           10 FILLER                        PIC X(08) VALUE 'COOPS00C'.

           10 FILLER                        PIC 9(02) VALUE 14.
           10 FILLER                        PIC X(35) VALUE
               'Employee Account Links             '.
           10 FILLER                        PIC X(08) VALUE 'COEMP00C'.

           10 FILLER                        PIC 9(02) VALUE 15.
           10 FILLER                        PIC X(35) VALUE
               'Outbound File Registry             '.
           10 FILLER                        PIC X(08) VALUE 'COOBF00C'.


         05 CDEMO-ADMIN-OPTIONS REDEFINES CDEMO-ADMIN-OPTIONS-DATA.
           10 CDEMO-ADMIN-OPT OCCURS 15 TIMES.
             15 CDEMO-ADMIN-OPT-NUM           PIC 9(02).
             15 CDEMO-ADMIN-OPT-NAME          PIC X(35).
             15 CDEMO-ADMIN-OPT-PGMNAME       PIC X(08).
