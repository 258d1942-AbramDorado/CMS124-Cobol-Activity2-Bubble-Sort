      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OPRREC - operator record layout. One operator per record:
      * the sign-on ID and password the console maintenance
      * programs check before letting anyone change a master, the
      * operator's authority level, an active/inactive status byte
      * so a leaver can be shut out without losing the name the
      * audit trail points at, and the operator's name. A clerk may
      * register and relabel, and repair rejects; restoring a
      * master generation, changing a category ceiling, retiring an
      * ID or dropping a reject for good needs a supervisor.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  OPR-REC.
           05  OPR-ID           PIC X(8).
           05  FILLER           PIC X(1).
           05  OPR-PASSWORD     PIC X(8).
           05  FILLER           PIC X(1).
           05  OPR-LEVEL        PIC 9(1).
               88  OPR-CLERK        VALUE 1.
               88  OPR-SUPERVISOR   VALUE 2.
           05  FILLER           PIC X(1).
           05  OPR-STATUS       PIC X(1).
               88  OPR-ACTIVE       VALUE "A".
               88  OPR-INACTIVE     VALUE "I".
           05  FILLER           PIC X(1).
           05  OPR-NAME         PIC X(20).
