      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERREC - period-close register (PERLOG.DAT). PERCLOSE appends
      * one record each time it closes a month: the period (CCYYMM),
      * the day it was closed, the period whose closing snapshot was
      * its opening (zero on the first close), the opening and
      * closing population counts and value totals, the number of
      * value history movements between them, whether the close was
      * forced over an earlier close of the same period, and the
      * name of the closing snapshot - the MASTER.DAT image the
      * next period opens from. Only a close that proved is
      * registered. Totals are leading separate, as in VALHREC.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  PER-REC.
           05  PER-PERIOD       PIC 9(6).
           05  FILLER           PIC X(1).
           05  PER-CLOSED-DATE  PIC 9(8).
           05  FILLER           PIC X(1).
           05  PER-OPENING-PERIOD PIC 9(6).
           05  FILLER           PIC X(1).
           05  PER-OPEN-COUNT   PIC 9(7).
           05  FILLER           PIC X(1).
           05  PER-OPEN-TOTAL   PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER           PIC X(1).
           05  PER-MOVEMENTS    PIC 9(7).
           05  FILLER           PIC X(1).
           05  PER-CLOSE-COUNT  PIC 9(7).
           05  FILLER           PIC X(1).
           05  PER-CLOSE-TOTAL  PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER           PIC X(1).
           05  PER-OVERRIDE     PIC X(1).
               88  PER-REPEAT-CLOSE VALUE "Y".
           05  FILLER           PIC X(1).
           05  PER-SNAPSHOT     PIC X(20).
