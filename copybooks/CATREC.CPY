      * by the batch sort job to reject unregistered categories -
      * a typo like SLS for SAL used to just open its own control
      * break block and quietly split a department's subtotal.
      * The swing tolerance is how far one replace may move a value
      * in this category before the batch run holds it for a
      * supervisor's approval instead of applying it; zero - or
      * blank, on records written before the field was carried -
      * means replaces in the category are never held.
      * The distribution destination names the department whose
      * report file the batch run routes the category's entries,
      * rejects and duplicates to (DIST-dest.DAT); blank sends them
      * to the default file, so no category is ever left out.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  CAT-REC.
           05  CAT-CODE         PIC X(3).
           05  CAT-LIMIT        PIC 9(2).
           05  FILLER           PIC X(1).
           05  CAT-DESC         PIC X(20).
           05  FILLER           PIC X(1).
           05  CAT-TOLERANCE    PIC 9(2).
           05  FILLER           PIC X(1).
           05  CAT-DEST         PIC X(8).
