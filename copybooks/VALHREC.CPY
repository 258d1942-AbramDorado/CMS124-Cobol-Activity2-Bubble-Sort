      * value is meaningless on an add and the new value on a
      * delete; the code says which applies. Signs are leading
      * separate so nothing reading the file back has to decode an
      * overpunch. The category is the one the ID carries after the
      * change - before it, on a delete - so the history can be
      * replayed into a whole population and subtotalled; records
      * written before it was carried have it blank.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  VH-REC.
           05  VH-DATE          PIC 9(8).
           05  VH-NEW-VALUE     PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER           PIC X(1).
           05  VH-SOURCE        PIC X(1).
           05  FILLER           PIC X(1).
           05  VH-CATEGORY      PIC X(3).
