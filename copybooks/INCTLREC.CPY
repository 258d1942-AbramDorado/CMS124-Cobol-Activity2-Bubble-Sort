      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * INCTLREC - control records framing a site's input file. The
      * first record is a header naming the sending site, the date
      * the site cut the file and the site's own file sequence
      * number; the last is a trailer carrying the count of detail
      * records between them and a hash total of their values (the
      * numeric value texts added up, anything non-numeric counting
      * as zero). Both are told from an INREC detail by the marker
      * in the ID position. Files from sites not yet sending the
      * frame carry neither record and are taken as before, on
      * trust. The hash sign is leading separate so a site can
      * build the trailer without having to punch an overpunch.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  INC-HEADER-REC.
           05  INC-HDR-TYPE     PIC X(5).
               88  INC-HEADER       VALUE "**HDR".
               88  INC-TRAILER      VALUE "**TRL".
           05  FILLER           PIC X(1).
           05  INC-HDR-SITE     PIC X(8).
           05  FILLER           PIC X(1).
           05  INC-HDR-FILE-DATE PIC X(8).
           05  FILLER           PIC X(1).
           05  INC-HDR-FILE-SEQ PIC X(6).
       01  INC-TRAILER-REC.
           05  INC-TRL-TYPE     PIC X(5).
           05  FILLER           PIC X(1).
           05  INC-TRL-COUNT    PIC 9(6).
           05  FILLER           PIC X(1).
           05  INC-TRL-HASH     PIC S9(9) SIGN LEADING SEPARATE.
