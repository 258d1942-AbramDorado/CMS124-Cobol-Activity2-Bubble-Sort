      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * FREGREC - processed-files register. One record per site
      * input file a live batch run has committed: the site and file
      * sequence from the file's header record, the date the site
      * cut it, the night it was merged, how many detail records it
      * carried and the name it arrived under. The batch run checks
      * every incoming header against this register, so a file sent
      * a second time is refused instead of being merged twice.
      * Files without a header record have no sequence to register.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  FRG-REC.
           05  FRG-SITE         PIC X(8).
           05  FILLER           PIC X(1).
           05  FRG-FILE-SEQ     PIC X(6).
           05  FILLER           PIC X(1).
           05  FRG-FILE-DATE    PIC X(8).
           05  FILLER           PIC X(1).
           05  FRG-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(1).
           05  FRG-RECORDS      PIC 9(6).
           05  FILLER           PIC X(1).
           05  FRG-FILE-NAME    PIC X(40).
