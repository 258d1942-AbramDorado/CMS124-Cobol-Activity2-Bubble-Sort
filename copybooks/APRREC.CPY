      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * APRREC - approval queue record (APPRQ.DAT). The batch run
      * holds here, instead of applying, every replace that swings
      * a value by more than its category's tolerance and every
      * delete of an ID already on the master. The first four fields
      * are the transaction as the site sent it, in the INREC
      * positions, so an approved item goes back into the run
      * exactly as it arrived. The prior and proposed values, the
      * source tag and input position are what the supervisor sees
      * when deciding; the reason says why it was held. HOLDAPPR
      * marks an item A when it is approved - the next batch run
      * applies it and drops it from the queue - and takes a
      * declined item off the queue into the reject queue.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  APR-REC.
           05  APR-ID           PIC X(5).
           05  FILLER           PIC X(1).
           05  APR-VALUE-TEXT   PIC X(4).
           05  FILLER           PIC X(1).
           05  APR-TRANS-CODE   PIC X(1).
           05  FILLER           PIC X(1).
           05  APR-CATEGORY     PIC X(3).
           05  FILLER           PIC X(1).
           05  APR-STATUS       PIC X(1).
               88  APR-PENDING      VALUE "P".
               88  APR-APPROVED     VALUE "A".
           05  FILLER           PIC X(1).
           05  APR-PRIOR-VALUE  PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER           PIC X(1).
           05  APR-NEW-VALUE    PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER           PIC X(1).
           05  APR-PRIOR-CATEGORY PIC X(3).
           05  FILLER           PIC X(1).
           05  APR-SOURCE       PIC X(1).
           05  FILLER           PIC X(1).
           05  APR-POSITION     PIC 9(5).
           05  FILLER           PIC X(1).
           05  APR-REASON       PIC X(10).
           05  FILLER           PIC X(1).
           05  APR-QUEUED-DATE  PIC X(8).
           05  FILLER           PIC X(1).
           05  APR-DECIDED-BY   PIC X(8).
           05  FILLER           PIC X(1).
           05  APR-DECIDED-DATE PIC X(8).
