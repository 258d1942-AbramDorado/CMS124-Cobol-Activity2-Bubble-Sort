      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * MAUDREC - maintenance audit record, appended to MAINTAUD.DAT
      * by every console program that changes a master or a queue.
      * One record per change: when it was made, the signed-on
      * operator, the program, what was done and to which key, and
      * the record image before and after the change - blank before
      * on an add, blank after on a drop - so "who retired this ID,
      * and when" is a lookup instead of guesswork. Listed daily by
      * the MAUDRPT program.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  MAU-REC.
           05  MAU-DATE         PIC 9(8).
           05  FILLER           PIC X(1).
           05  MAU-TIME         PIC 9(8).
           05  FILLER           PIC X(1).
           05  MAU-OPERATOR     PIC X(8).
           05  FILLER           PIC X(1).
           05  MAU-PROGRAM      PIC X(10).
           05  FILLER           PIC X(1).
           05  MAU-ACTION       PIC X(10).
           05  FILLER           PIC X(1).
           05  MAU-KEY          PIC X(10).
           05  FILLER           PIC X(1).
           05  MAU-BEFORE       PIC X(60).
           05  FILLER           PIC X(1).
           05  MAU-AFTER        PIC X(60).
