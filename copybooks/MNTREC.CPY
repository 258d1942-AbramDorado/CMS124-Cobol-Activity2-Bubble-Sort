      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * MNTREC - bulk maintenance transaction, read from MAINTTRN.DAT
      * by the BULKMNT program. One change per record. The master
      * byte says which file it is for - I the registered-ID master,
      * C the category master - and the action what to do to it:
      *   ID:       A add, D deactivate, R reactivate, L relabel
      *   category: A add, C ceiling change, T tolerance change,
      *             D destination change, L relabel
      * The key is the ID, or the category code left-justified. The
      * ceiling is only read on a category add or ceiling change, and
      * the same column carries the swing tolerance on a tolerance
      * change; either is carried as text, like the console prompt,
      * so a bad entry is refused rather than truncated. The
      * description is only read on an add or a relabel, and the
      * same column carries the distribution destination on a
      * destination change.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  MNT-REC.
           05  MNT-MASTER       PIC X(1).
               88  MNT-ID-MASTER    VALUE "I".
               88  MNT-CAT-MASTER   VALUE "C".
           05  FILLER           PIC X(1).
           05  MNT-ACTION       PIC X(1).
           05  FILLER           PIC X(1).
           05  MNT-KEY          PIC X(5).
           05  FILLER           PIC X(1).
           05  MNT-LIMIT-TEXT   PIC X(4).
           05  FILLER           PIC X(1).
           05  MNT-DESC         PIC X(20).
