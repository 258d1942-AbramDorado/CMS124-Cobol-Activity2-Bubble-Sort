           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resubmit-File-Status.
           SELECT BACKOUT-FILE ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backout-File-Status.
           SELECT OPTIONAL VALUE-HISTORY-FILE ASSIGN TO "VALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Value-History-File-Status.
           SELECT OPTIONAL FILE-REGISTER-FILE ASSIGN TO "FILEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-File-Register-File-Status.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-File-Status.
           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "APPRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-File-Status.
           SELECT APPROVAL-WORK-FILE ASSIGN TO "APRWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Work-File-Status.
           SELECT PENDING-WORK-FILE ASSIGN TO "PENDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Work-File-Status.
           SELECT MASTER-WORK-FILE ASSIGN TO "MSTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Work-File-Status.
           SELECT DIST-WORK-FILE ASSIGN TO "DSTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dist-Work-File-Status.
           SELECT DIST-FILE ASSIGN TO DYNAMIC WS-Dist-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dist-File-Status.
           SELECT DIST-CONTROL-FILE ASSIGN TO "DSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dist-Control-File-Status.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK.DAT".
           SELECT TRAN-SORT-FILE ASSIGN TO "SRTWRK2.DAT".
           SELECT DIST-SORT-FILE ASSIGN TO "SRTWRK3.DAT".
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD  INPUT-FILE.
           COPY INREC.
           COPY INCTLREC.

       FD  OUTPUT-FILE.
       01  OUT-REC PIC X(80).
       01  EXC-REC PIC X(80).

       FD  RUN-LOG-FILE.
       01  LOG-REC PIC X(160).

       FD  EXTRACT-FILE.
       01  EXT-REC PIC X(16).
       FD  RESUBMIT-FILE.
       01  RSB-REC PIC X(16).

       FD  BACKOUT-FILE.
       01  BKO-REC PIC X(16).

       FD  VALUE-HISTORY-FILE.
       01  VHQ-REC PIC X(30).

       FD  FILE-REGISTER-FILE.
           COPY FREGREC.

      ******************************************************************
      * PENDING.DAT holds future-dated transactions between runs in
           05  FILLER PIC X(1).
           05  PWK-SOURCE PIC X(1).

      ******************************************************************
      * APPRQ.DAT is the approval queue: replaces that swing a value
      * past the category tolerance, and deletes of master IDs, wait
      * there for a supervisor instead of being applied. Items still
      * waiting are carried forward through APRWORK.DAT, and items
      * the run holds tonight are added to it; approved items are
      * taken into the run and dropped. Like PENDWORK.DAT, a live
      * run copies the work file over the queue at commit and a
      * trial run throws it away.
      ******************************************************************
       FD  APPROVAL-FILE.
       01  APQ-REC PIC X(76).

       FD  APPROVAL-WORK-FILE.
           COPY APRREC.

      ******************************************************************
      * REJDWORK.DAT and VALHWORK.DAT stage the run's reject-queue
      * and value-history appends. REJDATA.DAT and VALHIST.DAT are
           05  FILLER PIC X(1).
           05  NMS-SOURCE PIC X(1).

      ******************************************************************
      * DSTWORK.DAT - every line the night owes a department: its
      * categories, its report entries, its rejects and its lines
      * from the duplicates report, each tagged with the category's
      * distribution destination. Sorted by destination it becomes
      * one DIST-dest.DAT report per department. The count flag
      * marks the lines the control listing counts - an entry, a
      * reject, the ID line of a duplicates block.
      ******************************************************************
       FD  DIST-WORK-FILE.
       01  DSW-REC.
           05  DSW-DEST PIC X(8).
           05  DSW-SECTION PIC 9(1).
           05  DSW-CATEGORY PIC X(3).
           05  DSW-SEQ PIC 9(7).
           05  DSW-VALUE PIC S9(2).
           05  DSW-COUNTED PIC X(1).
           05  DSW-LINE PIC X(100).

       FD  DIST-FILE.
       01  DST-REC PIC X(100).

       FD  DIST-CONTROL-FILE.
       01  DCT-REC PIC X(80).

       SD  SORT-WORK-FILE.
       01  SD-REC.
           05  SD-ID PIC X(5).
           05  SD-TRAN-SOURCE PIC X(1).
           05  SD-TRAN-POSITION PIC 9(5).
           05  SD-TRAN-VALUE PIC S9(2).
           05  SD-TRAN-APPROVED PIC X(1).

       SD  DIST-SORT-FILE.
       01  SD-DIST-REC.
           05  SD-DIST-DEST PIC X(8).
           05  SD-DIST-SECTION PIC 9(1).
           05  SD-DIST-CATEGORY PIC X(3).
           05  SD-DIST-SEQ PIC 9(7).
           05  SD-DIST-VALUE PIC S9(2).
           05  SD-DIST-COUNTED PIC X(1).
           05  SD-DIST-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           78 WS-Max-Entries VALUE 100.
           78 WS-Max-IDM-Entries VALUE 500.
           78 WS-Max-Cat-Entries VALUE 100.
           78 WS-Max-Sources VALUE 5.
           78 WS-Dist-Default-Dest VALUE "DEFAULT".
           01 NUM PIC 9(5) VALUE 0.
           01 WS-Reject-Count PIC 9(5) VALUE 0.
           01 ARRAY.
                 05 WS-CatM-Tab-Code PIC X(3).
                 05 WS-CatM-Tab-Limit PIC 9(2).
                 05 WS-CatM-Tab-Desc PIC X(20).
                 05 WS-CatM-Tab-Tolerance PIC 9(2).
                 05 WS-CatM-Tab-Dest PIC X(8).
           01 WS-CatM-Count PIC 9(3) VALUE 0.
           01 WS-CatM-Idx PIC 9(3) VALUE 0.
           01 WS-CatM-Found-Switch PIC X VALUE "N".
              88 WS-CatM-Found VALUE "Y".
           01 WS-CatM-Found-Limit PIC 9(2) VALUE 0.
           01 WS-CatM-Found-Desc PIC X(20) VALUE SPACES.
           01 WS-CatM-Found-Tolerance PIC 9(2) VALUE 0.
           01 WS-CatM-Lookup-Code PIC X(3) VALUE SPACES.
           01 WS-CatM-EOF-Switch PIC X VALUE "N".
              88 WS-CatM-EOF VALUE "Y".
              05 WS-Tr-Cur-Source PIC X(1).
              05 WS-Tr-Cur-Position PIC 9(5).
              05 WS-Tr-Cur-Value PIC S9(2).
              05 WS-Tr-Cur-Approved PIC X(1).
                 88 WS-Tr-Cur-Is-Approved VALUE "Y".
           01 WS-Group-ID PIC X(5) VALUE SPACES.
           01 WS-Held-Entry.
              05 WS-Held-ID PIC X(5).
              05 WS-Held-Source PIC X(1).
           01 WS-Held-On-File-Switch PIC X VALUE "N".
              88 WS-Held-On-File VALUE "Y".
           01 WS-Grp-On-Master-Switch PIC X VALUE "N".
              88 WS-Grp-On-Master VALUE "Y".
      *    Approval holds - transactions parked in the approval queue
      *    for a supervisor rather than applied. Separate from the
      *    held entry above, which is only the merge's working copy.
           01 WS-Approval-File-Status PIC XX.
           01 WS-Approval-Work-File-Status PIC XX.
           01 WS-Apr-EOF-Switch PIC X VALUE "N".
              88 WS-Apr-EOF VALUE "Y".
           01 WS-Release-Approved-Switch PIC X VALUE "N".
              88 WS-Release-Approved VALUE "Y".
           01 WS-Hold-Switch PIC X VALUE "N".
              88 WS-Hold-Needed VALUE "Y".
           01 WS-Hold-Count PIC 9(5) VALUE 0.
           01 WS-Approved-Released PIC 9(5) VALUE 0.
           01 WS-Hold-Swing PIC S9(3) VALUE 0.
           01 WS-Hold-New-Value PIC S9(2) VALUE 0.
           01 WS-Hold-Sum-Value PIC -(3)9.
           01 WS-Hold-Reason PIC X(10) VALUE SPACES.
           01 WS-Applied-Count PIC 9(4) VALUE 0.
           01 WS-New-Master-File-Status PIC XX.
           01 WS-NMS-EOF-Switch PIC X VALUE "N".
                 05 WS-Dup-Log-Disp PIC X(1).
           01 WS-Dup-Log-Count PIC 9(3) VALUE 0.
           01 WS-Dup-Count PIC 9(5) VALUE 0.
      *    IDs the merge settled as duplicates - one per ID, however
      *    many values arrived - proved against the distribution.
           01 WS-Dup-ID-Count PIC 9(5) VALUE 0.
           01 WS-Grp-Dup-Tallied-Switch PIC X VALUE "N".
              88 WS-Grp-Dup-Tallied VALUE "Y".
           01 WS-Dup-Kept-Idx PIC 9(3) VALUE 0.
           01 WS-Dup-Log-Idx PIC 9(3) VALUE 0.
           01 WS-Dup-Work-Disp PIC X(1) VALUE SPACE.
              VALUE "*** TRIAL RUN - NO FILES UPDATED ***".
           01 WS-Input-File-Name PIC X(40) VALUE "INFILE.DAT".
           01 WS-Output-File-Name PIC X(40) VALUE "OUTFILE.DAT".
      *    Each source also carries what its control records said
      *    and what the run made of them: C control totals proven,
      *    U old-format file taken unchecked, X refused as a whole.
           01 WS-Src-Table.
              02 WS-Src-Entry OCCURS WS-Max-Sources TIMES.
                 05 WS-Src-File-Name PIC X(40).
                 05 WS-Src-Accepted PIC 9(3).
                 05 WS-Src-Rejected PIC 9(3).
                 05 WS-Src-Site PIC X(8).
                 05 WS-Src-File-Date PIC X(8).
                 05 WS-Src-File-Seq PIC X(6).
                 05 WS-Src-Details PIC 9(6).
                 05 WS-Src-Control PIC X(1).
                    88 WS-Src-Checked VALUE "C".
                    88 WS-Src-Unchecked VALUE "U".
                    88 WS-Src-Refused VALUE "X".
                 05 WS-Src-Refuse-Reason PIC X(20).
           01 WS-Src-Count PIC 9(3) VALUE 0.
           01 WS-Src-Idx PIC 9(3) VALUE 0.
           01 WS-Current-Source PIC X(1) VALUE SPACE.
              05 WS-Src-Rpt-Rej PIC ZZZ9.
              05 FILLER PIC X(7) VALUE " FILE: ".
              05 WS-Src-Rpt-File PIC X(30).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Src-Rpt-Control PIC X(14).
           01 WS-Refused-Count PIC 9(3) VALUE 0.
           01 WS-Unchecked-Count PIC 9(3) VALUE 0.
           01 WS-Ctl-Rec-Count PIC 9(6) VALUE 0.
           01 WS-Ctl-Details PIC 9(6) VALUE 0.
           01 WS-Ctl-Hash PIC S9(9) VALUE 0.
           01 WS-Ctl-Trl-Count PIC 9(6) VALUE 0.
           01 WS-Ctl-Trl-Hash PIC S9(9) VALUE 0.
           01 WS-Ctl-Reason PIC X(20) VALUE SPACES.
           01 WS-Ctl-Header-Switch PIC X VALUE "N".
              88 WS-Ctl-Header-Seen VALUE "Y".
           01 WS-Ctl-Trailer-Switch PIC X VALUE "N".
              88 WS-Ctl-Trailer-Seen VALUE "Y".
           01 WS-Ctl-Prior-Idx PIC 9(3) VALUE 0.
           01 WS-File-Register-File-Status PIC XX.
           01 WS-Frg-EOF-Switch PIC X VALUE "N".
              88 WS-Frg-EOF VALUE "Y".
           01 WS-Input-Count PIC 9(5) VALUE 0.
           01 WS-Accepted-Count PIC 9(5) VALUE 0.
           01 WS-Balance-Switch PIC X VALUE "N".
              05 FILLER PIC X(4) VALUE " OF ".
              05 WS-Exc-Cat-Max PIC ZZZZ9.
              05 FILLER PIC X(18) VALUE " - NEAR CAPACITY".
           01 WS-Exc-Refused-Line.
              05 FILLER PIC X(7) VALUE "SOURCE ".
              05 WS-Exc-Ref-Num PIC 9.
              05 FILLER PIC X(16) VALUE " FILE REFUSED - ".
              05 WS-Exc-Ref-Reason PIC X(20).
              05 FILLER PIC X(7) VALUE " SITE: ".
              05 WS-Exc-Ref-Site PIC X(8).
              05 FILLER PIC X(6) VALUE " SEQ: ".
              05 WS-Exc-Ref-Seq PIC X(6).
           01 WS-Exc-Unchecked-Line.
              05 FILLER PIC X(7) VALUE "SOURCE ".
              05 WS-Exc-Unc-Num PIC 9.
              05 FILLER PIC X(42)
                 VALUE " HAS NO HEADER - TAKEN WITHOUT CONTROLS".
           01 WS-Exc-Hold-Line.
              05 WS-Exc-Hold-Count PIC ZZZZ9.
              05 FILLER PIC X(44)
                 VALUE " ITEMS HELD FOR SUPERVISOR APPROVAL TONIGHT".
           01 WS-Exc-Source-File-Line.
              05 FILLER PIC X(9) VALUE "   FILE: ".
              05 WS-Exc-Src-File PIC X(40).
           01 WS-Exc-Header-Line.
              05 FILLER PIC X(20) VALUE "EXCEPTIONS SUMMARY  ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Log-Rpt-Rejects PIC ZZZ9.
              05 FILLER PIC X(6) VALUE " DUP: ".
              05 WS-Log-Rpt-Dups PIC ZZZ9.
              05 FILLER PIC X(6) VALUE " HLD: ".
              05 WS-Log-Rpt-Holds PIC ZZZ9.
              05 FILLER PIC X(5) VALUE " FS: ".
              05 WS-Log-Rpt-In-Status PIC XX.
              05 FILLER PIC X(1) VALUE "/".
           01 WS-Reject-Data-File-Status PIC XX.
           01 WS-Reject-Data-Work-File-Status PIC XX.
           01 WS-Resubmit-File-Status PIC XX.
           01 WS-Backout-File-Status PIC XX.
           01 WS-Value-History-File-Status PIC XX.
           01 WS-Value-History-Work-File-Status PIC XX.
           01 WS-Stage-EOF-Switch PIC X VALUE "N".
           01 WS-Gen-Out-Name PIC X(40) VALUE SPACES.
           01 WS-Gen-In-File-Status PIC XX.
           01 WS-Gen-Out-File-Status PIC XX.
           01 WS-Dist-Work-File-Status PIC XX.
           01 WS-Dist-File-Status PIC XX.
           01 WS-Dist-Control-File-Status PIC XX.
           01 WS-Gen-EOF-Switch PIC X VALUE "N".
              88 WS-Gen-EOF VALUE "Y".
           01 WS-Gen-Header-Line.
              05 WS-Gen-Hdr-Date PIC 9(8).
           01 WS-Resubmit-EOF-Switch PIC X VALUE "N".
              88 WS-Resubmit-EOF VALUE "Y".
           01 WS-Backout-EOF-Switch PIC X VALUE "N".
              88 WS-Backout-EOF VALUE "Y".
           01 WS-Backout-Released PIC 9(5) VALUE 0.
           01 WS-Extract-Hash PIC S9(7) VALUE 0.
           COPY EXTREC.
           01 WS-Reject-Timestamp PIC 9(8).
              05 WS-Cat-Rpt-Max PIC -99.
              05 FILLER PIC X(7) VALUE " MEAN: ".
              05 WS-Cat-Rpt-Mean PIC -(2)9.99.
           01 WS-Dist-File-Name PIC X(40) VALUE SPACES.
           01 WS-Dist-Work-Switch PIC X VALUE "N".
              88 WS-Dist-Work-Open VALUE "Y".
           01 WS-Dist-File-Switch PIC X VALUE "N".
              88 WS-Dist-File-Open VALUE "Y".
           01 WS-Dist-Dup-Block-Switch PIC X VALUE "N".
              88 WS-Dist-In-Dup-Block VALUE "Y".
           01 WS-Dist-Cat-Found-Switch PIC X VALUE "N".
              88 WS-Dist-Cat-Found VALUE "Y".
           01 WS-Dist-Agree-Switch PIC X VALUE "Y".
              88 WS-Dist-Agrees VALUE "Y".
           01 WS-Dist-Counted-Flag PIC X VALUE "N".
           01 WS-Dist-Lookup-Code PIC X(3).
           01 WS-Dist-Dest PIC X(8).
           01 WS-Dist-Dup-Dest PIC X(8).
           01 WS-Dist-Cur-Dest PIC X(8).
           01 WS-Dist-Cat-Idx PIC 9(3) VALUE 0.
           01 WS-Dist-Seq PIC 9(7) VALUE 0.
           01 WS-Dist-Cur-Section PIC 9(1) VALUE 0.
           01 WS-Dist-Target-Section PIC 9(1) VALUE 0.
           01 WS-Dist-Section-Count PIC 9(5) VALUE 0.
           01 WS-Dist-Pos PIC 9(5) VALUE 0.
           01 WS-Dist-Entries PIC 9(5) VALUE 0.
           01 WS-Dist-Rejects PIC 9(5) VALUE 0.
           01 WS-Dist-Dup-IDs PIC 9(5) VALUE 0.
           01 WS-Dist-Lines PIC 9(5) VALUE 0.
           01 WS-Dist-File-Count PIC 9(3) VALUE 0.
           01 WS-Dist-Tot-Entries PIC 9(5) VALUE 0.
           01 WS-Dist-Tot-Rejects PIC 9(5) VALUE 0.
           01 WS-Dist-Tot-Dup-IDs PIC 9(5) VALUE 0.
           01 WS-Dist-Tot-Lines PIC 9(5) VALUE 0.
           01 WS-Dist-Cat-Line.
              05 FILLER PIC X(9) VALUE "CATEGORY ".
              05 WS-Dst-Cat-Code PIC X(3).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Dst-Cat-Desc PIC X(20).
           01 WS-Dist-Header-Line.
              05 FILLER PIC X(19) VALUE "DEPARTMENT REPORT  ".
              05 FILLER PIC X(6) VALUE "DEST: ".
              05 WS-Dst-Rpt-Dest PIC X(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Dst-Rpt-Date PIC X(10).
           01 WS-Dist-Trailer-Line.
              05 FILLER PIC X(9) VALUE "ENTRIES: ".
              05 WS-Dst-Trl-Entries PIC ZZZZ9.
              05 FILLER PIC X(11) VALUE "  REJECTS: ".
              05 WS-Dst-Trl-Rejects PIC ZZZZ9.
              05 FILLER PIC X(17) VALUE "  DUPLICATE IDS: ".
              05 WS-Dst-Trl-Dup-IDs PIC ZZZZ9.
           01 WS-Dist-Ctl-Header-Line.
              05 FILLER PIC X(30)
                 VALUE "DISTRIBUTION CONTROL LISTING  ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Dct-Rpt-Date PIC X(10).
           01 WS-Dist-Ctl-Column-Line.
              05 FILLER PIC X(19) VALUE "FILE".
              05 FILLER PIC X(8) VALUE "DEST".
              05 FILLER PIC X(9) VALUE "  ENTRIES".
              05 FILLER PIC X(9) VALUE "  REJECTS".
              05 FILLER PIC X(9) VALUE "  DUP IDS".
              05 FILLER PIC X(9) VALUE "    LINES".
           01 WS-Dist-Ctl-Detail-Line.
              05 WS-Dct-File PIC X(19).
              05 WS-Dct-Dest PIC X(8).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dct-Entries PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dct-Rejects PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dct-Dup-IDs PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dct-Lines PIC ZZZZ9.
           01 WS-Dist-Ctl-Proof-Line.
              05 FILLER PIC X(27) VALUE "NIGHTLY REPORTS".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dcp-Entries PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dcp-Rejects PIC ZZZZ9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Dcp-Dup-IDs PIC ZZZZ9.
           01 WS-Dist-Ctl-Count-Line.
              05 FILLER PIC X(26) VALUE "DEPARTMENT FILES WRITTEN: ".
              05 WS-Dcc-Files PIC ZZ9.
           01 WS-Dup-Header-Line.
              05 FILLER PIC X(21) VALUE "DUPLICATE ID REPORT  ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
      * generations and copy it over the real master. A trial run
      * stops at the reports: the master, extract and resubmission
      * files - and the run history TRENDRPT trends on - are only
      * touched by a live run. The approval work file is open across
      * both halves of the transaction sort: items still waiting are
      * carried into it as the queue is read, and the merge adds the
      * night's new holds. The distribution work file is open from
      * the start so every reject and duplicates block the night
      * produces is routed as it is written; the department files
      * are cut once the report walk has added the entries.
      ******************************************************************
           run-batch-para.
              IF NOT WS-Trial-Run
                 PERFORM mark-restart-para
              END-IF
              PERFORM open-dist-work-para
              PERFORM write-dup-header-para
              PERFORM sort-master-para
              OPEN OUTPUT APPROVAL-WORK-FILE
              IF WS-Approval-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open APRWORK.DAT - status "
                    WS-Approval-Work-File-Status
                 PERFORM abort-batch-para
              END-IF
              PERFORM sort-transactions-para
              CLOSE APPROVAL-WORK-FILE
              CLOSE DUP-FILE
              PERFORM balance-check-para
              PERFORM evaluate-run-para
              PERFORM compute-batch-statistics-para
              PERFORM write-output-batch-para
              PERFORM write-distribution-para
              IF WS-Trial-Run
                 PERFORM write-run-log-para
              ELSE
                 PERFORM write-run-log-para
                 PERFORM write-run-history-para
                 PERFORM clear-resubmit-para
                 PERFORM clear-backout-para
                 PERFORM store-pending-para
                 PERFORM store-approval-queue-para
                 PERFORM store-reject-data-para
                 PERFORM store-value-history-para
                 PERFORM store-file-register-para
                 PERFORM clear-restart-para
              END-IF
              PERFORM write-exceptions-para.
      ******************************************************************
      * Sets the completion code the scheduler sees: 0 for a clean
      * night, 4 when the run finished but needs a human (out of
      * balance, a source file refused on its control records, or
      * the reject rate beat REJECT-RATE-LIMIT from PARMFILE.DAT - 0
      * turns that check off), 8 when it aborted.
      * Dependent jobs can hold on anything nonzero instead of
      * loading from a run nobody has looked at.
      ******************************************************************
              IF WS-Out-Of-Balance
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-Refused-Count > 0
                 MOVE 4 TO RETURN-CODE
                 IF WS-Run-Outcome = "NORMAL"
                    MOVE "FILE REFUSED" TO WS-Run-Outcome
                 END-IF
              END-IF
              IF WS-Reject-Rate-Limit > 0
                    AND WS-Reject-Rate > WS-Reject-Rate-Limit
                 MOVE 4 TO RETURN-CODE

      ******************************************************************
      * One page, exceptions only: whatever this run left that needs
      * a human - balance, reject rate against the threshold, items
      * waiting on supervisor approval, a source file refused or
      * taken without control records, the registry tables closing
      * in on their capacity, a checkpoint found from an unfinished
      * prior run. An empty page says NO
      * EXCEPTIONS and the operator can move on. A failure writing
      * it is reported but never takes a finished run down.
      ******************************************************************
                    COMPUTE WS-Exc-Bal-Accounted
                       = WS-Accepted-Count + WS-Reject-Count
                       + WS-Dup-Count + WS-Pending-Count
                       + WS-Hold-Count
                    MOVE SPACES TO EXC-REC
                    MOVE WS-Exc-Balance-Line TO EXC-REC
                    PERFORM write-exception-line-para
                    MOVE WS-Exc-Rate-Line TO EXC-REC
                    PERFORM write-exception-line-para
                 END-IF
      *          Holds are not a fault, but nothing moves on them
      *          until a supervisor works the queue in HOLDAPPR.
                 IF WS-Hold-Count > 0
                    ADD 1 TO WS-Exception-Count
                    MOVE WS-Hold-Count TO WS-Exc-Hold-Count
                    MOVE SPACES TO EXC-REC
                    MOVE WS-Exc-Hold-Line TO EXC-REC
                    PERFORM write-exception-line-para
                 END-IF
                 MOVE 1 TO WS-Src-Idx
                 PERFORM UNTIL WS-Src-Idx > WS-Src-Count
                    PERFORM write-source-exception-para
                    ADD 1 TO WS-Src-Idx
                 END-PERFORM
                 MOVE 0 TO WS-Src-Idx
      *          The registries are still bounded tables; flag them
      *          once they pass nine-tenths full so capacity gets
      *          raised before a load ever fails. The merged master
                    MOVE WS-Exc-Cat-Line TO EXC-REC
                    PERFORM write-exception-line-para
                 END-IF
                 IF NOT WS-Dist-Agrees
                    ADD 1 TO WS-Exception-Count
                    MOVE SPACES TO EXC-REC
                    MOVE "DISTRIBUTION OUT OF AGREEMENT - SEE DSTCTL"
                       TO EXC-REC
                    PERFORM write-exception-line-para
                 END-IF
                 IF WS-Restart-Available
                    ADD 1 TO WS-Exception-Count
                    MOVE SPACES TO EXC-REC
                 CLOSE EXCEPTIONS-FILE
              END-IF.

      *    A refused file is the exception that matters - the site
      *    has to resend or explain. A file taken without a header
      *    is listed too, so the sites still on the old format stay
      *    in front of someone until they convert.
           write-source-exception-para.
              IF WS-Src-Refused(WS-Src-Idx)
                 ADD 1 TO WS-Exception-Count
                 MOVE WS-Src-Idx TO WS-Exc-Ref-Num
                 MOVE WS-Src-Refuse-Reason(WS-Src-Idx)
                    TO WS-Exc-Ref-Reason
                 MOVE WS-Src-Site(WS-Src-Idx) TO WS-Exc-Ref-Site
                 MOVE WS-Src-File-Seq(WS-Src-Idx) TO WS-Exc-Ref-Seq
                 MOVE SPACES TO EXC-REC
                 MOVE WS-Exc-Refused-Line TO EXC-REC
                 PERFORM write-exception-line-para
                 PERFORM write-exception-file-line-para
              END-IF
              IF WS-Src-Unchecked(WS-Src-Idx)
                 ADD 1 TO WS-Exception-Count
                 MOVE WS-Src-Idx TO WS-Exc-Unc-Num
                 MOVE SPACES TO EXC-REC
                 MOVE WS-Exc-Unchecked-Line TO EXC-REC
                 PERFORM write-exception-line-para
                 PERFORM write-exception-file-line-para
              END-IF.

           write-exception-file-line-para.
              MOVE WS-Src-File-Name(WS-Src-Idx) TO WS-Exc-Src-File
              MOVE SPACES TO EXC-REC
              MOVE WS-Exc-Source-File-Line TO EXC-REC
              PERFORM write-exception-line-para.

           write-exception-line-para.
              WRITE EXC-REC
              IF WS-Exceptions-File-Status NOT = "00"
                  OUTPUT PROCEDURE IS merge-transactions-para.

      ******************************************************************
      * Reads the pending queue, the approval queue, the resubmission
      * file and then each site's input file, releasing every record
      * that passes validation to the transaction sort. Rejects are
      * logged here exactly as before.
      ******************************************************************
           read-transactions-para.
              MOVE 0 TO i
                 PERFORM abort-batch-para
              END-IF
              PERFORM process-pending-para
              PERFORM process-approved-para
              PERFORM process-resubmit-para
              PERFORM process-backout-para
              MOVE 1 TO WS-Src-Idx
              PERFORM UNTIL WS-Src-Idx > WS-Src-Count
                 PERFORM process-source-file-para
              MOVE 0 TO WS-Src-Idx
              MOVE SPACE TO WS-Current-Source.

      ******************************************************************
      * Works the approval queue. An item a supervisor has approved
      * in HOLDAPPR is released into the run as the transaction the
      * site sent - under its original source, counted as input so
      * the balance reconciles - and flagged so the merge applies it
      * instead of holding it a second time. It still goes through
      * every front check, so an ID deactivated or a ceiling lowered
      * since the hold still rejects it. Items not yet decided carry
      * forward to the approval work file untouched.
      ******************************************************************
           process-approved-para.
              MOVE "N" TO WS-Apr-EOF-Switch
              OPEN INPUT APPROVAL-FILE
              IF WS-Approval-File-Status NOT = "00"
                    AND WS-Approval-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open APPRQ.DAT - status "
                    WS-Approval-File-Status
                 PERFORM abort-batch-para
              ELSE
                 PERFORM UNTIL WS-Apr-EOF
                    READ APPROVAL-FILE
                       AT END
                          SET WS-Apr-EOF TO TRUE
                       NOT AT END
                          IF WS-Approval-File-Status NOT = "00"
                             DISPLAY "FATAL: APPRQ.DAT read error "
                                WS-Approval-File-Status
                             PERFORM abort-batch-para
                          END-IF
                          MOVE APQ-REC TO APR-REC
                          IF APR-APPROVED
                             PERFORM release-approved-para
                          ELSE
                             PERFORM write-approval-work-para
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE APPROVAL-FILE
              END-IF
              MOVE 0 TO WS-Src-Idx
              MOVE SPACE TO WS-Current-Source.

           release-approved-para.
              ADD 1 TO i
              ADD 1 TO WS-Approved-Released
              MOVE SPACES TO IN-REC
              MOVE APR-ID TO IN-ID
              MOVE APR-VALUE-TEXT TO IN-VALUE-TEXT
              MOVE APR-TRANS-CODE TO IN-TRANS-CODE
              MOVE APR-CATEGORY TO IN-CATEGORY
              MOVE APR-SOURCE TO WS-Current-Source
              PERFORM set-source-index-para
              SET WS-Release-Approved TO TRUE
              PERFORM validate-batch-record-para
              MOVE "N" TO WS-Release-Approved-Switch.

           write-approval-work-para.
              WRITE APR-REC
              IF WS-Approval-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing APRWORK.DAT - status "
                    WS-Approval-Work-File-Status
                 PERFORM abort-batch-para
              END-IF.

           set-source-index-para.
              IF WS-Current-Source IS NUMERIC
                 MOVE WS-Current-Source TO WS-Src-Digit
              END-IF
              MOVE SPACE TO WS-Current-Source.

      ******************************************************************
      * Reversing transactions queued by BACKOUT go in next, tagged
      * source B. A supervisor has already previewed and confirmed
      * each one, so like an approved item it is released past the
      * tolerance hold - holding a reversal for a second approval
      * would leave the bad values on the master another night.
      * Cleared only after the run completes, as RESUBMIT.DAT is.
      ******************************************************************
           process-backout-para.
              MOVE "N" TO WS-Backout-EOF-Switch
              MOVE "B" TO WS-Current-Source
              OPEN INPUT BACKOUT-FILE
              IF WS-Backout-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-Backout-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open BACKOUT.DAT - "
                       "status " WS-Backout-File-Status
                    PERFORM abort-batch-para
                 END-IF
                 PERFORM UNTIL WS-Backout-EOF
                    READ BACKOUT-FILE
                       AT END
                          SET WS-Backout-EOF TO TRUE
                       NOT AT END
                          IF WS-Backout-File-Status NOT = "00"
                             DISPLAY "FATAL: BACKOUT.DAT read error "
                                WS-Backout-File-Status
                             PERFORM abort-batch-para
                          END-IF
                          ADD 1 TO i
                          ADD 1 TO WS-Backout-Released
                          MOVE BKO-REC TO IN-REC
                          SET WS-Release-Approved TO TRUE
                          PERFORM validate-batch-record-para
                          MOVE "N" TO WS-Release-Approved-Switch
                    END-READ
                 END-PERFORM
                 CLOSE BACKOUT-FILE
              END-IF
              MOVE SPACE TO WS-Current-Source.

      ******************************************************************
      * Reads one site's input file from the source list, tagging
      * every record with the source number so the report and reject
      * log can hold each site to its own counts. The file's control
      * records are proven first, in a pass of their own: a file that
      * fails them is refused as a whole and none of its records is
      * read as input, so a truncated transfer or a file sent twice
      * never gets near the master. An old-format file with no
      * header is still taken, on trust, with a warning.
      ******************************************************************
           process-source-file-para.
              MOVE WS-Src-File-Name(WS-Src-Idx)
                 TO WS-Input-File-Name
              MOVE WS-Src-Idx TO WS-Src-Digit
              MOVE WS-Src-Digit TO WS-Current-Source
              PERFORM check-source-control-para
              IF WS-Src-Refused(WS-Src-Idx)
                 DISPLAY "WARNING: input file " WS-Input-File-Name
                    " refused - " WS-Src-Refuse-Reason(WS-Src-Idx)
              ELSE
                 IF WS-Src-Unchecked(WS-Src-Idx)
                    DISPLAY "WARNING: input file " WS-Input-File-Name
                       " has no header record - taken without "
                       "control totals"
                 END-IF
                 PERFORM read-source-file-para
              END-IF.

           read-source-file-para.
              MOVE "N" TO WS-EOF-Switch
              OPEN INPUT INPUT-FILE
              IF WS-Input-File-Status NOT = "00"
                             WS-Input-File-Status
                          PERFORM abort-batch-para
                       END-IF
                       IF INC-HEADER OR INC-TRAILER
                          CONTINUE
                       ELSE
                          ADD 1 TO i
                          PERFORM validate-batch-record-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE.

      ******************************************************************
      * Control pass over one source file: picks up the header and
      * trailer, counts the detail records between them and adds up
      * their value hash, then judges the file. Nothing is validated
      * or released here - the pass only decides whether the file
      * may be read at all.
      ******************************************************************
           check-source-control-para.
              MOVE 0 TO WS-Ctl-Rec-Count
              MOVE 0 TO WS-Ctl-Details
              MOVE 0 TO WS-Ctl-Hash
              MOVE 0 TO WS-Ctl-Trl-Count
              MOVE 0 TO WS-Ctl-Trl-Hash
              MOVE SPACES TO WS-Ctl-Reason
              MOVE "N" TO WS-Ctl-Header-Switch
              MOVE "N" TO WS-Ctl-Trailer-Switch
              MOVE SPACES TO WS-Src-Site(WS-Src-Idx)
              MOVE SPACES TO WS-Src-File-Date(WS-Src-Idx)
              MOVE SPACES TO WS-Src-File-Seq(WS-Src-Idx)
              MOVE "N" TO WS-EOF-Switch
              OPEN INPUT INPUT-FILE
              IF WS-Input-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open input file "
                    WS-Input-File-Name " - status "
                    WS-Input-File-Status
                 PERFORM abort-batch-para
              END-IF
              PERFORM UNTIL WS-EOF
                 READ INPUT-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-Input-File-Status NOT = "00"
                          DISPLAY "FATAL: input file read error "
                             WS-Input-File-Status
                          PERFORM abort-batch-para
                       END-IF
                       ADD 1 TO WS-Ctl-Rec-Count
                       PERFORM tally-control-record-para
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              MOVE WS-Ctl-Details TO WS-Src-Details(WS-Src-Idx)
              PERFORM judge-source-control-para.

      ******************************************************************
      * The header must be the first record and the trailer the
      * last; a control record anywhere else means the file was
      * spliced or cut, and the first such fault is the one reported.
      * A value that is not numeric adds nothing to the hash - it
      * will be rejected on its own merits once the file is read.
      ******************************************************************
           tally-control-record-para.
              IF INC-HEADER
                 IF WS-Ctl-Rec-Count = 1
                    SET WS-Ctl-Header-Seen TO TRUE
                    MOVE INC-HDR-SITE TO WS-Src-Site(WS-Src-Idx)
                    MOVE INC-HDR-FILE-DATE
                       TO WS-Src-File-Date(WS-Src-Idx)
                    MOVE INC-HDR-FILE-SEQ
                       TO WS-Src-File-Seq(WS-Src-Idx)
                 ELSE
                    IF WS-Ctl-Reason = SPACES
                       MOVE "HEADER NOT FIRST" TO WS-Ctl-Reason
                    END-IF
                 END-IF
              ELSE
              IF INC-TRAILER
                 IF WS-Ctl-Trailer-Seen
                    IF WS-Ctl-Reason = SPACES
                       MOVE "MORE THAN 1 TRAILER" TO WS-Ctl-Reason
                    END-IF
                 ELSE
                    SET WS-Ctl-Trailer-Seen TO TRUE
                    IF INC-TRL-COUNT IS NUMERIC
                          AND INC-TRL-HASH IS NUMERIC
                       MOVE INC-TRL-COUNT TO WS-Ctl-Trl-Count
                       MOVE INC-TRL-HASH TO WS-Ctl-Trl-Hash
                    ELSE
                       IF WS-Ctl-Reason = SPACES
                          MOVE "BAD TRAILER" TO WS-Ctl-Reason
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 IF WS-Ctl-Trailer-Seen AND WS-Ctl-Reason = SPACES
                    MOVE "DATA AFTER TRAILER" TO WS-Ctl-Reason
                 END-IF
                 ADD 1 TO WS-Ctl-Details
                 IF IN-VALUE-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(IN-VALUE-TEXT) = 0
                    COMPUTE WS-Ctl-Hash = WS-Ctl-Hash
                       + FUNCTION NUMVAL(IN-VALUE-TEXT)
                 END-IF
              END-IF
              END-IF.

      ******************************************************************
      * Settles the file's fate. No header and no trailer is the old
      * format: taken unchecked. A header is only worth anything if
      * its sequence has not been seen before - earlier in this run
      * or in the processed-files register - and the trailer agrees
      * with what was actually read.
      ******************************************************************
           judge-source-control-para.
              IF WS-Ctl-Reason = SPACES
                 IF WS-Ctl-Header-Seen
                    PERFORM check-source-header-para
                 ELSE
                    IF WS-Ctl-Trailer-Seen
                       MOVE "TRAILER NO HEADER" TO WS-Ctl-Reason
                    END-IF
                 END-IF
              END-IF
              MOVE WS-Ctl-Reason TO WS-Src-Refuse-Reason(WS-Src-Idx)
              IF WS-Ctl-Reason NOT = SPACES
                 SET WS-Src-Refused(WS-Src-Idx) TO TRUE
                 ADD 1 TO WS-Refused-Count
              ELSE
                 IF WS-Ctl-Header-Seen
                    SET WS-Src-Checked(WS-Src-Idx) TO TRUE
                 ELSE
                    SET WS-Src-Unchecked(WS-Src-Idx) TO TRUE
                    ADD 1 TO WS-Unchecked-Count
                 END-IF
              END-IF.

           check-source-header-para.
              IF WS-Src-Site(WS-Src-Idx) = SPACES
                    OR WS-Src-File-Date(WS-Src-Idx) IS NOT NUMERIC
                    OR WS-Src-File-Seq(WS-Src-Idx) IS NOT NUMERIC
                 MOVE "BAD HEADER" TO WS-Ctl-Reason
              ELSE
                 PERFORM find-prior-source-para
                 IF WS-Ctl-Reason = SPACES
                    PERFORM find-file-register-para
                 END-IF
                 IF WS-Ctl-Reason = SPACES
                    PERFORM check-source-totals-para
                 END-IF
              END-IF.

           check-source-totals-para.
              IF NOT WS-Ctl-Trailer-Seen
                 MOVE "NO TRAILER" TO WS-Ctl-Reason
              ELSE
              IF WS-Ctl-Trl-Count NOT = WS-Ctl-Details
                 MOVE "COUNT MISMATCH" TO WS-Ctl-Reason
              ELSE
              IF WS-Ctl-Trl-Hash NOT = WS-Ctl-Hash
                 MOVE "HASH MISMATCH" TO WS-Ctl-Reason
              END-IF
              END-IF
              END-IF.

      *    Two INPUT-FILE= lines naming copies of the same site file
      *    would get past the register, which only learns of a file
      *    at commit - so the run also checks its own earlier sources.
           find-prior-source-para.
              MOVE 1 TO WS-Ctl-Prior-Idx
              PERFORM UNTIL WS-Ctl-Prior-Idx >= WS-Src-Idx
                    OR WS-Ctl-Reason NOT = SPACES
                 IF WS-Src-Checked(WS-Ctl-Prior-Idx)
                       AND WS-Src-Site(WS-Ctl-Prior-Idx)
                          = WS-Src-Site(WS-Src-Idx)
                       AND WS-Src-File-Seq(WS-Ctl-Prior-Idx)
                          = WS-Src-File-Seq(WS-Src-Idx)
                    MOVE "SENT TWICE THIS RUN" TO WS-Ctl-Reason
                 END-IF
                 ADD 1 TO WS-Ctl-Prior-Idx
              END-PERFORM.

      ******************************************************************
      * Looks the file's site and sequence up in FILEREG.DAT. No
      * register yet just means no framed file has been committed.
      * A register that cannot be read is fatal - carrying on would
      * wave through the very resend the register exists to stop.
      ******************************************************************
           find-file-register-para.
              MOVE "N" TO WS-Frg-EOF-Switch
              OPEN INPUT FILE-REGISTER-FILE
              IF WS-File-Register-File-Status NOT = "00"
                    AND WS-File-Register-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open FILEREG.DAT - status "
                    WS-File-Register-File-Status
                 PERFORM abort-batch-para
              END-IF
              PERFORM UNTIL WS-Frg-EOF
                 READ FILE-REGISTER-FILE
                    AT END
                       SET WS-Frg-EOF TO TRUE
                    NOT AT END
                       IF WS-File-Register-File-Status NOT = "00"
                          DISPLAY "FATAL: FILEREG.DAT read error "
                             WS-File-Register-File-Status
                          CLOSE FILE-REGISTER-FILE
                          PERFORM abort-batch-para
                       END-IF
                       IF FRG-SITE = WS-Src-Site(WS-Src-Idx)
                             AND FRG-FILE-SEQ
                                = WS-Src-File-Seq(WS-Src-Idx)
                          MOVE "ALREADY PROCESSED" TO WS-Ctl-Reason
                          SET WS-Frg-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FILE-REGISTER-FILE.

      ******************************************************************
      * Every input record must land in exactly one bucket - applied,
      * rejected, settled as a duplicate, parked as pending, or held
      * for supervisor approval. If
      * the counts do not add back up to the records read, something
      * was dropped on the floor and the run is flagged OUT OF
      * BALANCE on the report and in the run log rather than passing
              MOVE "N" TO WS-Balance-Switch
              IF WS-Input-Count NOT = WS-Accepted-Count
                    + WS-Reject-Count + WS-Dup-Count
                    + WS-Pending-Count + WS-Hold-Count
                 SET WS-Out-Of-Balance TO TRUE
                 MOVE "OUT OF BALANCE" TO WS-Run-Outcome
                 DISPLAY "WARNING: run is OUT OF BALANCE - read "
                    WS-Input-Count " but accounted for "
                    WS-Accepted-Count " + " WS-Reject-Count " + "
                    WS-Dup-Count " + " WS-Pending-Count " + "
                    WS-Hold-Count
              END-IF.

      ******************************************************************
      * and the value left on the master (or DELETED).
      ******************************************************************
           write-dup-block-para.
              IF WS-Dist-Work-Open
                 IF WS-Held-Category NOT = SPACES
                    MOVE WS-Held-Category TO WS-Dist-Lookup-Code
                 ELSE
                    MOVE IN-CATEGORY TO WS-Dist-Lookup-Code
                 END-IF
                 PERFORM find-dist-dest-para
                 MOVE WS-Dist-Dest TO WS-Dist-Dup-Dest
                 SET WS-Dist-In-Dup-Block TO TRUE
              END-IF
              MOVE SPACES TO DUP-REC
              PERFORM write-dup-line-para
              MOVE WS-Group-ID TO WS-Dup-Rpt-ID
              MOVE WS-Dup-Log-Count TO WS-Dup-Rpt-Occurs
              MOVE SPACES TO DUP-REC
              MOVE WS-Dup-ID-Line TO DUP-REC
              MOVE "Y" TO WS-Dist-Counted-Flag
              PERFORM write-dup-line-para
              MOVE "N" TO WS-Dist-Counted-Flag
              MOVE 1 TO WS-Dup-Log-Idx
              PERFORM UNTIL WS-Dup-Log-Idx > WS-Dup-Log-Count
                 MOVE WS-Dup-Log-Value(WS-Dup-Log-Idx)
                 IF WS-Dup-Log-Disp(WS-Dup-Log-Idx) = "S"
                    MOVE "SUMMED" TO WS-Dup-Rpt-Disp
                 END-IF
                 IF WS-Dup-Log-Disp(WS-Dup-Log-Idx) = "H"
                    MOVE "HELD" TO WS-Dup-Rpt-Disp
                 END-IF
                 MOVE SPACES TO DUP-REC
                 MOVE WS-Dup-Value-Line TO DUP-REC
                 PERFORM write-dup-line-para
              END-IF
              MOVE SPACES TO DUP-REC
              MOVE WS-Dup-Final-Line TO DUP-REC
              PERFORM write-dup-line-para
              MOVE "N" TO WS-Dist-Dup-Block-Switch.

           write-dup-line-para.
              WRITE DUP-REC
                    WS-Dup-File-Status
                 CLOSE DUP-FILE
                 PERFORM abort-batch-para
              END-IF
              IF WS-Dist-In-Dup-Block
                 PERFORM route-dist-dup-para
              END-IF.

      ******************************************************************
              CLOSE PENDING-WORK-FILE
              CLOSE PENDING-FILE.

      ******************************************************************
      * Commit for the approval queue: the undecided items carried
      * forward and the night's new holds become the queue HOLDAPPR
      * works tomorrow, and the approved items this run took in
      * drop off it. A trial never gets here, so on the real run the
      * same approved items release again.
      ******************************************************************
           store-approval-queue-para.
              MOVE "N" TO WS-Apr-EOF-Switch
              OPEN INPUT APPROVAL-WORK-FILE
              IF WS-Approval-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot reopen APRWORK.DAT - status "
                    WS-Approval-Work-File-Status
                 PERFORM abort-batch-para
              END-IF
              OPEN OUTPUT APPROVAL-FILE
              IF WS-Approval-File-Status NOT = "00"
                    AND WS-Approval-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open APPRQ.DAT for output "
                    "- status " WS-Approval-File-Status
                 CLOSE APPROVAL-WORK-FILE
                 PERFORM abort-batch-para
              END-IF
              PERFORM UNTIL WS-Apr-EOF
                 READ APPROVAL-WORK-FILE
                    AT END
                       SET WS-Apr-EOF TO TRUE
                    NOT AT END
                       IF WS-Approval-Work-File-Status NOT = "00"
                          DISPLAY "FATAL: APRWORK.DAT read error "
                             WS-Approval-Work-File-Status
                          CLOSE APPROVAL-WORK-FILE
                          CLOSE APPROVAL-FILE
                          PERFORM abort-batch-para
                       END-IF
                       MOVE APR-REC TO APQ-REC
                       WRITE APQ-REC
                       IF WS-Approval-File-Status NOT = "00"
                          DISPLAY "FATAL: error writing APPRQ.DAT "
                             "- status " WS-Approval-File-Status
                          CLOSE APPROVAL-WORK-FILE
                          CLOSE APPROVAL-FILE
                          PERFORM abort-batch-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-WORK-FILE
              CLOSE APPROVAL-FILE.

      ******************************************************************
      * Commit for the reject queue: the rejects staged in
      * REJDWORK.DAT are appended to the live REJDATA.DAT only now
              CLOSE VALUE-HISTORY-WORK-FILE
              CLOSE VALUE-HISTORY-FILE.

      ******************************************************************
      * Commit for the processed-files register: every framed source
      * whose controls were proven is recorded by site and sequence,
      * so the same file sent again tomorrow is refused. Only now -
      * the run's merge has been saved - does a file count as
      * processed; a trial or a run that dies first registers
      * nothing, and the rerun takes the same files again.
      ******************************************************************
           store-file-register-para.
              OPEN EXTEND FILE-REGISTER-FILE
              IF WS-File-Register-File-Status NOT = "00"
                    AND WS-File-Register-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open FILEREG.DAT - status "
                    WS-File-Register-File-Status
                 PERFORM abort-batch-para
              END-IF
              MOVE 1 TO WS-Src-Idx
              PERFORM UNTIL WS-Src-Idx > WS-Src-Count
                 IF WS-Src-Checked(WS-Src-Idx)
                    MOVE SPACES TO FRG-REC
                    MOVE WS-Src-Site(WS-Src-Idx) TO FRG-SITE
                    MOVE WS-Src-File-Seq(WS-Src-Idx) TO FRG-FILE-SEQ
                    MOVE WS-Src-File-Date(WS-Src-Idx)
                       TO FRG-FILE-DATE
                    MOVE WS-Run-Date TO FRG-RUN-DATE
                    MOVE WS-Src-Details(WS-Src-Idx) TO FRG-RECORDS
                    MOVE WS-Src-File-Name(WS-Src-Idx)
                       TO FRG-FILE-NAME
                    WRITE FRG-REC
                    IF WS-File-Register-File-Status NOT = "00"
                       DISPLAY "FATAL: error writing FILEREG.DAT - "
                          "status " WS-File-Register-File-Status
                       CLOSE FILE-REGISTER-FILE
                       PERFORM abort-batch-para
                    END-IF
                 END-IF
                 ADD 1 TO WS-Src-Idx
              END-PERFORM
              MOVE 0 TO WS-Src-Idx
              CLOSE FILE-REGISTER-FILE.

      ******************************************************************
      * A clean finish means nothing is in flight, so the marker is
      * cleared rather than left behind to alarm the next run.
                          TO WS-CatM-Tab-Limit(WS-CatM-Count)
                       MOVE CAT-DESC
                          TO WS-CatM-Tab-Desc(WS-CatM-Count)
                       IF CAT-TOLERANCE IS NUMERIC
                          MOVE CAT-TOLERANCE
                             TO WS-CatM-Tab-Tolerance(WS-CatM-Count)
                       ELSE
                          MOVE 0
                             TO WS-CatM-Tab-Tolerance(WS-CatM-Count)
                       END-IF
                       MOVE CAT-DEST
                          TO WS-CatM-Tab-Dest(WS-CatM-Count)
                 END-READ
              END-PERFORM
              CLOSE CATEGORY-MASTER-FILE.
              MOVE "N" TO WS-CatM-Found-Switch
              MOVE 0 TO WS-CatM-Found-Limit
              MOVE SPACES TO WS-CatM-Found-Desc
              MOVE 0 TO WS-CatM-Found-Tolerance
              MOVE 1 TO WS-CatM-Idx
              PERFORM UNTIL WS-CatM-Idx > WS-CatM-Count
                    OR WS-CatM-Found
                       TO WS-CatM-Found-Limit
                    MOVE WS-CatM-Tab-Desc(WS-CatM-Idx)
                       TO WS-CatM-Found-Desc
                    MOVE WS-CatM-Tab-Tolerance(WS-CatM-Idx)
                       TO WS-CatM-Found-Tolerance
                 ELSE
                    ADD 1 TO WS-CatM-Idx
                 END-IF
                 CLOSE RESUBMIT-FILE
              END-IF.

      *    The same for the reversals BACKOUT queued.
           clear-backout-para.
              OPEN OUTPUT BACKOUT-FILE
              IF WS-Backout-File-Status NOT = "00"
                 DISPLAY "WARNING: cannot clear BACKOUT.DAT - "
                    "status " WS-Backout-File-Status
              ELSE
                 CLOSE BACKOUT-FILE
              END-IF.

      ******************************************************************
      * Before MASTER.DAT is rewritten in place, the current file is
      * rolled to the prior-generation files so a rewrite that dies
                    MOVE "OUT-OF-RANGE" TO WS-Reject-Reason
                    PERFORM log-reject-para
                 ELSE
      *             A site may not send a negative value, but an
      *             approved or backout item carries a value the run
      *             itself worked out - a held sum, a prior value -
      *             and a supervisor has already passed it.
                    IF WS-Numeric-Value < 0 AND NOT WS-Release-Approved
                       MOVE "NEGATIVE" TO WS-Reject-Reason
                       PERFORM log-reject-para
                    ELSE
              MOVE WS-Current-Source TO SD-TRAN-SOURCE
              MOVE i TO SD-TRAN-POSITION
              MOVE WS-Mst-Work-Value TO SD-TRAN-VALUE
              IF WS-Release-Approved
                 MOVE "Y" TO SD-TRAN-APPROVED
              ELSE
                 MOVE "N" TO SD-TRAN-APPROVED
              END-IF
              RELEASE SD-TRAN-REC.

      ******************************************************************
                    MOVE SD-TRAN-SOURCE TO WS-Tr-Cur-Source
                    MOVE SD-TRAN-POSITION TO WS-Tr-Cur-Position
                    MOVE SD-TRAN-VALUE TO WS-Tr-Cur-Value
                    MOVE SD-TRAN-APPROVED TO WS-Tr-Cur-Approved
              END-RETURN.

      ******************************************************************
              MOVE WS-Tr-Cur-ID TO WS-Group-ID
              IF NOT WS-Mst-EOF AND WS-Mst-Cur-ID = WS-Group-ID
                 MOVE "Y" TO WS-Held-On-File-Switch
                 MOVE "Y" TO WS-Grp-On-Master-Switch
                 MOVE WS-Mst-Cur-ID TO WS-Held-ID
                 MOVE WS-Mst-Cur-Value TO WS-Held-Value
                 MOVE WS-Mst-Cur-Category TO WS-Held-Category
                 PERFORM read-next-master-para
              ELSE
                 MOVE "N" TO WS-Held-On-File-Switch
                 MOVE "N" TO WS-Grp-On-Master-Switch
                 MOVE WS-Group-ID TO WS-Held-ID
                 MOVE 0 TO WS-Held-Value
                 MOVE SPACES TO WS-Held-Category
              MOVE 0 TO WS-Dup-Log-Count
              MOVE 0 TO WS-Applied-Count
              MOVE 0 TO WS-Dup-Kept-Idx
              MOVE "N" TO WS-Grp-Dup-Tallied-Switch
              PERFORM UNTIL WS-Tran-EOF
                    OR WS-Tr-Cur-ID NOT = WS-Group-ID
                 PERFORM apply-transaction-para
      * the first value, keep the latest one, or sum them. Every
      * value is logged so the reconciliation report shows the whole
      * story. A sum that would overflow the value picture is a
      * reject, not a silent truncation. A later value that would
      * move the held value past its category's swing tolerance is
      * held for a supervisor exactly as a single replace would be -
      * a duplicate is no way round the approval queue. A held sum
      * is queued as a replace to the total it would have made, so
      * what the supervisor approves is what the next run applies.
      ******************************************************************
           handle-duplicate-para.
              MOVE "N" TO WS-Hold-Switch
              IF WS-Dup-Keep-First
                 ADD 1 TO WS-Dup-Count
                 MOVE "D" TO WS-Dup-Work-Disp
                 PERFORM log-dup-value-para
              END-IF
              IF WS-Dup-Keep-Last
                 MOVE WS-Mst-Work-Value TO WS-Hold-New-Value
                 IF WS-Held-On-File AND NOT WS-Tr-Cur-Is-Approved
                    PERFORM check-swing-para
                 END-IF
                 IF WS-Hold-Needed
                    PERFORM hold-duplicate-para
                 ELSE
                    ADD 1 TO WS-Dup-Count
                    IF WS-Dup-Kept-Idx > 0
                       MOVE "D" TO WS-Dup-Log-Disp(WS-Dup-Kept-Idx)
                    END-IF
                    PERFORM apply-dup-value-para
                    PERFORM register-applied-value-para
                 END-IF
              END-IF
              IF WS-Dup-Sum-Values
                 IF WS-Held-On-File
                    MOVE "Y" TO WS-Dup-Sum-Ok-Switch
                    COMPUTE WS-Hold-New-Value
                       = WS-Held-Value + WS-Mst-Work-Value
                       ON SIZE ERROR
                          MOVE "N" TO WS-Dup-Sum-Ok-Switch
                          MOVE SPACES TO WS-Reject-Text
                          MOVE IN-VALUE-TEXT TO WS-Reject-Text
                          MOVE "SUM-OVERFLOW" TO WS-Reject-Reason
                          PERFORM log-reject-para
                    END-COMPUTE
                    IF WS-Dup-Sum-Ok AND NOT WS-Tr-Cur-Is-Approved
                       PERFORM check-swing-para
                    END-IF
                    IF WS-Dup-Sum-Ok AND WS-Hold-Needed
                       MOVE WS-Hold-New-Value TO WS-Hold-Sum-Value
                       MOVE WS-Hold-Sum-Value TO IN-VALUE-TEXT
                       MOVE "R" TO IN-TRANS-CODE
                       PERFORM hold-duplicate-para
                       MOVE "N" TO WS-Dup-Sum-Ok-Switch
                    END-IF
                    IF WS-Dup-Sum-Ok
                       MOVE WS-Held-Value TO WS-VH-Prior-Value
                       MOVE WS-Hold-New-Value TO WS-Held-Value
                       ADD 1 TO WS-Dup-Count
                       MOVE "S" TO WS-Dup-Work-Disp
                       PERFORM log-dup-value-para
                    PERFORM apply-dup-value-para
                    PERFORM register-applied-value-para
                 END-IF
              END-IF
              IF WS-Dup-Log-Count > 1 AND NOT WS-Grp-Dup-Tallied
                 ADD 1 TO WS-Dup-ID-Count
                 SET WS-Grp-Dup-Tallied TO TRUE
              END-IF.

      *    The held duplicate stays on the reconciliation block as
      *    HELD; the value kept before it is still the one on file.
           hold-duplicate-para.
              MOVE "SWING" TO WS-Hold-Reason
              PERFORM hold-transaction-para
              MOVE "H" TO WS-Dup-Work-Disp
              PERFORM log-dup-value-para.

      ******************************************************************
      * Puts the duplicate's value on the held entry: overwrite it
      * if the ID is still there, or bring it back if a delete
      * The three merge actions. An add of an ID already on the
      * master, or a replace/delete of one that is not, is a reject -
      * applying it anyway would silently hide a keying error at the
      * source. A replace that moves the value further than its
      * category's swing tolerance, and any delete of an ID that was
      * on the master, is held for a supervisor instead - unless it
      * is the approved item coming back from the queue.
      ******************************************************************
           apply-add-para.
              IF WS-Held-On-File
              END-IF.

           apply-replace-para.
              MOVE "N" TO WS-Hold-Switch
              MOVE WS-Mst-Work-Value TO WS-Hold-New-Value
              IF WS-Held-On-File AND NOT WS-Tr-Cur-Is-Approved
                 PERFORM check-swing-para
              END-IF
              IF WS-Hold-Needed
                 MOVE "SWING" TO WS-Hold-Reason
                 PERFORM hold-transaction-para
              ELSE
              IF WS-Held-On-File
                 MOVE WS-Held-Value TO WS-VH-Prior-Value
                 MOVE WS-Mst-Work-Value TO WS-Held-Value
                 MOVE IN-ID TO WS-Reject-Text
                 MOVE "NOT-ON-FILE" TO WS-Reject-Reason
                 PERFORM log-reject-para
              END-IF
              END-IF.

           apply-delete-para.
              IF WS-Held-On-File AND WS-Grp-On-Master
                    AND NOT WS-Tr-Cur-Is-Approved
                 MOVE 0 TO WS-Hold-New-Value
                 MOVE "DELETE" TO WS-Hold-Reason
                 PERFORM hold-transaction-para
              ELSE
              IF WS-Held-On-File
                 MOVE WS-Held-Value TO WS-VH-Prior-Value
                 MOVE 0 TO WS-VH-New-Value
                 MOVE IN-ID TO WS-Reject-Text
                 MOVE "NOT-ON-FILE" TO WS-Reject-Reason
                 PERFORM log-reject-para
              END-IF
              END-IF.

      ******************************************************************
      * Sets the hold switch when the value the transaction would
      * leave - WS-Hold-New-Value, set by the caller - moves the held
      * value by more than the swing tolerance of its category - the
      * category the site sent, or the one on the master when it
      * sent none. A tolerance of zero, or a category no longer
      * registered, holds nothing.
      ******************************************************************
           check-swing-para.
              IF IN-CATEGORY NOT = SPACES
                 MOVE IN-CATEGORY TO WS-CatM-Lookup-Code
              ELSE
                 MOVE WS-Held-Category TO WS-CatM-Lookup-Code
              END-IF
              PERFORM find-category-master-para
              IF WS-CatM-Found AND WS-CatM-Found-Tolerance > 0
                 COMPUTE WS-Hold-Swing
                    = WS-Hold-New-Value - WS-Held-Value
                 IF WS-Hold-Swing < 0
                    COMPUTE WS-Hold-Swing = 0 - WS-Hold-Swing
                 END-IF
                 IF WS-Hold-Swing > WS-CatM-Found-Tolerance
                    SET WS-Hold-Needed TO TRUE
                 END-IF
              END-IF.

      ******************************************************************
      * Parks the transaction in the approval work file with what
      * the supervisor needs to decide it: the value on file, the
      * value proposed and where it came from. The master entry is
      * left exactly as it was and the record counts as held, not
      * applied or rejected, so the balance check still adds up.
      * Written on a trial too, like the pending work file - only
      * the commit makes it the real queue.
      ******************************************************************
           hold-transaction-para.
              ADD 1 TO WS-Hold-Count
              MOVE SPACES TO APR-REC
              MOVE IN-ID TO APR-ID
              MOVE IN-VALUE-TEXT TO APR-VALUE-TEXT
              MOVE IN-TRANS-CODE TO APR-TRANS-CODE
              MOVE IN-CATEGORY TO APR-CATEGORY
              SET APR-PENDING TO TRUE
              MOVE WS-Held-Value TO APR-PRIOR-VALUE
              MOVE WS-Hold-New-Value TO APR-NEW-VALUE
              MOVE WS-Held-Category TO APR-PRIOR-CATEGORY
              MOVE WS-Current-Source TO APR-SOURCE
              MOVE i TO APR-POSITION
              MOVE WS-Hold-Reason TO APR-REASON
              MOVE WS-Today-Text TO APR-QUEUED-DATE
              PERFORM write-approval-work-para.

      ******************************************************************
      * One merged entry onto NEWMAST.DAT, keeping the running count
      * and the value minimum, maximum and sum as it goes so no
              END-IF
              IF WS-Run-Mode = "B" AND NOT WS-Trial-Run
                 PERFORM log-reject-data-para
              END-IF
              IF WS-Dist-Work-Open
                 PERFORM route-dist-reject-para
              END-IF.

      ******************************************************************
      * records to the live VALHIST.DAT, so a rerun of a run that
      * died mid-merge does not double an ID's history. The
      * caller sets WS-VH-Prior-Value, WS-VH-New-Value and
      * WS-VH-Trans-Code around the change, and the held entry's
      * category is recorded with it; the code records the
      * applied effect - A/R/D, or S for a summed duplicate settle -
      * not the raw input code, so a duplicate "add" that actually
      * overwrote a value reads as the replace it was and its real
                 MOVE WS-VH-Prior-Value TO VH-PRIOR-VALUE
                 MOVE WS-VH-New-Value TO VH-NEW-VALUE
                 MOVE WS-Current-Source TO VH-SOURCE
                 MOVE WS-Held-Category TO VH-CATEGORY
                 WRITE VH-REC
                 IF WS-Value-History-Work-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing VALHWORK.DAT - "
              CLOSE INPUT-FILE
              CLOSE OUTPUT-FILE
              CLOSE REJECT-FILE
              CLOSE APPROVAL-WORK-FILE
              IF NOT WS-Trial-Run
                 CLOSE REJECT-DATA-WORK-FILE
                 CLOSE VALUE-HISTORY-WORK-FILE
      ******************************************************************
      * Appends one audit record per execution to RUNLOG.DAT: when
      * the run started and ended, the options it ran with, the
      * record counts (approval holds among them), the last file
      * statuses, and whether it ended NORMAL, OUT OF BALANCE, or
      * ABORT. A failure writing the log is reported but never takes
      * the run down with it.
      ******************************************************************
           write-run-log-para.
              ACCEPT WS-Log-End-Date FROM DATE YYYYMMDD
                 MOVE NUM TO WS-Log-Rpt-Num
                 MOVE WS-Reject-Count TO WS-Log-Rpt-Rejects
                 MOVE WS-Dup-Count TO WS-Log-Rpt-Dups
                 MOVE WS-Hold-Count TO WS-Log-Rpt-Holds
                 MOVE WS-Input-File-Status TO WS-Log-Rpt-In-Status
                 MOVE WS-Output-File-Status TO WS-Log-Rpt-Out-Status
                 MOVE WS-Reject-File-Status TO WS-Log-Rpt-Rej-Status
                          PERFORM accumulate-category-para
                       END-IF
                       PERFORM write-report-detail-para
                       IF WS-Dist-Work-Open
                          PERFORM route-dist-entry-para
                       END-IF
                       IF NOT WS-Trial-Run
                          PERFORM write-extract-detail-para
                       END-IF
              ADD WS-Cur-Value TO WS-Cat-Sum.

           write-category-totals-para.
              PERFORM build-category-totals-para
              MOVE SPACES TO OUT-REC
              MOVE WS-Cat-Total-Line TO OUT-REC
              PERFORM write-report-line-para
              MOVE SPACES TO OUT-REC
              PERFORM write-report-line-para.

           build-category-totals-para.
              IF WS-Cat-Count > 0
                 COMPUTE WS-Cat-Mean = WS-Cat-Sum / WS-Cat-Count
              ELSE
              MOVE WS-Cat-Sum TO WS-Cat-Rpt-Sum
              MOVE WS-Cat-Min TO WS-Cat-Rpt-Min
              MOVE WS-Cat-Max TO WS-Cat-Rpt-Max
              MOVE WS-Cat-Mean TO WS-Cat-Rpt-Mean.

           write-report-header-para.
              MOVE WS-Run-Date(5:2) TO WS-Run-Date-Edit-MM
                 MOVE "PENDING RELEASED" TO WS-Rpt-Stat-Label
                 MOVE WS-Pending-Released TO WS-Rpt-Stat-Value
                 PERFORM write-report-stat-line-para
                 MOVE "APPROVAL HOLDS" TO WS-Rpt-Stat-Label
                 MOVE WS-Hold-Count TO WS-Rpt-Stat-Value
                 PERFORM write-report-stat-line-para
                 MOVE "APPROVED RELEASED" TO WS-Rpt-Stat-Label
                 MOVE WS-Approved-Released TO WS-Rpt-Stat-Value
                 PERFORM write-report-stat-line-para
                 MOVE "BACKOUT RELEASED" TO WS-Rpt-Stat-Label
                 MOVE WS-Backout-Released TO WS-Rpt-Stat-Value
                 PERFORM write-report-stat-line-para
                 MOVE SPACES TO OUT-REC
                 IF WS-Out-Of-Balance
                    MOVE "*** RUN OUT OF BALANCE ***" TO OUT-REC

      ******************************************************************
      * One line per source file so each site can be held to its own
      * accepted and rejected numbers, and to what its control
      * records proved.
      ******************************************************************
           write-source-summary-para.
              MOVE SPACES TO OUT-REC
                 MOVE WS-Src-Accepted(WS-Src-Idx) TO WS-Src-Rpt-Acc
                 MOVE WS-Src-Rejected(WS-Src-Idx) TO WS-Src-Rpt-Rej
                 MOVE WS-Src-File-Name(WS-Src-Idx) TO WS-Src-Rpt-File
                 MOVE SPACES TO WS-Src-Rpt-Control
                 IF WS-Src-Refused(WS-Src-Idx)
                    MOVE "REFUSED" TO WS-Src-Rpt-Control
                 END-IF
                 IF WS-Src-Checked(WS-Src-Idx)
                    MOVE "CONTROLS OK" TO WS-Src-Rpt-Control
                 END-IF
                 IF WS-Src-Unchecked(WS-Src-Idx)
                    MOVE "NO HEADER" TO WS-Src-Rpt-Control
                 END-IF
                 MOVE SPACES TO OUT-REC
                 MOVE WS-Src-Line TO OUT-REC
                 PERFORM write-report-line-para
                 PERFORM abort-batch-para
              END-IF
              ADD 1 TO WS-Line-On-Page.

      ******************************************************************
      * Opens DSTWORK.DAT for the night and seeds it with one line
      * per registered category under that category's destination,
      * so every department gets its file - and it says which
      * categories it covers - even on a night nothing arrived for
      * it. A blank destination is the default file.
      ******************************************************************
           open-dist-work-para.
              OPEN OUTPUT DIST-WORK-FILE
              IF WS-Dist-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open DSTWORK.DAT - status "
                    WS-Dist-Work-File-Status
                 PERFORM abort-batch-para
              END-IF
              SET WS-Dist-Work-Open TO TRUE
              MOVE 0 TO WS-Dist-Seq
              MOVE 1 TO WS-Dist-Cat-Idx
              PERFORM UNTIL WS-Dist-Cat-Idx > WS-CatM-Count
                 MOVE SPACES TO DSW-REC
                 IF WS-CatM-Tab-Dest(WS-Dist-Cat-Idx) = SPACES
                    MOVE WS-Dist-Default-Dest TO DSW-DEST
                 ELSE
                    MOVE WS-CatM-Tab-Dest(WS-Dist-Cat-Idx)
                       TO DSW-DEST
                 END-IF
                 MOVE 0 TO DSW-SECTION
                 MOVE WS-CatM-Tab-Code(WS-Dist-Cat-Idx)
                    TO DSW-CATEGORY
                 MOVE 0 TO DSW-VALUE
                 MOVE "N" TO DSW-COUNTED
                 MOVE WS-CatM-Tab-Code(WS-Dist-Cat-Idx)
                    TO WS-Dst-Cat-Code
                 MOVE WS-CatM-Tab-Desc(WS-Dist-Cat-Idx)
                    TO WS-Dst-Cat-Desc
                 MOVE WS-Dist-Cat-Line TO DSW-LINE
                 PERFORM write-dist-work-para
                 ADD 1 TO WS-Dist-Cat-Idx
              END-PERFORM.

           write-dist-work-para.
              ADD 1 TO WS-Dist-Seq
              MOVE WS-Dist-Seq TO DSW-SEQ
              WRITE DSW-REC
              IF WS-Dist-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing DSTWORK.DAT - status "
                    WS-Dist-Work-File-Status
                 PERFORM abort-batch-para
              END-IF.

      ******************************************************************
      * Destination for the code in WS-Dist-Lookup-Code, returned in
      * WS-Dist-Dest. Walks the category table on its own index so a
      * lookup in the middle of the merge or the report walk leaves
      * the find-category-master-para results alone. A blank code,
      * one not on CATMAST.DAT, or one with no destination all go to
      * the default file.
      ******************************************************************
           find-dist-dest-para.
              MOVE WS-Dist-Default-Dest TO WS-Dist-Dest
              MOVE "N" TO WS-Dist-Cat-Found-Switch
              MOVE 1 TO WS-Dist-Cat-Idx
              PERFORM UNTIL WS-Dist-Cat-Found
                    OR WS-Dist-Cat-Idx > WS-CatM-Count
                 IF WS-CatM-Tab-Code(WS-Dist-Cat-Idx)
                       = WS-Dist-Lookup-Code
                    SET WS-Dist-Cat-Found TO TRUE
                    IF WS-CatM-Tab-Dest(WS-Dist-Cat-Idx) NOT = SPACES
                       MOVE WS-CatM-Tab-Dest(WS-Dist-Cat-Idx)
                          TO WS-Dist-Dest
                    END-IF
                 ELSE
                    ADD 1 TO WS-Dist-Cat-Idx
                 END-IF
              END-PERFORM.

           route-dist-entry-para.
              MOVE WS-Cur-Category TO WS-Dist-Lookup-Code
              PERFORM find-dist-dest-para
              MOVE SPACES TO DSW-REC
              MOVE WS-Dist-Dest TO DSW-DEST
              MOVE 1 TO DSW-SECTION
              MOVE WS-Cur-Category TO DSW-CATEGORY
              MOVE WS-Cur-Value TO DSW-VALUE
              MOVE "Y" TO DSW-COUNTED
              MOVE WS-Report-Detail-Line TO DSW-LINE
              PERFORM write-dist-work-para.

           route-dist-reject-para.
              MOVE IN-CATEGORY TO WS-Dist-Lookup-Code
              PERFORM find-dist-dest-para
              MOVE SPACES TO DSW-REC
              MOVE WS-Dist-Dest TO DSW-DEST
              MOVE 2 TO DSW-SECTION
              MOVE 0 TO DSW-VALUE
              MOVE "Y" TO DSW-COUNTED
              MOVE WS-Reject-Line TO DSW-LINE
              PERFORM write-dist-work-para.

           route-dist-dup-para.
              MOVE SPACES TO DSW-REC
              MOVE WS-Dist-Dup-Dest TO DSW-DEST
              MOVE 3 TO DSW-SECTION
              MOVE 0 TO DSW-VALUE
              MOVE WS-Dist-Counted-Flag TO DSW-COUNTED
              MOVE DUP-REC TO DSW-LINE
              PERFORM write-dist-work-para.

      ******************************************************************
      * Cuts the night into one report per department. DSTWORK.DAT
      * is sorted by destination, and each destination's lines go to
      * DIST-dest.DAT in four parts: the categories it covers, its
      * report entries with a subtotal per category, its rejects,
      * and its blocks from the duplicates report. DSTCTL.DAT lists
      * every file written with its counts and proves the totals
      * against the night's report, reject and duplicate counts - a
      * difference is an exception and RC 4. A trial run cuts the
      * files too, marked as trial, so a department can see its
      * report before the live run.
      ******************************************************************
           write-distribution-para.
              CLOSE DIST-WORK-FILE
              MOVE "N" TO WS-Dist-Work-Switch
              OPEN OUTPUT DIST-CONTROL-FILE
              IF WS-Dist-Control-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open DSTCTL.DAT - status "
                    WS-Dist-Control-File-Status
                 PERFORM abort-batch-para
              END-IF
              MOVE WS-Run-Date(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Run-Date(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Run-Date(1:4) TO WS-Run-Date-Edit-CCYY
              MOVE WS-Run-Date-Edit TO WS-Dct-Rpt-Date
              MOVE WS-Run-Date-Edit TO WS-Dst-Rpt-Date
              MOVE SPACES TO DCT-REC
              MOVE WS-Dist-Ctl-Header-Line TO DCT-REC
              PERFORM write-dist-control-line-para
              IF WS-Trial-Run
                 MOVE SPACES TO DCT-REC
                 MOVE WS-Trial-Mark TO DCT-REC
                 PERFORM write-dist-control-line-para
              END-IF
              MOVE SPACES TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE WS-Dist-Ctl-Column-Line TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE 0 TO WS-Dist-File-Count
              MOVE 0 TO WS-Dist-Tot-Entries
              MOVE 0 TO WS-Dist-Tot-Rejects
              MOVE 0 TO WS-Dist-Tot-Dup-IDs
              MOVE 0 TO WS-Dist-Tot-Lines
              SORT DIST-SORT-FILE
                  ON ASCENDING KEY SD-DIST-DEST
                  ON ASCENDING KEY SD-DIST-SECTION
                  ON ASCENDING KEY SD-DIST-CATEGORY
                  ON ASCENDING KEY SD-DIST-SEQ
                  USING DIST-WORK-FILE
                  OUTPUT PROCEDURE IS distribute-output-para
              MOVE SPACES TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE "TOTAL" TO WS-Dct-File
              MOVE SPACES TO WS-Dct-Dest
              MOVE WS-Dist-Tot-Entries TO WS-Dct-Entries
              MOVE WS-Dist-Tot-Rejects TO WS-Dct-Rejects
              MOVE WS-Dist-Tot-Dup-IDs TO WS-Dct-Dup-IDs
              MOVE WS-Dist-Tot-Lines TO WS-Dct-Lines
              MOVE WS-Dist-Ctl-Detail-Line TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE WS-Rpt-Pos-Count TO WS-Dcp-Entries
              MOVE WS-Reject-Count TO WS-Dcp-Rejects
              MOVE WS-Dup-ID-Count TO WS-Dcp-Dup-IDs
              MOVE SPACES TO DCT-REC
              MOVE WS-Dist-Ctl-Proof-Line TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE WS-Dist-File-Count TO WS-Dcc-Files
              MOVE SPACES TO DCT-REC
              MOVE WS-Dist-Ctl-Count-Line TO DCT-REC
              PERFORM write-dist-control-line-para
              MOVE SPACES TO DCT-REC
              PERFORM write-dist-control-line-para
              IF WS-Dist-Tot-Entries = WS-Rpt-Pos-Count
                    AND WS-Dist-Tot-Rejects = WS-Reject-Count
                    AND WS-Dist-Tot-Dup-IDs = WS-Dup-ID-Count
                 MOVE "Y" TO WS-Dist-Agree-Switch
                 MOVE "DISTRIBUTION AGREES WITH THE NIGHTLY REPORTS"
                    TO DCT-REC
              ELSE
                 MOVE "N" TO WS-Dist-Agree-Switch
                 MOVE "*** DISTRIBUTION OUT OF AGREEMENT ***"
                    TO DCT-REC
                 DISPLAY "WARNING: department files do not agree "
                    "with the nightly reports - see DSTCTL.DAT"
                 MOVE 4 TO RETURN-CODE
              END-IF
              PERFORM write-dist-control-line-para
              CLOSE DIST-CONTROL-FILE
              DISPLAY "Distribution: " WS-Dist-File-Count
                 " department file(s) written - see DSTCTL.DAT".

      ******************************************************************
      * Output side of the distribution sort: a change of destination
      * closes one department file and opens the next, and a change
      * of section writes the closing and opening lines between the
      * parts - including the parts a department had nothing in.
      ******************************************************************
           distribute-output-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              MOVE "N" TO WS-Dist-File-Switch
              PERFORM UNTIL WS-Sort-EOF
                 RETURN DIST-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF WS-Dist-File-Open
                             AND SD-DIST-DEST NOT = WS-Dist-Cur-Dest
                          PERFORM close-dist-file-para
                       END-IF
                       IF NOT WS-Dist-File-Open
                          PERFORM open-dist-file-para
                       END-IF
                       IF SD-DIST-SECTION NOT = WS-Dist-Cur-Section
                          MOVE SD-DIST-SECTION
                             TO WS-Dist-Target-Section
                          PERFORM advance-dist-section-para
                       END-IF
                       PERFORM write-dist-record-para
                 END-RETURN
              END-PERFORM
              IF WS-Dist-File-Open
                 PERFORM close-dist-file-para
              END-IF.

           open-dist-file-para.
              MOVE SD-DIST-DEST TO WS-Dist-Cur-Dest
              MOVE SPACES TO WS-Dist-File-Name
              STRING "DIST-" DELIMITED BY SIZE
                     WS-Dist-Cur-Dest DELIMITED BY SPACE
                     ".DAT" DELIMITED BY SIZE
                 INTO WS-Dist-File-Name
              END-STRING
              OPEN OUTPUT DIST-FILE
              IF WS-Dist-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open " WS-Dist-File-Name
                    " - status " WS-Dist-File-Status
                 PERFORM abort-batch-para
              END-IF
              SET WS-Dist-File-Open TO TRUE
              ADD 1 TO WS-Dist-File-Count
              MOVE 0 TO WS-Dist-Cur-Section
              MOVE 0 TO WS-Dist-Section-Count
              MOVE 0 TO WS-Dist-Pos
              MOVE 0 TO WS-Dist-Entries
              MOVE 0 TO WS-Dist-Rejects
              MOVE 0 TO WS-Dist-Dup-IDs
              MOVE 0 TO WS-Dist-Lines
              MOVE WS-Dist-Cur-Dest TO WS-Dst-Rpt-Dest
              MOVE SPACES TO DST-REC
              MOVE WS-Dist-Header-Line TO DST-REC
              PERFORM write-dist-line-para
              IF WS-Trial-Run
                 MOVE SPACES TO DST-REC
                 MOVE WS-Trial-Mark TO DST-REC
                 PERFORM write-dist-line-para
              END-IF
              MOVE SPACES TO DST-REC
              PERFORM write-dist-line-para.

           close-dist-file-para.
              MOVE 4 TO WS-Dist-Target-Section
              PERFORM advance-dist-section-para
              MOVE WS-Dist-Entries TO WS-Dst-Trl-Entries
              MOVE WS-Dist-Rejects TO WS-Dst-Trl-Rejects
              MOVE WS-Dist-Dup-IDs TO WS-Dst-Trl-Dup-IDs
              MOVE SPACES TO DST-REC
              PERFORM write-dist-line-para
              MOVE WS-Dist-Trailer-Line TO DST-REC
              PERFORM write-dist-line-para
              CLOSE DIST-FILE
              MOVE "N" TO WS-Dist-File-Switch
              ADD WS-Dist-Entries TO WS-Dist-Tot-Entries
              ADD WS-Dist-Rejects TO WS-Dist-Tot-Rejects
              ADD WS-Dist-Dup-IDs TO WS-Dist-Tot-Dup-IDs
              ADD WS-Dist-Lines TO WS-Dist-Tot-Lines
              MOVE WS-Dist-File-Name TO WS-Dct-File
              MOVE WS-Dist-Cur-Dest TO WS-Dct-Dest
              MOVE WS-Dist-Entries TO WS-Dct-Entries
              MOVE WS-Dist-Rejects TO WS-Dct-Rejects
              MOVE WS-Dist-Dup-IDs TO WS-Dct-Dup-IDs
              MOVE WS-Dist-Lines TO WS-Dct-Lines
              MOVE SPACES TO DCT-REC
              MOVE WS-Dist-Ctl-Detail-Line TO DCT-REC
              PERFORM write-dist-control-line-para.

      ******************************************************************
      * Steps the open department file forward to the section in
      * WS-Dist-Target-Section (4 is the end of the file), closing
      * each part on the way - NO ENTRIES, NO REJECTS and NO
      * DUPLICATE IDS say so out loud rather than leave a gap.
      ******************************************************************
           advance-dist-section-para.
              PERFORM UNTIL WS-Dist-Cur-Section
                    >= WS-Dist-Target-Section
                 PERFORM end-dist-section-para
                 ADD 1 TO WS-Dist-Cur-Section
                 MOVE 0 TO WS-Dist-Section-Count
                 PERFORM start-dist-section-para
              END-PERFORM.

           end-dist-section-para.
              MOVE SPACES TO DST-REC
              IF WS-Dist-Cur-Section = 1
                 IF WS-Dist-Section-Count = 0
                    MOVE "NO ENTRIES" TO DST-REC
                    PERFORM write-dist-line-para
                 ELSE
                    PERFORM write-dist-subtotal-para
                 END-IF
              ELSE
              IF WS-Dist-Cur-Section = 2
                 IF WS-Dist-Section-Count = 0
                    MOVE "NO REJECTS" TO DST-REC
                    PERFORM write-dist-line-para
                 END-IF
              ELSE
              IF WS-Dist-Cur-Section = 3
                 IF WS-Dist-Section-Count = 0
                    MOVE "NO DUPLICATE IDS" TO DST-REC
                    PERFORM write-dist-line-para
                 END-IF
              END-IF
              END-IF
              END-IF.

           start-dist-section-para.
              IF WS-Dist-Cur-Section < 4
                 MOVE SPACES TO DST-REC
                 PERFORM write-dist-line-para
              END-IF
              IF WS-Dist-Cur-Section = 1
                 MOVE WS-Report-Header-3 TO DST-REC
                 PERFORM write-dist-line-para
              ELSE
              IF WS-Dist-Cur-Section = 2
                 MOVE "REJECTS" TO DST-REC
                 PERFORM write-dist-line-para
              ELSE
              IF WS-Dist-Cur-Section = 3
                 MOVE "DUPLICATE IDS" TO DST-REC
                 PERFORM write-dist-line-para
              END-IF
              END-IF
              END-IF.

      ******************************************************************
      * One routed line. Entries are renumbered in the department's
      * own order and carry the same category break and subtotal
      * line the nightly report prints; rejects and duplicates lines
      * go out exactly as the night's reports wrote them.
      ******************************************************************
           write-dist-record-para.
              IF SD-DIST-SECTION = 1
                 IF WS-Dist-Section-Count = 0
                       OR SD-DIST-CATEGORY NOT = WS-Current-Category
                    IF WS-Dist-Section-Count > 0
                       PERFORM write-dist-subtotal-para
                       MOVE SPACES TO DST-REC
                       PERFORM write-dist-line-para
                    END-IF
                    MOVE SD-DIST-CATEGORY TO WS-Current-Category
                    PERFORM init-category-totals-para
                 END-IF
                 MOVE SD-DIST-VALUE TO WS-Cur-Value
                 PERFORM accumulate-category-para
                 ADD 1 TO WS-Dist-Pos
                 MOVE SD-DIST-LINE TO WS-Report-Detail-Line
                 MOVE WS-Dist-Pos TO WS-Rpt-Pos
                 MOVE SPACES TO DST-REC
                 MOVE WS-Report-Detail-Line TO DST-REC
              ELSE
                 MOVE SD-DIST-LINE TO DST-REC
              END-IF
              ADD 1 TO WS-Dist-Section-Count
              IF SD-DIST-COUNTED = "Y"
                 IF SD-DIST-SECTION = 1
                    ADD 1 TO WS-Dist-Entries
                 ELSE
                 IF SD-DIST-SECTION = 2
                    ADD 1 TO WS-Dist-Rejects
                 ELSE
                    ADD 1 TO WS-Dist-Dup-IDs
                 END-IF
                 END-IF
              END-IF
              PERFORM write-dist-line-para.

           write-dist-subtotal-para.
              PERFORM build-category-totals-para
              MOVE SPACES TO DST-REC
              MOVE WS-Cat-Total-Line TO DST-REC
              PERFORM write-dist-line-para.

           write-dist-line-para.
              WRITE DST-REC
              IF WS-Dist-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing " WS-Dist-File-Name
                    " - status " WS-Dist-File-Status
                 PERFORM abort-batch-para
              END-IF
              ADD 1 TO WS-Dist-Lines.

           write-dist-control-line-para.
              WRITE DCT-REC
              IF WS-Dist-Control-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing DSTCTL.DAT - status "
                    WS-Dist-Control-File-Status
                 PERFORM abort-batch-para
              END-IF.
      ** add other procedures here
       END PROGRAM YOUR-PROGRAM-NAME.
