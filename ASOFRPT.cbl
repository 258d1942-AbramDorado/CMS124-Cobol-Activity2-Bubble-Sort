      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuilds the whole value population as it stood at
      *          the close of a given date by replaying the value
      *          history (VALHIST.DAT) - adds, replaces, summed
      *          settles and deletes - up to and including that
      *          date, and lists it to ASOFRPT.DAT by category with
      *          a count and value subtotal per category. The date
      *          defaults to today; AS-OF-DATE=CCYYMMDD in
      *          PARMFILE.DAT picks another, and ASOF-MASTER=Y also
      *          writes the rebuilt population to ASOFMAST.DAT in
      *          the MASTER.DAT layout. Every run also replays the
      *          whole history and reconciles the result against the
      *          live MASTER.DAT: any difference means the history is
      *          incomplete, is listed, and sets return code 4.
      *          Once LOGARCH has moved old history out of the live
      *          file, VALHIST-ARCHIVE=name (one line per archive,
      *          oldest first) names the archive files to replay
      *          ahead of VALHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ASOFRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-File-Status.
           SELECT VALUE-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-History-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-File-Status.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT ASOF-WORK-FILE ASSIGN TO "ASOFWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Asof-Work-File-Status.
           SELECT REPLAY-WORK-FILE ASSIGN TO "RPLWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Replay-Work-File-Status.
           SELECT ASOF-MASTER-FILE ASSIGN TO "ASOFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Asof-Master-File-Status.
           SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Asof-Report-File-Status.
           SELECT HIST-SORT-FILE ASSIGN TO "SRTWRK3.DAT".
           SELECT LIST-SORT-FILE ASSIGN TO "SRTWRK4.DAT".
           SELECT MAST-SORT-FILE ASSIGN TO "SRTWRK5.DAT".
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PARM-FILE.
       01  PRM-REC PIC X(80).

       FD  VALUE-HISTORY-FILE.
           COPY VALHREC.

       FD  MASTER-FILE.
           COPY MSTREC.

      ******************************************************************
      * ASOFWORK.DAT carries the population as of the asked date and
      * RPLWORK.DAT the population at the end of the whole history,
      * both in ID order, one record per ID on file.
      ******************************************************************
       FD  ASOF-WORK-FILE.
       01  AOW-REC.
           05  AOW-ID PIC X(5).
           05  FILLER PIC X(1).
           05  AOW-VALUE PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER PIC X(1).
           05  AOW-CATEGORY PIC X(3).

       FD  REPLAY-WORK-FILE.
       01  RPW-REC.
           05  RPW-ID PIC X(5).
           05  FILLER PIC X(1).
           05  RPW-VALUE PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER PIC X(1).
           05  RPW-CATEGORY PIC X(3).

      *    Same layout as MASTER.DAT, so the rebuilt population can be
      *    read by anything that reads the master.
       FD  ASOF-MASTER-FILE.
       01  AMS-REC.
           05  AMS-ID PIC X(5).
           05  FILLER PIC X(1).
           05  AMS-VALUE PIC S9(2).
           05  FILLER PIC X(1).
           05  AMS-CATEGORY PIC X(3).

       FD  ASOF-REPORT-FILE.
       01  AOR-REC PIC X(80).

      ******************************************************************
      * The history sorted by ID, its order of writing kept within an
      * ID by the sequence number - the replay must see an ID's
      * changes in the order the batch made them.
      ******************************************************************
       SD  HIST-SORT-FILE.
       01  HSR-REC.
           05  HSR-ID PIC X(5).
           05  HSR-SEQ PIC 9(9).
           05  HSR-DATE PIC 9(8).
           05  HSR-TRANS-CODE PIC X(1).
           05  HSR-NEW-VALUE PIC S9(2).
           05  HSR-CATEGORY PIC X(3).

       SD  LIST-SORT-FILE.
       01  LSR-REC.
           05  LSR-ID PIC X(5).
           05  FILLER PIC X(1).
           05  LSR-VALUE PIC S9(2) SIGN LEADING SEPARATE.
           05  FILLER PIC X(1).
           05  LSR-CATEGORY PIC X(3).

       SD  MAST-SORT-FILE.
       01  MSR-REC.
           05  MSR-ID PIC X(5).
           05  MSR-VALUE PIC S9(2).
           05  MSR-CATEGORY PIC X(3).

       WORKING-STORAGE SECTION.
           01 WS-Parm-File-Status PIC XX.
           01 WS-History-File-Status PIC XX.
           01 WS-History-File-Name PIC X(40) VALUE "VALHIST.DAT".
           78 WS-Max-Archives VALUE 12.
           01 WS-Archive-Table.
              02 WS-Archive-Name PIC X(40) OCCURS WS-Max-Archives TIMES.
           01 WS-Archive-Count PIC 9(2) VALUE 0.
           01 WS-Archive-Idx PIC 9(2) VALUE 0.
           01 WS-Master-File-Status PIC XX.
           01 WS-Asof-Work-File-Status PIC XX.
           01 WS-Replay-Work-File-Status PIC XX.
           01 WS-Asof-Master-File-Status PIC XX.
           01 WS-Asof-Report-File-Status PIC XX.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-History-EOF-Switch PIC X VALUE "N".
              88 WS-History-EOF VALUE "Y".
           01 WS-Sort-EOF-Switch PIC X VALUE "N".
              88 WS-Sort-EOF VALUE "Y".
           01 WS-Replay-EOF-Switch PIC X VALUE "N".
              88 WS-Replay-EOF VALUE "Y".
           01 WS-Write-Master-Switch PIC X VALUE "N".
              88 WS-Write-Master VALUE "Y".
           01 WS-Master-Missing-Switch PIC X VALUE "N".
              88 WS-Master-Missing VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-As-Of-Date PIC 9(8) VALUE 0.
           01 WS-Last-History-Date PIC 9(8) VALUE 0.
           01 WS-History-Seq PIC 9(9) VALUE 0.
           01 WS-History-Read PIC 9(7) VALUE 0.
           01 WS-History-Applied PIC 9(7) VALUE 0.
           01 WS-History-Later PIC 9(7) VALUE 0.
      *    One ID's state while its history is replayed: as of the
      *    asked date, and at the end of the whole history.
           01 WS-Grp-ID PIC X(5).
           01 WS-Grp-Asof-On-Switch PIC X VALUE "N".
              88 WS-Grp-Asof-On VALUE "Y".
           01 WS-Grp-Asof-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Asof-Category PIC X(3).
           01 WS-Grp-Full-On-Switch PIC X VALUE "N".
              88 WS-Grp-Full-On VALUE "Y".
           01 WS-Grp-Full-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Full-Category PIC X(3).
      *    Category control break on the listing.
           01 WS-First-Category-Switch PIC X VALUE "Y".
              88 WS-First-Category VALUE "Y".
           01 WS-Prev-Category PIC X(3).
           01 WS-Cat-Count PIC 9(5) VALUE 0.
           01 WS-Cat-Total PIC S9(7) VALUE 0.
           01 WS-Category-Count PIC 9(5) VALUE 0.
           01 WS-Listed-Count PIC 9(7) VALUE 0.
           01 WS-Listed-Total PIC S9(9) VALUE 0.
      *    Reconciliation against MASTER.DAT.
           01 WS-Mst-Compared PIC 9(7) VALUE 0.
           01 WS-Rpl-Compared PIC 9(7) VALUE 0.
           01 WS-Difference-Count PIC 9(7) VALUE 0.
           01 WS-Diff-Reason PIC X(24).
           01 WS-Diff-Side PIC X VALUE SPACE.
              88 WS-Diff-Master-Only VALUE "M".
              88 WS-Diff-History-Only VALUE "H".
              88 WS-Diff-Both VALUE "B".
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Aor-Header-1.
              05 FILLER PIC X(30)
                 VALUE "MASTER RECONSTRUCTED AS OF:  ".
              05 WS-Aor-Rpt-Asof PIC X(10).
              05 FILLER PIC X(12) VALUE "  RUN DATE: ".
              05 WS-Aor-Rpt-Today PIC X(10).
           01 WS-Aor-Header-2.
              05 FILLER PIC X(30)
                 VALUE "HISTORY REPLAYED THROUGH:     ".
              05 WS-Aor-Rpt-Last PIC X(10).
           01 WS-Aor-Archive-Line.
              05 FILLER PIC X(30)
                 VALUE "HISTORY ARCHIVE REPLAYED:     ".
              05 WS-Aor-Rpt-Archive PIC X(40).
           01 WS-Aor-Header-3.
              05 FILLER PIC X(10) VALUE "CATEGORY".
              05 FILLER PIC X(8) VALUE "ID".
              05 FILLER PIC X(6) VALUE "VALUE".
           01 WS-Aor-Detail.
              05 WS-Aor-Det-Category PIC X(3).
              05 FILLER PIC X(7) VALUE SPACES.
              05 WS-Aor-Det-ID PIC X(5).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-Aor-Det-Value PIC -(2)9.
           01 WS-Aor-Subtotal.
              05 FILLER PIC X(4) VALUE SPACES.
              05 FILLER PIC X(9) VALUE "CATEGORY ".
              05 WS-Aor-Sub-Category PIC X(3).
              05 FILLER PIC X(9) VALUE "  COUNT: ".
              05 WS-Aor-Sub-Count PIC ZZZZ9.
              05 FILLER PIC X(9) VALUE "  TOTAL: ".
              05 WS-Aor-Sub-Total PIC -(7)9.
           01 WS-Aor-Grand-Total.
              05 FILLER PIC X(12) VALUE "CATEGORIES: ".
              05 WS-Aor-Tot-Categories PIC ZZZZ9.
              05 FILLER PIC X(8) VALUE "  IDS: ".
              05 WS-Aor-Tot-Count PIC ZZZZZZ9.
              05 FILLER PIC X(9) VALUE "  TOTAL: ".
              05 WS-Aor-Tot-Total PIC -(9)9.
           01 WS-Aor-History-Line.
              05 FILLER PIC X(15) VALUE "HISTORY READ: ".
              05 WS-Aor-His-Read PIC ZZZZZZ9.
              05 FILLER PIC X(12) VALUE "  APPLIED: ".
              05 WS-Aor-His-Applied PIC ZZZZZZ9.
              05 FILLER PIC X(17) VALUE "  AFTER AS-OF: ".
              05 WS-Aor-His-Later PIC ZZZZZZ9.
           01 WS-Aor-Diff-Line.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Aor-Dif-ID PIC X(5).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Aor-Dif-Reason PIC X(24).
              05 FILLER PIC X(10) VALUE " HISTORY: ".
              05 WS-Aor-Dif-Rpl-Value PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Aor-Dif-Rpl-Category PIC X(3).
              05 FILLER PIC X(10) VALUE "  MASTER: ".
              05 WS-Aor-Dif-Mst-Value PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Aor-Dif-Mst-Category PIC X(3).
           01 WS-Value-Edit PIC -(2)9.
           01 WS-Aor-Recon-Line.
              05 FILLER PIC X(18) VALUE "MASTER IDS READ: ".
              05 WS-Aor-Rec-Master PIC ZZZZZZ9.
              05 FILLER PIC X(15) VALUE "  HISTORY IDS: ".
              05 WS-Aor-Rec-Replay PIC ZZZZZZ9.
              05 FILLER PIC X(16) VALUE "  DIFFERENCES: ".
              05 WS-Aor-Rec-Diffs PIC ZZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pick up the date, replay the history once by ID into the two
      * work files, list the as-of population by category, then
      * reconcile the end-of-history population with MASTER.DAT.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-As-Of-Date
           PERFORM read-parm-file-para
           PERFORM open-output-files-para
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HSR-ID
               ON ASCENDING KEY HSR-SEQ
               INPUT PROCEDURE IS release-history-para
               OUTPUT PROCEDURE IS replay-history-para
           CLOSE ASOF-WORK-FILE
           CLOSE REPLAY-WORK-FILE
           IF WS-Write-Master
              CLOSE ASOF-MASTER-FILE
           END-IF
           PERFORM write-headers-para
           SORT LIST-SORT-FILE
               ON ASCENDING KEY LSR-CATEGORY
               ON ASCENDING KEY LSR-ID
               USING ASOF-WORK-FILE
               OUTPUT PROCEDURE IS list-population-para
           PERFORM reconcile-master-para
           CLOSE ASOF-REPORT-FILE
           DISPLAY "As-of listing written - " WS-Listed-Count
              " ID(s) on file at close of " WS-As-Of-Date
           IF WS-Difference-Count > 0
              DISPLAY "WARNING: " WS-Difference-Count
                 " difference(s) between VALHIST.DAT and MASTER.DAT"
                 " - history incomplete, see ASOFRPT.DAT"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Three options are read here: AS-OF-DATE=CCYYMMDD,
      * ASOF-MASTER=Y and VALHIST-ARCHIVE=name, which may be given
      * more than once. The rest of PARMFILE.DAT belongs to the batch
      * job and is passed over without comment; a missing file just
      * means today, with no master image written.
      ******************************************************************
           read-parm-file-para.
              MOVE "N" TO WS-Parm-EOF-Switch
              OPEN INPUT PARM-FILE
              IF WS-Parm-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-Parm-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open PARMFILE.DAT - "
                       "status " WS-Parm-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-Parm-EOF
                    READ PARM-FILE
                       AT END
                          SET WS-Parm-EOF TO TRUE
                       NOT AT END
                          IF PRM-REC NOT = SPACES
                                AND PRM-REC(1:1) NOT = "*"
                             PERFORM apply-parm-record-para
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PARM-FILE
              END-IF.

           apply-parm-record-para.
              MOVE SPACES TO WS-Parm-Keyword
              MOVE SPACES TO WS-Parm-Value
              UNSTRING PRM-REC DELIMITED BY "="
                 INTO WS-Parm-Keyword WS-Parm-Value
              END-UNSTRING
              MOVE FUNCTION UPPER-CASE(WS-Parm-Keyword)
                 TO WS-Parm-Keyword
              MOVE FUNCTION UPPER-CASE(WS-Parm-Value)
                 TO WS-Parm-Value
              IF WS-Parm-Keyword = "AS-OF-DATE"
                 IF WS-Parm-Value(1:8) IS NUMERIC
                       AND WS-Parm-Value(9:) = SPACES
                    MOVE WS-Parm-Value(1:8) TO WS-As-Of-Date
                 ELSE
                    DISPLAY "WARNING: AS-OF-DATE must be CCYYMMDD - "
                       "listing as of " WS-As-Of-Date
                 END-IF
              ELSE
              IF WS-Parm-Keyword = "ASOF-MASTER"
                 IF WS-Parm-Value = "Y"
                    SET WS-Write-Master TO TRUE
                 END-IF
              ELSE
              IF WS-Parm-Keyword = "VALHIST-ARCHIVE"
                 IF WS-Parm-Value = SPACES
                    DISPLAY "WARNING: VALHIST-ARCHIVE has no file name"
                       " - ignored"
                 ELSE
                    IF WS-Archive-Count >= WS-Max-Archives
                       DISPLAY "FATAL: more than " WS-Max-Archives
                          " VALHIST-ARCHIVE files named"
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-Archive-Count
                    MOVE WS-Parm-Value
                       TO WS-Archive-Name(WS-Archive-Count)
                 END-IF
              END-IF
              END-IF
              END-IF.

           open-output-files-para.
              OPEN OUTPUT ASOF-REPORT-FILE
              IF WS-Asof-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open ASOFRPT.DAT - status "
                    WS-Asof-Report-File-Status
                 STOP RUN
              END-IF
              OPEN OUTPUT ASOF-WORK-FILE
              IF WS-Asof-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open ASOFWORK.DAT - status "
                    WS-Asof-Work-File-Status
                 STOP RUN
              END-IF
              OPEN OUTPUT REPLAY-WORK-FILE
              IF WS-Replay-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open RPLWORK.DAT - status "
                    WS-Replay-Work-File-Status
                 STOP RUN
              END-IF
              IF WS-Write-Master
                 OPEN OUTPUT ASOF-MASTER-FILE
                 IF WS-Asof-Master-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open ASOFMAST.DAT - "
                       "status " WS-Asof-Master-File-Status
                    STOP RUN
                 END-IF
              END-IF.

      ******************************************************************
      * Every history record goes to the sort, numbered in the order
      * it was written. Records after the as-of date are still needed
      * for the end-of-history reconciliation. Any archive files
      * named in PARMFILE.DAT go first, in the order given, so the
      * numbering still runs oldest to newest. A named archive that
      * cannot be found is fatal - replaying without it would give a
      * wrong population. A missing live history just means nothing
      * has been applied since - or at all.
      ******************************************************************
           release-history-para.
              MOVE 1 TO WS-Archive-Idx
              PERFORM UNTIL WS-Archive-Idx > WS-Archive-Count
                 MOVE WS-Archive-Name(WS-Archive-Idx)
                    TO WS-History-File-Name
                 OPEN INPUT VALUE-HISTORY-FILE
                 IF WS-History-File-Status = "35"
                    DISPLAY "FATAL: history archive "
                       FUNCTION TRIM(WS-History-File-Name)
                       " not found"
                    STOP RUN
                 END-IF
                 PERFORM release-history-file-para
                 ADD 1 TO WS-Archive-Idx
              END-PERFORM
              MOVE "VALHIST.DAT" TO WS-History-File-Name
              OPEN INPUT VALUE-HISTORY-FILE
              IF WS-History-File-Status = "35"
                 CONTINUE
              ELSE
                 PERFORM release-history-file-para
              END-IF.

           release-history-file-para.
              MOVE "N" TO WS-History-EOF-Switch
              IF WS-History-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open "
                    FUNCTION TRIM(WS-History-File-Name)
                    " - status " WS-History-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-History-EOF
                 READ VALUE-HISTORY-FILE
                    AT END
                       SET WS-History-EOF TO TRUE
                    NOT AT END
                       IF WS-History-File-Status NOT = "00"
                          DISPLAY "FATAL: "
                             FUNCTION TRIM(WS-History-File-Name)
                             " read error " WS-History-File-Status
                          CLOSE VALUE-HISTORY-FILE
                          STOP RUN
                       END-IF
                       PERFORM release-one-history-para
                 END-READ
              END-PERFORM
              CLOSE VALUE-HISTORY-FILE.

           release-one-history-para.
              ADD 1 TO WS-History-Read
              ADD 1 TO WS-History-Seq
              IF VH-DATE > WS-Last-History-Date
                 MOVE VH-DATE TO WS-Last-History-Date
              END-IF
              IF VH-DATE > WS-As-Of-Date
                 ADD 1 TO WS-History-Later
              ELSE
                 ADD 1 TO WS-History-Applied
              END-IF
              MOVE VH-ID TO HSR-ID
              MOVE WS-History-Seq TO HSR-SEQ
              MOVE VH-DATE TO HSR-DATE
              MOVE VH-TRANS-CODE TO HSR-TRANS-CODE
              MOVE VH-NEW-VALUE TO HSR-NEW-VALUE
              MOVE VH-CATEGORY TO HSR-CATEGORY
              RELEASE HSR-REC.

      ******************************************************************
      * Walks the sorted history one ID at a time, carrying two
      * states for the ID: as of the asked date and at the end of the
      * history. When the ID changes, whatever is on file in each
      * state is written to its work file.
      ******************************************************************
           replay-history-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              MOVE SPACES TO WS-Grp-ID
              PERFORM UNTIL WS-Sort-EOF
                 RETURN HIST-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF HSR-ID NOT = WS-Grp-ID
                          IF WS-Grp-ID NOT = SPACES
                             PERFORM write-replayed-id-para
                          END-IF
                          PERFORM start-replay-id-para
                       END-IF
                       PERFORM replay-one-change-para
                 END-RETURN
              END-PERFORM
              IF WS-Grp-ID NOT = SPACES
                 PERFORM write-replayed-id-para
              END-IF.

           start-replay-id-para.
              MOVE HSR-ID TO WS-Grp-ID
              MOVE "N" TO WS-Grp-Asof-On-Switch
              MOVE 0 TO WS-Grp-Asof-Value
              MOVE SPACES TO WS-Grp-Asof-Category
              MOVE "N" TO WS-Grp-Full-On-Switch
              MOVE 0 TO WS-Grp-Full-Value
              MOVE SPACES TO WS-Grp-Full-Category.

      ******************************************************************
      * One change as the batch recorded it: A (or blank, from before
      * the code was carried), R and S put the new value and the
      * recorded category on the ID, D takes it off. A blank category
      * is taken as it stands - the batch applies a replace's blank
      * category to the master too.
      ******************************************************************
           replay-one-change-para.
              IF HSR-TRANS-CODE = "D"
                 MOVE "N" TO WS-Grp-Full-On-Switch
              ELSE
                 SET WS-Grp-Full-On TO TRUE
                 MOVE HSR-NEW-VALUE TO WS-Grp-Full-Value
                 MOVE HSR-CATEGORY TO WS-Grp-Full-Category
              END-IF
              IF HSR-DATE <= WS-As-Of-Date
                 MOVE WS-Grp-Full-On-Switch TO WS-Grp-Asof-On-Switch
                 MOVE WS-Grp-Full-Value TO WS-Grp-Asof-Value
                 MOVE WS-Grp-Full-Category TO WS-Grp-Asof-Category
              END-IF.

           write-replayed-id-para.
              IF WS-Grp-Asof-On
                 MOVE SPACES TO AOW-REC
                 MOVE WS-Grp-ID TO AOW-ID
                 MOVE WS-Grp-Asof-Value TO AOW-VALUE
                 MOVE WS-Grp-Asof-Category TO AOW-CATEGORY
                 WRITE AOW-REC
                 IF WS-Asof-Work-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing ASOFWORK.DAT - "
                       "status " WS-Asof-Work-File-Status
                    STOP RUN
                 END-IF
                 IF WS-Write-Master
                    MOVE SPACES TO AMS-REC
                    MOVE WS-Grp-ID TO AMS-ID
                    MOVE WS-Grp-Asof-Value TO AMS-VALUE
                    MOVE WS-Grp-Asof-Category TO AMS-CATEGORY
                    WRITE AMS-REC
                    IF WS-Asof-Master-File-Status NOT = "00"
                       DISPLAY "FATAL: error writing ASOFMAST.DAT - "
                          "status " WS-Asof-Master-File-Status
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
              IF WS-Grp-Full-On
                 MOVE SPACES TO RPW-REC
                 MOVE WS-Grp-ID TO RPW-ID
                 MOVE WS-Grp-Full-Value TO RPW-VALUE
                 MOVE WS-Grp-Full-Category TO RPW-CATEGORY
                 WRITE RPW-REC
                 IF WS-Replay-Work-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing RPLWORK.DAT - "
                       "status " WS-Replay-Work-File-Status
                    STOP RUN
                 END-IF
              END-IF.

           write-headers-para.
              MOVE WS-As-Of-Date TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Aor-Rpt-Asof
              MOVE WS-Today TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Aor-Rpt-Today
              IF WS-Last-History-Date = 0
                 MOVE "NONE" TO WS-Aor-Rpt-Last
              ELSE
                 MOVE WS-Last-History-Date TO WS-Date-Text
                 PERFORM edit-date-para
                 MOVE WS-Run-Date-Edit TO WS-Aor-Rpt-Last
              END-IF
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Header-1 TO AOR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Header-2 TO AOR-REC
              PERFORM write-report-line-para
              MOVE 1 TO WS-Archive-Idx
              PERFORM UNTIL WS-Archive-Idx > WS-Archive-Count
                 MOVE WS-Archive-Name(WS-Archive-Idx)
                    TO WS-Aor-Rpt-Archive
                 MOVE SPACES TO AOR-REC
                 MOVE WS-Aor-Archive-Line TO AOR-REC
                 PERFORM write-report-line-para
                 ADD 1 TO WS-Archive-Idx
              END-PERFORM
              MOVE SPACES TO AOR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Header-3 TO AOR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * The as-of population in category then ID order, with a count
      * and value subtotal at each change of category and a grand
      * total at the end.
      ******************************************************************
           list-population-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              PERFORM UNTIL WS-Sort-EOF
                 RETURN LIST-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF WS-First-Category
                          MOVE "N" TO WS-First-Category-Switch
                          MOVE LSR-CATEGORY TO WS-Prev-Category
                       ELSE
                       IF LSR-CATEGORY NOT = WS-Prev-Category
                          PERFORM write-subtotal-para
                          MOVE LSR-CATEGORY TO WS-Prev-Category
                       END-IF
                       END-IF
                       PERFORM list-one-id-para
                 END-RETURN
              END-PERFORM
              IF NOT WS-First-Category
                 PERFORM write-subtotal-para
              END-IF
              MOVE WS-Category-Count TO WS-Aor-Tot-Categories
              MOVE WS-Listed-Count TO WS-Aor-Tot-Count
              MOVE WS-Listed-Total TO WS-Aor-Tot-Total
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Grand-Total TO AOR-REC
              PERFORM write-report-line-para
              MOVE WS-History-Read TO WS-Aor-His-Read
              MOVE WS-History-Applied TO WS-Aor-His-Applied
              MOVE WS-History-Later TO WS-Aor-His-Later
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-History-Line TO AOR-REC
              PERFORM write-report-line-para.

           list-one-id-para.
              ADD 1 TO WS-Cat-Count
              ADD LSR-VALUE TO WS-Cat-Total
              ADD 1 TO WS-Listed-Count
              ADD LSR-VALUE TO WS-Listed-Total
              MOVE LSR-CATEGORY TO WS-Aor-Det-Category
              MOVE LSR-ID TO WS-Aor-Det-ID
              MOVE LSR-VALUE TO WS-Aor-Det-Value
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Detail TO AOR-REC
              PERFORM write-report-line-para.

           write-subtotal-para.
              ADD 1 TO WS-Category-Count
              MOVE WS-Prev-Category TO WS-Aor-Sub-Category
              MOVE WS-Cat-Count TO WS-Aor-Sub-Count
              MOVE WS-Cat-Total TO WS-Aor-Sub-Total
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Subtotal TO AOR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO AOR-REC
              PERFORM write-report-line-para
              MOVE 0 TO WS-Cat-Count
              MOVE 0 TO WS-Cat-Total.

      ******************************************************************
      * The whole history replayed should be exactly the live master:
      * same IDs, same values, same categories. MASTER.DAT is sorted
      * by ID on the way in - masters from before the merge redesign
      * are not in ID order - and matched against RPLWORK.DAT. An ID
      * on one side only, or with a different value or category, is
      * listed; a blank category in the history - records written
      * before the category was carried have none - is not held
      * against it.
      ******************************************************************
           reconcile-master-para.
              MOVE SPACES TO AOR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO AOR-REC
              MOVE "RECONCILIATION OF FULL HISTORY TO MASTER.DAT"
                 TO AOR-REC
              PERFORM write-report-line-para
              OPEN INPUT MASTER-FILE
              IF WS-Master-File-Status = "35"
                 SET WS-Master-Missing TO TRUE
              ELSE
                 IF WS-Master-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open MASTER.DAT - status "
                       WS-Master-File-Status
                    STOP RUN
                 END-IF
                 CLOSE MASTER-FILE
              END-IF
              OPEN INPUT REPLAY-WORK-FILE
              IF WS-Replay-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open RPLWORK.DAT - status "
                    WS-Replay-Work-File-Status
                 STOP RUN
              END-IF
              MOVE "N" TO WS-Replay-EOF-Switch
              PERFORM read-replay-para
              IF WS-Master-Missing
                 MOVE SPACES TO AOR-REC
                 MOVE "    MASTER.DAT NOT FOUND" TO AOR-REC
                 PERFORM write-report-line-para
                 SET WS-Sort-EOF TO TRUE
                 PERFORM compare-one-pair-para
                    UNTIL WS-Replay-EOF
              ELSE
                 SORT MAST-SORT-FILE
                     ON ASCENDING KEY MSR-ID
                     INPUT PROCEDURE IS release-master-para
                     OUTPUT PROCEDURE IS compare-master-para
              END-IF
              CLOSE REPLAY-WORK-FILE
              MOVE WS-Mst-Compared TO WS-Aor-Rec-Master
              MOVE WS-Rpl-Compared TO WS-Aor-Rec-Replay
              MOVE WS-Difference-Count TO WS-Aor-Rec-Diffs
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Recon-Line TO AOR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO AOR-REC
              IF WS-Difference-Count = 0
                 MOVE "HISTORY AGREES WITH MASTER.DAT" TO AOR-REC
              ELSE
                 MOVE "*** HISTORY INCOMPLETE - MASTER.DAT NOT REBUILT"
                    TO AOR-REC
              END-IF
              PERFORM write-report-line-para.

           release-master-para.
              MOVE "N" TO WS-History-EOF-Switch
              OPEN INPUT MASTER-FILE
              PERFORM UNTIL WS-History-EOF
                 READ MASTER-FILE
                    AT END
                       SET WS-History-EOF TO TRUE
                    NOT AT END
                       IF WS-Master-File-Status NOT = "00"
                          DISPLAY "FATAL: MASTER.DAT read error "
                             WS-Master-File-Status
                          CLOSE MASTER-FILE
                          STOP RUN
                       END-IF
                       MOVE MST-ID TO MSR-ID
                       MOVE MST-VALUE TO MSR-VALUE
                       MOVE MST-CATEGORY TO MSR-CATEGORY
                       RELEASE MSR-REC
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE.

           compare-master-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              PERFORM return-master-para
              PERFORM compare-one-pair-para
                 UNTIL WS-Sort-EOF AND WS-Replay-EOF.

      *    One step of the match: the lower key is the side with an ID
      *    the other lacks; equal keys are compared field by field.
           compare-one-pair-para.
              IF WS-Replay-EOF
                    OR (NOT WS-Sort-EOF AND MSR-ID < RPW-ID)
                 SET WS-Diff-Master-Only TO TRUE
                 MOVE "ON MASTER ONLY" TO WS-Diff-Reason
                 PERFORM write-difference-para
                 PERFORM return-master-para
              ELSE
              IF WS-Sort-EOF OR RPW-ID < MSR-ID
                 SET WS-Diff-History-Only TO TRUE
                 MOVE "IN HISTORY ONLY" TO WS-Diff-Reason
                 PERFORM write-difference-para
                 PERFORM read-replay-para
              ELSE
                 SET WS-Diff-Both TO TRUE
                 IF RPW-VALUE NOT = MSR-VALUE
                    MOVE "VALUE DIFFERS" TO WS-Diff-Reason
                    PERFORM write-difference-para
                 ELSE
                 IF RPW-CATEGORY NOT = SPACES
                       AND RPW-CATEGORY NOT = MSR-CATEGORY
                    MOVE "CATEGORY DIFFERS" TO WS-Diff-Reason
                    PERFORM write-difference-para
                 END-IF
                 END-IF
                 PERFORM return-master-para
                 PERFORM read-replay-para
              END-IF
              END-IF.

           return-master-para.
              RETURN MAST-SORT-FILE
                 AT END
                    SET WS-Sort-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-Mst-Compared
              END-RETURN.

           read-replay-para.
              READ REPLAY-WORK-FILE
                 AT END
                    SET WS-Replay-EOF TO TRUE
                 NOT AT END
                    IF WS-Replay-Work-File-Status NOT = "00"
                       DISPLAY "FATAL: RPLWORK.DAT read error "
                          WS-Replay-Work-File-Status
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-Rpl-Compared
              END-READ.

      *    Either side may be absent for the ID; its columns are left
      *    blank rather than showing a value it does not have.
           write-difference-para.
              ADD 1 TO WS-Difference-Count
              MOVE SPACES TO WS-Aor-Dif-Rpl-Value
              MOVE SPACES TO WS-Aor-Dif-Rpl-Category
              MOVE SPACES TO WS-Aor-Dif-Mst-Value
              MOVE SPACES TO WS-Aor-Dif-Mst-Category
              IF WS-Diff-Master-Only
                 MOVE MSR-ID TO WS-Aor-Dif-ID
              ELSE
                 MOVE RPW-ID TO WS-Aor-Dif-ID
                 MOVE RPW-VALUE TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-Aor-Dif-Rpl-Value
                 MOVE RPW-CATEGORY TO WS-Aor-Dif-Rpl-Category
              END-IF
              IF NOT WS-Diff-History-Only
                 MOVE MSR-VALUE TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-Aor-Dif-Mst-Value
                 MOVE MSR-CATEGORY TO WS-Aor-Dif-Mst-Category
              END-IF
              MOVE WS-Diff-Reason TO WS-Aor-Dif-Reason
              MOVE SPACES TO AOR-REC
              MOVE WS-Aor-Diff-Line TO AOR-REC
              PERFORM write-report-line-para.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-report-line-para.
              WRITE AOR-REC
              IF WS-Asof-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing ASOFRPT.DAT - status "
                    WS-Asof-Report-File-Status
                 STOP RUN
              END-IF.
      ** add other procedures here
       END PROGRAM ASOFRPT.
