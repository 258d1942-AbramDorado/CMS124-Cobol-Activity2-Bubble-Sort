      ******************************************************************
      * Author:
      * Date:
      * Purpose: Selective backout of one night's run, or of one
      *          source file within it, from the value history
      *          (VALHIST.DAT). The operator gives the run date and,
      *          optionally, the source tag; every ID that run
      *          changed is worked back to the state it had before
      *          the run, and the reversing transaction - restore
      *          the prior value on a replace or summed settle,
      *          delete on an add, re-add on a delete - is written to
      *          BACKOUT.DAT, which the next batch run applies ahead
      *          of the day's input the way it applies RESUBMIT.DAT.
      *          A preview of every ID affected goes to BACKPRV.DAT
      *          first and nothing is queued until the operator
      *          confirms it. An ID that changed again after the run,
      *          or whose master record no longer matches what the
      *          run left, is flagged and not reversed - doing so
      *          would wipe out a later, legitimate change. Where
      *          MSTREST puts back a whole night, this takes back
      *          only what went wrong. Supervisor sign-on required;
      *          each backout queued is written to MAINTAUD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BACKOUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT VALUE-HISTORY-FILE ASSIGN TO "VALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-File-Status.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backout-Work-File-Status.
           SELECT OPTIONAL BACKOUT-FILE ASSIGN TO "BACKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backout-File-Status.
           SELECT PREVIEW-FILE ASSIGN TO "BACKPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Preview-File-Status.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-File-Status.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
           SELECT BACKOUT-SORT-FILE ASSIGN TO "SRTWRK7.DAT".
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  VALUE-HISTORY-FILE.
           COPY VALHREC.

       FD  MASTER-FILE.
           COPY MSTREC.

      *    Reversals staged in the batch input layout until the
      *    operator confirms them.
       FD  BACKOUT-WORK-FILE.
           COPY INREC.

       FD  BACKOUT-FILE.
       01  BKO-REC PIC X(16).

       FD  PREVIEW-FILE.
       01  BPV-REC PIC X(100).

       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

      ******************************************************************
      * The whole history and the live master merged by ID. The
      * sequence number keeps an ID's history in the order the batch
      * wrote it and puts its master record last.
      ******************************************************************
       SD  BACKOUT-SORT-FILE.
       01  BSR-REC.
           05  BSR-ID PIC X(5).
           05  BSR-SEQ PIC 9(9).
           05  BSR-KIND PIC X(1).
               88  BSR-HISTORY VALUE "H".
               88  BSR-MASTER VALUE "M".
           05  BSR-DATE PIC 9(8).
           05  BSR-TRANS-CODE PIC X(1).
           05  BSR-PRIOR-VALUE PIC S9(2).
           05  BSR-NEW-VALUE PIC S9(2).
           05  BSR-CATEGORY PIC X(3).
           05  BSR-SOURCE PIC X(1).

       WORKING-STORAGE SECTION.
           78 WS-Master-Seq VALUE 999999999.
           01 WS-History-File-Status PIC XX.
           01 WS-Master-File-Status PIC XX.
           01 WS-Backout-Work-File-Status PIC XX.
           01 WS-Backout-File-Status PIC XX.
           01 WS-Preview-File-Status PIC XX.
           01 WS-File-EOF-Switch PIC X VALUE "N".
              88 WS-File-EOF VALUE "Y".
           01 WS-Sort-EOF-Switch PIC X VALUE "N".
              88 WS-Sort-EOF VALUE "Y".
           01 WS-Run-Date-Text PIC X(8) VALUE SPACES.
           01 WS-Backout-Date PIC 9(8) VALUE 0.
           01 WS-Backout-Source PIC X(1) VALUE SPACE.
           01 WS-Seq PIC 9(9) VALUE 0.
           01 WS-Selected-Count PIC 9(7) VALUE 0.
           01 WS-Affected-Count PIC 9(7) VALUE 0.
           01 WS-Queued-Count PIC 9(7) VALUE 0.
           01 WS-Changed-Count PIC 9(7) VALUE 0.
           01 WS-Differs-Count PIC 9(7) VALUE 0.
           01 WS-Nothing-Count PIC 9(7) VALUE 0.
      *    One ID's history around the run being backed out: its
      *    state before the run's first change to it, its state after
      *    the run's last change, whether anything changed it again
      *    after that, and what the master holds for it now.
           01 WS-Grp-ID PIC X(5).
           01 WS-Grp-Sel-Count PIC 9(5) VALUE 0.
           01 WS-Grp-Earlier-Switch PIC X VALUE "N".
              88 WS-Grp-Earlier-Found VALUE "Y".
           01 WS-Grp-Earlier-Category PIC X(3).
           01 WS-Grp-Before-Switch PIC X VALUE "N".
              88 WS-Grp-Before-On VALUE "Y".
           01 WS-Grp-Before-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Before-Category PIC X(3).
           01 WS-Grp-After-Switch PIC X VALUE "N".
              88 WS-Grp-After-On VALUE "Y".
           01 WS-Grp-After-Value PIC S9(2) VALUE 0.
           01 WS-Grp-After-Category PIC X(3).
           01 WS-Grp-Later-Switch PIC X VALUE "N".
              88 WS-Grp-Changed-Later VALUE "Y".
           01 WS-Grp-Later-Date PIC 9(8) VALUE 0.
           01 WS-Grp-Mst-Switch PIC X VALUE "N".
              88 WS-Grp-Mst-On VALUE "Y".
           01 WS-Grp-Mst-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Mst-Category PIC X(3).
           01 WS-Reversal-Code PIC X(1).
           01 WS-Reversal-Action PIC X(10).
           01 WS-Reversal-Status PIC X(30).
           01 WS-Value-Text-Edit PIC -(3)9.
           01 WS-Value-Edit PIC -(2)9.
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Confirm PIC X(1) VALUE SPACE.
           01 WS-Bpv-Header-1.
              05 FILLER PIC X(18) VALUE "BACKOUT PREVIEW - ".
              05 FILLER PIC X(5) VALUE "RUN: ".
              05 WS-Bpv-Rpt-Date PIC X(10).
              05 FILLER PIC X(10) VALUE "  SOURCE: ".
              05 WS-Bpv-Rpt-Source PIC X(3).
              05 FILLER PIC X(12) VALUE "  PREPARED: ".
              05 WS-Bpv-Rpt-Today PIC X(10).
           01 WS-Bpv-Header-2.
              05 FILLER PIC X(7) VALUE "ID".
              05 FILLER PIC X(8) VALUE "CHANGES".
              05 FILLER PIC X(14) VALUE "BEFORE RUN".
              05 FILLER PIC X(14) VALUE "AFTER RUN".
              05 FILLER PIC X(14) VALUE "ON MASTER".
              05 FILLER PIC X(11) VALUE "REVERSAL".
              05 FILLER PIC X(30) VALUE "STATUS".
           01 WS-Bpv-Detail.
              05 WS-Bpv-Det-ID PIC X(5).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Bpv-Det-Changes PIC ZZZZ9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-Bpv-Det-Before PIC X(14).
              05 WS-Bpv-Det-After PIC X(14).
              05 WS-Bpv-Det-Master PIC X(14).
              05 WS-Bpv-Det-Action PIC X(11).
              05 WS-Bpv-Det-Status PIC X(30).
           01 WS-State-Text.
              05 WS-State-Value PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-State-Category PIC X(3).
              05 FILLER PIC X(7) VALUE SPACES.
           01 WS-Bpv-Total-Line-1.
              05 FILLER PIC X(22) VALUE "HISTORY RECORDS: ".
              05 WS-Bpv-Tot-Selected PIC ZZZZZZ9.
              05 FILLER PIC X(18) VALUE "  IDS AFFECTED: ".
              05 WS-Bpv-Tot-Affected PIC ZZZZZZ9.
              05 FILLER PIC X(18) VALUE "  TO BE QUEUED: ".
              05 WS-Bpv-Tot-Queued PIC ZZZZZZ9.
           01 WS-Bpv-Total-Line-2.
              05 FILLER PIC X(22) VALUE "CHANGED SINCE: ".
              05 WS-Bpv-Tot-Changed PIC ZZZZZZ9.
              05 FILLER PIC X(18) VALUE "  MASTER DIFFERS: ".
              05 WS-Bpv-Tot-Differs PIC ZZZZZZ9.
              05 FILLER PIC X(18) VALUE "  NO NET CHANGE: ".
              05 WS-Bpv-Tot-Nothing PIC ZZZZZZ9.
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "BACKOUT".
           78 WS-Max-Sign-On-Tries VALUE 3.
           78 WS-Level-Clerk VALUE 1.
           78 WS-Level-Supervisor VALUE 2.
           01 WS-Operator-File-Status PIC XX.
           01 WS-Opr-EOF-Switch PIC X VALUE "N".
              88 WS-Opr-EOF VALUE "Y".
           01 WS-Sign-On-Tries PIC 9 VALUE 0.
           01 WS-Sign-On-ID PIC X(8).
           01 WS-Sign-On-Password PIC X(8).
           01 WS-Signed-On-Switch PIC X VALUE "N".
              88 WS-Signed-On VALUE "Y".
           01 WS-Operator-ID PIC X(8) VALUE SPACES.
           01 WS-Operator-Name PIC X(20) VALUE SPACES.
           01 WS-Operator-Level PIC 9 VALUE 0.
           01 WS-Required-Level PIC 9 VALUE 0.
           01 WS-Authorized-Switch PIC X VALUE "N".
              88 WS-Authorized VALUE "Y".
           01 WS-Audit-File-Status PIC XX.
           01 WS-Today PIC 9(8).
           01 WS-Now PIC 9(8).
           01 WS-Audit-Before-Line.
              05 FILLER PIC X(4) VALUE "RUN ".
              05 WS-Aud-Date PIC 9(8).
              05 FILLER PIC X(8) VALUE " SOURCE ".
              05 WS-Aud-Source PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Aud-Affected PIC ZZZZZZ9.
              05 FILLER PIC X(13) VALUE " IDS AFFECTED".
           01 WS-Audit-After-Line.
              05 WS-Aud-Queued PIC ZZZZZZ9.
              05 FILLER PIC X(19) VALUE " REVERSALS QUEUED, ".
              05 WS-Aud-Flagged PIC ZZZZZZ9.
              05 FILLER PIC X(8) VALUE " FLAGGED".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Supervisor only. Take the run and source, work every ID the
      * run touched back to its state before the run, preview the
      * lot, and queue the reversals only on confirmation.
      **
           PERFORM sign-on-para
           MOVE WS-Level-Supervisor TO WS-Required-Level
           PERFORM authorize-para
           IF NOT WS-Authorized
              DISPLAY "No backout performed"
              STOP RUN
           END-IF
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM get-backout-run-para
           PERFORM open-preview-para
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF WS-Backout-Work-File-Status NOT = "00"
              DISPLAY "FATAL: cannot open BKOWORK.DAT - status "
                 WS-Backout-Work-File-Status
              STOP RUN
           END-IF
           SORT BACKOUT-SORT-FILE
               ON ASCENDING KEY BSR-ID
               ON ASCENDING KEY BSR-SEQ
               INPUT PROCEDURE IS release-backout-para
               OUTPUT PROCEDURE IS walk-backout-para
           CLOSE BACKOUT-WORK-FILE
           PERFORM write-preview-totals-para
           CLOSE PREVIEW-FILE
           IF WS-Affected-Count = 0
              DISPLAY "No value history for that run and source - "
                 "nothing to back out"
              STOP RUN
           END-IF
           DISPLAY "Preview written to BACKPRV.DAT - "
              WS-Affected-Count " ID(s) affected, "
              WS-Queued-Count " to be reversed"
           IF WS-Changed-Count > 0 OR WS-Differs-Count > 0
              DISPLAY "WARNING: " WS-Changed-Count
                 " ID(s) changed since the run and "
                 WS-Differs-Count " no longer as the run left them"
                 " - these are NOT reversed, see BACKPRV.DAT"
           END-IF
           IF WS-Queued-Count = 0
              DISPLAY "Nothing can be reversed - no backout queued"
              STOP RUN
           END-IF
           DISPLAY "Queue " WS-Queued-Count " reversing "
              "transaction(s) for the next batch run? Y/N"
           ACCEPT WS-Confirm
           MOVE FUNCTION UPPER-CASE(WS-Confirm) TO WS-Confirm
           IF WS-Confirm NOT = "Y"
              DISPLAY "No backout queued"
              STOP RUN
           END-IF
           PERFORM queue-reversals-para
           DISPLAY WS-Queued-Count " reversing transaction(s) queued"
              " to BACKOUT.DAT for the next batch run"
           PERFORM write-audit-para
           STOP RUN.

      ******************************************************************
      * The run is named by the date the batch stamped on its history
      * records; the source tag is the one the run gave the file - a
      * site number, R for resubmissions, and so on. Blank backs out
      * every source that night.
      ******************************************************************
           get-backout-run-para.
              DISPLAY "Run date to back out (CCYYMMDD): "
              MOVE SPACES TO WS-Run-Date-Text
              ACCEPT WS-Run-Date-Text
              IF WS-Run-Date-Text IS NOT NUMERIC
                 DISPLAY "Not a CCYYMMDD date - no backout performed"
                 STOP RUN
              END-IF
              MOVE WS-Run-Date-Text TO WS-Backout-Date
              DISPLAY "Source tag to back out (blank for every "
                 "source): "
              MOVE SPACE TO WS-Backout-Source
              ACCEPT WS-Backout-Source
              MOVE FUNCTION UPPER-CASE(WS-Backout-Source)
                 TO WS-Backout-Source.

           open-preview-para.
              OPEN OUTPUT PREVIEW-FILE
              IF WS-Preview-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open BACKPRV.DAT - status "
                    WS-Preview-File-Status
                 STOP RUN
              END-IF
              MOVE WS-Backout-Date TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Bpv-Rpt-Date
              IF WS-Backout-Source = SPACE
                 MOVE "ALL" TO WS-Bpv-Rpt-Source
              ELSE
                 MOVE WS-Backout-Source TO WS-Bpv-Rpt-Source
              END-IF
              MOVE WS-Today TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Bpv-Rpt-Today
              MOVE SPACES TO BPV-REC
              MOVE WS-Bpv-Header-1 TO BPV-REC
              PERFORM write-preview-line-para
              MOVE SPACES TO BPV-REC
              PERFORM write-preview-line-para
              MOVE SPACES TO BPV-REC
              MOVE WS-Bpv-Header-2 TO BPV-REC
              PERFORM write-preview-line-para.

      ******************************************************************
      * The whole history goes in, not just the run: what came before
      * the run gives a replaced ID its prior category, and what came
      * after shows an ID that changed again. The live master goes
      * in last so each ID can be checked against what the run left.
      ******************************************************************
           release-backout-para.
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT VALUE-HISTORY-FILE
              IF WS-History-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-History-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open VALHIST.DAT - "
                       "status " WS-History-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-File-EOF
                    READ VALUE-HISTORY-FILE
                       AT END
                          SET WS-File-EOF TO TRUE
                       NOT AT END
                          IF WS-History-File-Status NOT = "00"
                             DISPLAY "FATAL: VALHIST.DAT read error "
                                WS-History-File-Status
                             CLOSE VALUE-HISTORY-FILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-Seq
                          MOVE VH-ID TO BSR-ID
                          MOVE WS-Seq TO BSR-SEQ
                          SET BSR-HISTORY TO TRUE
                          MOVE VH-DATE TO BSR-DATE
                          MOVE VH-TRANS-CODE TO BSR-TRANS-CODE
                          MOVE VH-PRIOR-VALUE TO BSR-PRIOR-VALUE
                          MOVE VH-NEW-VALUE TO BSR-NEW-VALUE
                          MOVE VH-CATEGORY TO BSR-CATEGORY
                          MOVE VH-SOURCE TO BSR-SOURCE
                          RELEASE BSR-REC
                    END-READ
                 END-PERFORM
                 CLOSE VALUE-HISTORY-FILE
              END-IF
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT MASTER-FILE
              IF WS-Master-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-Master-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open MASTER.DAT - status "
                       WS-Master-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-File-EOF
                    READ MASTER-FILE
                       AT END
                          SET WS-File-EOF TO TRUE
                       NOT AT END
                          IF WS-Master-File-Status NOT = "00"
                             DISPLAY "FATAL: MASTER.DAT read error "
                                WS-Master-File-Status
                             CLOSE MASTER-FILE
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          MOVE SPACES TO BSR-REC
                          MOVE MST-ID TO BSR-ID
                          MOVE WS-Master-Seq TO BSR-SEQ
                          SET BSR-MASTER TO TRUE
                          MOVE 0 TO BSR-DATE
                          MOVE 0 TO BSR-PRIOR-VALUE
                          MOVE MST-VALUE TO BSR-NEW-VALUE
                          MOVE MST-CATEGORY TO BSR-CATEGORY
                          RELEASE BSR-REC
                    END-READ
                 END-PERFORM
                 CLOSE MASTER-FILE
              END-IF.

           walk-backout-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              MOVE SPACES TO WS-Grp-ID
              PERFORM UNTIL WS-Sort-EOF
                 RETURN BACKOUT-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF BSR-ID NOT = WS-Grp-ID
                          IF WS-Grp-ID NOT = SPACES
                             PERFORM finish-id-para
                          END-IF
                          PERFORM start-id-para
                       END-IF
                       IF BSR-MASTER
                          SET WS-Grp-Mst-On TO TRUE
                          MOVE BSR-NEW-VALUE TO WS-Grp-Mst-Value
                          MOVE BSR-CATEGORY TO WS-Grp-Mst-Category
                       ELSE
                          PERFORM post-history-para
                       END-IF
                 END-RETURN
              END-PERFORM
              IF WS-Grp-ID NOT = SPACES
                 PERFORM finish-id-para
              END-IF.

           start-id-para.
              MOVE BSR-ID TO WS-Grp-ID
              MOVE 0 TO WS-Grp-Sel-Count
              MOVE "N" TO WS-Grp-Earlier-Switch
              MOVE SPACES TO WS-Grp-Earlier-Category
              MOVE "N" TO WS-Grp-Before-Switch
              MOVE 0 TO WS-Grp-Before-Value
              MOVE SPACES TO WS-Grp-Before-Category
              MOVE "N" TO WS-Grp-After-Switch
              MOVE 0 TO WS-Grp-After-Value
              MOVE SPACES TO WS-Grp-After-Category
              MOVE "N" TO WS-Grp-Later-Switch
              MOVE 0 TO WS-Grp-Later-Date
              MOVE "N" TO WS-Grp-Mst-Switch
              MOVE 0 TO WS-Grp-Mst-Value
              MOVE SPACES TO WS-Grp-Mst-Category.

      ******************************************************************
      * A record from the run being backed out sets the state before
      * the run (from the first one - its prior value, and the
      * category the ID had: the delete's own, or the last one
      * recorded before the run) and the state after it (from the
      * last one). Any other record once the run has started on the
      * ID - a later night, or another source the same night - is a
      * change the reversal would wipe out.
      ******************************************************************
           post-history-para.
              IF BSR-DATE = WS-Backout-Date
                    AND (WS-Backout-Source = SPACE
                       OR BSR-SOURCE = WS-Backout-Source)
                 ADD 1 TO WS-Selected-Count
                 IF WS-Grp-Sel-Count = 0
                    PERFORM set-before-state-para
                 END-IF
                 ADD 1 TO WS-Grp-Sel-Count
                 IF BSR-TRANS-CODE = "D"
                    MOVE "N" TO WS-Grp-After-Switch
                    MOVE 0 TO WS-Grp-After-Value
                 ELSE
                    SET WS-Grp-After-On TO TRUE
                    MOVE BSR-NEW-VALUE TO WS-Grp-After-Value
                 END-IF
                 MOVE BSR-CATEGORY TO WS-Grp-After-Category
              ELSE
                 IF WS-Grp-Sel-Count = 0
                    SET WS-Grp-Earlier-Found TO TRUE
                    MOVE BSR-CATEGORY TO WS-Grp-Earlier-Category
                 ELSE
                    IF NOT WS-Grp-Changed-Later
                       SET WS-Grp-Changed-Later TO TRUE
                       MOVE BSR-DATE TO WS-Grp-Later-Date
                    END-IF
                 END-IF
              END-IF.

           set-before-state-para.
              IF BSR-TRANS-CODE = "A" OR BSR-TRANS-CODE = SPACE
                 MOVE "N" TO WS-Grp-Before-Switch
              ELSE
                 SET WS-Grp-Before-On TO TRUE
                 MOVE BSR-PRIOR-VALUE TO WS-Grp-Before-Value
                 IF BSR-TRANS-CODE = "D"
                       OR NOT WS-Grp-Earlier-Found
                    MOVE BSR-CATEGORY TO WS-Grp-Before-Category
                 ELSE
                    MOVE WS-Grp-Earlier-Category
                       TO WS-Grp-Before-Category
                 END-IF
              END-IF.

      ******************************************************************
      * The reversal takes the ID from its state after the run back
      * to its state before: on both sides is a replace with the
      * prior value and category, on only after is a delete, on only
      * before is a re-add. It is queued only if nothing changed the
      * ID since and the master still holds what the run left.
      ******************************************************************
           finish-id-para.
              IF WS-Grp-Sel-Count > 0
                 ADD 1 TO WS-Affected-Count
                 PERFORM choose-reversal-para
                 IF WS-Grp-Changed-Later
                    ADD 1 TO WS-Changed-Count
                    MOVE WS-Grp-Later-Date TO WS-Date-Text
                    PERFORM edit-date-para
                    MOVE SPACES TO WS-Reversal-Status
                    STRING "CHANGED " WS-Run-Date-Edit
                       " NOT QUEUED" DELIMITED BY SIZE
                       INTO WS-Reversal-Status
                    END-STRING
                 ELSE
                 IF WS-Grp-Mst-Switch NOT = WS-Grp-After-Switch
                       OR (WS-Grp-After-On
                          AND (WS-Grp-Mst-Value
                                NOT = WS-Grp-After-Value
                             OR WS-Grp-Mst-Category
                                NOT = WS-Grp-After-Category))
                    ADD 1 TO WS-Differs-Count
                    MOVE "MASTER DIFFERS - NOT QUEUED"
                       TO WS-Reversal-Status
                 ELSE
                 IF WS-Reversal-Code = SPACE
                    ADD 1 TO WS-Nothing-Count
                    MOVE "NO NET CHANGE" TO WS-Reversal-Status
                 ELSE
                    ADD 1 TO WS-Queued-Count
                    MOVE "QUEUED" TO WS-Reversal-Status
                    PERFORM write-reversal-para
                 END-IF
                 END-IF
                 END-IF
                 PERFORM write-preview-detail-para
              END-IF.

           choose-reversal-para.
              MOVE SPACE TO WS-Reversal-Code
              MOVE "NONE" TO WS-Reversal-Action
              IF WS-Grp-Before-On AND WS-Grp-After-On
                 IF WS-Grp-Before-Value NOT = WS-Grp-After-Value
                       OR WS-Grp-Before-Category
                          NOT = WS-Grp-After-Category
                    MOVE "R" TO WS-Reversal-Code
                    MOVE "RESTORE" TO WS-Reversal-Action
                 END-IF
              ELSE
              IF WS-Grp-After-On
                 MOVE "D" TO WS-Reversal-Code
                 MOVE "DELETE" TO WS-Reversal-Action
              ELSE
              IF WS-Grp-Before-On
                 MOVE "A" TO WS-Reversal-Code
                 MOVE "RE-ADD" TO WS-Reversal-Action
              END-IF
              END-IF
              END-IF.

      *    A delete carries the value it removes, so the record reads
      *    plainly in the batch's reject log if it is ever refused.
           write-reversal-para.
              MOVE SPACES TO IN-REC
              MOVE WS-Grp-ID TO IN-ID
              MOVE WS-Reversal-Code TO IN-TRANS-CODE
              IF IN-TRANS-DELETE
                 MOVE WS-Grp-After-Value TO WS-Value-Text-Edit
                 MOVE WS-Grp-After-Category TO IN-CATEGORY
              ELSE
                 MOVE WS-Grp-Before-Value TO WS-Value-Text-Edit
                 MOVE WS-Grp-Before-Category TO IN-CATEGORY
              END-IF
              MOVE WS-Value-Text-Edit TO IN-VALUE-TEXT
              WRITE IN-REC
              IF WS-Backout-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing BKOWORK.DAT - status "
                    WS-Backout-Work-File-Status
                 STOP RUN
              END-IF.

           write-preview-detail-para.
              MOVE WS-Grp-ID TO WS-Bpv-Det-ID
              MOVE WS-Grp-Sel-Count TO WS-Bpv-Det-Changes
              IF WS-Grp-Before-On
                 MOVE WS-Grp-Before-Value TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-State-Value
                 MOVE WS-Grp-Before-Category TO WS-State-Category
                 MOVE WS-State-Text TO WS-Bpv-Det-Before
              ELSE
                 MOVE "NOT ON FILE" TO WS-Bpv-Det-Before
              END-IF
              IF WS-Grp-After-On
                 MOVE WS-Grp-After-Value TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-State-Value
                 MOVE WS-Grp-After-Category TO WS-State-Category
                 MOVE WS-State-Text TO WS-Bpv-Det-After
              ELSE
                 MOVE "NOT ON FILE" TO WS-Bpv-Det-After
              END-IF
              IF WS-Grp-Mst-On
                 MOVE WS-Grp-Mst-Value TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-State-Value
                 MOVE WS-Grp-Mst-Category TO WS-State-Category
                 MOVE WS-State-Text TO WS-Bpv-Det-Master
              ELSE
                 MOVE "NOT ON FILE" TO WS-Bpv-Det-Master
              END-IF
              MOVE WS-Reversal-Action TO WS-Bpv-Det-Action
              MOVE WS-Reversal-Status TO WS-Bpv-Det-Status
              MOVE SPACES TO BPV-REC
              MOVE WS-Bpv-Detail TO BPV-REC
              PERFORM write-preview-line-para.

           write-preview-totals-para.
              MOVE WS-Selected-Count TO WS-Bpv-Tot-Selected
              MOVE WS-Affected-Count TO WS-Bpv-Tot-Affected
              MOVE WS-Queued-Count TO WS-Bpv-Tot-Queued
              MOVE WS-Changed-Count TO WS-Bpv-Tot-Changed
              MOVE WS-Differs-Count TO WS-Bpv-Tot-Differs
              MOVE WS-Nothing-Count TO WS-Bpv-Tot-Nothing
              MOVE SPACES TO BPV-REC
              PERFORM write-preview-line-para
              MOVE SPACES TO BPV-REC
              MOVE WS-Bpv-Total-Line-1 TO BPV-REC
              PERFORM write-preview-line-para
              MOVE SPACES TO BPV-REC
              MOVE WS-Bpv-Total-Line-2 TO BPV-REC
              PERFORM write-preview-line-para.

      ******************************************************************
      * Appends the staged reversals to BACKOUT.DAT. Appending, not
      * overwriting, means a second backout queued before the next
      * run does not lose the first.
      ******************************************************************
           queue-reversals-para.
              OPEN INPUT BACKOUT-WORK-FILE
              IF WS-Backout-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open BKOWORK.DAT - status "
                    WS-Backout-Work-File-Status
                 STOP RUN
              END-IF
              OPEN EXTEND BACKOUT-FILE
              IF WS-Backout-File-Status NOT = "00"
                    AND WS-Backout-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open BACKOUT.DAT - status "
                    WS-Backout-File-Status
                 STOP RUN
              END-IF
              MOVE "N" TO WS-File-EOF-Switch
              PERFORM UNTIL WS-File-EOF
                 READ BACKOUT-WORK-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       MOVE IN-REC TO BKO-REC
                       WRITE BKO-REC
                       IF WS-Backout-File-Status NOT = "00"
                          DISPLAY "FATAL: error writing BACKOUT.DAT "
                             "- status " WS-Backout-File-Status
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKOUT-WORK-FILE
              CLOSE BACKOUT-FILE.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-preview-line-para.
              WRITE BPV-REC
              IF WS-Preview-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing BACKPRV.DAT - status "
                    WS-Preview-File-Status
                 STOP RUN
              END-IF.

      ******************************************************************
      * Operator sign-on against OPERATOR.DAT, as in the maintenance
      * programs. The audit trail is proved writable up front.
      ******************************************************************
           sign-on-para.
              PERFORM UNTIL WS-Signed-On
                    OR WS-Sign-On-Tries >= WS-Max-Sign-On-Tries
                 DISPLAY "Operator ID: "
                 MOVE SPACES TO WS-Sign-On-ID
                 ACCEPT WS-Sign-On-ID
                 MOVE FUNCTION UPPER-CASE(WS-Sign-On-ID)
                    TO WS-Sign-On-ID
                 DISPLAY "Password: "
                 MOVE SPACES TO WS-Sign-On-Password
                 ACCEPT WS-Sign-On-Password
                 ADD 1 TO WS-Sign-On-Tries
                 PERFORM check-operator-para
                 IF NOT WS-Signed-On
                    DISPLAY "Sign-on refused"
                 END-IF
              END-PERFORM
              IF NOT WS-Signed-On
                 DISPLAY "FATAL: sign-on failed - session ended"
                 STOP RUN
              END-IF
              IF WS-Operator-Level = WS-Level-Supervisor
                 DISPLAY "Signed on: " WS-Operator-Name
                    " (supervisor)"
              ELSE
                 DISPLAY "Signed on: " WS-Operator-Name " (clerk)"
              END-IF
              PERFORM verify-audit-file-para.

           check-operator-para.
              MOVE "N" TO WS-Opr-EOF-Switch
              OPEN INPUT OPERATOR-FILE
              IF WS-Operator-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open OPERATOR.DAT - status "
                    WS-Operator-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-Opr-EOF OR WS-Signed-On
                 READ OPERATOR-FILE
                    AT END
                       SET WS-Opr-EOF TO TRUE
                    NOT AT END
                       IF OPR-ID = WS-Sign-On-ID
                             AND OPR-PASSWORD = WS-Sign-On-Password
                             AND OPR-ACTIVE
                             AND (OPR-CLERK OR OPR-SUPERVISOR)
                          SET WS-Signed-On TO TRUE
                          MOVE OPR-ID TO WS-Operator-ID
                          MOVE OPR-NAME TO WS-Operator-Name
                          MOVE OPR-LEVEL TO WS-Operator-Level
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-FILE.

           verify-audit-file-para.
              OPEN EXTEND MAINT-AUDIT-FILE
              IF WS-Audit-File-Status NOT = "00"
                    AND WS-Audit-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open MAINTAUD.DAT - status "
                    WS-Audit-File-Status
                 STOP RUN
              END-IF
              CLOSE MAINT-AUDIT-FILE.

      ******************************************************************
      * One audit entry per backout queued: the run and source and
      * how many IDs it touched before, what was queued and flagged
      * after.
      ******************************************************************
           write-audit-para.
              ACCEPT WS-Now FROM TIME
              OPEN EXTEND MAINT-AUDIT-FILE
              IF WS-Audit-File-Status NOT = "00"
                    AND WS-Audit-File-Status NOT = "05"
                 DISPLAY "FATAL: backout queued but MAINTAUD.DAT "
                    "could not be opened - status "
                    WS-Audit-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Backout-Date TO WS-Aud-Date
              MOVE WS-Bpv-Rpt-Source TO WS-Aud-Source
              MOVE WS-Affected-Count TO WS-Aud-Affected
              MOVE WS-Queued-Count TO WS-Aud-Queued
              COMPUTE WS-Aud-Flagged = WS-Changed-Count
                 + WS-Differs-Count
              MOVE SPACES TO MAU-REC
              MOVE WS-Today TO MAU-DATE
              MOVE WS-Now TO MAU-TIME
              MOVE WS-Operator-ID TO MAU-OPERATOR
              MOVE WS-Program-Name TO MAU-PROGRAM
              MOVE "BACKOUT" TO MAU-ACTION
              MOVE SPACES TO MAU-KEY
              STRING WS-Backout-Date " " WS-Backout-Source
                 DELIMITED BY SIZE INTO MAU-KEY
              END-STRING
              MOVE WS-Audit-Before-Line TO MAU-BEFORE
              MOVE WS-Audit-After-Line TO MAU-AFTER
              WRITE MAU-REC
              IF WS-Audit-File-Status NOT = "00"
                 DISPLAY "FATAL: backout queued but error writing "
                    "MAINTAUD.DAT - status " WS-Audit-File-Status
                 CLOSE MAINT-AUDIT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE MAINT-AUDIT-FILE.

      ******************************************************************
      * The signed-on operator must hold at least WS-Required-Level.
      ******************************************************************
           authorize-para.
              MOVE "N" TO WS-Authorized-Switch
              IF WS-Operator-Level < WS-Required-Level
                 DISPLAY "Not authorized - supervisor sign-on required"
              ELSE
                 SET WS-Authorized TO TRUE
              END-IF.
      ** add other procedures here
       END PROGRAM BACKOUT.
