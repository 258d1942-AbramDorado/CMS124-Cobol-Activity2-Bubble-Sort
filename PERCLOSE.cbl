      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end period close for the value master. Takes
      *          the opening population - the closing snapshot saved
      *          by the last close - and the month's movements from
      *          the value history (VALHIST.DAT), and reports by
      *          category to PERRPT.DAT: opening count and value,
      *          adds, replaces (net change), summed settles,
      *          deletes, transfers between categories, and the
      *          closing count and value. It then proves that
      *          opening plus movements equals the closing
      *          MASTER.DAT, category by category and ID by ID, and
      *          prints a loud exception and sets return code 8 if
      *          it does not. A close that proves saves MASTER.DAT as
      *          the closing snapshot (PSNAPccyymm.DAT) - the next
      *          period's opening - and appends a record to the
      *          period-close register (PERLOG.DAT). The period
      *          comes from CLOSE-PERIOD=CCYYMM in PARMFILE.DAT
      *          (default this month); a period already closed is
      *          refused unless CLOSE-OVERRIDE=Y, and one earlier
      *          than the last close is always refused.
      *          CLOSE-BASELINE=Y starts the register from MASTER.DAT
      *          as it stands when the history does not go back far
      *          enough to prove a first close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PERCLOSE.
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
           SELECT VALUE-HISTORY-FILE ASSIGN TO "VALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-File-Status.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-Snapshot-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Snapshot-File-Status.
           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "PSNWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Snapshot-Work-File-Status.
           SELECT OPTIONAL PERIOD-LOG-FILE ASSIGN TO "PERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Period-Log-File-Status.
           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Period-Report-File-Status.
           SELECT PERIOD-SORT-FILE ASSIGN TO "SRTWRK6.DAT".
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

      *    Snapshots and their work file are MASTER.DAT images.
       FD  SNAPSHOT-FILE.
       01  SNP-REC.
           05  SNP-ID PIC X(5).
           05  FILLER PIC X(1).
           05  SNP-VALUE PIC S9(2).
           05  FILLER PIC X(1).
           05  SNP-CATEGORY PIC X(3).

       FD  SNAPSHOT-WORK-FILE.
       01  SNW-REC.
           05  SNW-ID PIC X(5).
           05  FILLER PIC X(1).
           05  SNW-VALUE PIC S9(2).
           05  FILLER PIC X(1).
           05  SNW-CATEGORY PIC X(3).

       FD  PERIOD-LOG-FILE.
           COPY PERREC.

       FD  PERIOD-REPORT-FILE.
       01  PRR-REC PIC X(132).

      ******************************************************************
      * Opening snapshot, the period's movements and the closing
      * master merged into one stream by ID. The sequence number puts
      * the opening record first in an ID, the movements in the order
      * the batch made them, and the master record last.
      ******************************************************************
       SD  PERIOD-SORT-FILE.
       01  PSR-REC.
           05  PSR-ID PIC X(5).
           05  PSR-SEQ PIC 9(9).
           05  PSR-KIND PIC X(1).
               88  PSR-OPENING VALUE "O".
               88  PSR-MOVEMENT VALUE "H".
               88  PSR-CLOSING VALUE "M".
           05  PSR-TRANS-CODE PIC X(1).
           05  PSR-VALUE PIC S9(2).
           05  PSR-CATEGORY PIC X(3).

       WORKING-STORAGE SECTION.
           78 WS-Max-Period-Cats VALUE 200.
           78 WS-Closing-Seq VALUE 999999999.
           01 WS-Parm-File-Status PIC XX.
           01 WS-History-File-Status PIC XX.
           01 WS-Master-File-Status PIC XX.
           01 WS-Snapshot-File-Status PIC XX.
           01 WS-Snapshot-Work-File-Status PIC XX.
           01 WS-Period-Log-File-Status PIC XX.
           01 WS-Period-Report-File-Status PIC XX.
           01 WS-Snapshot-Name PIC X(20) VALUE SPACES.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-File-EOF-Switch PIC X VALUE "N".
              88 WS-File-EOF VALUE "Y".
           01 WS-Sort-EOF-Switch PIC X VALUE "N".
              88 WS-Sort-EOF VALUE "Y".
           01 WS-Override-Switch PIC X VALUE "N".
              88 WS-Override VALUE "Y".
           01 WS-Repeat-Close-Switch PIC X VALUE "N".
              88 WS-Repeat-Close VALUE "Y".
           01 WS-Baseline-Switch PIC X VALUE "N".
              88 WS-Baseline VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Close-Period PIC 9(6) VALUE 0.
           01 WS-Close-Period-X REDEFINES WS-Close-Period.
              05 WS-Close-CCYY PIC 9(4).
              05 WS-Close-MM PIC 9(2).
      *    From the period-close register: the latest period closed,
      *    and the latest closed before this one - this period's
      *    opening - with the snapshot that close saved.
           01 WS-Last-Closed-Period PIC 9(6) VALUE 0.
           01 WS-Last-Closed-Date PIC 9(8) VALUE 0.
           01 WS-Opening-Period PIC 9(6) VALUE 0.
           01 WS-Opening-Snapshot PIC X(20) VALUE SPACES.
           01 WS-Seq PIC 9(9) VALUE 0.
           01 WS-History-Read PIC 9(7) VALUE 0.
           01 WS-Movement-Count PIC 9(7) VALUE 0.
           01 WS-Later-Count PIC 9(7) VALUE 0.
           01 WS-Out-Of-Step-Count PIC 9(7) VALUE 0.
           01 WS-Id-Diff-Count PIC 9(7) VALUE 0.
           01 WS-Cat-Out-Count PIC 9(5) VALUE 0.
           01 WS-Diff-Heading-Switch PIC X VALUE "N".
              88 WS-Diff-Heading-Done VALUE "Y".
           01 WS-Diff-Reason PIC X(24).
      *    One ID's computed state as its stream is walked, and what
      *    MASTER.DAT holds for it.
           01 WS-Grp-ID PIC X(5).
           01 WS-Grp-On-Switch PIC X VALUE "N".
              88 WS-Grp-On VALUE "Y".
           01 WS-Grp-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Category PIC X(3).
           01 WS-Grp-Mst-Count PIC 9(3) VALUE 0.
           01 WS-Grp-Mst-Value PIC S9(2) VALUE 0.
           01 WS-Grp-Mst-Category PIC X(3).
           01 WS-Mv-Change PIC S9(3) VALUE 0.
      *    Per-category buckets. Closing is worked out from the
      *    others; MASTER.DAT's own count and total sit beside it.
           01 WS-Pc-Count PIC 9(3) VALUE 0.
           01 WS-Pc-Idx PIC 9(3) VALUE 0.
           01 WS-Pc-Idx-2 PIC 9(3) VALUE 0.
           01 WS-Pc-Lookup PIC X(3).
           01 WS-Pc-Table.
              02 WS-Pc-Entry OCCURS WS-Max-Period-Cats TIMES.
                 05 WS-Pc-Code PIC X(3).
                 05 WS-Pc-Open-Cnt PIC S9(7).
                 05 WS-Pc-Open-Tot PIC S9(9).
                 05 WS-Pc-Add-Cnt PIC S9(7).
                 05 WS-Pc-Add-Val PIC S9(9).
                 05 WS-Pc-Repl-Net PIC S9(9).
                 05 WS-Pc-Sum-Net PIC S9(9).
                 05 WS-Pc-Del-Cnt PIC S9(7).
                 05 WS-Pc-Del-Val PIC S9(9).
                 05 WS-Pc-Xfr-Cnt PIC S9(7).
                 05 WS-Pc-Xfr-Val PIC S9(9).
                 05 WS-Pc-Cls-Cnt PIC S9(7).
                 05 WS-Pc-Cls-Tot PIC S9(9).
                 05 WS-Pc-Mst-Cnt PIC S9(7).
                 05 WS-Pc-Mst-Tot PIC S9(9).
           01 WS-Pc-Swap PIC X(117).
           01 WS-Pc-Totals.
              05 WS-Tot-Open-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Open-Tot PIC S9(9) VALUE 0.
              05 WS-Tot-Add-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Add-Val PIC S9(9) VALUE 0.
              05 WS-Tot-Repl-Net PIC S9(9) VALUE 0.
              05 WS-Tot-Sum-Net PIC S9(9) VALUE 0.
              05 WS-Tot-Del-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Del-Val PIC S9(9) VALUE 0.
              05 WS-Tot-Xfr-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Xfr-Val PIC S9(9) VALUE 0.
              05 WS-Tot-Cls-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Cls-Tot PIC S9(9) VALUE 0.
              05 WS-Tot-Mst-Cnt PIC S9(7) VALUE 0.
              05 WS-Tot-Mst-Tot PIC S9(9) VALUE 0.
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Prr-Header-1.
              05 FILLER PIC X(18) VALUE "PERIOD CLOSE FOR: ".
              05 WS-Prr-Rpt-CCYY PIC 9(4).
              05 FILLER PIC X(1) VALUE "/".
              05 WS-Prr-Rpt-MM PIC 9(2).
              05 FILLER PIC X(13) VALUE "   RUN DATE: ".
              05 WS-Prr-Rpt-Today PIC X(10).
              05 WS-Prr-Rpt-Repeat PIC X(30).
           01 WS-Prr-Header-2.
              05 FILLER PIC X(18) VALUE "OPENING:          ".
              05 WS-Prr-Rpt-Opening PIC X(60).
           01 WS-Prr-Header-3.
              05 FILLER PIC X(5) VALUE "CAT".
              05 FILLER PIC X(17) VALUE "    OPENING".
              05 FILLER PIC X(16) VALUE "     ADDS".
              05 FILLER PIC X(10) VALUE "REPLACES".
              05 FILLER PIC X(10) VALUE "    SUMS".
              05 FILLER PIC X(16) VALUE "   DELETES".
              05 FILLER PIC X(17) VALUE "   TRANSFERS".
              05 FILLER PIC X(17) VALUE "    CLOSING".
              05 FILLER PIC X(17) VALUE "   MASTER.DAT".
              05 FILLER PIC X(6) VALUE "PROOF".
           01 WS-Prr-Header-4.
              05 FILLER PIC X(5) VALUE SPACES.
              05 FILLER PIC X(17) VALUE " COUNT    VALUE".
              05 FILLER PIC X(16) VALUE "COUNT    VALUE".
              05 FILLER PIC X(10) VALUE "     NET".
              05 FILLER PIC X(10) VALUE "     NET".
              05 FILLER PIC X(16) VALUE "COUNT    VALUE".
              05 FILLER PIC X(17) VALUE " COUNT    VALUE".
              05 FILLER PIC X(17) VALUE " COUNT    VALUE".
              05 FILLER PIC X(17) VALUE " COUNT    VALUE".
           01 WS-Prr-Detail.
              05 WS-Prr-Det-Cat PIC X(3).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Open-Cnt PIC ZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Open-Tot PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Add-Cnt PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Add-Val PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Repl-Net PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Sum-Net PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Del-Cnt PIC ZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Del-Val PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Xfr-Cnt PIC -(5)9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Xfr-Val PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Cls-Cnt PIC ZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Cls-Tot PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Mst-Cnt PIC ZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Det-Mst-Tot PIC -(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Det-Proof PIC X(6).
           01 WS-Prr-Diff-Line.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Prr-Dif-ID PIC X(5).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Prr-Dif-Reason PIC X(24).
              05 FILLER PIC X(11) VALUE " COMPUTED: ".
              05 WS-Prr-Dif-Cmp-Value PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Dif-Cmp-Category PIC X(3).
              05 FILLER PIC X(10) VALUE "  MASTER: ".
              05 WS-Prr-Dif-Mst-Value PIC X(3).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Prr-Dif-Mst-Category PIC X(3).
           01 WS-Value-Edit PIC -(2)9.
           01 WS-Prr-Count-Line.
              05 FILLER PIC X(15) VALUE "HISTORY READ: ".
              05 WS-Prr-Cnt-Read PIC ZZZZZZ9.
              05 FILLER PIC X(15) VALUE "  MOVEMENTS: ".
              05 WS-Prr-Cnt-Moves PIC ZZZZZZ9.
              05 FILLER PIC X(20) VALUE "  AFTER PERIOD END: ".
              05 WS-Prr-Cnt-Later PIC ZZZZZZ9.
              05 FILLER PIC X(16) VALUE "  OUT OF STEP: ".
              05 WS-Prr-Cnt-Step PIC ZZZZZZ9.
           01 WS-Prr-Exception-Line.
              05 FILLER PIC X(4) VALUE "*** ".
              05 WS-Prr-Exc-Cats PIC ZZZZ9.
              05 FILLER PIC X(27)
                 VALUE " CATEGORY(IES) OUT OF PROOF".
              05 FILLER PIC X(2) VALUE ", ".
              05 WS-Prr-Exc-Ids PIC ZZZZZZ9.
              05 FILLER PIC X(40)
                 VALUE " ID DIFFERENCE(S) - PERIOD NOT CLOSED ".
              05 FILLER PIC X(3) VALUE "***".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Settle which period is being closed and what it opens from,
      * merge opening, movements and closing master by ID, then
      * print the category proof and - only if it proves - save the
      * snapshot and register the close.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today(1:6) TO WS-Close-Period
           PERFORM read-parm-file-para
           PERFORM open-report-para
           PERFORM read-period-log-para
           PERFORM check-period-para
           PERFORM write-headers-para
           OPEN OUTPUT SNAPSHOT-WORK-FILE
           IF WS-Snapshot-Work-File-Status NOT = "00"
              DISPLAY "FATAL: cannot open PSNWORK.DAT - status "
                 WS-Snapshot-Work-File-Status
              STOP RUN
           END-IF
           SORT PERIOD-SORT-FILE
               ON ASCENDING KEY PSR-ID
               ON ASCENDING KEY PSR-SEQ
               INPUT PROCEDURE IS release-period-para
               OUTPUT PROCEDURE IS walk-period-para
           CLOSE SNAPSHOT-WORK-FILE
           PERFORM sort-category-table-para
           PERFORM write-category-proof-para
           IF WS-Cat-Out-Count = 0 AND WS-Id-Diff-Count = 0
              PERFORM save-snapshot-para
              PERFORM register-close-para
              PERFORM write-closed-para
              CLOSE PERIOD-REPORT-FILE
              DISPLAY "Period " WS-Close-Period " closed - "
                 PER-CLOSE-COUNT " ID(s) saved to " WS-Snapshot-Name
           ELSE
              PERFORM write-exception-para
              CLOSE PERIOD-REPORT-FILE
              DISPLAY "*** PERIOD CLOSE EXCEPTION: period "
                 WS-Close-Period " does not prove against MASTER.DAT"
                 " - NOT CLOSED, see PERRPT.DAT ***"
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * CLOSE-PERIOD=CCYYMM picks the month (default this month) and
      * CLOSE-OVERRIDE=Y allows a period already closed to be closed
      * again. CLOSE-BASELINE=Y is for the very first close only,
      * where the history does not reach back to the start of the
      * master: MASTER.DAT is taken as the period's opening and
      * closing, with no movements, so later periods have a proven
      * place to open from. The rest of PARMFILE.DAT belongs to the
      * batch job.
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
              IF WS-Parm-Keyword = "CLOSE-PERIOD"
                 IF WS-Parm-Value(1:6) IS NUMERIC
                       AND WS-Parm-Value(7:) = SPACES
                       AND WS-Parm-Value(5:2) >= "01"
                       AND WS-Parm-Value(5:2) <= "12"
                    MOVE WS-Parm-Value(1:6) TO WS-Close-Period
                 ELSE
                    DISPLAY "FATAL: CLOSE-PERIOD must be CCYYMM - "
                       WS-Parm-Value
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
              IF WS-Parm-Keyword = "CLOSE-OVERRIDE"
                 IF WS-Parm-Value = "Y"
                    SET WS-Override TO TRUE
                 END-IF
              ELSE
              IF WS-Parm-Keyword = "CLOSE-BASELINE"
                 IF WS-Parm-Value = "Y"
                    SET WS-Baseline TO TRUE
                 END-IF
              END-IF
              END-IF
              END-IF.

           open-report-para.
              OPEN OUTPUT PERIOD-REPORT-FILE
              IF WS-Period-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open PERRPT.DAT - status "
                    WS-Period-Report-File-Status
                 STOP RUN
              END-IF.

      ******************************************************************
      * One pass of the register for the latest close of all and the
      * latest close before this period. A missing register means no
      * period has ever been closed: the first close opens empty and
      * takes every movement up to its period end.
      ******************************************************************
           read-period-log-para.
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT PERIOD-LOG-FILE
              IF WS-Period-Log-File-Status NOT = "00"
                    AND WS-Period-Log-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open PERLOG.DAT - status "
                    WS-Period-Log-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-File-EOF
                 READ PERIOD-LOG-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF WS-Period-Log-File-Status NOT = "00"
                          DISPLAY "FATAL: PERLOG.DAT read error "
                             WS-Period-Log-File-Status
                          CLOSE PERIOD-LOG-FILE
                          STOP RUN
                       END-IF
                       IF PER-PERIOD >= WS-Last-Closed-Period
                          MOVE PER-PERIOD TO WS-Last-Closed-Period
                          MOVE PER-CLOSED-DATE TO WS-Last-Closed-Date
                       END-IF
                       IF PER-PERIOD < WS-Close-Period
                             AND PER-PERIOD >= WS-Opening-Period
                          MOVE PER-PERIOD TO WS-Opening-Period
                          MOVE PER-SNAPSHOT TO WS-Opening-Snapshot
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-LOG-FILE.

      ******************************************************************
      * A period before the last close can never be closed - its
      * closing snapshot is already some later period's opening.
      * The last period closed may be closed again only on
      * CLOSE-OVERRIDE=Y, and then opens from the close before it.
      * A baseline is refused once any period has been closed.
      ******************************************************************
           check-period-para.
              IF WS-Baseline AND WS-Last-Closed-Period > 0
                 MOVE SPACES TO PRR-REC
                 STRING "*** BASELINE REFUSED - PERIOD "
                    WS-Last-Closed-Period
                    " IS ALREADY CLOSED ***"
                    DELIMITED BY SIZE INTO PRR-REC
                 END-STRING
                 PERFORM write-report-line-para
                 CLOSE PERIOD-REPORT-FILE
                 DISPLAY "FATAL: CLOSE-BASELINE=Y refused - period "
                    WS-Last-Closed-Period " is already closed"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-Close-Period < WS-Last-Closed-Period
                 MOVE SPACES TO PRR-REC
                 STRING "*** PERIOD " WS-Close-Period
                    " REFUSED - PERIOD " WS-Last-Closed-Period
                    " IS ALREADY CLOSED ***"
                    DELIMITED BY SIZE INTO PRR-REC
                 END-STRING
                 PERFORM write-report-line-para
                 CLOSE PERIOD-REPORT-FILE
                 DISPLAY "FATAL: period " WS-Close-Period
                    " is before the last close, " WS-Last-Closed-Period
                    " - refused"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-Close-Period = WS-Last-Closed-Period
                 IF WS-Override
                    SET WS-Repeat-Close TO TRUE
                 ELSE
                    MOVE WS-Last-Closed-Date TO WS-Date-Text
                    PERFORM edit-date-para
                    MOVE SPACES TO PRR-REC
                    STRING "*** PERIOD " WS-Close-Period
                       " REFUSED - ALREADY CLOSED ON "
                       WS-Run-Date-Edit
                       " - CLOSE-OVERRIDE=Y TO CLOSE IT AGAIN ***"
                       DELIMITED BY SIZE INTO PRR-REC
                    END-STRING
                    PERFORM write-report-line-para
                    CLOSE PERIOD-REPORT-FILE
                    DISPLAY "FATAL: period " WS-Close-Period
                       " already closed on " WS-Run-Date-Edit
                       " - set CLOSE-OVERRIDE=Y to close it again"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              MOVE SPACES TO WS-Snapshot-Name
              STRING "PSNAP" WS-Close-Period ".DAT"
                 DELIMITED BY SIZE INTO WS-Snapshot-Name
              END-STRING.

           write-headers-para.
              MOVE WS-Close-CCYY TO WS-Prr-Rpt-CCYY
              MOVE WS-Close-MM TO WS-Prr-Rpt-MM
              MOVE WS-Today TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Prr-Rpt-Today
              IF WS-Repeat-Close
                 MOVE "   REPEAT CLOSE BY OVERRIDE" TO WS-Prr-Rpt-Repeat
              ELSE
                 MOVE SPACES TO WS-Prr-Rpt-Repeat
              END-IF
              IF WS-Baseline
                 MOVE "BASELINE - MASTER.DAT TAKEN AS OPENING"
                    TO WS-Prr-Rpt-Opening
              ELSE
              IF WS-Opening-Period = 0
                 MOVE "NONE - FIRST CLOSE, OPENS EMPTY"
                    TO WS-Prr-Rpt-Opening
              ELSE
                 MOVE SPACES TO WS-Prr-Rpt-Opening
                 STRING "CLOSE OF PERIOD " WS-Opening-Period
                    " (" DELIMITED BY SIZE
                    WS-Opening-Snapshot DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
                    INTO WS-Prr-Rpt-Opening
                 END-STRING
              END-IF
              END-IF
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Header-1 TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Header-2 TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * Feeds the merge: the opening snapshot, every history record
      * dated after the opening period up to the end of this one, and
      * MASTER.DAT. History dated after this period is counted - the
      * master has moved on past the period end, and the proof will
      * show it.
      ******************************************************************
           release-period-para.
              IF NOT WS-Baseline
                 IF WS-Opening-Period > 0
                    PERFORM release-opening-para
                 END-IF
                 PERFORM release-movements-para
              END-IF
              PERFORM release-closing-para.

           release-opening-para.
              MOVE WS-Opening-Snapshot TO WS-Snapshot-Name
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT SNAPSHOT-FILE
              IF WS-Snapshot-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open opening snapshot "
                    WS-Snapshot-Name " - status "
                    WS-Snapshot-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-File-EOF
                 READ SNAPSHOT-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF WS-Snapshot-File-Status NOT = "00"
                          DISPLAY "FATAL: " WS-Snapshot-Name
                             " read error " WS-Snapshot-File-Status
                          CLOSE SNAPSHOT-FILE
                          STOP RUN
                       END-IF
                       MOVE SNP-ID TO PSR-ID
                       MOVE 0 TO PSR-SEQ
                       SET PSR-OPENING TO TRUE
                       MOVE SPACE TO PSR-TRANS-CODE
                       MOVE SNP-VALUE TO PSR-VALUE
                       MOVE SNP-CATEGORY TO PSR-CATEGORY
                       RELEASE PSR-REC
                 END-READ
              END-PERFORM
              CLOSE SNAPSHOT-FILE
              MOVE SPACES TO WS-Snapshot-Name
              STRING "PSNAP" WS-Close-Period ".DAT"
                 DELIMITED BY SIZE INTO WS-Snapshot-Name
              END-STRING.

           release-movements-para.
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
                          PERFORM release-one-movement-para
                    END-READ
                 END-PERFORM
                 CLOSE VALUE-HISTORY-FILE
              END-IF.

           release-one-movement-para.
              ADD 1 TO WS-History-Read
              IF VH-DATE(1:6) > WS-Close-Period
                 ADD 1 TO WS-Later-Count
              ELSE
              IF VH-DATE(1:6) > WS-Opening-Period
                 ADD 1 TO WS-Movement-Count
                 ADD 1 TO WS-Seq
                 MOVE VH-ID TO PSR-ID
                 MOVE WS-Seq TO PSR-SEQ
                 SET PSR-MOVEMENT TO TRUE
                 MOVE VH-TRANS-CODE TO PSR-TRANS-CODE
                 MOVE VH-NEW-VALUE TO PSR-VALUE
                 MOVE VH-CATEGORY TO PSR-CATEGORY
                 RELEASE PSR-REC
              END-IF
              END-IF.

      *    A missing master is an empty closing population.
           release-closing-para.
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
                             STOP RUN
                          END-IF
                          MOVE MST-ID TO PSR-ID
                          MOVE WS-Closing-Seq TO PSR-SEQ
                          SET PSR-CLOSING TO TRUE
                          MOVE SPACE TO PSR-TRANS-CODE
                          MOVE MST-VALUE TO PSR-VALUE
                          MOVE MST-CATEGORY TO PSR-CATEGORY
                          RELEASE PSR-REC
                    END-READ
                 END-PERFORM
                 CLOSE MASTER-FILE
              END-IF.

      ******************************************************************
      * Walks the merged stream one ID at a time: the opening record
      * starts the ID's computed state, each movement is posted to
      * its category bucket and applied, and the master record is
      * counted into the master side and kept for the snapshot.
      * When the ID changes its computed state is checked against
      * the master. On a baseline each master record is its own
      * opening as well.
      ******************************************************************
           walk-period-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              MOVE SPACES TO WS-Grp-ID
              PERFORM UNTIL WS-Sort-EOF
                 RETURN PERIOD-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF PSR-ID NOT = WS-Grp-ID
                          IF WS-Grp-ID NOT = SPACES
                             PERFORM check-id-para
                          END-IF
                          PERFORM start-id-para
                       END-IF
                       IF PSR-OPENING
                          PERFORM post-opening-para
                       ELSE
                       IF PSR-MOVEMENT
                          PERFORM post-movement-para
                       ELSE
                          IF WS-Baseline
                             PERFORM post-opening-para
                          END-IF
                          PERFORM post-closing-para
                       END-IF
                       END-IF
                 END-RETURN
              END-PERFORM
              IF WS-Grp-ID NOT = SPACES
                 PERFORM check-id-para
              END-IF.

           start-id-para.
              MOVE PSR-ID TO WS-Grp-ID
              MOVE "N" TO WS-Grp-On-Switch
              MOVE 0 TO WS-Grp-Value
              MOVE SPACES TO WS-Grp-Category
              MOVE 0 TO WS-Grp-Mst-Count
              MOVE 0 TO WS-Grp-Mst-Value
              MOVE SPACES TO WS-Grp-Mst-Category.

           post-opening-para.
              SET WS-Grp-On TO TRUE
              MOVE PSR-VALUE TO WS-Grp-Value
              MOVE PSR-CATEGORY TO WS-Grp-Category
              MOVE PSR-CATEGORY TO WS-Pc-Lookup
              PERFORM find-category-para
              ADD 1 TO WS-Pc-Open-Cnt(WS-Pc-Idx)
              ADD PSR-VALUE TO WS-Pc-Open-Tot(WS-Pc-Idx).

      ******************************************************************
      * One movement as the batch recorded it. An add opens the ID in
      * its category; a replace is posted as its net change, and if
      * it also moved the ID to another category the ID and its old
      * value are first transferred out of the old category and into
      * the new; a summed settle is its net change; a delete takes
      * out the ID and the value it held. A movement that does not
      * fit the state - an add of an ID already held, a replace,
      * settle or delete of one not held - is counted out of step
      * and posted as what it did to the state, so the buckets
      * still add up to the computed closing.
      ******************************************************************
           post-movement-para.
              IF PSR-TRANS-CODE = "D"
                 IF WS-Grp-On
                    MOVE WS-Grp-Category TO WS-Pc-Lookup
                    PERFORM find-category-para
                    ADD 1 TO WS-Pc-Del-Cnt(WS-Pc-Idx)
                    ADD WS-Grp-Value TO WS-Pc-Del-Val(WS-Pc-Idx)
                    MOVE "N" TO WS-Grp-On-Switch
                 ELSE
                    ADD 1 TO WS-Out-Of-Step-Count
                 END-IF
              ELSE
              IF NOT WS-Grp-On
                 IF PSR-TRANS-CODE NOT = "A"
                       AND PSR-TRANS-CODE NOT = SPACE
                    ADD 1 TO WS-Out-Of-Step-Count
                 END-IF
                 MOVE PSR-CATEGORY TO WS-Pc-Lookup
                 PERFORM find-category-para
                 ADD 1 TO WS-Pc-Add-Cnt(WS-Pc-Idx)
                 ADD PSR-VALUE TO WS-Pc-Add-Val(WS-Pc-Idx)
                 SET WS-Grp-On TO TRUE
                 MOVE PSR-VALUE TO WS-Grp-Value
                 MOVE PSR-CATEGORY TO WS-Grp-Category
              ELSE
                 IF PSR-TRANS-CODE = "A"
                       OR PSR-TRANS-CODE = SPACE
                    ADD 1 TO WS-Out-Of-Step-Count
                 END-IF
                 IF PSR-CATEGORY NOT = WS-Grp-Category
                    MOVE WS-Grp-Category TO WS-Pc-Lookup
                    PERFORM find-category-para
                    SUBTRACT 1 FROM WS-Pc-Xfr-Cnt(WS-Pc-Idx)
                    SUBTRACT WS-Grp-Value FROM WS-Pc-Xfr-Val(WS-Pc-Idx)
                    MOVE PSR-CATEGORY TO WS-Pc-Lookup
                    PERFORM find-category-para
                    ADD 1 TO WS-Pc-Xfr-Cnt(WS-Pc-Idx)
                    ADD WS-Grp-Value TO WS-Pc-Xfr-Val(WS-Pc-Idx)
                    MOVE PSR-CATEGORY TO WS-Grp-Category
                 ELSE
                    MOVE WS-Grp-Category TO WS-Pc-Lookup
                    PERFORM find-category-para
                 END-IF
                 COMPUTE WS-Mv-Change = PSR-VALUE - WS-Grp-Value
                 IF PSR-TRANS-CODE = "S"
                    ADD WS-Mv-Change TO WS-Pc-Sum-Net(WS-Pc-Idx)
                 ELSE
                    ADD WS-Mv-Change TO WS-Pc-Repl-Net(WS-Pc-Idx)
                 END-IF
                 MOVE PSR-VALUE TO WS-Grp-Value
              END-IF
              END-IF.

           post-closing-para.
              ADD 1 TO WS-Grp-Mst-Count
              MOVE PSR-VALUE TO WS-Grp-Mst-Value
              MOVE PSR-CATEGORY TO WS-Grp-Mst-Category
              MOVE PSR-CATEGORY TO WS-Pc-Lookup
              PERFORM find-category-para
              ADD 1 TO WS-Pc-Mst-Cnt(WS-Pc-Idx)
              ADD PSR-VALUE TO WS-Pc-Mst-Tot(WS-Pc-Idx)
              MOVE SPACES TO SNW-REC
              MOVE PSR-ID TO SNW-ID
              MOVE PSR-VALUE TO SNW-VALUE
              MOVE PSR-CATEGORY TO SNW-CATEGORY
              WRITE SNW-REC
              IF WS-Snapshot-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing PSNWORK.DAT - status "
                    WS-Snapshot-Work-File-Status
                 STOP RUN
              END-IF.

      *    The ID's computed closing against MASTER.DAT. Category
      *    totals can balance while two IDs are wrong in opposite
      *    directions, so the proof is also made ID by ID.
           check-id-para.
              MOVE SPACES TO WS-Diff-Reason
              IF WS-Grp-Mst-Count > 1
                 MOVE "DUPLICATE ON MASTER" TO WS-Diff-Reason
              ELSE
              IF WS-Grp-On AND WS-Grp-Mst-Count = 0
                 MOVE "NOT ON MASTER" TO WS-Diff-Reason
              ELSE
              IF NOT WS-Grp-On AND WS-Grp-Mst-Count > 0
                 MOVE "ON MASTER, NO MOVEMENT" TO WS-Diff-Reason
              ELSE
              IF WS-Grp-On
                 IF WS-Grp-Value NOT = WS-Grp-Mst-Value
                    MOVE "VALUE DIFFERS" TO WS-Diff-Reason
                 ELSE
                 IF WS-Grp-Category NOT = WS-Grp-Mst-Category
                    MOVE "CATEGORY DIFFERS" TO WS-Diff-Reason
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF WS-Diff-Reason NOT = SPACES
                 PERFORM write-id-difference-para
              END-IF.

           write-id-difference-para.
              ADD 1 TO WS-Id-Diff-Count
              IF NOT WS-Diff-Heading-Done
                 SET WS-Diff-Heading-Done TO TRUE
                 MOVE SPACES TO PRR-REC
                 MOVE "IDS WHERE OPENING PLUS MOVEMENTS IS NOT "
                    TO PRR-REC(1:40)
                 MOVE "MASTER.DAT" TO PRR-REC(41:)
                 PERFORM write-report-line-para
              END-IF
              MOVE WS-Grp-ID TO WS-Prr-Dif-ID
              MOVE WS-Diff-Reason TO WS-Prr-Dif-Reason
              MOVE SPACES TO WS-Prr-Dif-Cmp-Value
              MOVE SPACES TO WS-Prr-Dif-Cmp-Category
              MOVE SPACES TO WS-Prr-Dif-Mst-Value
              MOVE SPACES TO WS-Prr-Dif-Mst-Category
              IF WS-Grp-On
                 MOVE WS-Grp-Value TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-Prr-Dif-Cmp-Value
                 MOVE WS-Grp-Category TO WS-Prr-Dif-Cmp-Category
              END-IF
              IF WS-Grp-Mst-Count > 0
                 MOVE WS-Grp-Mst-Value TO WS-Value-Edit
                 MOVE WS-Value-Edit TO WS-Prr-Dif-Mst-Value
                 MOVE WS-Grp-Mst-Category TO WS-Prr-Dif-Mst-Category
              END-IF
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Diff-Line TO PRR-REC
              PERFORM write-report-line-para.

      *    Finds the category's bucket, opening one if it is new.
           find-category-para.
              MOVE 0 TO WS-Pc-Idx
              PERFORM VARYING WS-Pc-Idx-2 FROM 1 BY 1
                    UNTIL WS-Pc-Idx-2 > WS-Pc-Count
                       OR WS-Pc-Idx > 0
                 IF WS-Pc-Code(WS-Pc-Idx-2) = WS-Pc-Lookup
                    MOVE WS-Pc-Idx-2 TO WS-Pc-Idx
                 END-IF
              END-PERFORM
              IF WS-Pc-Idx = 0
                 IF WS-Pc-Count >= WS-Max-Period-Cats
                    DISPLAY "FATAL: more than " WS-Max-Period-Cats
                       " categories in the period - cannot close"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-Pc-Count
                 MOVE WS-Pc-Count TO WS-Pc-Idx
                 INITIALIZE WS-Pc-Entry(WS-Pc-Idx)
                 MOVE WS-Pc-Lookup TO WS-Pc-Code(WS-Pc-Idx)
              END-IF.

      *    Category order for the report - the table is small.
           sort-category-table-para.
              PERFORM VARYING WS-Pc-Idx FROM 1 BY 1
                    UNTIL WS-Pc-Idx >= WS-Pc-Count
                 PERFORM VARYING WS-Pc-Idx-2 FROM 1 BY 1
                       UNTIL WS-Pc-Idx-2 > WS-Pc-Count - WS-Pc-Idx
                    IF WS-Pc-Code(WS-Pc-Idx-2)
                          > WS-Pc-Code(WS-Pc-Idx-2 + 1)
                       MOVE WS-Pc-Entry(WS-Pc-Idx-2) TO WS-Pc-Swap
                       MOVE WS-Pc-Entry(WS-Pc-Idx-2 + 1)
                          TO WS-Pc-Entry(WS-Pc-Idx-2)
                       MOVE WS-Pc-Swap TO WS-Pc-Entry(WS-Pc-Idx-2 + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM.

      ******************************************************************
      * One line per category: opening, each kind of movement, the
      * closing they add up to, and what MASTER.DAT actually holds.
      * A category whose closing is not the master's is marked OUT.
      ******************************************************************
           write-category-proof-para.
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Header-3 TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Header-4 TO PRR-REC
              PERFORM write-report-line-para
              PERFORM VARYING WS-Pc-Idx FROM 1 BY 1
                    UNTIL WS-Pc-Idx > WS-Pc-Count
                 PERFORM write-category-line-para
              END-PERFORM
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para
              MOVE "ALL" TO WS-Prr-Det-Cat
              MOVE WS-Tot-Open-Cnt TO WS-Prr-Det-Open-Cnt
              MOVE WS-Tot-Open-Tot TO WS-Prr-Det-Open-Tot
              MOVE WS-Tot-Add-Cnt TO WS-Prr-Det-Add-Cnt
              MOVE WS-Tot-Add-Val TO WS-Prr-Det-Add-Val
              MOVE WS-Tot-Repl-Net TO WS-Prr-Det-Repl-Net
              MOVE WS-Tot-Sum-Net TO WS-Prr-Det-Sum-Net
              MOVE WS-Tot-Del-Cnt TO WS-Prr-Det-Del-Cnt
              MOVE WS-Tot-Del-Val TO WS-Prr-Det-Del-Val
              MOVE WS-Tot-Xfr-Cnt TO WS-Prr-Det-Xfr-Cnt
              MOVE WS-Tot-Xfr-Val TO WS-Prr-Det-Xfr-Val
              MOVE WS-Tot-Cls-Cnt TO WS-Prr-Det-Cls-Cnt
              MOVE WS-Tot-Cls-Tot TO WS-Prr-Det-Cls-Tot
              MOVE WS-Tot-Mst-Cnt TO WS-Prr-Det-Mst-Cnt
              MOVE WS-Tot-Mst-Tot TO WS-Prr-Det-Mst-Tot
              IF WS-Tot-Cls-Cnt = WS-Tot-Mst-Cnt
                    AND WS-Tot-Cls-Tot = WS-Tot-Mst-Tot
                 MOVE "OK" TO WS-Prr-Det-Proof
              ELSE
                 MOVE "*OUT*" TO WS-Prr-Det-Proof
              END-IF
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Detail TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para
              MOVE WS-History-Read TO WS-Prr-Cnt-Read
              MOVE WS-Movement-Count TO WS-Prr-Cnt-Moves
              MOVE WS-Later-Count TO WS-Prr-Cnt-Later
              MOVE WS-Out-Of-Step-Count TO WS-Prr-Cnt-Step
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Count-Line TO PRR-REC
              PERFORM write-report-line-para.

           write-category-line-para.
              COMPUTE WS-Pc-Cls-Cnt(WS-Pc-Idx)
                 = WS-Pc-Open-Cnt(WS-Pc-Idx) + WS-Pc-Add-Cnt(WS-Pc-Idx)
                 - WS-Pc-Del-Cnt(WS-Pc-Idx) + WS-Pc-Xfr-Cnt(WS-Pc-Idx)
              COMPUTE WS-Pc-Cls-Tot(WS-Pc-Idx)
                 = WS-Pc-Open-Tot(WS-Pc-Idx) + WS-Pc-Add-Val(WS-Pc-Idx)
                 + WS-Pc-Repl-Net(WS-Pc-Idx) + WS-Pc-Sum-Net(WS-Pc-Idx)
                 - WS-Pc-Del-Val(WS-Pc-Idx) + WS-Pc-Xfr-Val(WS-Pc-Idx)
              ADD WS-Pc-Open-Cnt(WS-Pc-Idx) TO WS-Tot-Open-Cnt
              ADD WS-Pc-Open-Tot(WS-Pc-Idx) TO WS-Tot-Open-Tot
              ADD WS-Pc-Add-Cnt(WS-Pc-Idx) TO WS-Tot-Add-Cnt
              ADD WS-Pc-Add-Val(WS-Pc-Idx) TO WS-Tot-Add-Val
              ADD WS-Pc-Repl-Net(WS-Pc-Idx) TO WS-Tot-Repl-Net
              ADD WS-Pc-Sum-Net(WS-Pc-Idx) TO WS-Tot-Sum-Net
              ADD WS-Pc-Del-Cnt(WS-Pc-Idx) TO WS-Tot-Del-Cnt
              ADD WS-Pc-Del-Val(WS-Pc-Idx) TO WS-Tot-Del-Val
              ADD WS-Pc-Xfr-Cnt(WS-Pc-Idx) TO WS-Tot-Xfr-Cnt
              ADD WS-Pc-Xfr-Val(WS-Pc-Idx) TO WS-Tot-Xfr-Val
              ADD WS-Pc-Cls-Cnt(WS-Pc-Idx) TO WS-Tot-Cls-Cnt
              ADD WS-Pc-Cls-Tot(WS-Pc-Idx) TO WS-Tot-Cls-Tot
              ADD WS-Pc-Mst-Cnt(WS-Pc-Idx) TO WS-Tot-Mst-Cnt
              ADD WS-Pc-Mst-Tot(WS-Pc-Idx) TO WS-Tot-Mst-Tot
              MOVE WS-Pc-Code(WS-Pc-Idx) TO WS-Prr-Det-Cat
              MOVE WS-Pc-Open-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Open-Cnt
              MOVE WS-Pc-Open-Tot(WS-Pc-Idx) TO WS-Prr-Det-Open-Tot
              MOVE WS-Pc-Add-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Add-Cnt
              MOVE WS-Pc-Add-Val(WS-Pc-Idx) TO WS-Prr-Det-Add-Val
              MOVE WS-Pc-Repl-Net(WS-Pc-Idx) TO WS-Prr-Det-Repl-Net
              MOVE WS-Pc-Sum-Net(WS-Pc-Idx) TO WS-Prr-Det-Sum-Net
              MOVE WS-Pc-Del-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Del-Cnt
              MOVE WS-Pc-Del-Val(WS-Pc-Idx) TO WS-Prr-Det-Del-Val
              MOVE WS-Pc-Xfr-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Xfr-Cnt
              MOVE WS-Pc-Xfr-Val(WS-Pc-Idx) TO WS-Prr-Det-Xfr-Val
              MOVE WS-Pc-Cls-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Cls-Cnt
              MOVE WS-Pc-Cls-Tot(WS-Pc-Idx) TO WS-Prr-Det-Cls-Tot
              MOVE WS-Pc-Mst-Cnt(WS-Pc-Idx) TO WS-Prr-Det-Mst-Cnt
              MOVE WS-Pc-Mst-Tot(WS-Pc-Idx) TO WS-Prr-Det-Mst-Tot
              IF WS-Pc-Cls-Cnt(WS-Pc-Idx) = WS-Pc-Mst-Cnt(WS-Pc-Idx)
                    AND WS-Pc-Cls-Tot(WS-Pc-Idx)
                       = WS-Pc-Mst-Tot(WS-Pc-Idx)
                 MOVE "OK" TO WS-Prr-Det-Proof
              ELSE
                 MOVE "*OUT*" TO WS-Prr-Det-Proof
                 ADD 1 TO WS-Cat-Out-Count
              END-IF
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Detail TO PRR-REC
              PERFORM write-report-line-para.

      *    The staged master image becomes the closing snapshot.
           save-snapshot-para.
              OPEN INPUT SNAPSHOT-WORK-FILE
              IF WS-Snapshot-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open PSNWORK.DAT - status "
                    WS-Snapshot-Work-File-Status
                 STOP RUN
              END-IF
              OPEN OUTPUT SNAPSHOT-FILE
              IF WS-Snapshot-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open " WS-Snapshot-Name
                    " - status " WS-Snapshot-File-Status
                 STOP RUN
              END-IF
              MOVE "N" TO WS-File-EOF-Switch
              PERFORM UNTIL WS-File-EOF
                 READ SNAPSHOT-WORK-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       MOVE SNW-REC TO SNP-REC
                       WRITE SNP-REC
                       IF WS-Snapshot-File-Status NOT = "00"
                          DISPLAY "FATAL: error writing "
                             WS-Snapshot-Name " - status "
                             WS-Snapshot-File-Status
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SNAPSHOT-WORK-FILE
              CLOSE SNAPSHOT-FILE.

           register-close-para.
              OPEN EXTEND PERIOD-LOG-FILE
              IF WS-Period-Log-File-Status NOT = "00"
                    AND WS-Period-Log-File-Status NOT = "05"
                 DISPLAY "FATAL: cannot open PERLOG.DAT - status "
                    WS-Period-Log-File-Status
                 STOP RUN
              END-IF
              MOVE SPACES TO PER-REC
              MOVE WS-Close-Period TO PER-PERIOD
              MOVE WS-Today TO PER-CLOSED-DATE
              MOVE WS-Opening-Period TO PER-OPENING-PERIOD
              MOVE WS-Tot-Open-Cnt TO PER-OPEN-COUNT
              MOVE WS-Tot-Open-Tot TO PER-OPEN-TOTAL
              MOVE WS-Movement-Count TO PER-MOVEMENTS
              MOVE WS-Tot-Mst-Cnt TO PER-CLOSE-COUNT
              MOVE WS-Tot-Mst-Tot TO PER-CLOSE-TOTAL
              IF WS-Repeat-Close
                 MOVE "Y" TO PER-OVERRIDE
              ELSE
                 MOVE "N" TO PER-OVERRIDE
              END-IF
              MOVE WS-Snapshot-Name TO PER-SNAPSHOT
              WRITE PER-REC
              IF WS-Period-Log-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing PERLOG.DAT - status "
                    WS-Period-Log-File-Status
                 STOP RUN
              END-IF
              CLOSE PERIOD-LOG-FILE.

           write-closed-para.
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              STRING "PROOF: OPENING PLUS MOVEMENTS EQUALS CLOSING "
                 "MASTER.DAT - PERIOD " WS-Close-Period
                 " CLOSED, SNAPSHOT " WS-Snapshot-Name
                 DELIMITED BY SIZE INTO PRR-REC
              END-STRING
              PERFORM write-report-line-para.

      ******************************************************************
      * Out of proof: nothing is saved or registered, and the report
      * says so where nobody can miss it.
      ******************************************************************
           write-exception-para.
              MOVE WS-Cat-Out-Count TO WS-Prr-Exc-Cats
              MOVE WS-Id-Diff-Count TO WS-Prr-Exc-Ids
              MOVE SPACES TO PRR-REC
              PERFORM write-report-line-para
              MOVE ALL "*" TO PRR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              MOVE "*** PERIOD CLOSE EXCEPTION - OPENING PLUS "
                 TO PRR-REC(1:42)
              MOVE "MOVEMENTS DOES NOT EQUAL CLOSING MASTER.DAT ***"
                 TO PRR-REC(43:)
              PERFORM write-report-line-para
              MOVE SPACES TO PRR-REC
              MOVE WS-Prr-Exception-Line TO PRR-REC
              PERFORM write-report-line-para
              IF WS-Later-Count > 0
                 MOVE SPACES TO PRR-REC
                 MOVE "*** VALHIST.DAT HAS MOVEMENTS AFTER THE "
                    TO PRR-REC(1:40)
                 MOVE "PERIOD END - MASTER.DAT HAS MOVED ON PAST IT ***"
                    TO PRR-REC(41:)
                 PERFORM write-report-line-para
              END-IF
              MOVE ALL "*" TO PRR-REC
              PERFORM write-report-line-para.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-report-line-para.
              WRITE PRR-REC
              IF WS-Period-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing PERRPT.DAT - status "
                    WS-Period-Report-File-Status
                 STOP RUN
              END-IF.
      ** add other procedures here
       END PROGRAM PERCLOSE.
