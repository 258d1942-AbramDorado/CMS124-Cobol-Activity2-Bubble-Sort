      *          record are flagged too. On a rerun date the later
      *          log record supersedes the earlier one, as does the
      *          later acknowledgment.
      *          EXTLOG-ARCHIVE=name in PARMFILE.DAT reconciles a
      *          LOGARCH archive file in place of the live log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-File-Status.
           SELECT EXTRACT-LOG-FILE
               ASSIGN TO DYNAMIC WS-Extract-Log-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Log-File-Status.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKFILE.DAT"
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PARM-FILE.
       01  PRM-REC PIC X(80).

       FD  EXTRACT-LOG-FILE.
           COPY EXTLREC.

              88 WS-Entry-Found VALUE "Y".
           01 WS-Found-Idx PIC 9(3) VALUE 0.
           01 WS-Extract-Log-File-Status PIC XX.
           01 WS-Extract-Log-File-Name PIC X(40) VALUE "EXTLOG.DAT".
           01 WS-First-Run-Date PIC 9(8) VALUE 0.
           01 WS-Last-Run-Date PIC 9(8) VALUE 0.
           01 WS-Log-Archive-Switch PIC X VALUE "N".
              88 WS-Log-Archive-Named VALUE "Y".
           01 WS-Parm-File-Status PIC XX.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Ack-File-Status PIC XX.
           01 WS-Recon-File-Status PIC XX.
           01 WS-Log-EOF-Switch PIC X VALUE "N".
                 VALUE "EXTRACT RECONCILIATION REPORT   ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Rcn-Rpt-Date PIC X(10).
           01 WS-Recon-Source-Line.
              05 FILLER PIC X(13) VALUE "EXTRACT LOG  ".
              05 WS-Rcn-Source PIC X(40).
           01 WS-Recon-Detail.
              05 WS-Rcn-Date PIC X(10).
              05 FILLER PIC X(9) VALUE "  COUNT: ".
      * date, with the leftovers on either side flagged after.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM read-parm-file-para
           PERFORM load-extract-log-para
           IF WS-Run-Count = 0
              DISPLAY FUNCTION TRIM(WS-Extract-Log-File-Name)
                 " is empty - no runs to reconcile"
              STOP RUN
           END-IF
           PERFORM load-ack-file-para
              WS-Orphan-Count " ack without run"
           STOP RUN.

      ******************************************************************
      * Only one option matters here: EXTLOG-ARCHIVE=name, to
      * reconcile the runs LOGARCH has moved out of EXTLOG.DAT. The
      * archive is read in place of the live log. The rest of
      * PARMFILE.DAT belongs to the batch job and is passed over
      * without comment.
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
              IF WS-Parm-Keyword = "EXTLOG-ARCHIVE"
                 IF WS-Parm-Value = SPACES
                    DISPLAY "WARNING: EXTLOG-ARCHIVE has no file name"
                       " - reconciling EXTLOG.DAT"
                 ELSE
                    MOVE WS-Parm-Value TO WS-Extract-Log-File-Name
                    SET WS-Log-Archive-Named TO TRUE
                 END-IF
              END-IF.

      ******************************************************************
      * Loads the run log, one table entry per run date - a rerun's
      * later record overwrites the earlier one, because the later
              MOVE "N" TO WS-Log-EOF-Switch
              OPEN INPUT EXTRACT-LOG-FILE
              IF WS-Extract-Log-File-Status = "35"
                 DISPLAY FUNCTION TRIM(WS-Extract-Log-File-Name)
                    " not found - no runs to reconcile"
                 STOP RUN
              END-IF
              IF WS-Extract-Log-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open "
                    FUNCTION TRIM(WS-Extract-Log-File-Name)
                    " - status " WS-Extract-Log-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-Log-EOF
                       SET WS-Log-EOF TO TRUE
                    NOT AT END
                       IF WS-Extract-Log-File-Status NOT = "00"
                          DISPLAY "FATAL: "
                             FUNCTION TRIM(WS-Extract-Log-File-Name)
                             " read error " WS-Extract-Log-File-Status
                          CLOSE EXTRACT-LOG-FILE
                          STOP RUN
                       END-IF
              END-PERFORM
              IF NOT WS-Entry-Found
                 IF WS-Run-Count >= WS-Max-Runs
                    DISPLAY "FATAL: "
                       FUNCTION TRIM(WS-Extract-Log-File-Name)
                       " exceeds capacity"
                    CLOSE EXTRACT-LOG-FILE
                    STOP RUN
                 END-IF
                 MOVE EXL-DATE TO WS-Run-Tab-Date(WS-Run-Idx)
              END-IF
              MOVE EXL-COUNT TO WS-Run-Tab-Count(WS-Run-Idx)
              MOVE EXL-HASH TO WS-Run-Tab-Hash(WS-Run-Idx)
              IF EXL-DATE > WS-Last-Run-Date
                 MOVE EXL-DATE TO WS-Last-Run-Date
              END-IF
              IF WS-First-Run-Date = 0
                    OR EXL-DATE < WS-First-Run-Date
                 MOVE EXL-DATE TO WS-First-Run-Date
              END-IF.

      ******************************************************************
      * Loads the acknowledgments the same way - later entry for a
              MOVE SPACES TO RCN-REC
              MOVE WS-Recon-Header TO RCN-REC
              PERFORM write-recon-line-para
              IF WS-Extract-Log-File-Name NOT = "EXTLOG.DAT"
                 MOVE WS-Extract-Log-File-Name TO WS-Rcn-Source
                 MOVE SPACES TO RCN-REC
                 MOVE WS-Recon-Source-Line TO RCN-REC
                 PERFORM write-recon-line-para
              END-IF
              MOVE 1 TO WS-Run-Idx
              PERFORM UNTIL WS-Run-Idx > WS-Run-Count
                 PERFORM reconcile-run-para
      ******************************************************************
      * Acknowledgments for dates with no run on the log - the
      * downstream shop says it loaded something we never handed it,
      * which is its own kind of alarm. When a LOGARCH archive is
      * being reconciled, acknowledgments outside its first and last
      * run dates belong to another archive or to the live log and
      * are not listed. Against the live log every one is listed;
      * one dated before the first run still on the log is marked,
      * since its run may only have been archived - the archive
      * reconciliation settles which.
      ******************************************************************
           write-orphan-acks-para.
              MOVE 1 TO WS-Ack-Idx
              PERFORM UNTIL WS-Ack-Idx > WS-Ack-Count
                 IF WS-Ack-Tab-Used(WS-Ack-Idx) NOT = "Y"
                       AND (NOT WS-Log-Archive-Named
                       OR (WS-Ack-Tab-Date(WS-Ack-Idx)
                          >= WS-First-Run-Date
                       AND WS-Ack-Tab-Date(WS-Ack-Idx)
                          <= WS-Last-Run-Date))
                    ADD 1 TO WS-Orphan-Count
                    MOVE WS-Ack-Tab-Date(WS-Ack-Idx) TO WS-Date-Text
                    PERFORM edit-date-para
                    MOVE WS-Ack-Tab-Hash(WS-Ack-Idx) TO WS-Rcn-Hash
                    MOVE "ACK WITHOUT RUN" TO WS-Rcn-Status
                    MOVE SPACES TO WS-Rcn-Remark
                    IF WS-Ack-Tab-Date(WS-Ack-Idx) < WS-First-Run-Date
                       MOVE "BEFORE RETAINED LOG" TO WS-Rcn-Remark
                    END-IF
                    MOVE SPACES TO RCN-REC
                    MOVE WS-Recon-Detail TO RCN-REC
                    PERFORM write-recon-line-para
