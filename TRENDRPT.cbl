      *          average - the monthly "is volume growing, are
      *          rejects getting worse" questions, answered from one
      *          listing instead of an afternoon of old reports.
      *          RUNHIST-ARCHIVE=name in PARMFILE.DAT reports from a
      *          LOGARCH archive file in place of the live history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-File-Status.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-Run-History-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-File-Status.
           SELECT TREND-FILE ASSIGN TO "TRENDRPT.DAT"
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PARM-FILE.
       01  PRM-REC PIC X(80).

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

           01 WS-Hist-EOF-Switch PIC X VALUE "N".
              88 WS-Hist-EOF VALUE "Y".
           01 WS-Run-History-File-Status PIC XX.
           01 WS-Run-History-File-Name PIC X(40) VALUE "RUNHIST.DAT".
           01 WS-Parm-File-Status PIC XX.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Trend-File-Status PIC XX.
           01 WS-Window-Start PIC 9(4) VALUE 0.
           01 WS-Window-Size PIC 9(4) VALUE 0.
              05 FILLER PIC X(4) VALUE "AST ".
              05 WS-Trd-Window PIC Z9.
              05 FILLER PIC X(6) VALUE " RUNS)".
           01 WS-Trend-Source-Line.
              05 FILLER PIC X(13) VALUE "HISTORY FILE ".
              05 WS-Trd-Source PIC X(40).
           01 WS-Trend-Header-2.
              05 FILLER PIC X(12) VALUE "DATE".
              05 FILLER PIC X(6) VALUE "IN".
      * reporting window, work out the window averages, then print
      * one line per run with its movement and exception flags.
      **
           PERFORM read-parm-file-para
           PERFORM load-history-para
           IF WS-Hist-Count = 0
              DISPLAY FUNCTION TRIM(WS-Run-History-File-Name)
                 " is empty - nothing to report"
              STOP RUN
           END-IF
           IF WS-Hist-Count > WS-Trend-Window
              WS-Window-Size " runs"
           STOP RUN.

      ******************************************************************
      * Only one option matters here: RUNHIST-ARCHIVE=name, to trend
      * the runs LOGARCH has moved out of RUNHIST.DAT. The archive is
      * read in place of the live file, not ahead of it - the table
      * keeps the newest runs, so reading both would only push the
      * archived ones out again. The rest of PARMFILE.DAT belongs to
      * the batch job and is passed over without comment.
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
              IF WS-Parm-Keyword = "RUNHIST-ARCHIVE"
                 IF WS-Parm-Value = SPACES
                    DISPLAY "WARNING: RUNHIST-ARCHIVE has no file name"
                       " - reporting RUNHIST.DAT"
                 ELSE
                    MOVE WS-Parm-Value TO WS-Run-History-File-Name
                 END-IF
              END-IF.

      ******************************************************************
      * Reads the whole history. If the file has grown past the
      * table, the oldest entries are shifted out - the trend window
              MOVE "N" TO WS-Hist-EOF-Switch
              OPEN INPUT RUN-HISTORY-FILE
              IF WS-Run-History-File-Status = "35"
                 DISPLAY FUNCTION TRIM(WS-Run-History-File-Name)
                    " not found - nothing to report"
                 STOP RUN
              END-IF
              IF WS-Run-History-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open "
                    FUNCTION TRIM(WS-Run-History-File-Name)
                    " - status " WS-Run-History-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-Hist-EOF
                       SET WS-Hist-EOF TO TRUE
                    NOT AT END
                       IF WS-Run-History-File-Status NOT = "00"
                          DISPLAY "FATAL: "
                             FUNCTION TRIM(WS-Run-History-File-Name)
                             " read error " WS-Run-History-File-Status
                          CLOSE RUN-HISTORY-FILE
                          STOP RUN
                       END-IF
              MOVE SPACES TO TRD-REC
              MOVE WS-Trend-Header-1 TO TRD-REC
              PERFORM write-trend-line-para
              IF WS-Run-History-File-Name NOT = "RUNHIST.DAT"
                 MOVE WS-Run-History-File-Name TO WS-Trd-Source
                 MOVE SPACES TO TRD-REC
                 MOVE WS-Trend-Source-Line TO TRD-REC
                 PERFORM write-trend-line-para
              END-IF
              MOVE SPACES TO TRD-REC
              MOVE WS-Trend-Header-2 TO TRD-REC
              PERFORM write-trend-line-para
