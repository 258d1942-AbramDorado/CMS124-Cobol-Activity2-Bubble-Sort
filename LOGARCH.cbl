      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention and archiving for the cumulative history
      *          and log files the batch job only ever appends to -
      *          VALHIST.DAT, RUNHIST.DAT, EXTLOG.DAT, RUNLOG.DAT and
      *          REJDATA.DAT. Each file's retention period, in days,
      *          comes from PARMFILE.DAT (VALHIST-RETAIN=n and so on,
      *          1-9999); a file with no retention set is left alone.
      *          Records dated before the cutoff are moved to a dated
      *          archive file (VALHIST-ccyymmdd.DAT and so on, in the
      *          live file's own layout, appended to if the archive
      *          is run twice in a day) and the live file is rewritten
      *          holding only the retained window. A control report
      *          (ARCRPT.DAT) gives records read, kept and archived
      *          per file; a file whose counts do not balance is not
      *          rewritten and sets return code 8. The value history
      *          is never archived past the movements a repeat of
      *          the last close on PERLOG.DAT would replay - the
      *          month after that close's opening period onward -
      *          so the next close, or a repeat of the last, can
      *          still prove. Run between
      *          batch runs, never alongside one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOGARCH.
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
           SELECT PERIOD-LOG-FILE ASSIGN TO "PERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Period-Log-File-Status.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-Live-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Live-File-Status.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-Archive-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-File-Status.
           SELECT KEEP-WORK-FILE ASSIGN TO "ARCWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Keep-Work-File-Status.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Report-File-Status.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PARM-FILE.
       01  PRM-REC PIC X(80).

       FD  PERIOD-LOG-FILE.
           COPY PERREC.

      *    One buffer wide enough for the widest of the five layouts
      *    (the RUNLOG.DAT line); each record is dated through its own
      *    copybook in working storage.
       FD  LIVE-FILE.
       01  LVF-REC PIC X(160).

       FD  ARCHIVE-FILE.
       01  ARF-REC PIC X(160).

       FD  KEEP-WORK-FILE.
       01  KWF-REC PIC X(160).

       FD  ARCHIVE-REPORT-FILE.
       01  ARR-REC PIC X(132).

       WORKING-STORAGE SECTION.
           78 WS-File-Count VALUE 5.
           78 WS-Valhist-Idx VALUE 1.
           78 WS-Runhist-Idx VALUE 2.
           78 WS-Extlog-Idx VALUE 3.
           78 WS-Runlog-Idx VALUE 4.
           78 WS-Rejdata-Idx VALUE 5.
           01 WS-Parm-File-Status PIC XX.
           01 WS-Period-Log-File-Status PIC XX.
           01 WS-Live-File-Status PIC XX.
           01 WS-Archive-File-Status PIC XX.
           01 WS-Keep-Work-File-Status PIC XX.
           01 WS-Archive-Report-File-Status PIC XX.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-File-EOF-Switch PIC X VALUE "N".
              88 WS-File-EOF VALUE "Y".
           01 WS-Archive-Open-Switch PIC X VALUE "N".
              88 WS-Archive-Open VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Numeric-Value PIC S9(9) VALUE 0.
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Today-Int PIC 9(7) VALUE 0.
           01 WS-Cutoff-Date PIC 9(8) VALUE 0.
           01 WS-Record-Date PIC 9(8) VALUE 0.
           01 WS-Last-Closed-Period PIC 9(6) VALUE 0.
           01 WS-Last-Opening-Period PIC 9(6) VALUE 0.
           01 WS-Floor-Period.
              05 WS-Floor-Year PIC 9(4).
              05 WS-Floor-Month PIC 9(2).
           01 WS-Period-Floor PIC 9(8) VALUE 0.
           01 WS-Floor-Switch PIC X VALUE "N".
              88 WS-Floor-Applied VALUE "Y".
           01 WS-Live-Name PIC X(40) VALUE SPACES.
           01 WS-Archive-Name PIC X(40) VALUE SPACES.
           01 WS-File-Idx PIC 9(1) VALUE 0.
      *    The five files in report order: the live name, the stem
      *    the dated archive name is built on, the PARMFILE keyword
      *    that sets the retention, and the counts for the report.
           01 WS-File-Values.
              05 FILLER PIC X(36)
                 VALUE "VALHIST.DAT VALHIST VALHIST-RETAIN ".
              05 FILLER PIC X(36)
                 VALUE "RUNHIST.DAT RUNHIST RUNHIST-RETAIN ".
              05 FILLER PIC X(36)
                 VALUE "EXTLOG.DAT  EXTLOG  EXTLOG-RETAIN  ".
              05 FILLER PIC X(36)
                 VALUE "RUNLOG.DAT  RUNLOG  RUNLOG-RETAIN  ".
              05 FILLER PIC X(36)
                 VALUE "REJDATA.DAT REJDATA REJDATA-RETAIN ".
           01 WS-File-Table REDEFINES WS-File-Values.
              05 WS-File-Entry OCCURS WS-File-Count TIMES.
                 10 WS-Fil-Live-Name PIC X(12).
                 10 WS-Fil-Stem PIC X(8).
                 10 WS-Fil-Keyword PIC X(16).
           01 WS-File-Counts.
              05 WS-File-Count-Entry OCCURS WS-File-Count TIMES.
                 10 WS-Fil-Retain-Days PIC 9(4).
                 10 WS-Fil-Retain-Switch PIC X(1).
                    88 WS-Fil-Retain-Set VALUE "Y".
                 10 WS-Fil-Cutoff PIC 9(8).
                 10 WS-Fil-Read PIC 9(7).
                 10 WS-Fil-Kept PIC 9(7).
                 10 WS-Fil-Archived PIC 9(7).
                 10 WS-Fil-Status PIC X(30).
           01 WS-Total-Read PIC 9(8) VALUE 0.
           01 WS-Total-Kept PIC 9(8) VALUE 0.
           01 WS-Total-Archived PIC 9(8) VALUE 0.
           01 WS-Out-Of-Balance-Switch PIC X VALUE "N".
              88 WS-Out-Of-Balance VALUE "Y".
      *    Record layouts, for dating each record by its own field.
           COPY VALHREC.
           COPY RUNHREC.
           COPY EXTLREC.
           COPY REJDREC.
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Arr-Header-1.
              05 FILLER PIC X(26) VALUE "HISTORY ARCHIVE CONTROL   ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Arr-Rpt-Date PIC X(10).
           01 WS-Arr-Header-2.
              05 FILLER PIC X(13) VALUE "FILE".
              05 FILLER PIC X(7) VALUE "RETAIN".
              05 FILLER PIC X(12) VALUE "CUTOFF".
              05 FILLER PIC X(9) VALUE "    READ".
              05 FILLER PIC X(9) VALUE "    KEPT".
              05 FILLER PIC X(10) VALUE "ARCHIVED".
              05 FILLER PIC X(22) VALUE "ARCHIVE FILE".
              05 FILLER PIC X(30) VALUE "STATUS".
           01 WS-Arr-Detail.
              05 WS-Arr-Det-File PIC X(12).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Det-Retain PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Det-Cutoff PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Arr-Det-Read PIC ZZZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Det-Kept PIC ZZZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Det-Archived PIC ZZZZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Arr-Det-Archive PIC X(21).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Det-Status PIC X(30).
           01 WS-Retain-Edit PIC ZZZ9.
           01 WS-Arr-Total-Line.
              05 FILLER PIC X(32) VALUE "TOTAL".
              05 WS-Arr-Tot-Read PIC ZZZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Tot-Kept PIC ZZZZZZZ9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Arr-Tot-Archived PIC ZZZZZZZ9.
           01 WS-Arr-Floor-Line.
              05 FILLER PIC X(22)
                 VALUE "VALHIST.DAT HELD FROM ".
              05 WS-Arr-Floor-Date PIC X(10).
              05 FILLER PIC X(35)
                 VALUE " (REPLAYED BY A REPEAT OF CLOSE OF ".
              05 WS-Arr-Floor-Period PIC 9(6).
              05 FILLER PIC X(1) VALUE ")".
           01 WS-Arr-Floor-Whole-Line.
              05 FILLER PIC X(43)
                 VALUE "VALHIST.DAT HELD WHOLE - A REPEAT OF CLOSE ".
              05 WS-Arr-Whole-Period PIC 9(6).
              05 FILLER PIC X(26)
                 VALUE " REPLAYS THE WHOLE HISTORY".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pick up the retention periods and the period-close floor,
      * then one file at a time: split it into kept and archived,
      * prove the counts, and only then replace the live file.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-Today) TO WS-Today-Int
           INITIALIZE WS-File-Counts
           PERFORM read-parm-file-para
           PERFORM read-period-log-para
           PERFORM open-report-para
           MOVE 1 TO WS-File-Idx
           PERFORM UNTIL WS-File-Idx > WS-File-Count
              PERFORM archive-file-para
              PERFORM write-file-line-para
              ADD 1 TO WS-File-Idx
           END-PERFORM
           PERFORM write-totals-para
           CLOSE ARCHIVE-REPORT-FILE
           IF WS-Out-Of-Balance
              DISPLAY "WARNING: archive out of balance - see "
                 "ARCRPT.DAT; the file concerned was not rewritten"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Archive complete - " WS-Total-Read " read, "
                 WS-Total-Kept " kept, " WS-Total-Archived
                 " archived"
           END-IF
           STOP RUN.

      ******************************************************************
      * One option per file: VALHIST-RETAIN=n, RUNHIST-RETAIN=n,
      * EXTLOG-RETAIN=n, RUNLOG-RETAIN=n and REJDATA-RETAIN=n, the
      * number of days of records the live file keeps. The rest of
      * PARMFILE.DAT belongs to the batch job and other programs and
      * is passed over without comment.
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
                    MOVE 8 TO RETURN-CODE
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
              MOVE 1 TO WS-File-Idx
              PERFORM UNTIL WS-File-Idx > WS-File-Count
                 IF WS-Parm-Keyword = WS-Fil-Keyword(WS-File-Idx)
                    PERFORM apply-retention-para
                 END-IF
                 ADD 1 TO WS-File-Idx
              END-PERFORM.

           apply-retention-para.
              IF FUNCTION TEST-NUMVAL(WS-Parm-Value) = 0
                 MOVE FUNCTION NUMVAL(WS-Parm-Value)
                    TO WS-Numeric-Value
              ELSE
                 MOVE 0 TO WS-Numeric-Value
              END-IF
              IF WS-Numeric-Value > 0 AND WS-Numeric-Value <= 9999
                 MOVE WS-Numeric-Value
                    TO WS-Fil-Retain-Days(WS-File-Idx)
                 SET WS-Fil-Retain-Set(WS-File-Idx) TO TRUE
              ELSE
                 DISPLAY "WARNING: " WS-Parm-Keyword
                    " must be 1-9999 days - "
                    WS-Fil-Live-Name(WS-File-Idx) " not archived"
                 MOVE "N" TO WS-Fil-Retain-Switch(WS-File-Idx)
              END-IF.

      ******************************************************************
      * PERCLOSE opens a period from the closing snapshot of the
      * latest period closed before it and adds back every movement
      * dated after that opening period - months may have been
      * skipped, so the opening need not be the month before. The
      * next close opens from the last period closed, but a repeat
      * close of the last period (CLOSE-OVERRIDE=Y) opens from that
      * close's own opening period, which is further back. So value
      * history from the first day of the month after the opening
      * period on the latest PERLOG record of the last period closed
      * must stay live, whatever the retention says. When that close
      * had no opening (the first close) a repeat replays the whole
      * history, and none of it may go. No period log means no close
      * has been made, and no floor.
      ******************************************************************
           read-period-log-para.
              MOVE 0 TO WS-Last-Closed-Period
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT PERIOD-LOG-FILE
              IF WS-Period-Log-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-Period-Log-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open PERLOG.DAT - status "
                       WS-Period-Log-File-Status
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-File-EOF
                    READ PERIOD-LOG-FILE
                       AT END
                          SET WS-File-EOF TO TRUE
                       NOT AT END
                          IF PER-PERIOD IS NUMERIC
                                AND PER-PERIOD >= WS-Last-Closed-Period
                             MOVE PER-PERIOD TO WS-Last-Closed-Period
                             IF PER-OPENING-PERIOD IS NUMERIC
                                MOVE PER-OPENING-PERIOD
                                   TO WS-Last-Opening-Period
                             ELSE
                                MOVE 0 TO WS-Last-Opening-Period
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PERIOD-LOG-FILE
              END-IF
              IF WS-Last-Closed-Period > 0
                 IF WS-Last-Opening-Period = 0
                    MOVE 1 TO WS-Period-Floor
                 ELSE
                    MOVE WS-Last-Opening-Period TO WS-Floor-Period
                    IF WS-Floor-Month >= 12
                       ADD 1 TO WS-Floor-Year
                       MOVE 1 TO WS-Floor-Month
                    ELSE
                       ADD 1 TO WS-Floor-Month
                    END-IF
                    COMPUTE WS-Period-Floor
                       = WS-Floor-Year * 10000 + WS-Floor-Month * 100
                       + 1
                 END-IF
              END-IF.

           open-report-para.
              OPEN OUTPUT ARCHIVE-REPORT-FILE
              IF WS-Archive-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open ARCRPT.DAT - status "
                    WS-Archive-Report-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Today TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Arr-Rpt-Date
              MOVE SPACES TO ARR-REC
              MOVE WS-Arr-Header-1 TO ARR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO ARR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO ARR-REC
              MOVE WS-Arr-Header-2 TO ARR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * Splits one live file: records dated before the cutoff are
      * appended to the dated archive, the rest go to the keep work
      * file. The live file is replaced from the work file only when
      * something was archived and read equals kept plus archived -
      * otherwise it is left exactly as it was. The archive is only
      * opened when the first record goes to it, so a file with
      * nothing old enough leaves no empty archive behind.
      ******************************************************************
           archive-file-para.
              MOVE WS-Fil-Live-Name(WS-File-Idx) TO WS-Live-Name
              MOVE SPACES TO WS-Archive-Name
              STRING WS-Fil-Stem(WS-File-Idx) DELIMITED BY SPACE
                 "-" WS-Today ".DAT" DELIMITED BY SIZE
                 INTO WS-Archive-Name
              END-STRING
              IF NOT WS-Fil-Retain-Set(WS-File-Idx)
                 MOVE "NOT ARCHIVED - NO RETENTION"
                    TO WS-Fil-Status(WS-File-Idx)
              ELSE
                 PERFORM split-file-para
              END-IF.

           split-file-para.
              MOVE FUNCTION DATE-OF-INTEGER(WS-Today-Int
                 - WS-Fil-Retain-Days(WS-File-Idx))
                 TO WS-Cutoff-Date
              IF WS-File-Idx = WS-Valhist-Idx
                    AND WS-Period-Floor > 0
                    AND WS-Cutoff-Date > WS-Period-Floor
                 MOVE WS-Period-Floor TO WS-Cutoff-Date
                 SET WS-Floor-Applied TO TRUE
              END-IF
              MOVE WS-Cutoff-Date TO WS-Fil-Cutoff(WS-File-Idx)
              OPEN INPUT LIVE-FILE
              IF WS-Live-File-Status = "35"
                 MOVE "NOT FOUND - NOTHING TO ARCHIVE"
                    TO WS-Fil-Status(WS-File-Idx)
              ELSE
                 PERFORM split-live-records-para
              END-IF.

           split-live-records-para.
              IF WS-Live-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open " WS-Live-Name
                    " - status " WS-Live-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT KEEP-WORK-FILE
              IF WS-Keep-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open ARCWORK.DAT - status "
                    WS-Keep-Work-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-Archive-Open-Switch
              MOVE "N" TO WS-File-EOF-Switch
              PERFORM UNTIL WS-File-EOF
                 READ LIVE-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF WS-Live-File-Status NOT = "00"
                          DISPLAY "FATAL: " WS-Live-Name
                             " read error " WS-Live-File-Status
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-Fil-Read(WS-File-Idx)
                       PERFORM split-record-para
                 END-READ
              END-PERFORM
              CLOSE LIVE-FILE
              CLOSE KEEP-WORK-FILE
              IF WS-Archive-Open
                 CLOSE ARCHIVE-FILE
              END-IF
              IF WS-Fil-Read(WS-File-Idx) NOT =
                    WS-Fil-Kept(WS-File-Idx)
                    + WS-Fil-Archived(WS-File-Idx)
                 SET WS-Out-Of-Balance TO TRUE
                 MOVE "*OUT OF BALANCE* - NOT REWRITTEN"
                    TO WS-Fil-Status(WS-File-Idx)
              ELSE
              IF WS-Fil-Archived(WS-File-Idx) = 0
                 MOVE "NOTHING OLDER THAN CUTOFF"
                    TO WS-Fil-Status(WS-File-Idx)
              ELSE
                 PERFORM replace-live-file-para
                 MOVE "ARCHIVED - BALANCED"
                    TO WS-Fil-Status(WS-File-Idx)
              END-IF
              END-IF.

      ******************************************************************
      * Each record is dated by its own layout. A reject queued
      * before the date was carried has none and goes as the
      * oldest, as REJAGE ages it; any other record that cannot be
      * dated stays live.
      ******************************************************************
           split-record-para.
              MOVE 99999999 TO WS-Record-Date
              IF WS-File-Idx = WS-Valhist-Idx
                 MOVE LVF-REC TO VH-REC
                 IF VH-DATE IS NUMERIC
                    MOVE VH-DATE TO WS-Record-Date
                 END-IF
              ELSE
              IF WS-File-Idx = WS-Runhist-Idx
                 MOVE LVF-REC TO RNH-REC
                 IF RNH-DATE IS NUMERIC
                    MOVE RNH-DATE TO WS-Record-Date
                 END-IF
              ELSE
              IF WS-File-Idx = WS-Extlog-Idx
                 MOVE LVF-REC TO EXL-REC
                 IF EXL-DATE IS NUMERIC
                    MOVE EXL-DATE TO WS-Record-Date
                 END-IF
              ELSE
              IF WS-File-Idx = WS-Runlog-Idx
      *          "START: ccyymmdd-hhmmsshh ..." - the start date.
                 IF LVF-REC(8:8) IS NUMERIC
                    MOVE LVF-REC(8:8) TO WS-Record-Date
                 END-IF
              ELSE
                 MOVE LVF-REC TO REJD-REC
                 IF REJD-DATE IS NUMERIC
                    MOVE REJD-DATE TO WS-Record-Date
                 ELSE
                    MOVE 0 TO WS-Record-Date
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF WS-Record-Date < WS-Cutoff-Date
                 PERFORM write-archive-para
              ELSE
                 MOVE LVF-REC TO KWF-REC
                 WRITE KWF-REC
                 IF WS-Keep-Work-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing ARCWORK.DAT - "
                       "status " WS-Keep-Work-File-Status
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-Fil-Kept(WS-File-Idx)
              END-IF.

           write-archive-para.
              IF NOT WS-Archive-Open
                 OPEN EXTEND ARCHIVE-FILE
                 IF WS-Archive-File-Status NOT = "00"
                       AND WS-Archive-File-Status NOT = "05"
                    DISPLAY "FATAL: cannot open " WS-Archive-Name
                       " - status " WS-Archive-File-Status
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 SET WS-Archive-Open TO TRUE
              END-IF
              MOVE LVF-REC TO ARF-REC
              WRITE ARF-REC
              IF WS-Archive-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing " WS-Archive-Name
                    " - status " WS-Archive-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-Fil-Archived(WS-File-Idx).

      ******************************************************************
      * The live file is rewritten from the keep work file. If this
      * dies partway the archived records are already safe in the
      * archive and the retained ones are still in ARCWORK.DAT, so
      * the live file can be put back from it by hand.
      ******************************************************************
           replace-live-file-para.
              OPEN INPUT KEEP-WORK-FILE
              IF WS-Keep-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot reopen ARCWORK.DAT - status "
                    WS-Keep-Work-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT LIVE-FILE
              IF WS-Live-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot rewrite " WS-Live-Name
                    " - status " WS-Live-File-Status
                    " - retained records are in ARCWORK.DAT"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-File-EOF-Switch
              PERFORM UNTIL WS-File-EOF
                 READ KEEP-WORK-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       MOVE KWF-REC TO LVF-REC
                       WRITE LVF-REC
                       IF WS-Live-File-Status NOT = "00"
                          DISPLAY "FATAL: error rewriting "
                             WS-Live-Name " - status "
                             WS-Live-File-Status
                             " - retained records are in ARCWORK.DAT"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KEEP-WORK-FILE
              CLOSE LIVE-FILE.

           write-file-line-para.
              MOVE WS-Fil-Live-Name(WS-File-Idx) TO WS-Arr-Det-File
              IF WS-Fil-Retain-Set(WS-File-Idx)
                 MOVE WS-Fil-Retain-Days(WS-File-Idx) TO WS-Retain-Edit
                 MOVE WS-Retain-Edit TO WS-Arr-Det-Retain
                 IF WS-Fil-Cutoff(WS-File-Idx) = 1
                    MOVE "HELD WHOLE" TO WS-Arr-Det-Cutoff
                 ELSE
                    MOVE WS-Fil-Cutoff(WS-File-Idx) TO WS-Date-Text
                    PERFORM edit-date-para
                    MOVE WS-Run-Date-Edit TO WS-Arr-Det-Cutoff
                 END-IF
              ELSE
                 MOVE "  NONE" TO WS-Arr-Det-Retain
                 MOVE SPACES TO WS-Arr-Det-Cutoff
              END-IF
              MOVE WS-Fil-Read(WS-File-Idx) TO WS-Arr-Det-Read
              MOVE WS-Fil-Kept(WS-File-Idx) TO WS-Arr-Det-Kept
              MOVE WS-Fil-Archived(WS-File-Idx) TO WS-Arr-Det-Archived
              IF WS-Fil-Archived(WS-File-Idx) > 0
                 MOVE WS-Archive-Name TO WS-Arr-Det-Archive
              ELSE
                 MOVE SPACES TO WS-Arr-Det-Archive
              END-IF
              MOVE WS-Fil-Status(WS-File-Idx) TO WS-Arr-Det-Status
              MOVE SPACES TO ARR-REC
              MOVE WS-Arr-Detail TO ARR-REC
              PERFORM write-report-line-para
              ADD WS-Fil-Read(WS-File-Idx) TO WS-Total-Read
              ADD WS-Fil-Kept(WS-File-Idx) TO WS-Total-Kept
              ADD WS-Fil-Archived(WS-File-Idx) TO WS-Total-Archived.

      ******************************************************************
      * The totals must balance the same way each file does: read
      * equals kept plus archived.
      ******************************************************************
           write-totals-para.
              MOVE SPACES TO ARR-REC
              PERFORM write-report-line-para
              MOVE WS-Total-Read TO WS-Arr-Tot-Read
              MOVE WS-Total-Kept TO WS-Arr-Tot-Kept
              MOVE WS-Total-Archived TO WS-Arr-Tot-Archived
              MOVE SPACES TO ARR-REC
              MOVE WS-Arr-Total-Line TO ARR-REC
              PERFORM write-report-line-para
              IF WS-Floor-Applied
                 MOVE SPACES TO ARR-REC
                 IF WS-Period-Floor = 1
                    MOVE WS-Last-Closed-Period TO WS-Arr-Whole-Period
                    MOVE WS-Arr-Floor-Whole-Line TO ARR-REC
                 ELSE
                    MOVE WS-Period-Floor TO WS-Date-Text
                    PERFORM edit-date-para
                    MOVE WS-Run-Date-Edit TO WS-Arr-Floor-Date
                    MOVE WS-Last-Closed-Period TO WS-Arr-Floor-Period
                    MOVE WS-Arr-Floor-Line TO ARR-REC
                 END-IF
                 PERFORM write-report-line-para
              END-IF
              MOVE SPACES TO ARR-REC
              IF WS-Out-Of-Balance
                    OR WS-Total-Read NOT =
                       WS-Total-Kept + WS-Total-Archived
                 SET WS-Out-Of-Balance TO TRUE
                 MOVE "*** ARCHIVE OUT OF BALANCE ***" TO ARR-REC
              ELSE
                 MOVE "ARCHIVE IN BALANCE - READ = KEPT + ARCHIVED"
                    TO ARR-REC
              END-IF
              PERFORM write-report-line-para.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-report-line-para.
              WRITE ARR-REC
              IF WS-Archive-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing ARCRPT.DAT - status "
                    WS-Archive-Report-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF.
      ** add other procedures here
       END PROGRAM LOGARCH.
