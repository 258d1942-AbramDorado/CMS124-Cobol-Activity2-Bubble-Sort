      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily listing of the maintenance audit trail
      *          (MAINTAUD.DAT) that the maintenance programs append
      *          to. Lists every change made on the day - time,
      *          operator, program, action and key, with the record
      *          image before and after - to MAUDRPT.DAT for the
      *          supervisor's sign-off. The day defaults to today;
      *          the AUDIT-DATE option in PARMFILE.DAT picks another
      *          (CCYYMMDD), or ALL lists the whole trail when
      *          someone needs to know who touched a key and cannot
      *          say when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAUDRPT.
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
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "MAUDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Report-File-Status.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  PARM-FILE.
       01  PRM-REC PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       FD  AUDIT-REPORT-FILE.
       01  MAR-REC PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-Parm-File-Status PIC XX.
           01 WS-Audit-File-Status PIC XX.
           01 WS-Audit-Report-File-Status PIC XX.
           01 WS-Parm-EOF-Switch PIC X VALUE "N".
              88 WS-Parm-EOF VALUE "Y".
           01 WS-Audit-EOF-Switch PIC X VALUE "N".
              88 WS-Audit-EOF VALUE "Y".
           01 WS-Parm-Keyword PIC X(16).
           01 WS-Parm-Value PIC X(40).
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Audit-Date PIC 9(8) VALUE 0.
           01 WS-All-Dates-Switch PIC X VALUE "N".
              88 WS-All-Dates VALUE "Y".
           01 WS-Read-Count PIC 9(7) VALUE 0.
           01 WS-Listed-Count PIC 9(7) VALUE 0.
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Time-Edit.
              05 WS-Time-Edit-HH PIC 99.
              05 FILLER PIC X VALUE ":".
              05 WS-Time-Edit-MM PIC 99.
              05 FILLER PIC X VALUE ":".
              05 WS-Time-Edit-SS PIC 99.
           01 WS-Mar-Header-1.
              05 FILLER PIC X(26) VALUE "MAINTENANCE AUDIT LISTING ".
              05 FILLER PIC X(10) VALUE "FOR DATE: ".
              05 WS-Mar-Rpt-Date PIC X(10).
           01 WS-Mar-Header-2.
              05 FILLER PIC X(11) VALUE "DATE".
              05 FILLER PIC X(9) VALUE "TIME".
              05 FILLER PIC X(10) VALUE "OPERATOR".
              05 FILLER PIC X(12) VALUE "PROGRAM".
              05 FILLER PIC X(12) VALUE "ACTION".
              05 FILLER PIC X(10) VALUE "KEY".
           01 WS-Mar-Detail.
              05 WS-Mar-Det-Date PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Mar-Det-Time PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Mar-Det-Operator PIC X(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mar-Det-Program PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mar-Det-Action PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mar-Det-Key PIC X(10).
           01 WS-Mar-Image-Line.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Mar-Img-Label PIC X(8).
              05 WS-Mar-Img-Text PIC X(60).
           01 WS-Mar-Total-Line.
              05 FILLER PIC X(16) VALUE "CHANGES LISTED: ".
              05 WS-Mar-Rpt-Listed PIC ZZZZZZ9.
              05 FILLER PIC X(20) VALUE "  AUDIT RECS READ: ".
              05 WS-Mar-Rpt-Read PIC ZZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pick up the day to list, then one pass of the audit trail
      * writing every entry for that day in the order it was made.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-Audit-Date
           PERFORM read-parm-file-para
           PERFORM open-report-para
           PERFORM list-audit-para
           PERFORM write-totals-para
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "Maintenance audit listed - " WS-Listed-Count
              " change(s) of " WS-Read-Count " on file"
           STOP RUN.

      ******************************************************************
      * Only one option matters here: AUDIT-DATE=CCYYMMDD, or ALL.
      * The rest of PARMFILE.DAT belongs to the batch job and is
      * passed over without comment; a missing file just means
      * today.
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
              IF WS-Parm-Keyword = "AUDIT-DATE"
                 IF WS-Parm-Value = "ALL"
                    SET WS-All-Dates TO TRUE
                 ELSE
                 IF WS-Parm-Value(1:8) IS NUMERIC
                       AND WS-Parm-Value(9:) = SPACES
                    MOVE WS-Parm-Value(1:8) TO WS-Audit-Date
                 ELSE
                    DISPLAY "WARNING: AUDIT-DATE must be CCYYMMDD or "
                       "ALL - listing " WS-Audit-Date
                 END-IF
                 END-IF
              END-IF.

           open-report-para.
              OPEN OUTPUT AUDIT-REPORT-FILE
              IF WS-Audit-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open MAUDRPT.DAT - status "
                    WS-Audit-Report-File-Status
                 STOP RUN
              END-IF
              IF WS-All-Dates
                 MOVE "ALL" TO WS-Mar-Rpt-Date
              ELSE
                 MOVE WS-Audit-Date TO WS-Date-Text
                 PERFORM edit-date-para
                 MOVE WS-Run-Date-Edit TO WS-Mar-Rpt-Date
              END-IF
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Header-1 TO MAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Header-2 TO MAR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * One pass of MAINTAUD.DAT. A missing trail just means nobody
      * has changed anything yet - an empty listing, not an error.
      ******************************************************************
           list-audit-para.
              MOVE "N" TO WS-Audit-EOF-Switch
              OPEN INPUT MAINT-AUDIT-FILE
              IF WS-Audit-File-Status = "35"
                 CONTINUE
              ELSE
                 IF WS-Audit-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open MAINTAUD.DAT - "
                       "status " WS-Audit-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-Audit-EOF
                    READ MAINT-AUDIT-FILE
                       AT END
                          SET WS-Audit-EOF TO TRUE
                       NOT AT END
                          IF WS-Audit-File-Status NOT = "00"
                             DISPLAY "FATAL: MAINTAUD.DAT read error "
                                WS-Audit-File-Status
                             CLOSE MAINT-AUDIT-FILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-Read-Count
                          IF WS-All-Dates
                                OR MAU-DATE = WS-Audit-Date
                             PERFORM list-one-entry-para
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE MAINT-AUDIT-FILE
              END-IF.

      ******************************************************************
      * Three lines per change: who did what to which key, then the
      * record image before and after. A blank image is shown as
      * NONE so an add or a drop reads plainly.
      ******************************************************************
           list-one-entry-para.
              ADD 1 TO WS-Listed-Count
              MOVE MAU-DATE TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Mar-Det-Date
              MOVE MAU-TIME(1:2) TO WS-Time-Edit-HH
              MOVE MAU-TIME(3:2) TO WS-Time-Edit-MM
              MOVE MAU-TIME(5:2) TO WS-Time-Edit-SS
              MOVE WS-Time-Edit TO WS-Mar-Det-Time
              MOVE MAU-OPERATOR TO WS-Mar-Det-Operator
              MOVE MAU-PROGRAM TO WS-Mar-Det-Program
              MOVE MAU-ACTION TO WS-Mar-Det-Action
              MOVE MAU-KEY TO WS-Mar-Det-Key
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Detail TO MAR-REC
              PERFORM write-report-line-para
              MOVE "BEFORE: " TO WS-Mar-Img-Label
              IF MAU-BEFORE = SPACES
                 MOVE "NONE" TO WS-Mar-Img-Text
              ELSE
                 MOVE MAU-BEFORE TO WS-Mar-Img-Text
              END-IF
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Image-Line TO MAR-REC
              PERFORM write-report-line-para
              MOVE "AFTER:  " TO WS-Mar-Img-Label
              IF MAU-AFTER = SPACES
                 MOVE "NONE" TO WS-Mar-Img-Text
              ELSE
                 MOVE MAU-AFTER TO WS-Mar-Img-Text
              END-IF
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Image-Line TO MAR-REC
              PERFORM write-report-line-para.

           write-totals-para.
              MOVE SPACES TO MAR-REC
              PERFORM write-report-line-para
              MOVE WS-Listed-Count TO WS-Mar-Rpt-Listed
              MOVE WS-Read-Count TO WS-Mar-Rpt-Read
              MOVE SPACES TO MAR-REC
              MOVE WS-Mar-Total-Line TO MAR-REC
              PERFORM write-report-line-para.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-report-line-para.
              WRITE MAR-REC
              IF WS-Audit-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing MAUDRPT.DAT - status "
                    WS-Audit-Report-File-Status
                 STOP RUN
              END-IF.
      ** add other procedures here
       END PROGRAM MAUDRPT.
