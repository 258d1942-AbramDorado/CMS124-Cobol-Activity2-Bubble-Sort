      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integrity audit of the value master (MASTER.DAT)
      *          against the registered-ID master (IDMASTER.DAT) and
      *          the category master (CATMAST.DAT). The three are
      *          maintained by different programs and can drift
      *          apart: an ID deactivated while it still holds a
      *          value, a ceiling lowered below values already held,
      *          a category dropped while records still carry it, a
      *          generation restored from before its IDs were
      *          registered. Every inconsistency is listed to
      *          INTRPT.DAT by type with the record involved, then a
      *          count per type. Master records out of ID sequence
      *          or with duplicate keys are caught too - the next
      *          night's merge depends on both. Meant to run as a
      *          pre-check ahead of the nightly batch: return code 8
      *          when the master would break the merge (sequence,
      *          duplicate key, unreadable value) or a file cannot
      *          be read, 4 for any other inconsistency, 0 clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INTAUDIT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT ID-MASTER-FILE ASSIGN TO "IDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDMaster-File-Status.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatMaster-File-Status.
           SELECT KEY-WORK-FILE ASSIGN TO "MKEYWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Key-Work-File-Status.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "INTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Report-File-Status.
           SELECT KEY-SORT-FILE ASSIGN TO "SRTWRK8.DAT".
           SELECT EXCEPTION-SORT-FILE ASSIGN TO "SRTWRK9.DAT".
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MASTER-FILE.
           COPY MSTREC.

       FD  ID-MASTER-FILE.
           COPY IDMREC.

       FD  CATEGORY-MASTER-FILE.
           COPY CATREC.

      *    The master's keys in ID order, each with the record number
      *    it was read at, for the duplicate key check.
       FD  KEY-WORK-FILE.
       01  MKW-REC.
           05  MKW-ID PIC X(5).
           05  MKW-RECNO PIC 9(7).
           05  MKW-RECORD PIC X(12).

       FD  AUDIT-REPORT-FILE.
       01  IAR-REC PIC X(100).

       SD  KEY-SORT-FILE.
       01  MKS-REC.
           05  MKS-ID PIC X(5).
           05  MKS-RECNO PIC 9(7).
           05  MKS-RECORD PIC X(12).

      *    One record per inconsistency found, sorted by type and then
      *    the order found so each type lists in file order.
       SD  EXCEPTION-SORT-FILE.
       01  IXS-REC.
           05  IXS-TYPE PIC 9(2).
           05  IXS-SEQ PIC 9(7).
           05  IXS-FILE PIC X(12).
           05  IXS-RECNO PIC 9(7).
           05  IXS-RECORD PIC X(30).
           05  IXS-DETAIL PIC X(30).

       WORKING-STORAGE SECTION.
           78 WS-Max-IDM-Entries VALUE 500.
           78 WS-Max-Cat-Entries VALUE 100.
           78 WS-Type-Count VALUE 9.
           01 WS-Master-File-Status PIC XX.
           01 WS-IDMaster-File-Status PIC XX.
           01 WS-CatMaster-File-Status PIC XX.
           01 WS-Key-Work-File-Status PIC XX.
           01 WS-Audit-Report-File-Status PIC XX.
           01 WS-File-EOF-Switch PIC X VALUE "N".
              88 WS-File-EOF VALUE "Y".
           01 WS-Sort-EOF-Switch PIC X VALUE "N".
              88 WS-Sort-EOF VALUE "Y".
           01 WS-Master-Missing-Switch PIC X VALUE "N".
              88 WS-Master-Missing VALUE "Y".
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Seq PIC 9(7) VALUE 0.
           01 WS-Recno PIC 9(7) VALUE 0.
           01 WS-Master-Count PIC 9(7) VALUE 0.
           01 WS-Exception-Total PIC 9(7) VALUE 0.
           01 WS-Prev-ID PIC X(5) VALUE SPACES.
           01 WS-Prev-Recno PIC 9(7) VALUE 0.
           01 WS-Result-RC PIC 9 VALUE 0.
           01 WS-IDM-Table.
              02 WS-IDM-Entry OCCURS WS-Max-IDM-Entries TIMES.
                 05 WS-IDM-Tab-ID PIC X(5).
                 05 WS-IDM-Tab-Status PIC X(1).
                 05 WS-IDM-Tab-Recno PIC 9(7).
           01 WS-IDM-Count PIC 9(3) VALUE 0.
           01 WS-IDM-Idx PIC 9(3) VALUE 0.
           01 WS-IDM-Found-Switch PIC X VALUE "N".
              88 WS-IDM-Found VALUE "Y".
           01 WS-IDM-Lookup-ID PIC X(5) VALUE SPACES.
           01 WS-CatM-Table.
              02 WS-CatM-Entry OCCURS WS-Max-Cat-Entries TIMES.
                 05 WS-CatM-Tab-Code PIC X(3).
                 05 WS-CatM-Tab-Limit PIC 9(2).
                 05 WS-CatM-Tab-Recno PIC 9(7).
           01 WS-CatM-Count PIC 9(3) VALUE 0.
           01 WS-CatM-Idx PIC 9(3) VALUE 0.
           01 WS-CatM-Found-Switch PIC X VALUE "N".
              88 WS-CatM-Found VALUE "Y".
           01 WS-CatM-Lookup-Code PIC X(3) VALUE SPACES.
      *    The exception types, in report order, each with the return
      *    code it forces. 8 is for a master the merge cannot take.
           01 WS-Type-Values.
              05 FILLER PIC X(25) VALUE "MASTER OUT OF SEQUENCE  8".
              05 FILLER PIC X(25) VALUE "MASTER DUPLICATE KEY    8".
              05 FILLER PIC X(25) VALUE "MASTER VALUE INVALID    8".
              05 FILLER PIC X(25) VALUE "ID NOT ON IDMASTER      4".
              05 FILLER PIC X(25) VALUE "INACTIVE ID HOLDS VALUE 4".
              05 FILLER PIC X(25) VALUE "CATEGORY NOT ON CATMAST 4".
              05 FILLER PIC X(25) VALUE "VALUE OVER CEILING      4".
              05 FILLER PIC X(25) VALUE "DUPLICATE ON IDMASTER   4".
              05 FILLER PIC X(25) VALUE "DUPLICATE ON CATMAST    4".
           01 WS-Type-Table REDEFINES WS-Type-Values.
              05 WS-Type-Entry OCCURS WS-Type-Count TIMES.
                 10 WS-Type-Name PIC X(24).
                 10 WS-Type-RC PIC 9(1).
           01 WS-Type-Counts.
              05 WS-Type-Found PIC 9(7) OCCURS WS-Type-Count TIMES.
           01 WS-Type-Idx PIC 9(2) VALUE 0.
           78 WS-Exc-Out-Of-Sequence VALUE 1.
           78 WS-Exc-Duplicate-Key VALUE 2.
           78 WS-Exc-Not-Numeric VALUE 3.
           78 WS-Exc-Not-On-IDMaster VALUE 4.
           78 WS-Exc-Inactive-ID VALUE 5.
           78 WS-Exc-Not-On-CatMast VALUE 6.
           78 WS-Exc-Over-Ceiling VALUE 7.
           78 WS-Exc-Dup-IDMaster VALUE 8.
           78 WS-Exc-Dup-CatMast VALUE 9.
           01 WS-Exc-Type PIC 9(2) VALUE 0.
           01 WS-Exc-File PIC X(12) VALUE SPACES.
           01 WS-Exc-Recno PIC 9(7) VALUE 0.
           01 WS-Exc-Record PIC X(30) VALUE SPACES.
           01 WS-Exc-Detail PIC X(30) VALUE SPACES.
           01 WS-Recno-Edit PIC Z(6)9.
           01 WS-Value-Edit PIC -(2)9.
           01 WS-Limit-Edit PIC Z9.
           01 WS-Date-Text PIC 9(8).
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Iar-Header-1.
              05 FILLER PIC X(26) VALUE "MASTER INTEGRITY AUDIT    ".
              05 FILLER PIC X(10) VALUE "RUN DATE: ".
              05 WS-Iar-Rpt-Date PIC X(10).
           01 WS-Iar-Type-Line.
              05 FILLER PIC X(6) VALUE "TYPE: ".
              05 WS-Iar-Type-Name PIC X(24).
              05 FILLER PIC X(5) VALUE " (RC ".
              05 WS-Iar-Type-RC PIC 9(1).
              05 FILLER PIC X(1) VALUE ")".
           01 WS-Iar-Header-2.
              05 FILLER PIC X(4) VALUE SPACES.
              05 FILLER PIC X(13) VALUE "FILE".
              05 FILLER PIC X(9) VALUE "RECORD".
              05 FILLER PIC X(31) VALUE "IMAGE".
              05 FILLER PIC X(30) VALUE "DETAIL".
           01 WS-Iar-Detail.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Iar-Det-File PIC X(12).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Iar-Det-Recno PIC Z(6)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Iar-Det-Record PIC X(30).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Iar-Det-Detail PIC X(30).
           01 WS-Iar-Summary-Line.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-Iar-Sum-Name PIC X(24).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Iar-Sum-Count PIC ZZZZZZ9.
              05 FILLER PIC X(6) VALUE "   RC ".
              05 WS-Iar-Sum-RC PIC 9(1).
           01 WS-Iar-Total-Line.
              05 FILLER PIC X(20) VALUE "MASTER RECORDS READ:".
              05 WS-Iar-Tot-Master PIC ZZZZZZ9.
              05 FILLER PIC X(16) VALUE "  IDS ON FILE: ".
              05 WS-Iar-Tot-IDM PIC ZZZZZZ9.
              05 FILLER PIC X(18) VALUE "  CATEGORIES: ".
              05 WS-Iar-Tot-Cat PIC ZZZZZZ9.
           01 WS-Iar-Result-Line.
              05 FILLER PIC X(22) VALUE "INCONSISTENCIES FOUND:".
              05 WS-Iar-Res-Total PIC ZZZZZZ9.
              05 FILLER PIC X(19) VALUE "  RETURN CODE SET: ".
              05 WS-Iar-Res-RC PIC 9(1).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Put the master's keys in order for the duplicate check, then
      * one pass of each file feeding the exceptions into a sort so
      * they list grouped by type, then the count per type and the
      * return code the scheduler holds on.
      **
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE 0 TO WS-Type-Counts
           PERFORM open-report-para
           SORT KEY-SORT-FILE
               ON ASCENDING KEY MKS-ID
               ON ASCENDING KEY MKS-RECNO
               INPUT PROCEDURE IS release-master-keys-para
               GIVING KEY-WORK-FILE
           SORT EXCEPTION-SORT-FILE
               ON ASCENDING KEY IXS-TYPE
               ON ASCENDING KEY IXS-SEQ
               INPUT PROCEDURE IS find-exceptions-para
               OUTPUT PROCEDURE IS list-exceptions-para
           PERFORM write-summary-para
           CLOSE AUDIT-REPORT-FILE
           MOVE WS-Result-RC TO RETURN-CODE
           IF WS-Exception-Total = 0
              DISPLAY "Master integrity audit clean - "
                 WS-Master-Count " master record(s) checked"
           ELSE
              DISPLAY "Master integrity audit - " WS-Exception-Total
                 " inconsistenc(ies) listed to INTRPT.DAT - return "
                 "code " WS-Result-RC
           END-IF
           STOP RUN.

           open-report-para.
              OPEN OUTPUT AUDIT-REPORT-FILE
              IF WS-Audit-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open INTRPT.DAT - status "
                    WS-Audit-Report-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Today TO WS-Date-Text
              PERFORM edit-date-para
              MOVE WS-Run-Date-Edit TO WS-Iar-Rpt-Date
              MOVE SPACES TO IAR-REC
              MOVE WS-Iar-Header-1 TO IAR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * A missing MASTER.DAT is not an inconsistency - the batch
      * starts a new master when there is none - so it is noted on
      * the report and the master checks simply find nothing.
      ******************************************************************
           release-master-keys-para.
              MOVE "N" TO WS-File-EOF-Switch
              MOVE 0 TO WS-Recno
              OPEN INPUT MASTER-FILE
              IF WS-Master-File-Status = "35"
                 SET WS-Master-Missing TO TRUE
              ELSE
                 IF WS-Master-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open MASTER.DAT - status "
                       WS-Master-File-Status
                    MOVE 8 TO RETURN-CODE
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
                          ADD 1 TO WS-Recno
                          MOVE MST-ID TO MKS-ID
                          MOVE WS-Recno TO MKS-RECNO
                          MOVE MST-REC TO MKS-RECORD
                          RELEASE MKS-REC
                    END-READ
                 END-PERFORM
                 CLOSE MASTER-FILE
              END-IF.

           find-exceptions-para.
              PERFORM load-id-master-para
              PERFORM load-category-master-para
              PERFORM check-duplicate-keys-para
              IF NOT WS-Master-Missing
                 PERFORM check-master-para
              END-IF.

      ******************************************************************
      * Both registers are loaded the way the batch loads them, at
      * the same capacities - a register the batch would refuse to
      * load is a failed pre-check. A key registered twice is listed
      * against its second record: the batch takes the first.
      ******************************************************************
           load-id-master-para.
              MOVE 0 TO WS-IDM-Count
              MOVE 0 TO WS-Recno
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT ID-MASTER-FILE
              IF WS-IDMaster-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open IDMASTER.DAT - status "
                    WS-IDMaster-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-File-EOF
                 READ ID-MASTER-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF WS-IDMaster-File-Status NOT = "00"
                          DISPLAY "FATAL: IDMASTER.DAT read error "
                             WS-IDMaster-File-Status
                          CLOSE ID-MASTER-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-Recno
                       MOVE IDM-ID TO WS-IDM-Lookup-ID
                       PERFORM find-id-master-para
                       IF WS-IDM-Found
                          MOVE WS-Exc-Dup-IDMaster TO WS-Exc-Type
                          MOVE "IDMASTER.DAT" TO WS-Exc-File
                          MOVE WS-Recno TO WS-Exc-Recno
                          MOVE IDM-REC TO WS-Exc-Record
                          MOVE WS-IDM-Tab-Recno(WS-IDM-Idx)
                             TO WS-Recno-Edit
                          MOVE SPACES TO WS-Exc-Detail
                          STRING "FIRST AT RECORD "
                             FUNCTION TRIM(WS-Recno-Edit)
                             DELIMITED BY SIZE INTO WS-Exc-Detail
                          END-STRING
                          PERFORM release-exception-para
                       ELSE
                          IF WS-IDM-Count >= WS-Max-IDM-Entries
                             DISPLAY "FATAL: IDMASTER.DAT exceeds "
                                "capacity"
                             CLOSE ID-MASTER-FILE
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-IDM-Count
                          MOVE IDM-ID TO WS-IDM-Tab-ID(WS-IDM-Count)
                          MOVE IDM-STATUS
                             TO WS-IDM-Tab-Status(WS-IDM-Count)
                          MOVE WS-Recno
                             TO WS-IDM-Tab-Recno(WS-IDM-Count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ID-MASTER-FILE.

           find-id-master-para.
              MOVE "N" TO WS-IDM-Found-Switch
              MOVE 1 TO WS-IDM-Idx
              PERFORM UNTIL WS-IDM-Idx > WS-IDM-Count
                    OR WS-IDM-Found
                 IF WS-IDM-Tab-ID(WS-IDM-Idx) = WS-IDM-Lookup-ID
                    SET WS-IDM-Found TO TRUE
                 ELSE
                    ADD 1 TO WS-IDM-Idx
                 END-IF
              END-PERFORM.

           load-category-master-para.
              MOVE 0 TO WS-CatM-Count
              MOVE 0 TO WS-Recno
              MOVE "N" TO WS-File-EOF-Switch
              OPEN INPUT CATEGORY-MASTER-FILE
              IF WS-CatMaster-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open CATMAST.DAT - status "
                    WS-CatMaster-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-File-EOF
                 READ CATEGORY-MASTER-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF WS-CatMaster-File-Status NOT = "00"
                          DISPLAY "FATAL: CATMAST.DAT read error "
                             WS-CatMaster-File-Status
                          CLOSE CATEGORY-MASTER-FILE
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-Recno
                       MOVE CAT-CODE TO WS-CatM-Lookup-Code
                       PERFORM find-category-master-para
                       IF WS-CatM-Found
                          MOVE WS-Exc-Dup-CatMast TO WS-Exc-Type
                          MOVE "CATMAST.DAT" TO WS-Exc-File
                          MOVE WS-Recno TO WS-Exc-Recno
                          MOVE CAT-REC TO WS-Exc-Record
                          MOVE WS-CatM-Tab-Recno(WS-CatM-Idx)
                             TO WS-Recno-Edit
                          MOVE SPACES TO WS-Exc-Detail
                          STRING "FIRST AT RECORD "
                             FUNCTION TRIM(WS-Recno-Edit)
                             DELIMITED BY SIZE INTO WS-Exc-Detail
                          END-STRING
                          PERFORM release-exception-para
                       ELSE
                          IF WS-CatM-Count >= WS-Max-Cat-Entries
                             DISPLAY "FATAL: CATMAST.DAT exceeds "
                                "capacity"
                             CLOSE CATEGORY-MASTER-FILE
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-CatM-Count
                          MOVE CAT-CODE
                             TO WS-CatM-Tab-Code(WS-CatM-Count)
                          MOVE CAT-LIMIT
                             TO WS-CatM-Tab-Limit(WS-CatM-Count)
                          MOVE WS-Recno
                             TO WS-CatM-Tab-Recno(WS-CatM-Count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEGORY-MASTER-FILE.

           find-category-master-para.
              MOVE "N" TO WS-CatM-Found-Switch
              MOVE 1 TO WS-CatM-Idx
              PERFORM UNTIL WS-CatM-Idx > WS-CatM-Count
                    OR WS-CatM-Found
                 IF WS-CatM-Tab-Code(WS-CatM-Idx) = WS-CatM-Lookup-Code
                    SET WS-CatM-Found TO TRUE
                 ELSE
                    ADD 1 TO WS-CatM-Idx
                 END-IF
              END-PERFORM.

      ******************************************************************
      * With the keys in ID order a duplicate is simply the same ID
      * twice running, wherever the two records sit in the file.
      * Each repeat is listed, with the record number of the first.
      ******************************************************************
           check-duplicate-keys-para.
              MOVE "N" TO WS-File-EOF-Switch
              MOVE SPACES TO WS-Prev-ID
              MOVE 0 TO WS-Prev-Recno
              OPEN INPUT KEY-WORK-FILE
              IF WS-Key-Work-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open MKEYWORK.DAT - status "
                    WS-Key-Work-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-File-EOF
                 READ KEY-WORK-FILE
                    AT END
                       SET WS-File-EOF TO TRUE
                    NOT AT END
                       IF MKW-ID = WS-Prev-ID AND WS-Prev-Recno > 0
                          MOVE WS-Exc-Duplicate-Key TO WS-Exc-Type
                          MOVE "MASTER.DAT" TO WS-Exc-File
                          MOVE MKW-RECNO TO WS-Exc-Recno
                          MOVE MKW-RECORD TO WS-Exc-Record
                          MOVE WS-Prev-Recno TO WS-Recno-Edit
                          MOVE SPACES TO WS-Exc-Detail
                          STRING "SAME KEY AS RECORD "
                             FUNCTION TRIM(WS-Recno-Edit)
                             DELIMITED BY SIZE INTO WS-Exc-Detail
                          END-STRING
                          PERFORM release-exception-para
                       ELSE
                          MOVE MKW-ID TO WS-Prev-ID
                          MOVE MKW-RECNO TO WS-Prev-Recno
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KEY-WORK-FILE.

      ******************************************************************
      * One pass of the master in file order. A record whose ID is
      * lower than the one before it is out of sequence. Each record
      * is then checked against the registers: the ID must be on
      * IDMASTER.DAT and active, the category on CATMAST.DAT, and
      * the value within that category's ceiling. A blank category
      * is allowed, as in the batch, and has no ceiling.
      ******************************************************************
           check-master-para.
              MOVE "N" TO WS-File-EOF-Switch
              MOVE 0 TO WS-Recno
              MOVE SPACES TO WS-Prev-ID
              OPEN INPUT MASTER-FILE
              IF WS-Master-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open MASTER.DAT - status "
                    WS-Master-File-Status
                 MOVE 8 TO RETURN-CODE
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
                       ADD 1 TO WS-Recno
                       ADD 1 TO WS-Master-Count
                       PERFORM check-master-record-para
                       MOVE MST-ID TO WS-Prev-ID
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE.

           check-master-record-para.
              MOVE "MASTER.DAT" TO WS-Exc-File
              MOVE WS-Recno TO WS-Exc-Recno
              MOVE MST-REC TO WS-Exc-Record
              IF WS-Recno > 1 AND MST-ID < WS-Prev-ID
                 MOVE WS-Exc-Out-Of-Sequence TO WS-Exc-Type
                 MOVE SPACES TO WS-Exc-Detail
                 STRING "FOLLOWS " WS-Prev-ID
                    DELIMITED BY SIZE INTO WS-Exc-Detail
                 END-STRING
                 PERFORM release-exception-para
              END-IF
              MOVE MST-ID TO WS-IDM-Lookup-ID
              PERFORM find-id-master-para
              IF NOT WS-IDM-Found
                 MOVE WS-Exc-Not-On-IDMaster TO WS-Exc-Type
                 MOVE SPACES TO WS-Exc-Detail
                 PERFORM release-exception-para
              ELSE
              IF WS-IDM-Tab-Status(WS-IDM-Idx) NOT = "A"
                 MOVE WS-Exc-Inactive-ID TO WS-Exc-Type
                 MOVE SPACES TO WS-Exc-Detail
                 STRING "IDMASTER STATUS "
                    WS-IDM-Tab-Status(WS-IDM-Idx)
                    DELIMITED BY SIZE INTO WS-Exc-Detail
                 END-STRING
                 PERFORM release-exception-para
              END-IF
              END-IF
              IF MST-CATEGORY NOT = SPACES
                 MOVE MST-CATEGORY TO WS-CatM-Lookup-Code
                 PERFORM find-category-master-para
                 IF NOT WS-CatM-Found
                    MOVE WS-Exc-Not-On-CatMast TO WS-Exc-Type
                    MOVE SPACES TO WS-Exc-Detail
                    STRING "CATEGORY " MST-CATEGORY
                       DELIMITED BY SIZE INTO WS-Exc-Detail
                    END-STRING
                    PERFORM release-exception-para
                 END-IF
              END-IF
              IF MST-VALUE IS NOT NUMERIC
                 MOVE WS-Exc-Not-Numeric TO WS-Exc-Type
                 MOVE SPACES TO WS-Exc-Detail
                 PERFORM release-exception-para
              ELSE
              IF MST-CATEGORY NOT = SPACES AND WS-CatM-Found
                    AND MST-VALUE > WS-CatM-Tab-Limit(WS-CatM-Idx)
                 MOVE WS-Exc-Over-Ceiling TO WS-Exc-Type
                 MOVE MST-VALUE TO WS-Value-Edit
                 MOVE WS-CatM-Tab-Limit(WS-CatM-Idx) TO WS-Limit-Edit
                 MOVE SPACES TO WS-Exc-Detail
                 STRING "VALUE " FUNCTION TRIM(WS-Value-Edit)
                    " CEILING " FUNCTION TRIM(WS-Limit-Edit)
                    DELIMITED BY SIZE INTO WS-Exc-Detail
                 END-STRING
                 PERFORM release-exception-para
              END-IF
              END-IF.

           release-exception-para.
              ADD 1 TO WS-Seq
              ADD 1 TO WS-Type-Found(WS-Exc-Type)
              ADD 1 TO WS-Exception-Total
              IF WS-Type-RC(WS-Exc-Type) > WS-Result-RC
                 MOVE WS-Type-RC(WS-Exc-Type) TO WS-Result-RC
              END-IF
              MOVE WS-Exc-Type TO IXS-TYPE
              MOVE WS-Seq TO IXS-SEQ
              MOVE WS-Exc-File TO IXS-FILE
              MOVE WS-Exc-Recno TO IXS-RECNO
              MOVE WS-Exc-Record TO IXS-RECORD
              MOVE WS-Exc-Detail TO IXS-DETAIL
              RELEASE IXS-REC.

      ******************************************************************
      * The exceptions come back grouped by type; each group gets its
      * own heading with the return code that type forces.
      ******************************************************************
           list-exceptions-para.
              MOVE "N" TO WS-Sort-EOF-Switch
              MOVE 0 TO WS-Type-Idx
              IF WS-Master-Missing
                 MOVE SPACES TO IAR-REC
                 PERFORM write-report-line-para
                 MOVE "MASTER.DAT NOT FOUND - NO MASTER RECORDS TO "
                    TO IAR-REC(1:44)
                 MOVE "CHECK" TO IAR-REC(45:)
                 PERFORM write-report-line-para
              END-IF
              PERFORM UNTIL WS-Sort-EOF
                 RETURN EXCEPTION-SORT-FILE
                    AT END
                       SET WS-Sort-EOF TO TRUE
                    NOT AT END
                       IF IXS-TYPE NOT = WS-Type-Idx
                          MOVE IXS-TYPE TO WS-Type-Idx
                          PERFORM write-type-heading-para
                       END-IF
                       MOVE IXS-FILE TO WS-Iar-Det-File
                       MOVE IXS-RECNO TO WS-Iar-Det-Recno
                       MOVE IXS-RECORD TO WS-Iar-Det-Record
                       MOVE IXS-DETAIL TO WS-Iar-Det-Detail
                       MOVE SPACES TO IAR-REC
                       MOVE WS-Iar-Detail TO IAR-REC
                       PERFORM write-report-line-para
                 END-RETURN
              END-PERFORM.

           write-type-heading-para.
              MOVE WS-Type-Name(WS-Type-Idx) TO WS-Iar-Type-Name
              MOVE WS-Type-RC(WS-Type-Idx) TO WS-Iar-Type-RC
              MOVE SPACES TO IAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO IAR-REC
              MOVE WS-Iar-Type-Line TO IAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO IAR-REC
              MOVE WS-Iar-Header-2 TO IAR-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * Every type is counted in the summary, zeros included, so the
      * operator can see each check was made.
      ******************************************************************
           write-summary-para.
              MOVE SPACES TO IAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO IAR-REC
              MOVE "SUMMARY BY EXCEPTION TYPE" TO IAR-REC
              PERFORM write-report-line-para
              MOVE 1 TO WS-Type-Idx
              PERFORM UNTIL WS-Type-Idx > WS-Type-Count
                 MOVE WS-Type-Name(WS-Type-Idx) TO WS-Iar-Sum-Name
                 MOVE WS-Type-Found(WS-Type-Idx) TO WS-Iar-Sum-Count
                 MOVE WS-Type-RC(WS-Type-Idx) TO WS-Iar-Sum-RC
                 MOVE SPACES TO IAR-REC
                 MOVE WS-Iar-Summary-Line TO IAR-REC
                 PERFORM write-report-line-para
                 ADD 1 TO WS-Type-Idx
              END-PERFORM
              MOVE WS-Master-Count TO WS-Iar-Tot-Master
              MOVE WS-IDM-Count TO WS-Iar-Tot-IDM
              MOVE WS-CatM-Count TO WS-Iar-Tot-Cat
              MOVE SPACES TO IAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO IAR-REC
              MOVE WS-Iar-Total-Line TO IAR-REC
              PERFORM write-report-line-para
              MOVE WS-Exception-Total TO WS-Iar-Res-Total
              MOVE WS-Result-RC TO WS-Iar-Res-RC
              MOVE SPACES TO IAR-REC
              MOVE WS-Iar-Result-Line TO IAR-REC
              PERFORM write-report-line-para
              MOVE SPACES TO IAR-REC
              IF WS-Result-RC = 0
                 MOVE "MASTER FILES CONSISTENT" TO IAR-REC
              ELSE
              IF WS-Result-RC = 4
                 MOVE "*** INCONSISTENCIES - REVIEW BEFORE THE BATCH"
                    TO IAR-REC
              ELSE
                 MOVE "*** MASTER.DAT WILL NOT MERGE - HOLD THE BATCH"
                    TO IAR-REC
              END-IF
              END-IF
              PERFORM write-report-line-para.

           edit-date-para.
              MOVE WS-Date-Text(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Date-Text(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Date-Text(1:4) TO WS-Run-Date-Edit-CCYY.

           write-report-line-para.
              WRITE IAR-REC
              IF WS-Audit-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing INTRPT.DAT - status "
                    WS-Audit-Report-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF.
      ** add other procedures here
       END PROGRAM INTAUDIT.
