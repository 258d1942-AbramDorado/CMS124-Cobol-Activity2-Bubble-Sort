      ******************************************************************
      * Author:
      * Date:
      * Purpose: File-driven bulk maintenance for the registered-ID
      *          master (IDMASTER.DAT) and the category master
      *          (CATMAST.DAT). Reads the maintenance transactions in
      *          MAINTTRN.DAT - ID add, deactivate, reactivate and
      *          relabel; category add, ceiling change, swing
      *          tolerance change, distribution destination change
      *          and relabel - and puts each one
      *          through the same checks and the same authority rules
      *          as the IDMAINT and CATMAINT console menus, so a
      *          reorganisation or a list of new IDs from HR does not
      *          have to be keyed one prompt at a time. Every
      *          transaction is shown on the edit and update report
      *          (MNTRPT.DAT) as applied or rejected with the reason.
      *          A trial run prints the report but leaves both
      *          masters as they were, so a large load can be checked
      *          before it goes live. The operator signs on against
      *          OPERATOR.DAT and every change saved is written to
      *          the maintenance audit trail (MAINTAUD.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BULKMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MAINT-TRAN-FILE ASSIGN TO "MAINTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Tran-File-Status.
           SELECT ID-MASTER-FILE ASSIGN TO "IDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDMaster-File-Status.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatMaster-File-Status.
           SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Report-File-Status.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-File-Status.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MAINT-TRAN-FILE.
           COPY MNTREC.

       FD  ID-MASTER-FILE.
           COPY IDMREC.

       FD  CATEGORY-MASTER-FILE.
           COPY CATREC.

       FD  MAINT-REPORT-FILE.
       01  MRP-REC PIC X(100).

       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-IDM-Entries VALUE 500.
           01 WS-IDM-Table.
              02 WS-IDM-Entry OCCURS WS-Max-IDM-Entries TIMES.
                 05 WS-IDM-Tab-ID PIC X(5).
                 05 WS-IDM-Tab-Status PIC X(1).
                 05 WS-IDM-Tab-Desc PIC X(20).
           01 WS-IDM-Count PIC 9(3) VALUE 0.
           01 WS-IDM-Idx PIC 9(3) VALUE 0.
           01 WS-IDM-Found-Switch PIC X VALUE "N".
              88 WS-IDM-Found VALUE "Y".
           01 WS-IDM-Found-Idx PIC 9(3) VALUE 0.
           01 WS-IDM-Lookup-ID PIC X(5) VALUE SPACES.
           01 WS-IDM-EOF-Switch PIC X VALUE "N".
              88 WS-IDM-EOF VALUE "Y".
           01 WS-IDMaster-File-Status PIC XX.
           01 WS-IDM-Changes-Made PIC X VALUE "N".
              88 WS-IDM-Changes-Pending VALUE "Y".
           78 WS-Max-Cat-Entries VALUE 100.
           01 WS-Cat-Table.
              02 WS-Cat-Entry OCCURS WS-Max-Cat-Entries TIMES.
                 05 WS-Cat-Tab-Code PIC X(3).
                 05 WS-Cat-Tab-Limit PIC 9(2).
                 05 WS-Cat-Tab-Desc PIC X(20).
                 05 WS-Cat-Tab-Tolerance PIC 9(2).
                 05 WS-Cat-Tab-Dest PIC X(8).
           01 WS-Cat-Count PIC 9(3) VALUE 0.
           01 WS-Cat-Idx PIC 9(3) VALUE 0.
           01 WS-Cat-Found-Switch PIC X VALUE "N".
              88 WS-Cat-Found VALUE "Y".
           01 WS-Cat-Found-Idx PIC 9(3) VALUE 0.
           01 WS-Cat-Lookup-Code PIC X(3) VALUE SPACES.
           01 WS-Cat-EOF-Switch PIC X VALUE "N".
              88 WS-Cat-EOF VALUE "Y".
           01 WS-CatMaster-File-Status PIC XX.
           01 WS-Cat-Changes-Made PIC X VALUE "N".
              88 WS-Cat-Changes-Pending VALUE "Y".
           01 WS-Maint-Tran-File-Status PIC XX.
           01 WS-Maint-Report-File-Status PIC XX.
           01 WS-Tran-EOF-Switch PIC X VALUE "N".
              88 WS-Tran-EOF VALUE "Y".
           01 WS-Trial-Switch PIC X VALUE "N".
              88 WS-Trial-Run VALUE "Y".
           01 WS-Trial-Answer PIC X VALUE SPACE.
           01 WS-Entry-ID PIC X(5).
           01 WS-Entry-Code PIC X(3).
           01 WS-Numeric-Value PIC S9(7) VALUE 0.
           01 WS-Entry-Dest-Text PIC X(20).
           01 WS-Dest-Idx PIC 9(2) VALUE 0.
           01 WS-Dest-Ended-Switch PIC X VALUE "N".
              88 WS-Dest-Ended VALUE "Y".
           01 WS-Dest-Valid-Switch PIC X VALUE "N".
              88 WS-Dest-Valid VALUE "Y".
      *    Outcome of the transaction in hand: blank reason means it
      *    was applied.
           01 WS-Tran-Reason PIC X(20) VALUE SPACES.
           01 WS-Tran-Count PIC 9(5) VALUE 0.
           01 WS-Applied-Count PIC 9(5) VALUE 0.
           01 WS-Rejected-Count PIC 9(5) VALUE 0.
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Run-Date-Edit.
              05 WS-Run-Date-Edit-MM PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-DD PIC 99.
              05 FILLER PIC X VALUE "/".
              05 WS-Run-Date-Edit-CCYY PIC 9(4).
           01 WS-Mrp-Header-1.
              05 FILLER PIC X(30)
                 VALUE "MASTER MAINTENANCE EDIT/UPDATE".
              05 FILLER PIC X(12) VALUE "  RUN DATE: ".
              05 WS-Mrp-Rpt-Date PIC X(10).
              05 FILLER PIC X(12) VALUE "  OPERATOR: ".
              05 WS-Mrp-Rpt-Operator PIC X(8).
           01 WS-Mrp-Trial-Line PIC X(41)
              VALUE "*** TRIAL RUN - MASTERS NOT REWRITTEN ***".
           01 WS-Mrp-Header-2.
              05 FILLER PIC X(7) VALUE "SEQ".
              05 FILLER PIC X(4) VALUE "MST".
              05 FILLER PIC X(4) VALUE "ACT".
              05 FILLER PIC X(7) VALUE "KEY".
              05 FILLER PIC X(6) VALUE "CEIL".
              05 FILLER PIC X(22) VALUE "DESCRIPTION".
              05 FILLER PIC X(10) VALUE "RESULT".
              05 FILLER PIC X(20) VALUE "REASON".
           01 WS-Mrp-Detail.
              05 WS-Mrp-Det-Seq PIC ZZZZ9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mrp-Det-Master PIC X(1).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-Mrp-Det-Action PIC X(1).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-Mrp-Det-Key PIC X(5).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mrp-Det-Limit PIC X(4).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mrp-Det-Desc PIC X(20).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mrp-Det-Result PIC X(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-Mrp-Det-Reason PIC X(20).
           01 WS-Mrp-Total-Line.
              05 FILLER PIC X(14) VALUE "TRANSACTIONS: ".
              05 WS-Mrp-Rpt-Read PIC ZZZZ9.
              05 FILLER PIC X(11) VALUE "  APPLIED: ".
              05 WS-Mrp-Rpt-Applied PIC ZZZZ9.
              05 FILLER PIC X(12) VALUE "  REJECTED: ".
              05 WS-Mrp-Rpt-Rejected PIC ZZZZ9.
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "BULKMNT".
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
      *    Audit entries are staged here as changes are applied and
      *    only appended to MAINTAUD.DAT once the masters have been
      *    saved, so the trail never shows a change that was not
      *    kept - and a trial run leaves no trail at all. Sized for
      *    a full load of both masters.
           78 WS-Max-Aud-Entries VALUE 1000.
           01 WS-Aud-Table.
              02 WS-Aud-Entry OCCURS WS-Max-Aud-Entries TIMES.
                 05 WS-Aud-Tab-Date PIC 9(8).
                 05 WS-Aud-Tab-Time PIC 9(8).
                 05 WS-Aud-Tab-Action PIC X(10).
                 05 WS-Aud-Tab-Key PIC X(10).
                 05 WS-Aud-Tab-Before PIC X(60).
                 05 WS-Aud-Tab-After PIC X(60).
           01 WS-Aud-Count PIC 9(4) VALUE 0.
           01 WS-Aud-Idx PIC 9(4) VALUE 0.
           01 WS-Aud-Action PIC X(10).
           01 WS-Aud-Key PIC X(10).
           01 WS-Aud-Before PIC X(60).
           01 WS-Aud-After PIC X(60).
           01 WS-Audit-File-Status PIC XX.
           01 WS-Now PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Sign on, load both masters, apply the transaction file to
      * the tables in file order - so an add and a relabel of the
      * same ID in one load both work - then, unless this is a
      * trial, save whichever master changed and write the audit
      * trail. Any rejected transaction sets return code 4.
      **
           PERFORM sign-on-para
           ACCEPT WS-Today FROM DATE YYYYMMDD
           DISPLAY "Trial run - report only, masters not rewritten? "
              "Y/N"
           ACCEPT WS-Trial-Answer
           MOVE FUNCTION UPPER-CASE(WS-Trial-Answer) TO WS-Trial-Answer
           IF WS-Trial-Answer = "Y"
              SET WS-Trial-Run TO TRUE
           END-IF
           PERFORM load-id-master-para
           PERFORM load-cat-master-para
           PERFORM open-report-para
           PERFORM process-transactions-para
           PERFORM write-totals-para
           CLOSE MAINT-REPORT-FILE
           IF WS-Trial-Run
              DISPLAY "Trial run - IDMASTER.DAT and CATMAST.DAT left "
                 "untouched"
           ELSE
              IF WS-IDM-Changes-Pending
                 PERFORM save-id-master-para
                 DISPLAY "IDMASTER.DAT updated - " WS-IDM-Count " IDs"
              END-IF
              IF WS-Cat-Changes-Pending
                 PERFORM save-cat-master-para
                 DISPLAY "CATMAST.DAT updated - " WS-Cat-Count
                    " categories"
              END-IF
              IF WS-Aud-Count > 0
                 PERFORM write-audit-para
              END-IF
           END-IF
           DISPLAY "Maintenance transactions: " WS-Tran-Count
              "  applied: " WS-Applied-Count
              "  rejected: " WS-Rejected-Count
           IF WS-Rejected-Count > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Loads IDMASTER.DAT into the working table. A missing file is
      * not an error here - a brand-new shop starts with an empty
      * master and the first save creates it.
      ******************************************************************
           load-id-master-para.
              MOVE 0 TO WS-IDM-Count
              MOVE "N" TO WS-IDM-EOF-Switch
              OPEN INPUT ID-MASTER-FILE
              IF WS-IDMaster-File-Status = "35"
                 DISPLAY "IDMASTER.DAT not found - starting empty"
              ELSE
                 IF WS-IDMaster-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open IDMASTER.DAT - status "
                       WS-IDMaster-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-IDM-EOF
                    READ ID-MASTER-FILE
                       AT END
                          SET WS-IDM-EOF TO TRUE
                       NOT AT END
                          IF WS-IDMaster-File-Status NOT = "00"
                             DISPLAY "FATAL: IDMASTER.DAT read error "
                                WS-IDMaster-File-Status
                             CLOSE ID-MASTER-FILE
                             STOP RUN
                          END-IF
                          IF WS-IDM-Count >= WS-Max-IDM-Entries
                             DISPLAY "FATAL: IDMASTER.DAT exceeds "
                                "capacity"
                             CLOSE ID-MASTER-FILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-IDM-Count
                          MOVE IDM-ID TO WS-IDM-Tab-ID(WS-IDM-Count)
                          MOVE IDM-STATUS
                             TO WS-IDM-Tab-Status(WS-IDM-Count)
                          MOVE IDM-DESC
                             TO WS-IDM-Tab-Desc(WS-IDM-Count)
                    END-READ
                 END-PERFORM
                 CLOSE ID-MASTER-FILE
                 DISPLAY "Loaded " WS-IDM-Count " IDs from "
                    "IDMASTER.DAT"
              END-IF.

      ******************************************************************
      * Loads CATMAST.DAT into the working table, on the same terms.
      ******************************************************************
           load-cat-master-para.
              MOVE 0 TO WS-Cat-Count
              MOVE "N" TO WS-Cat-EOF-Switch
              OPEN INPUT CATEGORY-MASTER-FILE
              IF WS-CatMaster-File-Status = "35"
                 DISPLAY "CATMAST.DAT not found - starting empty"
              ELSE
                 IF WS-CatMaster-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open CATMAST.DAT - status "
                       WS-CatMaster-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-Cat-EOF
                    READ CATEGORY-MASTER-FILE
                       AT END
                          SET WS-Cat-EOF TO TRUE
                       NOT AT END
                          IF WS-CatMaster-File-Status NOT = "00"
                             DISPLAY "FATAL: CATMAST.DAT read error "
                                WS-CatMaster-File-Status
                             CLOSE CATEGORY-MASTER-FILE
                             STOP RUN
                          END-IF
                          IF WS-Cat-Count >= WS-Max-Cat-Entries
                             DISPLAY "FATAL: CATMAST.DAT exceeds "
                                "capacity"
                             CLOSE CATEGORY-MASTER-FILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-Cat-Count
                          MOVE CAT-CODE
                             TO WS-Cat-Tab-Code(WS-Cat-Count)
                          MOVE CAT-LIMIT
                             TO WS-Cat-Tab-Limit(WS-Cat-Count)
                          MOVE CAT-DESC
                             TO WS-Cat-Tab-Desc(WS-Cat-Count)
                          IF CAT-TOLERANCE IS NUMERIC
                             MOVE CAT-TOLERANCE
                                TO WS-Cat-Tab-Tolerance(WS-Cat-Count)
                          ELSE
                             MOVE 0
                                TO WS-Cat-Tab-Tolerance(WS-Cat-Count)
                          END-IF
                          MOVE CAT-DEST
                             TO WS-Cat-Tab-Dest(WS-Cat-Count)
                    END-READ
                 END-PERFORM
                 CLOSE CATEGORY-MASTER-FILE
                 DISPLAY "Loaded " WS-Cat-Count " categories from "
                    "CATMAST.DAT"
              END-IF.

           find-id-para.
              MOVE "N" TO WS-IDM-Found-Switch
              MOVE 0 TO WS-IDM-Found-Idx
              MOVE 1 TO WS-IDM-Idx
              PERFORM UNTIL WS-IDM-Idx > WS-IDM-Count
                    OR WS-IDM-Found
                 IF WS-IDM-Tab-ID(WS-IDM-Idx) = WS-IDM-Lookup-ID
                    SET WS-IDM-Found TO TRUE
                    MOVE WS-IDM-Idx TO WS-IDM-Found-Idx
                 ELSE
                    ADD 1 TO WS-IDM-Idx
                 END-IF
              END-PERFORM.

           find-category-para.
              MOVE "N" TO WS-Cat-Found-Switch
              MOVE 0 TO WS-Cat-Found-Idx
              MOVE 1 TO WS-Cat-Idx
              PERFORM UNTIL WS-Cat-Idx > WS-Cat-Count
                    OR WS-Cat-Found
                 IF WS-Cat-Tab-Code(WS-Cat-Idx) = WS-Cat-Lookup-Code
                    SET WS-Cat-Found TO TRUE
                    MOVE WS-Cat-Idx TO WS-Cat-Found-Idx
                 ELSE
                    ADD 1 TO WS-Cat-Idx
                 END-IF
              END-PERFORM.

           open-report-para.
              OPEN OUTPUT MAINT-REPORT-FILE
              IF WS-Maint-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open MNTRPT.DAT - status "
                    WS-Maint-Report-File-Status
                 STOP RUN
              END-IF
              MOVE WS-Today(5:2) TO WS-Run-Date-Edit-MM
              MOVE WS-Today(7:2) TO WS-Run-Date-Edit-DD
              MOVE WS-Today(1:4) TO WS-Run-Date-Edit-CCYY
              MOVE WS-Run-Date-Edit TO WS-Mrp-Rpt-Date
              MOVE WS-Operator-ID TO WS-Mrp-Rpt-Operator
              MOVE SPACES TO MRP-REC
              MOVE WS-Mrp-Header-1 TO MRP-REC
              PERFORM write-report-line-para
              IF WS-Trial-Run
                 MOVE SPACES TO MRP-REC
                 MOVE WS-Mrp-Trial-Line TO MRP-REC
                 PERFORM write-report-line-para
              END-IF
              MOVE SPACES TO MRP-REC
              MOVE WS-Mrp-Header-2 TO MRP-REC
              PERFORM write-report-line-para.

      ******************************************************************
      * One pass of MAINTTRN.DAT in file order. There is no point in
      * a bulk run without its transaction file, so a missing one is
      * fatal rather than an empty report.
      ******************************************************************
           process-transactions-para.
              MOVE "N" TO WS-Tran-EOF-Switch
              OPEN INPUT MAINT-TRAN-FILE
              IF WS-Maint-Tran-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open MAINTTRN.DAT - status "
                    WS-Maint-Tran-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-Tran-EOF
                 READ MAINT-TRAN-FILE
                    AT END
                       SET WS-Tran-EOF TO TRUE
                    NOT AT END
                       IF WS-Maint-Tran-File-Status NOT = "00"
                          DISPLAY "FATAL: MAINTTRN.DAT read error "
                             WS-Maint-Tran-File-Status
                          CLOSE MAINT-TRAN-FILE
                          STOP RUN
                       END-IF
                       IF MNT-REC NOT = SPACES
                          PERFORM process-one-tran-para
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAINT-TRAN-FILE.

           process-one-tran-para.
              ADD 1 TO WS-Tran-Count
              MOVE SPACES TO WS-Tran-Reason
              MOVE FUNCTION UPPER-CASE(MNT-MASTER) TO MNT-MASTER
              MOVE FUNCTION UPPER-CASE(MNT-ACTION) TO MNT-ACTION
              MOVE FUNCTION UPPER-CASE(MNT-KEY) TO MNT-KEY
              IF MNT-ID-MASTER
                 PERFORM apply-id-tran-para
              ELSE
              IF MNT-CAT-MASTER
                 PERFORM apply-cat-tran-para
              ELSE
                 MOVE "BAD MASTER CODE" TO WS-Tran-Reason
              END-IF
              END-IF
              IF WS-Tran-Reason = SPACES
                 ADD 1 TO WS-Applied-Count
              ELSE
                 ADD 1 TO WS-Rejected-Count
              END-IF
              PERFORM write-tran-line-para.

      ******************************************************************
      * Gate in front of every change, as at the console: the
      * signed-on operator must hold at least WS-Required-Level, and
      * there must be room left to stage the audit entry. A refusal
      * becomes the transaction's reject reason.
      ******************************************************************
           authorize-para.
              MOVE "N" TO WS-Authorized-Switch
              IF WS-Operator-Level < WS-Required-Level
                 MOVE "NOT AUTHORIZED" TO WS-Tran-Reason
              ELSE
                 IF WS-Aud-Count >= WS-Max-Aud-Entries
                    MOVE "AUDIT LIMIT REACHED" TO WS-Tran-Reason
                 ELSE
                    SET WS-Authorized TO TRUE
                 END-IF
              END-IF.

      ******************************************************************
      * ID transactions. The rules are IDMAINT's: no blank ID, no
      * second registration of a live ID, and retiring or bringing
      * back an ID needs a supervisor. An add of a retired ID
      * reactivates it, as the console add does.
      ******************************************************************
           apply-id-tran-para.
              MOVE MNT-KEY TO WS-Entry-ID
              MOVE WS-Entry-ID TO WS-IDM-Lookup-ID
              PERFORM find-id-para
              IF WS-Entry-ID = SPACES
                 MOVE "BLANK ID" TO WS-Tran-Reason
              ELSE
              IF MNT-ACTION = "A"
                 PERFORM bulk-add-id-para
              ELSE
              IF MNT-ACTION = "D"
                 PERFORM bulk-deactivate-id-para
              ELSE
              IF MNT-ACTION = "R"
                 PERFORM bulk-reactivate-id-para
              ELSE
              IF MNT-ACTION = "L"
                 PERFORM bulk-relabel-id-para
              ELSE
                 MOVE "BAD ACTION CODE" TO WS-Tran-Reason
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

           bulk-add-id-para.
              IF WS-IDM-Found
                 IF WS-IDM-Tab-Status(WS-IDM-Found-Idx) = "A"
                    MOVE "ALREADY ACTIVE" TO WS-Tran-Reason
                 ELSE
                    PERFORM bulk-reactivate-id-para
                 END-IF
              ELSE
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    IF WS-IDM-Count >= WS-Max-IDM-Entries
                       MOVE "MASTER FULL" TO WS-Tran-Reason
                    ELSE
                       ADD 1 TO WS-IDM-Count
                       MOVE WS-Entry-ID
                          TO WS-IDM-Tab-ID(WS-IDM-Count)
                       MOVE "A" TO WS-IDM-Tab-Status(WS-IDM-Count)
                       MOVE MNT-DESC TO WS-IDM-Tab-Desc(WS-IDM-Count)
                       MOVE SPACES TO WS-Aud-Before
                       MOVE WS-IDM-Count TO WS-IDM-Idx
                       PERFORM build-idm-image-para
                       MOVE IDM-REC TO WS-Aud-After
                       MOVE "ADD" TO WS-Aud-Action
                       PERFORM stage-id-audit-para
                    END-IF
                 END-IF
              END-IF.

           bulk-deactivate-id-para.
              IF NOT WS-IDM-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
              IF WS-IDM-Tab-Status(WS-IDM-Found-Idx) = "I"
                 MOVE "ALREADY INACTIVE" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-Before
                    MOVE "I" TO WS-IDM-Tab-Status(WS-IDM-Found-Idx)
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-After
                    MOVE "DEACTIVATE" TO WS-Aud-Action
                    PERFORM stage-id-audit-para
                 END-IF
              END-IF
              END-IF.

           bulk-reactivate-id-para.
              IF NOT WS-IDM-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
              IF WS-IDM-Tab-Status(WS-IDM-Found-Idx) = "A"
                 MOVE "ALREADY ACTIVE" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-Before
                    MOVE "A" TO WS-IDM-Tab-Status(WS-IDM-Found-Idx)
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-After
                    MOVE "REACTIVATE" TO WS-Aud-Action
                    PERFORM stage-id-audit-para
                 END-IF
              END-IF
              END-IF.

           bulk-relabel-id-para.
              IF NOT WS-IDM-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-Before
                    MOVE MNT-DESC TO WS-IDM-Tab-Desc(WS-IDM-Found-Idx)
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-After
                    MOVE "RELABEL" TO WS-Aud-Action
                    PERFORM stage-id-audit-para
                 END-IF
              END-IF.

      ******************************************************************
      * Category transactions. The rules are CATMAINT's: no blank
      * code, no second registration, a ceiling must be numeric 0
      * to 99 and so must a swing tolerance, a destination must be
      * one word of letters and digits, and adding a category or
      * changing its ceiling, tolerance or destination needs a
      * supervisor. A key longer than the three characters a code
      * can hold is refused rather than silently cut short.
      ******************************************************************
           apply-cat-tran-para.
              MOVE MNT-KEY(1:3) TO WS-Entry-Code
              MOVE WS-Entry-Code TO WS-Cat-Lookup-Code
              PERFORM find-category-para
              IF WS-Entry-Code = SPACES
                 MOVE "BLANK CATEGORY CODE" TO WS-Tran-Reason
              ELSE
              IF MNT-KEY(4:2) NOT = SPACES
                 MOVE "CODE OVER 3 CHARS" TO WS-Tran-Reason
              ELSE
              IF MNT-ACTION = "A"
                 PERFORM bulk-add-category-para
              ELSE
              IF MNT-ACTION = "C"
                 PERFORM bulk-change-limit-para
              ELSE
              IF MNT-ACTION = "T"
                 PERFORM bulk-change-tolerance-para
              ELSE
              IF MNT-ACTION = "D"
                 PERFORM bulk-change-destination-para
              ELSE
              IF MNT-ACTION = "L"
                 PERFORM bulk-relabel-category-para
              ELSE
                 MOVE "BAD ACTION CODE" TO WS-Tran-Reason
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.

      ******************************************************************
      * Same domain rule as the console prompt: numeric, 0 to 99.
      * Returns -1 in WS-Numeric-Value when the ceiling is no good.
      ******************************************************************
           check-limit-para.
              IF FUNCTION TEST-NUMVAL(MNT-LIMIT-TEXT) NOT = 0
                 MOVE -1 TO WS-Numeric-Value
              ELSE
                 MOVE FUNCTION NUMVAL(MNT-LIMIT-TEXT)
                    TO WS-Numeric-Value
                 IF WS-Numeric-Value < 0 OR WS-Numeric-Value > 99
                    MOVE -1 TO WS-Numeric-Value
                 END-IF
              END-IF.

           bulk-add-category-para.
              IF WS-Cat-Found
                 MOVE "ALREADY REGISTERED" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM check-limit-para
                    IF WS-Cat-Count >= WS-Max-Cat-Entries
                       MOVE "MASTER FULL" TO WS-Tran-Reason
                    ELSE
                    IF WS-Numeric-Value < 0
                       MOVE "CEILING NOT 0-99" TO WS-Tran-Reason
                    ELSE
                       ADD 1 TO WS-Cat-Count
                       MOVE WS-Entry-Code
                          TO WS-Cat-Tab-Code(WS-Cat-Count)
                       MOVE WS-Numeric-Value
                          TO WS-Cat-Tab-Limit(WS-Cat-Count)
                       MOVE MNT-DESC TO WS-Cat-Tab-Desc(WS-Cat-Count)
                       MOVE 0 TO WS-Cat-Tab-Tolerance(WS-Cat-Count)
                       MOVE SPACES TO WS-Cat-Tab-Dest(WS-Cat-Count)
                       MOVE SPACES TO WS-Aud-Before
                       MOVE WS-Cat-Count TO WS-Cat-Idx
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-After
                       MOVE "ADD" TO WS-Aud-Action
                       PERFORM stage-cat-audit-para
                    END-IF
                    END-IF
                 END-IF
              END-IF.

           bulk-change-limit-para.
              IF NOT WS-Cat-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM check-limit-para
                    IF WS-Numeric-Value < 0
                       MOVE "CEILING NOT 0-99" TO WS-Tran-Reason
                    ELSE
                       MOVE WS-Cat-Found-Idx TO WS-Cat-Idx
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-Before
                       MOVE WS-Numeric-Value
                          TO WS-Cat-Tab-Limit(WS-Cat-Found-Idx)
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-After
                       MOVE "CEILING" TO WS-Aud-Action
                       PERFORM stage-cat-audit-para
                    END-IF
                 END-IF
              END-IF.

      *    The tolerance rides in the ceiling column of the
      *    transaction and has the same 0 to 99 domain.
           bulk-change-tolerance-para.
              IF NOT WS-Cat-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM check-limit-para
                    IF WS-Numeric-Value < 0
                       MOVE "TOLERANCE NOT 0-99" TO WS-Tran-Reason
                    ELSE
                       MOVE WS-Cat-Found-Idx TO WS-Cat-Idx
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-Before
                       MOVE WS-Numeric-Value
                          TO WS-Cat-Tab-Tolerance(WS-Cat-Found-Idx)
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-After
                       MOVE "TOLERANCE" TO WS-Aud-Action
                       PERFORM stage-cat-audit-para
                    END-IF
                 END-IF
              END-IF.

      *    The destination rides in the description column; blank
      *    sends the category back to the default distribution file.
           bulk-change-destination-para.
              IF NOT WS-Cat-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE MNT-DESC TO WS-Entry-Dest-Text
                    PERFORM check-destination-para
                    IF NOT WS-Dest-Valid
                       MOVE "BAD DESTINATION" TO WS-Tran-Reason
                    ELSE
                       MOVE WS-Cat-Found-Idx TO WS-Cat-Idx
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-Before
                       MOVE WS-Entry-Dest-Text
                          TO WS-Cat-Tab-Dest(WS-Cat-Found-Idx)
                       PERFORM build-cat-image-para
                       MOVE CAT-REC TO WS-Aud-After
                       MOVE "DEST" TO WS-Aud-Action
                       PERFORM stage-cat-audit-para
                    END-IF
                 END-IF
              END-IF.

      ******************************************************************
      * Same rule as the console prompt: the destination becomes part
      * of a file name, so it must be one word of up to eight letters
      * or digits. Blank is allowed and means the default file.
      ******************************************************************
           check-destination-para.
              MOVE FUNCTION UPPER-CASE(WS-Entry-Dest-Text)
                 TO WS-Entry-Dest-Text
              MOVE "Y" TO WS-Dest-Valid-Switch
              MOVE "N" TO WS-Dest-Ended-Switch
              IF WS-Entry-Dest-Text(9:) NOT = SPACES
                 MOVE "N" TO WS-Dest-Valid-Switch
              END-IF
              MOVE 1 TO WS-Dest-Idx
              PERFORM UNTIL WS-Dest-Idx > 8 OR NOT WS-Dest-Valid
                 IF WS-Entry-Dest-Text(WS-Dest-Idx:1) = SPACE
                    SET WS-Dest-Ended TO TRUE
                 ELSE
                    IF WS-Dest-Ended
                       MOVE "N" TO WS-Dest-Valid-Switch
                    END-IF
                    IF (WS-Entry-Dest-Text(WS-Dest-Idx:1) < "A"
                          OR WS-Entry-Dest-Text(WS-Dest-Idx:1) > "Z")
                          AND (WS-Entry-Dest-Text(WS-Dest-Idx:1) < "0"
                          OR WS-Entry-Dest-Text(WS-Dest-Idx:1) > "9")
                       MOVE "N" TO WS-Dest-Valid-Switch
                    END-IF
                 END-IF
                 ADD 1 TO WS-Dest-Idx
              END-PERFORM.

           bulk-relabel-category-para.
              IF NOT WS-Cat-Found
                 MOVE "NOT ON MASTER" TO WS-Tran-Reason
              ELSE
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE WS-Cat-Found-Idx TO WS-Cat-Idx
                    PERFORM build-cat-image-para
                    MOVE CAT-REC TO WS-Aud-Before
                    MOVE MNT-DESC TO WS-Cat-Tab-Desc(WS-Cat-Found-Idx)
                    PERFORM build-cat-image-para
                    MOVE CAT-REC TO WS-Aud-After
                    MOVE "RELABEL" TO WS-Aud-Action
                    PERFORM stage-cat-audit-para
                 END-IF
              END-IF.

           write-tran-line-para.
              MOVE WS-Tran-Count TO WS-Mrp-Det-Seq
              MOVE MNT-MASTER TO WS-Mrp-Det-Master
              MOVE MNT-ACTION TO WS-Mrp-Det-Action
              MOVE MNT-KEY TO WS-Mrp-Det-Key
              MOVE MNT-LIMIT-TEXT TO WS-Mrp-Det-Limit
              MOVE MNT-DESC TO WS-Mrp-Det-Desc
              IF WS-Tran-Reason NOT = SPACES
                 MOVE "REJECTED" TO WS-Mrp-Det-Result
              ELSE
              IF WS-Trial-Run
                 MOVE "ACCEPTED" TO WS-Mrp-Det-Result
              ELSE
                 MOVE "APPLIED" TO WS-Mrp-Det-Result
              END-IF
              END-IF
              MOVE WS-Tran-Reason TO WS-Mrp-Det-Reason
              MOVE SPACES TO MRP-REC
              MOVE WS-Mrp-Detail TO MRP-REC
              PERFORM write-report-line-para.

           write-totals-para.
              MOVE SPACES TO MRP-REC
              PERFORM write-report-line-para
              MOVE WS-Tran-Count TO WS-Mrp-Rpt-Read
              MOVE WS-Applied-Count TO WS-Mrp-Rpt-Applied
              MOVE WS-Rejected-Count TO WS-Mrp-Rpt-Rejected
              MOVE SPACES TO MRP-REC
              MOVE WS-Mrp-Total-Line TO MRP-REC
              PERFORM write-report-line-para
              IF WS-Trial-Run
                 MOVE SPACES TO MRP-REC
                 MOVE WS-Mrp-Trial-Line TO MRP-REC
                 PERFORM write-report-line-para
              END-IF.

           write-report-line-para.
              WRITE MRP-REC
              IF WS-Maint-Report-File-Status NOT = "00"
                 DISPLAY "FATAL: error writing MNTRPT.DAT - status "
                    WS-Maint-Report-File-Status
                 STOP RUN
              END-IF.

      ******************************************************************
      * Rewrites each master whole from its table, as the console
      * programs do.
      ******************************************************************
           save-id-master-para.
              OPEN OUTPUT ID-MASTER-FILE
              IF WS-IDMaster-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open IDMASTER.DAT for output "
                    "- status " WS-IDMaster-File-Status
                 STOP RUN
              END-IF
              MOVE 1 TO WS-IDM-Idx
              PERFORM UNTIL WS-IDM-Idx > WS-IDM-Count
                 PERFORM build-idm-image-para
                 WRITE IDM-REC
                 IF WS-IDMaster-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing IDMASTER.DAT - "
                       "status " WS-IDMaster-File-Status
                    CLOSE ID-MASTER-FILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-IDM-Idx
              END-PERFORM
              CLOSE ID-MASTER-FILE.

           save-cat-master-para.
              OPEN OUTPUT CATEGORY-MASTER-FILE
              IF WS-CatMaster-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open CATMAST.DAT for output "
                    "- status " WS-CatMaster-File-Status
                 STOP RUN
              END-IF
              MOVE 1 TO WS-Cat-Idx
              PERFORM UNTIL WS-Cat-Idx > WS-Cat-Count
                 PERFORM build-cat-image-para
                 WRITE CAT-REC
                 IF WS-CatMaster-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing CATMAST.DAT - "
                       "status " WS-CatMaster-File-Status
                    CLOSE CATEGORY-MASTER-FILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-Cat-Idx
              END-PERFORM
              CLOSE CATEGORY-MASTER-FILE.

      ******************************************************************
      * Build the master record image of table entry WS-IDM-Idx or
      * WS-Cat-Idx in the record area - used both for the rewrite
      * and for the audit before and after images.
      ******************************************************************
           build-idm-image-para.
              MOVE SPACES TO IDM-REC
              MOVE WS-IDM-Tab-ID(WS-IDM-Idx) TO IDM-ID
              MOVE WS-IDM-Tab-Status(WS-IDM-Idx) TO IDM-STATUS
              MOVE WS-IDM-Tab-Desc(WS-IDM-Idx) TO IDM-DESC.

           build-cat-image-para.
              MOVE SPACES TO CAT-REC
              MOVE WS-Cat-Tab-Code(WS-Cat-Idx) TO CAT-CODE
              MOVE WS-Cat-Tab-Limit(WS-Cat-Idx) TO CAT-LIMIT
              MOVE WS-Cat-Tab-Desc(WS-Cat-Idx) TO CAT-DESC
              MOVE WS-Cat-Tab-Tolerance(WS-Cat-Idx) TO CAT-TOLERANCE
              MOVE WS-Cat-Tab-Dest(WS-Cat-Idx) TO CAT-DEST.

           stage-id-audit-para.
              MOVE WS-Entry-ID TO WS-Aud-Key
              PERFORM stage-audit-para
              MOVE "Y" TO WS-IDM-Changes-Made.

           stage-cat-audit-para.
              MOVE WS-Entry-Code TO WS-Aud-Key
              PERFORM stage-audit-para
              MOVE "Y" TO WS-Cat-Changes-Made.

      ******************************************************************
      * Operator sign-on. The ID and password are checked against
      * OPERATOR.DAT; an unknown ID, a wrong password and a retired
      * operator all get the same refusal so the console gives
      * nothing away. Three misses end the session. The audit trail
      * is proved writable up front so a full load is not applied
      * only to find its changes cannot be accounted for.
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

           stage-audit-para.
              ACCEPT WS-Now FROM TIME
              ADD 1 TO WS-Aud-Count
              MOVE WS-Today TO WS-Aud-Tab-Date(WS-Aud-Count)
              MOVE WS-Now TO WS-Aud-Tab-Time(WS-Aud-Count)
              MOVE WS-Aud-Action TO WS-Aud-Tab-Action(WS-Aud-Count)
              MOVE WS-Aud-Key TO WS-Aud-Tab-Key(WS-Aud-Count)
              MOVE WS-Aud-Before TO WS-Aud-Tab-Before(WS-Aud-Count)
              MOVE WS-Aud-After TO WS-Aud-Tab-After(WS-Aud-Count).

      ******************************************************************
      * Appends the staged entries to MAINTAUD.DAT once the masters
      * have been saved. The file was proved writable at sign-on, so
      * a failure here is reported loudly: the changes stand but
      * their audit entries do not, and a supervisor needs to know.
      ******************************************************************
           write-audit-para.
              OPEN EXTEND MAINT-AUDIT-FILE
              IF WS-Audit-File-Status NOT = "00"
                    AND WS-Audit-File-Status NOT = "05"
                 DISPLAY "FATAL: changes saved but MAINTAUD.DAT could "
                    "not be opened - status " WS-Audit-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 1 TO WS-Aud-Idx
              PERFORM UNTIL WS-Aud-Idx > WS-Aud-Count
                 MOVE SPACES TO MAU-REC
                 MOVE WS-Aud-Tab-Date(WS-Aud-Idx) TO MAU-DATE
                 MOVE WS-Aud-Tab-Time(WS-Aud-Idx) TO MAU-TIME
                 MOVE WS-Operator-ID TO MAU-OPERATOR
                 MOVE WS-Program-Name TO MAU-PROGRAM
                 MOVE WS-Aud-Tab-Action(WS-Aud-Idx) TO MAU-ACTION
                 MOVE WS-Aud-Tab-Key(WS-Aud-Idx) TO MAU-KEY
                 MOVE WS-Aud-Tab-Before(WS-Aud-Idx) TO MAU-BEFORE
                 MOVE WS-Aud-Tab-After(WS-Aud-Idx) TO MAU-AFTER
                 WRITE MAU-REC
                 IF WS-Audit-File-Status NOT = "00"
                    DISPLAY "FATAL: changes saved but error writing "
                       "MAINTAUD.DAT - status " WS-Audit-File-Status
                    CLOSE MAINT-AUDIT-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-Aud-Idx
              END-PERFORM
              CLOSE MAINT-AUDIT-FILE
              DISPLAY WS-Aud-Count " change(s) written to MAINTAUD.DAT".
      ** add other procedures here
       END PROGRAM BULKMNT.
