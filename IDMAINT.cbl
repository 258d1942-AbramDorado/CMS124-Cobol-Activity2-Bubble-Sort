      *          (IDMASTER.DAT) used by the batch sort job. Lets the
      *          operator add, deactivate, reactivate and relabel IDs
      *          from the console instead of hand-editing the file.
      *          The operator signs on against OPERATOR.DAT first;
      *          retiring or reactivating an ID needs a supervisor,
      *          and every change saved is written to the maintenance
      *          audit trail (MAINTAUD.DAT) with its before and after
      *          images.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ID-MASTER-FILE ASSIGN TO "IDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDMaster-File-Status.
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
       FD  ID-MASTER-FILE.
           COPY IDMREC.
       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-IDM-Entries VALUE 500.
              05 WS-List-Status PIC X(1).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-List-Desc PIC X(20).
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "IDMAINT".
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
      *    Audit entries are staged here as changes are made and only
      *    appended to MAINTAUD.DAT once the master has been saved,
      *    so the trail never shows a change that was not kept.
           78 WS-Max-Aud-Entries VALUE 200.
           01 WS-Aud-Table.
              02 WS-Aud-Entry OCCURS WS-Max-Aud-Entries TIMES.
                 05 WS-Aud-Tab-Date PIC 9(8).
                 05 WS-Aud-Tab-Time PIC 9(8).
                 05 WS-Aud-Tab-Action PIC X(10).
                 05 WS-Aud-Tab-Key PIC X(10).
                 05 WS-Aud-Tab-Before PIC X(60).
                 05 WS-Aud-Tab-After PIC X(60).
           01 WS-Aud-Count PIC 9(3) VALUE 0.
           01 WS-Aud-Idx PIC 9(3) VALUE 0.
           01 WS-Aud-Action PIC X(10).
           01 WS-Aud-Key PIC X(10).
           01 WS-Aud-Before PIC X(60).
           01 WS-Aud-After PIC X(60).
           01 WS-Audit-File-Status PIC XX.
           01 WS-Today PIC 9(8).
           01 WS-Now PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Sign the operator on, load the master, run the operator menu
      * until quit, then save the table back if anything changed and
      * record each change on the audit trail.
      **
           PERFORM sign-on-para
           PERFORM load-id-master-para
           PERFORM UNTIL WS-Menu-Choice = "Q"
              DISPLAY "ID master: (A)dd, (D)eactivate, (R)elabel, "
              MOVE FUNCTION UPPER-CASE(WS-Menu-Choice)
                 TO WS-Menu-Choice
              IF WS-Menu-Choice = "A"
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM add-id-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "D"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM deactivate-id-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "R"
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM relabel-id-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "L"
                 PERFORM list-ids-para
           IF WS-Changes-Pending
              PERFORM save-id-master-para
              DISPLAY "IDMASTER.DAT updated - " WS-IDM-Count " IDs"
              PERFORM write-audit-para
           ELSE
              DISPLAY "No changes made - IDMASTER.DAT left untouched"
           END-IF
                    IF WS-IDM-Tab-Status(WS-IDM-Found-Idx) = "A"
                       DISPLAY "ID " WS-Entry-ID " already active"
                    ELSE
                       MOVE WS-Level-Supervisor TO WS-Required-Level
                       PERFORM authorize-para
                       IF WS-Authorized
                          MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                          PERFORM build-idm-image-para
                          MOVE IDM-REC TO WS-Aud-Before
                          MOVE "A"
                             TO WS-IDM-Tab-Status(WS-IDM-Found-Idx)
                          PERFORM build-idm-image-para
                          MOVE IDM-REC TO WS-Aud-After
                          MOVE "REACTIVATE" TO WS-Aud-Action
                          PERFORM stage-id-audit-para
                          MOVE "Y" TO WS-Changes-Made
                          DISPLAY "ID " WS-Entry-ID " reactivated"
                       END-IF
                    END-IF
                 ELSE
                    IF WS-IDM-Count >= WS-Max-IDM-Entries
                       MOVE "A" TO WS-IDM-Tab-Status(WS-IDM-Count)
                       MOVE WS-Entry-Desc
                          TO WS-IDM-Tab-Desc(WS-IDM-Count)
                       MOVE SPACES TO WS-Aud-Before
                       MOVE WS-IDM-Count TO WS-IDM-Idx
                       PERFORM build-idm-image-para
                       MOVE IDM-REC TO WS-Aud-After
                       MOVE "ADD" TO WS-Aud-Action
                       PERFORM stage-id-audit-para
                       MOVE "Y" TO WS-Changes-Made
                       DISPLAY "ID " WS-Entry-ID " added"
                    END-IF
                 IF WS-IDM-Tab-Status(WS-IDM-Found-Idx) = "I"
                    DISPLAY "ID " WS-Entry-ID " already inactive"
                 ELSE
                    MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-Before
                    MOVE "I" TO WS-IDM-Tab-Status(WS-IDM-Found-Idx)
                    PERFORM build-idm-image-para
                    MOVE IDM-REC TO WS-Aud-After
                    MOVE "DEACTIVATE" TO WS-Aud-Action
                    PERFORM stage-id-audit-para
                    MOVE "Y" TO WS-Changes-Made
                    DISPLAY "ID " WS-Entry-ID " deactivated"
                 END-IF
                    WS-IDM-Tab-Desc(WS-IDM-Found-Idx)
                 DISPLAY "Enter new description: "
                 ACCEPT WS-Entry-Desc
                 MOVE WS-IDM-Found-Idx TO WS-IDM-Idx
                 PERFORM build-idm-image-para
                 MOVE IDM-REC TO WS-Aud-Before
                 MOVE WS-Entry-Desc
                    TO WS-IDM-Tab-Desc(WS-IDM-Found-Idx)
                 PERFORM build-idm-image-para
                 MOVE IDM-REC TO WS-Aud-After
                 MOVE "RELABEL" TO WS-Aud-Action
                 PERFORM stage-id-audit-para
                 MOVE "Y" TO WS-Changes-Made
                 DISPLAY "ID " WS-Entry-ID " relabeled"
              ELSE
                 ADD 1 TO WS-IDM-Idx
              END-PERFORM
              CLOSE ID-MASTER-FILE.

      ******************************************************************
      * Builds the IDMASTER.DAT record image of table entry
      * WS-IDM-Idx in the record area, for the audit before and after
      * images - the same layout the file itself carries.
      ******************************************************************
           build-idm-image-para.
              MOVE SPACES TO IDM-REC
              MOVE WS-IDM-Tab-ID(WS-IDM-Idx) TO IDM-ID
              MOVE WS-IDM-Tab-Status(WS-IDM-Idx) TO IDM-STATUS
              MOVE WS-IDM-Tab-Desc(WS-IDM-Idx) TO IDM-DESC.

           stage-id-audit-para.
              MOVE WS-Entry-ID TO WS-Aud-Key
              PERFORM stage-audit-para.

      ******************************************************************
      * Operator sign-on. The ID and password are checked against
      * OPERATOR.DAT; an unknown ID, a wrong password and a retired
      * operator all get the same refusal so the console gives
      * nothing away. Three misses end the session. The audit trail
      * is proved writable up front - finding out it is not after
      * an hour of keying would leave changes nobody can account for.
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
      * Gate in front of every change: the signed-on operator must
      * hold at least WS-Required-Level, and there must be room left
      * to stage the audit entry - a change that could not be
      * audited is not made at all.
      ******************************************************************
           authorize-para.
              MOVE "N" TO WS-Authorized-Switch
              IF WS-Operator-Level < WS-Required-Level
                 DISPLAY "Not authorized - supervisor sign-on required"
              ELSE
                 IF WS-Aud-Count >= WS-Max-Aud-Entries
                    DISPLAY "Session change limit reached - quit to "
                       "save, then sign on again"
                 ELSE
                    SET WS-Authorized TO TRUE
                 END-IF
              END-IF.

           stage-audit-para.
              ACCEPT WS-Today FROM DATE YYYYMMDD
              ACCEPT WS-Now FROM TIME
              ADD 1 TO WS-Aud-Count
              MOVE WS-Today TO WS-Aud-Tab-Date(WS-Aud-Count)
              MOVE WS-Now TO WS-Aud-Tab-Time(WS-Aud-Count)
              MOVE WS-Aud-Action TO WS-Aud-Tab-Action(WS-Aud-Count)
              MOVE WS-Aud-Key TO WS-Aud-Tab-Key(WS-Aud-Count)
              MOVE WS-Aud-Before TO WS-Aud-Tab-Before(WS-Aud-Count)
              MOVE WS-Aud-After TO WS-Aud-Tab-After(WS-Aud-Count).

      ******************************************************************
      * Appends the staged entries to MAINTAUD.DAT once the master
      * has been saved. The file was proved writable at sign-on, so
      * a failure here is reported loudly: the change stands but its
      * audit entry does not, and a supervisor needs to know.
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
       END PROGRAM IDMAINT.
