      * Purpose: Operations maintenance for the category master
      *          (CATMAST.DAT) used by the batch sort job. Lets the
      *          operator register categories, change a category's
      *          value ceiling, swing tolerance or distribution
      *          destination and relabel its description from the
      *          console instead of hand-editing the file - the same
      *          way IDMAINT tends the registered-ID master. The
      *          operator signs on against OPERATOR.DAT first; adding
      *          a category or changing a ceiling, tolerance or
      *          destination needs a supervisor,
      *          and every change saved is written to the maintenance
      *          audit trail (MAINTAUD.DAT) with its before and after
      *          images.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatMaster-File-Status.
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
       FD  CATEGORY-MASTER-FILE.
           COPY CATREC.
       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-Cat-Entries VALUE 100.
                 05 WS-Cat-Tab-Code PIC X(3).
                 05 WS-Cat-Tab-Limit PIC 9(2).
                 05 WS-Cat-Tab-Desc PIC X(20).
                 05 WS-Cat-Tab-Tolerance PIC 9(2).
                 05 WS-Cat-Tab-Dest PIC X(8).
           01 WS-Cat-Count PIC 9(3) VALUE 0.
           01 WS-Cat-Idx PIC 9(3) VALUE 0.
           01 WS-Cat-Found-Switch PIC X VALUE "N".
      *    out-of-range entry like "100" reaches the range check
      *    intact and is refused instead of being truncated to "10".
           01 WS-Entry-Limit-Text PIC X(4).
      *    Wider than the eight characters a destination can hold,
      *    for the same reason.
           01 WS-Entry-Dest-Text PIC X(20).
           01 WS-Dest-Idx PIC 9(2) VALUE 0.
           01 WS-Dest-Ended-Switch PIC X VALUE "N".
              88 WS-Dest-Ended VALUE "Y".
           01 WS-Dest-Valid-Switch PIC X VALUE "N".
              88 WS-Dest-Valid VALUE "Y".
           01 WS-Numeric-Value PIC S9(7) VALUE 0.
           01 WS-List-Line.
              05 WS-List-Code PIC X(3).
              05 WS-List-Limit PIC 9(2).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-List-Desc PIC X(20).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-List-Tolerance PIC 9(2).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-List-Dest PIC X(8).
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "CATMAINT".
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
           PERFORM load-cat-master-para
           PERFORM UNTIL WS-Menu-Choice = "Q"
              DISPLAY "Category master: (A)dd, (C)eiling change, "
                 "(T)olerance change, (D)estination change, "
                 "(R)elabel, (L)ist, (Q)uit: "
              ACCEPT WS-Menu-Choice
              MOVE FUNCTION UPPER-CASE(WS-Menu-Choice)
                 TO WS-Menu-Choice
              IF WS-Menu-Choice = "A"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM add-category-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "C"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM change-limit-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "T"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM change-tolerance-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "D"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM change-destination-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "R"
                 MOVE WS-Level-Clerk TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    PERFORM relabel-category-para
                 END-IF
              END-IF
              IF WS-Menu-Choice = "L"
                 PERFORM list-categories-para
              PERFORM save-cat-master-para
              DISPLAY "CATMAST.DAT updated - " WS-Cat-Count
                 " categories"
              PERFORM write-audit-para
           ELSE
              DISPLAY "No changes made - CATMAST.DAT left untouched"
           END-IF
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
                             TO WS-Cat-Tab-Limit(WS-Cat-Count)
                          MOVE WS-Entry-Desc
                             TO WS-Cat-Tab-Desc(WS-Cat-Count)
                          MOVE 0 TO WS-Cat-Tab-Tolerance(WS-Cat-Count)
                          MOVE SPACES TO WS-Cat-Tab-Dest(WS-Cat-Count)
                          MOVE SPACES TO WS-Aud-Before
                          MOVE WS-Cat-Count TO WS-Cat-Idx
                          PERFORM build-cat-image-para
                          MOVE CAT-REC TO WS-Aud-After
                          MOVE "ADD" TO WS-Aud-Action
                          PERFORM stage-cat-audit-para
                          MOVE "Y" TO WS-Changes-Made
                          DISPLAY "Category " WS-Entry-Code " added"
                       END-IF
                 IF WS-Numeric-Value < 0
                    DISPLAY "Ceiling must be 0 to 99 - unchanged"
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
                    MOVE "Y" TO WS-Changes-Made
                    DISPLAY "Category " WS-Entry-Code
                       " ceiling changed"
                 DISPLAY "Category " WS-Entry-Code " not on master"
              END-IF.

      ******************************************************************
      * The swing tolerance: a replace in the category that moves a
      * value by more than this is held for approval by the batch
      * run. Zero turns the hold off for the category. Same 0 to 99
      * domain as the ceiling, so the same entry check serves both.
      ******************************************************************
           change-tolerance-para.
              DISPLAY "Enter category code: "
              ACCEPT WS-Entry-Code
              MOVE FUNCTION UPPER-CASE(WS-Entry-Code)
                 TO WS-Entry-Code
              MOVE WS-Entry-Code TO WS-Cat-Lookup-Code
              PERFORM find-category-para
              IF WS-Cat-Found
                 DISPLAY "Current swing tolerance: "
                    WS-Cat-Tab-Tolerance(WS-Cat-Found-Idx)
                    " (00 = never held)"
                 PERFORM get-tolerance-para
                 IF WS-Numeric-Value < 0
                    DISPLAY "Tolerance must be 0 to 99 - unchanged"
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
                    MOVE "Y" TO WS-Changes-Made
                    DISPLAY "Category " WS-Entry-Code
                       " tolerance changed"
                 END-IF
              ELSE
                 DISPLAY "Category " WS-Entry-Code " not on master"
              END-IF.

           get-tolerance-para.
              DISPLAY "Enter swing tolerance (0 to 99): "
              MOVE SPACES TO WS-Entry-Limit-Text
              ACCEPT WS-Entry-Limit-Text
              IF FUNCTION TEST-NUMVAL(WS-Entry-Limit-Text) NOT = 0
                 MOVE -1 TO WS-Numeric-Value
              ELSE
                 MOVE FUNCTION NUMVAL(WS-Entry-Limit-Text)
                    TO WS-Numeric-Value
                 IF WS-Numeric-Value < 0 OR WS-Numeric-Value > 99
                    MOVE -1 TO WS-Numeric-Value
                 END-IF
              END-IF.

      ******************************************************************
      * The distribution destination: the department whose report
      * file the batch run sends the category's lines to. It becomes
      * part of a file name, so it must be one word of letters and
      * digits, eight at most. Blank sends the category to the
      * default file.
      ******************************************************************
           change-destination-para.
              DISPLAY "Enter category code: "
              ACCEPT WS-Entry-Code
              MOVE FUNCTION UPPER-CASE(WS-Entry-Code)
                 TO WS-Entry-Code
              MOVE WS-Entry-Code TO WS-Cat-Lookup-Code
              PERFORM find-category-para
              IF WS-Cat-Found
                 IF WS-Cat-Tab-Dest(WS-Cat-Found-Idx) = SPACES
                    DISPLAY "Current destination: (default)"
                 ELSE
                    DISPLAY "Current destination: "
                       WS-Cat-Tab-Dest(WS-Cat-Found-Idx)
                 END-IF
                 DISPLAY "Enter destination (up to 8 letters/digits,"
                    " blank for default): "
                 MOVE SPACES TO WS-Entry-Dest-Text
                 ACCEPT WS-Entry-Dest-Text
                 PERFORM check-destination-para
                 IF NOT WS-Dest-Valid
                    DISPLAY "Destination must be one word of up to 8 "
                       "letters or digits - unchanged"
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
                    MOVE "Y" TO WS-Changes-Made
                    DISPLAY "Category " WS-Entry-Code
                       " destination changed"
                 END-IF
              ELSE
                 DISPLAY "Category " WS-Entry-Code " not on master"
              END-IF.

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

           relabel-category-para.
              DISPLAY "Enter category code to relabel: "
              ACCEPT WS-Entry-Code
                    WS-Cat-Tab-Desc(WS-Cat-Found-Idx)
                 DISPLAY "Enter new description: "
                 ACCEPT WS-Entry-Desc
                 MOVE WS-Cat-Found-Idx TO WS-Cat-Idx
                 PERFORM build-cat-image-para
                 MOVE CAT-REC TO WS-Aud-Before
                 MOVE WS-Entry-Desc
                    TO WS-Cat-Tab-Desc(WS-Cat-Found-Idx)
                 PERFORM build-cat-image-para
                 MOVE CAT-REC TO WS-Aud-After
                 MOVE "RELABEL" TO WS-Aud-Action
                 PERFORM stage-cat-audit-para
                 MOVE "Y" TO WS-Changes-Made
                 DISPLAY "Category " WS-Entry-Code " relabeled"
              ELSE
              IF WS-Cat-Count = 0
                 DISPLAY "Master is empty"
              ELSE
                 DISPLAY "CAT  LIM  DESCRIPTION           TOL  DEST"
                 MOVE 1 TO WS-Cat-Idx
                 PERFORM UNTIL WS-Cat-Idx > WS-Cat-Count
                    MOVE WS-Cat-Tab-Code(WS-Cat-Idx) TO WS-List-Code
                    MOVE WS-Cat-Tab-Limit(WS-Cat-Idx)
                       TO WS-List-Limit
                    MOVE WS-Cat-Tab-Desc(WS-Cat-Idx) TO WS-List-Desc
                    MOVE WS-Cat-Tab-Tolerance(WS-Cat-Idx)
                       TO WS-List-Tolerance
                    MOVE WS-Cat-Tab-Dest(WS-Cat-Idx) TO WS-List-Dest
                    DISPLAY WS-List-Line
                    ADD 1 TO WS-Cat-Idx
                 END-PERFORM
                 MOVE WS-Cat-Tab-Code(WS-Cat-Idx) TO CAT-CODE
                 MOVE WS-Cat-Tab-Limit(WS-Cat-Idx) TO CAT-LIMIT
                 MOVE WS-Cat-Tab-Desc(WS-Cat-Idx) TO CAT-DESC
                 MOVE WS-Cat-Tab-Tolerance(WS-Cat-Idx) TO CAT-TOLERANCE
                 MOVE WS-Cat-Tab-Dest(WS-Cat-Idx) TO CAT-DEST
                 WRITE CAT-REC
                 IF WS-CatMaster-File-Status NOT = "00"
                    DISPLAY "FATAL: error writing CATMAST.DAT - "
                 ADD 1 TO WS-Cat-Idx
              END-PERFORM
              CLOSE CATEGORY-MASTER-FILE.

      ******************************************************************
      * Builds the CATMAST.DAT record image of table entry
      * WS-Cat-Idx in the record area, for the audit before and
      * after images - the same layout the file itself carries.
      ******************************************************************
           build-cat-image-para.
              MOVE SPACES TO CAT-REC
              MOVE WS-Cat-Tab-Code(WS-Cat-Idx) TO CAT-CODE
              MOVE WS-Cat-Tab-Limit(WS-Cat-Idx) TO CAT-LIMIT
              MOVE WS-Cat-Tab-Desc(WS-Cat-Idx) TO CAT-DESC
              MOVE WS-Cat-Tab-Tolerance(WS-Cat-Idx) TO CAT-TOLERANCE
              MOVE WS-Cat-Tab-Dest(WS-Cat-Idx) TO CAT-DEST.

           stage-cat-audit-para.
              MOVE WS-Entry-Code TO WS-Aud-Key
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
       END PROGRAM CATMAINT.
