      *          rolled and how many records it holds - and copies a
      *          chosen one back over the live master. The bad-night
      *          alternative is rekeying the entire population.
      *          Only a supervisor signed on against OPERATOR.DAT may
      *          restore, and each restore is written to the
      *          maintenance audit trail (MAINTAUD.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-File-Status.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  MASTER-FILE.
       01  MST-OUT-REC PIC X(80).

       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-Generations VALUE 9.
           01 WS-Gen-Name PIC X(40) VALUE SPACES.
              05 WS-List-Date PIC X(10).
              05 FILLER PIC X(11) VALUE "  RECORDS: ".
              05 WS-List-Count PIC ZZZZ9.
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "MSTREST".
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
      *    Record count of the live master before it is overwritten,
      *    for the audit trail's before image.
           01 WS-Live-Rec-Count PIC 9(5) VALUE 0.
           01 WS-Mst-EOF-Switch PIC X VALUE "N".
              88 WS-Mst-EOF VALUE "Y".
           01 WS-Audit-Before-Line.
              05 FILLER PIC X(11) VALUE "MASTER.DAT ".
              05 WS-Aud-Live-Count PIC ZZZZ9.
              05 FILLER PIC X(8) VALUE " RECORDS".
           01 WS-Audit-After-Line.
              05 FILLER PIC X(6) VALUE "MSTGEN".
              05 WS-Aud-Gen PIC 9(1).
              05 FILLER PIC X(12) VALUE ".DAT ROLLED ".
              05 WS-Aud-Gen-Date PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-Aud-Gen-Count PIC ZZZZ9.
              05 FILLER PIC X(8) VALUE " RECORDS".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Survey the generation slots, list what is on hand, then let
      * the operator pick one and confirm before the live master is
      * overwritten - this is the one program in the suite whose
      * whole job is to clobber MASTER.DAT, so it asks twice - and
      * only of a supervisor.
      **
           PERFORM sign-on-para
           MOVE WS-Level-Supervisor TO WS-Required-Level
           PERFORM authorize-para
           IF NOT WS-Authorized
              DISPLAY "No restore performed"
              STOP RUN
           END-IF
           PERFORM survey-generations-para
           IF WS-Gen-Found-Count = 0
              DISPLAY "No generation files on hand - nothing to "
              DISPLAY "No restore performed"
              STOP RUN
           END-IF
           PERFORM count-live-master-para
           PERFORM restore-generation-para
           DISPLAY "MASTER.DAT restored from generation " WS-Gen-Idx
              " - " WS-Gen-Rec-Count " records"
           PERFORM write-audit-para
           STOP RUN.

      ******************************************************************
              END-PERFORM
              CLOSE GEN-FILE
              CLOSE MASTER-FILE.

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
      * Counts the live master before the restore overwrites it, so
      * the audit entry shows what was thrown away. A missing master
      * counts as empty.
      ******************************************************************
           count-live-master-para.
              MOVE 0 TO WS-Live-Rec-Count
              MOVE "N" TO WS-Mst-EOF-Switch
              OPEN INPUT MASTER-FILE
              IF WS-Master-File-Status NOT = "00"
                 CONTINUE
              ELSE
                 PERFORM UNTIL WS-Mst-EOF
                    READ MASTER-FILE
                       AT END
                          SET WS-Mst-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-Live-Rec-Count
                    END-READ
                 END-PERFORM
                 CLOSE MASTER-FILE
              END-IF.

      ******************************************************************
      * One audit entry for the restore: the live master's record
      * count before, the generation restored after. The file was
      * proved writable at sign-on, so a failure here is reported
      * loudly.
      ******************************************************************
           write-audit-para.
              ACCEPT WS-Today FROM DATE YYYYMMDD
              ACCEPT WS-Now FROM TIME
              OPEN EXTEND MAINT-AUDIT-FILE
              IF WS-Audit-File-Status NOT = "00"
                    AND WS-Audit-File-Status NOT = "05"
                 DISPLAY "FATAL: master restored but MAINTAUD.DAT "
                    "could not be opened - status "
                    WS-Audit-File-Status
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-Live-Rec-Count TO WS-Aud-Live-Count
              MOVE WS-Gen-Idx TO WS-Aud-Gen
              MOVE WS-Gen-Tab-Date(WS-Gen-Idx) TO WS-Gen-Date-Text
              PERFORM edit-gen-date-para
              MOVE WS-Run-Date-Edit TO WS-Aud-Gen-Date
              MOVE WS-Gen-Rec-Count TO WS-Aud-Gen-Count
              MOVE SPACES TO MAU-REC
              MOVE WS-Today TO MAU-DATE
              MOVE WS-Now TO MAU-TIME
              MOVE WS-Operator-ID TO MAU-OPERATOR
              MOVE WS-Program-Name TO MAU-PROGRAM
              MOVE "RESTORE" TO MAU-ACTION
              MOVE WS-Gen-Idx TO WS-Gen-Digit
              STRING "MSTGEN" WS-Gen-Digit
                 DELIMITED BY SIZE INTO MAU-KEY
              END-STRING
              MOVE WS-Audit-Before-Line TO MAU-BEFORE
              MOVE WS-Audit-After-Line TO MAU-AFTER
              WRITE MAU-REC
              IF WS-Audit-File-Status NOT = "00"
                 DISPLAY "FATAL: master restored but error writing "
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
       END PROGRAM MSTREST.
