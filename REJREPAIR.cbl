      *          the next batch run picks up ahead of the day's
      *          normal input. Entries the operator skips stay in
      *          REJDATA.DAT for a later session; dropped entries
      *          are removed for good. The operator signs on against
      *          OPERATOR.DAT first; any operator may correct, only a
      *          supervisor may drop, and each correction and drop is
      *          written to the maintenance audit trail (MAINTAUD.DAT)
      *          with the reject as queued and as resubmitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resubmit-File-Status.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Operator-File-Status.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           05  FILLER           PIC X(1).
           05  RSB-CATEGORY     PIC X(3).

       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-Rejects VALUE 500.
           78 WS-Max-Value-Retries VALUE 5.
                    88 WS-Rej-Corrected VALUE "C".
                    88 WS-Rej-Skipped VALUE "S".
                    88 WS-Rej-Dropped VALUE "D".
      *          The ID and value as queued, kept for the audit trail's
      *          before image once a correction has overwritten them.
                 05 WS-Rej-Orig-ID PIC X(5).
                 05 WS-Rej-Orig-Value-Text PIC X(4).
           01 WS-Rej-Count PIC 9(3) VALUE 0.
           01 WS-Rej-Idx PIC 9(3) VALUE 0.
           01 WS-Rej-EOF-Switch PIC X VALUE "N".
              05 WS-Show-Reason PIC X(15).
              05 FILLER PIC X(12) VALUE "  AGE DAYS: ".
              05 WS-Show-Age PIC X(4).
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "REJREPAIR".
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
           01 WS-Audit-Written PIC 9(3) VALUE 0.
           01 WS-Now PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * the corrections to the resubmission file and put whatever
      * was skipped back in REJDATA.DAT for another day.
      **
           PERFORM sign-on-para
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-Today) TO WS-Today-Int
           PERFORM load-rejects-para
           END-IF
           PERFORM write-resubmit-para
           PERFORM rewrite-rejects-para
           PERFORM write-audit-para
           DISPLAY "Corrected: " WS-Corrected-Count
              "  Dropped: " WS-Dropped-Count
              "  Left for later: " WS-Skipped-Count
                       MOVE REJD-ID TO WS-Rej-ID(WS-Rej-Count)
                       MOVE REJD-VALUE-TEXT
                          TO WS-Rej-Value-Text(WS-Rej-Count)
                       MOVE REJD-ID TO WS-Rej-Orig-ID(WS-Rej-Count)
                       MOVE REJD-VALUE-TEXT
                          TO WS-Rej-Orig-Value-Text(WS-Rej-Count)
                       MOVE REJD-TRANS-CODE
                          TO WS-Rej-Trans-Code(WS-Rej-Count)
                       MOVE REJD-CATEGORY
                 PERFORM correct-reject-para
              ELSE
              IF WS-Action-Choice = "D"
                 MOVE WS-Level-Supervisor TO WS-Required-Level
                 PERFORM authorize-para
                 IF WS-Authorized
                    MOVE "D" TO WS-Rej-Action(WS-Rej-Idx)
                    ADD 1 TO WS-Dropped-Count
                 ELSE
                    DISPLAY "Entry left in the reject file"
                    MOVE "S" TO WS-Rej-Action(WS-Rej-Idx)
                    ADD 1 TO WS-Skipped-Count
                 END-IF
              ELSE
                 MOVE "S" TO WS-Rej-Action(WS-Rej-Idx)
                 ADD 1 TO WS-Skipped-Count
                 ADD 1 TO WS-Rej-Idx
              END-PERFORM
              CLOSE REJECT-DATA-FILE.

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
      * Gate in front of a change: the signed-on operator must hold
      * at least WS-Required-Level.
      ******************************************************************
           authorize-para.
              MOVE "N" TO WS-Authorized-Switch
              IF WS-Operator-Level < WS-Required-Level
                 DISPLAY "Not authorized - supervisor sign-on required"
              ELSE
                 SET WS-Authorized TO TRUE
              END-IF.

      ******************************************************************
      * One audit entry per corrected or dropped reject, appended to
      * MAINTAUD.DAT once RESUBMIT.DAT and REJDATA.DAT are written.
      * The before image is the reject as it was queued; the after
      * image is the record sent for resubmission, blank on a drop.
      * The file was proved writable at sign-on, so a failure here is
      * reported loudly.
      ******************************************************************
           write-audit-para.
              IF WS-Corrected-Count = 0 AND WS-Dropped-Count = 0
                 CONTINUE
              ELSE
                 OPEN EXTEND MAINT-AUDIT-FILE
                 IF WS-Audit-File-Status NOT = "00"
                       AND WS-Audit-File-Status NOT = "05"
                    DISPLAY "FATAL: changes saved but MAINTAUD.DAT "
                       "could not be opened - status "
                       WS-Audit-File-Status
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ACCEPT WS-Now FROM TIME
                 MOVE 1 TO WS-Rej-Idx
                 PERFORM UNTIL WS-Rej-Idx > WS-Rej-Count
                    IF WS-Rej-Corrected(WS-Rej-Idx)
                          OR WS-Rej-Dropped(WS-Rej-Idx)
                       PERFORM write-audit-entry-para
                    END-IF
                    ADD 1 TO WS-Rej-Idx
                 END-PERFORM
                 CLOSE MAINT-AUDIT-FILE
                 DISPLAY WS-Audit-Written
                    " change(s) written to MAINTAUD.DAT"
              END-IF.

           write-audit-entry-para.
              MOVE SPACES TO MAU-REC
              MOVE WS-Today TO MAU-DATE
              MOVE WS-Now TO MAU-TIME
              MOVE WS-Operator-ID TO MAU-OPERATOR
              MOVE WS-Program-Name TO MAU-PROGRAM
              MOVE WS-Rej-Orig-ID(WS-Rej-Idx) TO MAU-KEY
              MOVE SPACES TO REJD-REC
              MOVE WS-Rej-Orig-ID(WS-Rej-Idx) TO REJD-ID
              MOVE WS-Rej-Orig-Value-Text(WS-Rej-Idx)
                 TO REJD-VALUE-TEXT
              MOVE WS-Rej-Trans-Code(WS-Rej-Idx) TO REJD-TRANS-CODE
              MOVE WS-Rej-Category(WS-Rej-Idx) TO REJD-CATEGORY
              MOVE WS-Rej-Source(WS-Rej-Idx) TO REJD-SOURCE
              MOVE WS-Rej-Position(WS-Rej-Idx) TO REJD-POSITION
              MOVE WS-Rej-Reason(WS-Rej-Idx) TO REJD-REASON
              MOVE WS-Rej-Date(WS-Rej-Idx) TO REJD-DATE
              MOVE REJD-REC TO MAU-BEFORE
              IF WS-Rej-Corrected(WS-Rej-Idx)
                 MOVE "CORRECT" TO MAU-ACTION
                 MOVE SPACES TO RSB-REC
                 MOVE WS-Rej-ID(WS-Rej-Idx) TO RSB-ID
                 MOVE WS-Rej-Value-Text(WS-Rej-Idx) TO RSB-VALUE-TEXT
                 MOVE WS-Rej-Trans-Code(WS-Rej-Idx) TO RSB-TRANS-CODE
                 MOVE WS-Rej-Category(WS-Rej-Idx) TO RSB-CATEGORY
                 MOVE RSB-REC TO MAU-AFTER
              ELSE
                 MOVE "DROP" TO MAU-ACTION
              END-IF
              WRITE MAU-REC
              IF WS-Audit-File-Status NOT = "00"
                 DISPLAY "FATAL: changes saved but error writing "
                    "MAINTAUD.DAT - status " WS-Audit-File-Status
                 CLOSE MAINT-AUDIT-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-Audit-Written.

      ** add other procedures here
       END PROGRAM REJREPAIR.
