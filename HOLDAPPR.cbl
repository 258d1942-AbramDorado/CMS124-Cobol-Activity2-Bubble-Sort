      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review of the approval queue (APPRQ.DAT)
      *          left by the batch sort job. The run holds there,
      *          instead of applying them, replaces that move a value
      *          by more than the category's swing tolerance and
      *          every delete of an ID already on the master. Each
      *          held item is shown with the value on file, the value
      *          proposed and the source it came from, and the
      *          supervisor approves or declines it. Approved items
      *          stay on the queue marked approved and the next batch
      *          run applies them; declined items come off the queue
      *          and go to the reject queue (REJDATA.DAT) with reason
      *          DECLINED, where REJREPAIR can correct or drop them.
      *          Items skipped stay held for a later session. The
      *          operator signs on against OPERATOR.DAT and must be a
      *          supervisor; every decision is written to the
      *          maintenance audit trail (MAINTAUD.DAT) with the item
      *          as held and as decided.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOLDAPPR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-File-Status.
           SELECT OPTIONAL REJECT-DATA-FILE ASSIGN TO "REJDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Data-File-Status.
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
       FD  APPROVAL-FILE.
           COPY APRREC.

       FD  REJECT-DATA-FILE.
           COPY REJDREC.

       FD  OPERATOR-FILE.
           COPY OPRREC.
       FD  MAINT-AUDIT-FILE.
           COPY MAUDREC.

       WORKING-STORAGE SECTION.
           78 WS-Max-Holds VALUE 500.
      *    Each queue entry is kept whole, as read, so whatever the
      *    session does not decide goes back exactly as it was.
           01 WS-Hold-Table.
              02 WS-Hold-Entry OCCURS WS-Max-Holds TIMES.
                 05 WS-Hold-Image PIC X(76).
                 05 WS-Hold-Action PIC X(1).
                    88 WS-Hold-Approved VALUE "A".
                    88 WS-Hold-Declined VALUE "D".
                    88 WS-Hold-Kept VALUE "K".
           01 WS-Hold-Count PIC 9(3) VALUE 0.
           01 WS-Hold-Idx PIC 9(3) VALUE 0.
           01 WS-Waiting-Count PIC 9(3) VALUE 0.
           01 WS-Apr-EOF-Switch PIC X VALUE "N".
              88 WS-Apr-EOF VALUE "Y".
           01 WS-Approval-File-Status PIC XX.
           01 WS-Reject-Data-File-Status PIC XX.
           01 WS-Action-Choice PIC X VALUE SPACE.
           01 WS-Session-Done PIC X VALUE "N".
              88 WS-Quit-Session VALUE "Y".
           01 WS-Approved-Count PIC 9(3) VALUE 0.
           01 WS-Declined-Count PIC 9(3) VALUE 0.
           01 WS-Skipped-Count PIC 9(3) VALUE 0.
           01 WS-Today PIC 9(8) VALUE 0.
           01 WS-Show-Line-1.
              05 FILLER PIC X(4) VALUE "ID: ".
              05 WS-Show-ID PIC X(5).
              05 FILLER PIC X(9) VALUE "  TRANS: ".
              05 WS-Show-Trans PIC X(1).
              05 FILLER PIC X(10) VALUE "  REASON: ".
              05 WS-Show-Reason PIC X(10).
              05 FILLER PIC X(7) VALUE "  SRC: ".
              05 WS-Show-Source PIC X(1).
              05 FILLER PIC X(7) VALUE "  POS: ".
              05 WS-Show-Position PIC ZZZZ9.
              05 FILLER PIC X(10) VALUE "  QUEUED: ".
              05 WS-Show-Queued PIC X(8).
           01 WS-Show-Line-2.
              05 FILLER PIC X(11) VALUE "   PRIOR: ".
              05 WS-Show-Prior PIC -99.
              05 FILLER PIC X(6) VALUE "  IN: ".
              05 WS-Show-Prior-Cat PIC X(3).
              05 FILLER PIC X(13) VALUE "  PROPOSED: ".
              05 WS-Show-New PIC X(7).
              05 FILLER PIC X(6) VALUE "  IN: ".
              05 WS-Show-New-Cat PIC X(3).
           01 WS-Show-New-Edit PIC -99.
      *    Operator sign-on and authority. Levels follow OPRREC: a
      *    clerk is 1, a supervisor 2, and a higher level may do
      *    anything a lower one may.
           78 WS-Program-Name VALUE "HOLDAPPR".
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
       MAIN-PROCEDURE.
      **
      * Sign on as a supervisor, load the queue, walk the items still
      * waiting, then send the declined ones to the reject queue and
      * put everything else back in APPRQ.DAT for the batch run.
      **
           PERFORM sign-on-para
           MOVE WS-Level-Supervisor TO WS-Required-Level
           PERFORM authorize-para
           IF NOT WS-Authorized
              DISPLAY "No items reviewed"
              STOP RUN
           END-IF
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM load-holds-para
           IF WS-Waiting-Count = 0
              DISPLAY "No held items awaiting approval"
              STOP RUN
           END-IF
           DISPLAY WS-Waiting-Count " held items to review"
           MOVE 1 TO WS-Hold-Idx
           PERFORM UNTIL WS-Hold-Idx > WS-Hold-Count
                 OR WS-Quit-Session
              IF WS-Hold-Action(WS-Hold-Idx) = SPACE
                 PERFORM review-hold-para
              END-IF
              ADD 1 TO WS-Hold-Idx
           END-PERFORM
           IF WS-Quit-Session
              PERFORM UNTIL WS-Hold-Idx > WS-Hold-Count
                 IF WS-Hold-Action(WS-Hold-Idx) = SPACE
                    MOVE "K" TO WS-Hold-Action(WS-Hold-Idx)
                    ADD 1 TO WS-Skipped-Count
                 END-IF
                 ADD 1 TO WS-Hold-Idx
              END-PERFORM
           END-IF
           PERFORM write-declined-para
           PERFORM rewrite-holds-para
           PERFORM write-audit-para
           DISPLAY "Approved: " WS-Approved-Count
              "  Declined: " WS-Declined-Count
              "  Left for later: " WS-Skipped-Count
           STOP RUN.

      ******************************************************************
      * Loads the whole queue. Items already approved in an earlier
      * session and not yet taken by a batch run are carried as they
      * are - only the items still waiting are put to the
      * supervisor.
      ******************************************************************
           load-holds-para.
              MOVE 0 TO WS-Hold-Count
              MOVE 0 TO WS-Waiting-Count
              MOVE "N" TO WS-Apr-EOF-Switch
              OPEN INPUT APPROVAL-FILE
              IF WS-Approval-File-Status = "35"
                 DISPLAY "APPRQ.DAT not found - nothing held"
                 STOP RUN
              END-IF
              IF WS-Approval-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot open APPRQ.DAT - status "
                    WS-Approval-File-Status
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-Apr-EOF
                 READ APPROVAL-FILE
                    AT END
                       SET WS-Apr-EOF TO TRUE
                    NOT AT END
                       IF WS-Approval-File-Status NOT = "00"
                          DISPLAY "FATAL: APPRQ.DAT read error "
                             WS-Approval-File-Status
                          CLOSE APPROVAL-FILE
                          STOP RUN
                       END-IF
                       IF WS-Hold-Count >= WS-Max-Holds
                          DISPLAY "FATAL: APPRQ.DAT exceeds capacity"
                          CLOSE APPROVAL-FILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-Hold-Count
                       MOVE APR-REC TO WS-Hold-Image(WS-Hold-Count)
                       IF APR-PENDING
                          MOVE SPACE TO WS-Hold-Action(WS-Hold-Count)
                          ADD 1 TO WS-Waiting-Count
                       ELSE
                          MOVE "K" TO WS-Hold-Action(WS-Hold-Count)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-FILE.

      ******************************************************************
      * Shows one held item - the value on file against the value
      * proposed, or DELETE for a delete - and takes the decision.
      * Approving stamps the item with the supervisor and the date;
      * the batch run does the rest. The reject queue carries a
      * four-digit input position, so an item from further into its
      * file than that cannot be declined here - it stays held, and
      * can still be approved, rather than reach the queue with the
      * wrong position.
      ******************************************************************
           review-hold-para.
              MOVE WS-Hold-Image(WS-Hold-Idx) TO APR-REC
              MOVE APR-ID TO WS-Show-ID
              MOVE APR-TRANS-CODE TO WS-Show-Trans
              MOVE APR-REASON TO WS-Show-Reason
              MOVE APR-SOURCE TO WS-Show-Source
              MOVE APR-POSITION TO WS-Show-Position
              MOVE APR-QUEUED-DATE TO WS-Show-Queued
              MOVE APR-PRIOR-VALUE TO WS-Show-Prior
              MOVE APR-PRIOR-CATEGORY TO WS-Show-Prior-Cat
              IF APR-TRANS-CODE = "D"
                 MOVE "DELETE" TO WS-Show-New
                 MOVE SPACES TO WS-Show-New-Cat
              ELSE
                 MOVE APR-NEW-VALUE TO WS-Show-New-Edit
                 MOVE WS-Show-New-Edit TO WS-Show-New
                 MOVE APR-CATEGORY TO WS-Show-New-Cat
              END-IF
              DISPLAY WS-Show-Line-1
              DISPLAY WS-Show-Line-2
              DISPLAY "(A)pprove, (D)ecline, (S)kip, or (Q)uit: "
              ACCEPT WS-Action-Choice
              MOVE FUNCTION UPPER-CASE(WS-Action-Choice)
                 TO WS-Action-Choice
              IF WS-Action-Choice = "Q"
                 SET WS-Quit-Session TO TRUE
                 MOVE "K" TO WS-Hold-Action(WS-Hold-Idx)
                 ADD 1 TO WS-Skipped-Count
              ELSE
              IF WS-Action-Choice = "A"
                 SET APR-APPROVED TO TRUE
                 MOVE WS-Operator-ID TO APR-DECIDED-BY
                 MOVE WS-Today TO APR-DECIDED-DATE
                 MOVE APR-REC TO WS-Hold-Image(WS-Hold-Idx)
                 MOVE "A" TO WS-Hold-Action(WS-Hold-Idx)
                 ADD 1 TO WS-Approved-Count
              ELSE
              IF WS-Action-Choice = "D"
                 IF APR-POSITION > 9999
                    DISPLAY "Input position " APR-POSITION
                       " does not fit the reject queue - decline "
                       "refused, item still held"
                    MOVE "K" TO WS-Hold-Action(WS-Hold-Idx)
                    ADD 1 TO WS-Skipped-Count
                 ELSE
                    MOVE "D" TO WS-Hold-Action(WS-Hold-Idx)
                    ADD 1 TO WS-Declined-Count
                 END-IF
              ELSE
                 MOVE "K" TO WS-Hold-Action(WS-Hold-Idx)
                 ADD 1 TO WS-Skipped-Count
              END-IF
              END-IF
              END-IF.

      ******************************************************************
      * Declined items join the reject queue as the site sent them,
      * reason DECLINED and dated today, appended so they sit with
      * the rest of the night's rejects for REJREPAIR to work.
      ******************************************************************
           write-declined-para.
              IF WS-Declined-Count = 0
                 CONTINUE
              ELSE
                 OPEN EXTEND REJECT-DATA-FILE
                 IF WS-Reject-Data-File-Status NOT = "00"
                       AND WS-Reject-Data-File-Status NOT = "05"
                    DISPLAY "FATAL: cannot open REJDATA.DAT - status "
                       WS-Reject-Data-File-Status
                    STOP RUN
                 END-IF
                 MOVE 1 TO WS-Hold-Idx
                 PERFORM UNTIL WS-Hold-Idx > WS-Hold-Count
                    IF WS-Hold-Declined(WS-Hold-Idx)
                       PERFORM build-reject-para
                       WRITE REJD-REC
                       IF WS-Reject-Data-File-Status NOT = "00"
                          DISPLAY "FATAL: error writing REJDATA.DAT "
                             "- status " WS-Reject-Data-File-Status
                          CLOSE REJECT-DATA-FILE
                          STOP RUN
                       END-IF
                    END-IF
                    ADD 1 TO WS-Hold-Idx
                 END-PERFORM
                 CLOSE REJECT-DATA-FILE
              END-IF.

           build-reject-para.
              MOVE WS-Hold-Image(WS-Hold-Idx) TO APR-REC
              MOVE SPACES TO REJD-REC
              MOVE APR-ID TO REJD-ID
              MOVE APR-VALUE-TEXT TO REJD-VALUE-TEXT
              MOVE APR-TRANS-CODE TO REJD-TRANS-CODE
              MOVE APR-CATEGORY TO REJD-CATEGORY
              MOVE APR-SOURCE TO REJD-SOURCE
              MOVE APR-POSITION TO REJD-POSITION
              MOVE "DECLINED" TO REJD-REASON
              MOVE WS-Today TO REJD-DATE.

      ******************************************************************
      * Everything but the declined items goes back to APPRQ.DAT:
      * approved items for the next batch run to apply, skipped and
      * untouched items still held.
      ******************************************************************
           rewrite-holds-para.
              OPEN OUTPUT APPROVAL-FILE
              IF WS-Approval-File-Status NOT = "00"
                 DISPLAY "FATAL: cannot rewrite APPRQ.DAT - status "
                    WS-Approval-File-Status
                 STOP RUN
              END-IF
              MOVE 1 TO WS-Hold-Idx
              PERFORM UNTIL WS-Hold-Idx > WS-Hold-Count
                 IF NOT WS-Hold-Declined(WS-Hold-Idx)
                    MOVE WS-Hold-Image(WS-Hold-Idx) TO APR-REC
                    WRITE APR-REC
                    IF WS-Approval-File-Status NOT = "00"
                       DISPLAY "FATAL: error rewriting APPRQ.DAT - "
                          "status " WS-Approval-File-Status
                       CLOSE APPROVAL-FILE
                       STOP RUN
                    END-IF
                 END-IF
                 ADD 1 TO WS-Hold-Idx
              END-PERFORM
              CLOSE APPROVAL-FILE.

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
      * One audit entry per approval or decline, appended to
      * MAINTAUD.DAT once REJDATA.DAT and APPRQ.DAT are written. The
      * before image is the item as held; the after image is the
      * item as approved, or the reject queued for a decline. The
      * file was proved writable at sign-on, so a failure here is
      * reported loudly.
      ******************************************************************
           write-audit-para.
              IF WS-Approved-Count = 0 AND WS-Declined-Count = 0
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
                 MOVE 1 TO WS-Hold-Idx
                 PERFORM UNTIL WS-Hold-Idx > WS-Hold-Count
                    IF WS-Hold-Approved(WS-Hold-Idx)
                          OR WS-Hold-Declined(WS-Hold-Idx)
                       PERFORM write-audit-entry-para
                    END-IF
                    ADD 1 TO WS-Hold-Idx
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
              MOVE WS-Hold-Image(WS-Hold-Idx) TO APR-REC
              MOVE APR-ID TO MAU-KEY
              IF WS-Hold-Approved(WS-Hold-Idx)
                 MOVE "APPROVE" TO MAU-ACTION
                 MOVE APR-REC TO MAU-AFTER
                 SET APR-PENDING TO TRUE
                 MOVE SPACES TO APR-DECIDED-BY
                 MOVE SPACES TO APR-DECIDED-DATE
                 MOVE APR-REC TO MAU-BEFORE
              ELSE
                 MOVE "DECLINE" TO MAU-ACTION
                 MOVE APR-REC TO MAU-BEFORE
                 PERFORM build-reject-para
                 MOVE REJD-REC TO MAU-AFTER
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
       END PROGRAM HOLDAPPR.
