      *          in the reject queue with their reasons, whether a
      *          corrected entry is waiting in the resubmission
      *          file, and whether the ID appeared on the last
      *          duplicates report. The operator may also name a
      *          LOGARCH reject archive (REJDATA-ccyymmdd.DAT) at the
      *          start of the session; its entries for the ID are
      *          listed after the live queue's as ARCHIVED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ID-MASTER-FILE ASSIGN TO "IDMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDMaster-File-Status.
           SELECT REJECT-DATA-FILE
               ASSIGN TO DYNAMIC WS-Reject-Data-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Data-File-Status.
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
           01 WS-Master-File-Status PIC XX.
           01 WS-IDMaster-File-Status PIC XX.
           01 WS-Reject-Data-File-Status PIC XX.
           01 WS-Reject-Data-File-Name PIC X(40) VALUE "REJDATA.DAT".
           01 WS-Reject-Archive-Name PIC X(40) VALUE SPACES.
           01 WS-Resubmit-File-Status PIC XX.
           01 WS-Dup-File-Status PIC XX.
           01 WS-EOF-Switch PIC X VALUE "N".
              05 FILLER PIC X(3) VALUE " - ".
              05 WS-Reg-Show-Desc PIC X(20).
           01 WS-Reject-Show-Line.
              05 WS-Rej-Show-Label PIC X(12) VALUE "  REJECT:   ".
              05 WS-Rej-Show-Reason PIC X(15).
              05 FILLER PIC X(9) VALUE "  VALUE: ".
              05 WS-Rej-Show-Value PIC X(4).
      * means the answer is always current.
      **
           DISPLAY "ID inquiry - blank ID ends the session"
           DISPLAY "Reject archive to search as well (blank for none): "
           ACCEPT WS-Reject-Archive-Name
           MOVE FUNCTION UPPER-CASE(WS-Reject-Archive-Name)
              TO WS-Reject-Archive-Name
           PERFORM UNTIL WS-Lookup-ID = "END"
              DISPLAY "Enter ID: "
              MOVE SPACES TO WS-Lookup-ID
      ******************************************************************
      * The queue can hold more than one bounce for the same ID -
      * every one is listed, reason and all, because each is a
      * record that never made the master. Bounces LOGARCH has moved
      * to the archive the operator named are listed after, marked
      * ARCHIVED - they are no longer in the queue to be repaired.
      ******************************************************************
           show-rejects-para.
              MOVE "REJDATA.DAT" TO WS-Reject-Data-File-Name
              MOVE "  REJECT:   " TO WS-Rej-Show-Label
              MOVE 0 TO WS-Hit-Count
              OPEN INPUT REJECT-DATA-FILE
              IF WS-Reject-Data-File-Status NOT = "00"
                 DISPLAY "  REJECT:   NONE OUTSTANDING"
              ELSE
                 PERFORM scan-rejects-para
                 IF WS-Hit-Count = 0
                    DISPLAY "  REJECT:   NONE OUTSTANDING"
                 END-IF
              END-IF
              IF WS-Reject-Archive-Name NOT = SPACES
                 MOVE WS-Reject-Archive-Name
                    TO WS-Reject-Data-File-Name
                 MOVE "  ARCHIVED: " TO WS-Rej-Show-Label
                 MOVE 0 TO WS-Hit-Count
                 OPEN INPUT REJECT-DATA-FILE
                 IF WS-Reject-Data-File-Status NOT = "00"
                    DISPLAY "  ARCHIVED: "
                       FUNCTION TRIM(WS-Reject-Data-File-Name)
                       " NOT READABLE - STATUS "
                       WS-Reject-Data-File-Status
                 ELSE
                    PERFORM scan-rejects-para
                    IF WS-Hit-Count = 0
                       DISPLAY "  ARCHIVED: NONE IN "
                          FUNCTION TRIM(WS-Reject-Data-File-Name)
                    END-IF
                 END-IF
              END-IF.

           scan-rejects-para.
              MOVE "N" TO WS-EOF-Switch
              PERFORM UNTIL WS-EOF
                 READ REJECT-DATA-FILE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-Reject-Data-File-Status NOT = "00"
                          DISPLAY "FATAL: "
                             FUNCTION TRIM(WS-Reject-Data-File-Name)
                             " read error " WS-Reject-Data-File-Status
                          CLOSE REJECT-DATA-FILE
                          STOP RUN
                       END-IF
                       IF REJD-ID = WS-Lookup-ID
                          ADD 1 TO WS-Hit-Count
                          MOVE REJD-REASON TO WS-Rej-Show-Reason
                          MOVE REJD-VALUE-TEXT
                             TO WS-Rej-Show-Value
                          MOVE REJD-SOURCE TO WS-Rej-Show-Source
                          MOVE REJD-DATE TO WS-Rej-Show-Date
                          DISPLAY WS-Reject-Show-Line
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-DATA-FILE.

           show-resubmit-para.
              MOVE 0 TO WS-Hit-Count
              MOVE "N" TO WS-EOF-Switch
