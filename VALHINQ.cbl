      *          the batch runs appended them. This is the audit
      *          question the department queries always come down to,
      *          answered from one lookup instead of a stack of old
      *          OUTFILE.DAT printouts. Once older history has been
      *          moved out by LOGARCH, the operator can name one of
      *          its archive files (VALHIST-ccyymmdd.DAT) at the start
      *          of the session and search that instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT VALUE-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-History-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Value-History-File-Status.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01 WS-Value-History-File-Status PIC XX.
           01 WS-History-File-Name PIC X(40) VALUE "VALHIST.DAT".
           01 WS-Hist-EOF-Switch PIC X VALUE "N".
              88 WS-Hist-EOF VALUE "Y".
           01 WS-Lookup-ID PIC X(5) VALUE SPACES.
      * simpler than keeping a table current across inquiries.
      **
           DISPLAY "Value history inquiry - blank ID ends the session"
           DISPLAY "History file to search (blank for VALHIST.DAT, "
              "or an archive file name): "
           MOVE SPACES TO WS-History-File-Name
           ACCEPT WS-History-File-Name
           MOVE FUNCTION UPPER-CASE(WS-History-File-Name)
              TO WS-History-File-Name
           IF WS-History-File-Name = SPACES
              MOVE "VALHIST.DAT" TO WS-History-File-Name
           END-IF
           PERFORM UNTIL WS-Lookup-ID = "END"
              DISPLAY "Enter ID (as on the master): "
              MOVE SPACES TO WS-Lookup-ID
              MOVE "N" TO WS-Hist-EOF-Switch
              OPEN INPUT VALUE-HISTORY-FILE
              IF WS-Value-History-File-Status = "35"
                 IF WS-History-File-Name = "VALHIST.DAT"
                    DISPLAY "VALHIST.DAT not found - no history has "
                       "been recorded yet"
                 ELSE
                    DISPLAY FUNCTION TRIM(WS-History-File-Name)
                       " not found"
                 END-IF
              ELSE
                 IF WS-Value-History-File-Status NOT = "00"
                    DISPLAY "FATAL: cannot open "
                       FUNCTION TRIM(WS-History-File-Name)
                       " - status " WS-Value-History-File-Status
                    STOP RUN
                 END-IF
                 PERFORM UNTIL WS-Hist-EOF
                          SET WS-Hist-EOF TO TRUE
                       NOT AT END
                          IF WS-Value-History-File-Status NOT = "00"
                             DISPLAY "FATAL: "
                                FUNCTION TRIM(WS-History-File-Name)
                                " read error "
                                WS-Value-History-File-Status
                             CLOSE VALUE-HISTORY-FILE
                             STOP RUN
