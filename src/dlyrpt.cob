      *>
      *> DLYPARM card (optional): 1-8 report date YYYYMMDD. Blank or
      *> absent reports on the day the job runs.
      *> 61-68 business date for run control (blank = today), 70 R
      *> = authorized rerun of a night already complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ER-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNCALL.

       01  WS-DLYACTV-STATUS         PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).
       01  WS-EXCPRPT-STATUS         PIC X(2).
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== DLYRPT: DAILY VELOCITY EXCEPTIONS ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               PERFORM 030-PRINT-HEADINGS

               PERFORM UNTIL WS-EOF
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
                           MOVE PARM-CARD-LINE(1:8)
                               TO WS-REPORT-DATE
                       END-IF
                       IF PARM-CARD-LINE(61:8) NUMERIC
                           MOVE PARM-CARD-LINE(61:8)
                               TO RX-BUSINESS-DATE
                       END-IF
                       MOVE PARM-CARD-LINE(70:1) TO RX-RERUN-SW
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF.

       025-START-RUN-CONTROL.
      *>   Cleared once the night's SHOPBAT has ended, whatever its
      *>   code. DLYROLL will not roll the day off until this run has
      *>   ended clean.
           MOVE "DLYRPT" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       030-PRINT-HEADINGS.
           MOVE WS-REPORT-DATE TO WH1-DATE
           MOVE WS-HEADING-1 TO ER-PRINT-LINE
       950-CLOSE-FILES.
           CLOSE DLY-ACTV-FILE
           CLOSE EXCP-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-PLAYERS-FLAGGED TO RX-RECORDS-WRITTEN
           MOVE 0 TO RX-EXCEPTIONS
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
