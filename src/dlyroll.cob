      *> ROLPARM card (optional): 1-3 retention days. Blank or
      *> non-numeric keeps 30 days live. Records on or after the
      *> cutoff are left untouched -- today's caps still work.
      *> 61-68 business date for run control (blank = today), 70 R
      *> = authorized rerun of a night already complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNCALL.

       01  WS-DLYACTV-STATUS         PIC X(2).
       01  WS-VELHIST-STATUS         PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== DLYROLL: DAILY-ACTIVITY ROLLOVER ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               PERFORM 030-SET-CUTOFF-DATE
               DISPLAY "Retention days    : " WS-RETAIN-DAYS
               DISPLAY "Cutoff date       : " WS-CUTOFF-DATE
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
                           MOVE PARM-CARD-LINE(1:3)
                               TO WS-RETAIN-DAYS
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
      *>   Cleared only once DLYRPT has reported the day clean and
      *>   BCKFIL has ended -- both read the records this run rolls
      *>   off the live file.
           MOVE "DLYROLL" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       030-SET-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-CUTOFF-INT =
       950-CLOSE-FILES.
           CLOSE DLY-ACTV-FILE
           CLOSE VEL-HIST-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-RECORDS-ROLLED TO RX-RECORDS-WRITTEN
           MOVE WS-DELETE-ERRORS TO RX-EXCEPTIONS
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
