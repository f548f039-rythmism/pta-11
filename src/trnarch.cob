      *> ARCPARM card (optional): 1-6 retain month YYYYMM. Blank or
      *> absent retains the month the job runs in. A record whose
      *> timestamp month cannot be read is kept live, never archived.
      *> 61-68 business date for run control (blank = today), 70 R
      *> = authorized rerun of a month already rolled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY TRNSUMM.
       COPY RUNCALL.

       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-TRNARCH-STATUS         PIC X(2).
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== TRNARCH: MONTH-END TRANLOG ROLLOVER ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               DISPLAY "Retain month      : " WS-RETAIN-MONTH

               PERFORM UNTIL WS-EOF
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
                           MOVE PARM-CARD-LINE(1:6)
                               TO WS-RETAIN-MONTH
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
      *>   The rollover runs once a month: RUNCTL refuses it when it
      *>   has already completed on any business date of the month
      *>   (unless ARCPARM col 70 authorizes a rerun), or when the
      *>   day's PLRSTM has not ended clean -- the statements must be
      *>   out before the month's detail leaves the live log. A
      *>   refused run ends RC 12, so the copy-back step is skipped.
           MOVE "TRNARCH" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       100-PROCESS-LOG-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE TL-LOG-LINE TO TL-LOG-RECORD
           CLOSE TRAN-ARCH-FILE
           CLOSE TRAN-NEW-FILE
           CLOSE TRAN-SUMM-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-RECORDS-ARCHIVED TO RX-RECORDS-WRITTEN
           MOVE WS-RECORDS-UNDATED TO RX-EXCEPTIONS
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
