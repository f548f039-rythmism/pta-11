      *> or absent statements the month the job runs in -- schedule
      *> it on the 1st with the prior month on the card, before
      *> TRNARCH cuts that month's detail off the live log.
      *> 61-68 business date for run control (blank = today), 70 R
      *> = authorized rerun of a month already produced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY TRANLOG.
       COPY RUNCALL.

       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-PLYRHIST-STATUS        PIC X(2).
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== PLRSTM: MONTHLY PLAYER STATEMENTS ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               DISPLAY "Statement month   : " WS-STMT-MONTH
               PERFORM 030-WRITE-FILE-HEADER
               PERFORM 100-LOAD-MONTH-DETAIL
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
                           MOVE PARM-CARD-LINE(1:6)
                               TO WS-STMT-MONTH
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
      *>   Statements run once a month: RUNCTL refuses the job when it
      *>   has already completed on any business date of the month
      *>   (unless STMPARM col 70 authorizes a rerun), or when the
      *>   previous night's VELTRND -- the end of the nightly chain --
      *>   has not ended clean.
           MOVE "PLRSTM" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       030-WRITE-FILE-HEADER.
           MOVE WS-STMT-MONTH TO WH1-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WH1-DATE
               CLOSE TRAN-LOG-FILE
           END-IF
           CLOSE STMT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-LOG-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-STATEMENTS-PRODUCED TO RX-RECORDS-WRITTEN
           MOVE 0 TO RX-EXCEPTIONS
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
