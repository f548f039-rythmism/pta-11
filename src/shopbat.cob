       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY BACKORD.
       COPY RUNCALL.

       01  WS-PLYRMSTR-STATUS         PIC X(2).
       01  WS-CHKPOINT-STATUS         PIC X(2).
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== SHOPBAT: NIGHTLY SHOP BATCH RUN ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               PERFORM 045-PRINT-REPORT-HEADINGS

               IF WS-ORDER-MODE
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
                               TO WS-REJECT-THRESHOLD
                           SET WS-THRESHOLD-GIVEN TO TRUE
                       END-IF
                       IF PARM-CARD-LINE(61:8) NUMERIC
                           MOVE PARM-CARD-LINE(61:8)
                               TO RX-BUSINESS-DATE
                       END-IF
                       MOVE PARM-CARD-LINE(70:1) TO RX-RERUN-SW
               END-READ
               CLOSE PARM-CARD-FILE
           ELSE
                   "starting from beginning with default interval"
           END-IF.

       025-START-RUN-CONTROL.
      *>   RUNCTL refuses the run when SHOPBAT has already completed
      *>   for the business date (unless SHPPARM col 70 authorizes a
      *>   rerun) or when the previous night's SHOPAUD did not end
      *>   clean. A checkpoint restart of a run that abended is
      *>   allowed through -- its record was never ended.
           MOVE "SHOPBAT" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       030-RESUME-FROM-CHECKPOINT.
           MOVE "CKPT" TO CK-CHECKPOINT-KEY
           READ CHECKPOINT-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RUN-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           IF WS-ORDER-MODE
               MOVE WS-ORDERS-READ TO RX-RECORDS-READ
           ELSE
               MOVE WS-RECORDS-PROCESSED TO RX-RECORDS-READ
           END-IF
           MOVE WS-RECORDS-PROCESSED TO RX-RECORDS-WRITTEN
           COMPUTE RX-EXCEPTIONS = WS-REJECT-COUNT + WS-ERROR-COUNT
               + WS-REWRITE-ERROR-COUNT + WS-BAD-CARD-COUNT
               + WS-NO-PLAYER-COUNT
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
