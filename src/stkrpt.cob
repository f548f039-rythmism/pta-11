      *> before the next batch window. Runs as the step after the
      *> nightly shop run, once SHOP has decremented the night's
      *> purchases.
      *>
      *> STKPARM card (optional): 61-68 business date YYYYMMDD for
      *> run control (blank = today), 70 R = authorized rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "STKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-ITEM-FILE.
       FD  STOCK-RPT-FILE.
       01  SR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNCALL.

       01  WS-SHOPITM-STATUS         PIC X(2).
       01  WS-STOCKRPT-STATUS        PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== STKRPT: STOCK REORDER REPORT ====="
           INITIALIZE RX-CALL-AREA
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 015-READ-PARM-CARD
               PERFORM 025-START-RUN-CONTROL
           END-IF

           IF RX-RUN-STARTED
               PERFORM 020-PRINT-HEADINGS

               PERFORM UNTIL WS-EOF
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
               DISPLAY "[ERROR] Unable to open STOCKRPT, status: "
                   WS-STOCKRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open STKPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF.

       015-READ-PARM-CARD.
      *>   STKPARM carries only the run-control fields: cols 61-68
      *>   business date (blank = today), col 70 R = rerun.
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(61:8) NUMERIC
                           MOVE PARM-CARD-LINE(61:8)
                               TO RX-BUSINESS-DATE
                       END-IF
                       MOVE PARM-CARD-LINE(70:1) TO RX-RERUN-SW
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF.

       020-PRINT-HEADINGS.
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE.

       025-START-RUN-CONTROL.
      *>   Cleared once the night's SHOPBAT has ended, whatever its
      *>   code -- the stock position is wanted on a bad night too.
           MOVE "STKRPT" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       100-CHECK-ITEM.
      *>   Bundles carry no stock of their own -- their components
      *>   are what gets reordered -- so they never print here.
       950-CLOSE-FILES.
           CLOSE SHOP-ITEM-FILE
           CLOSE STOCK-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-ITEMS-READ TO RX-RECORDS-READ
           MOVE WS-ITEMS-TO-REORDER TO RX-RECORDS-WRITTEN
           MOVE 0 TO RX-EXCEPTIONS
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
