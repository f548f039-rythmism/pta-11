      *> filled, finally rejected, unknown player -- leaves the
      *> queue. Condition codes: 0 clean, 4 rejects occurred, 8 SHOP
      *> error or balance-save failure, 12 aborted on a file open.
      *>
      *> BCKPARM card (optional): 61-68 business date YYYYMMDD for
      *> run control (blank = today), 70 R = authorized rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCKRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "BCKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACK-ORD-FILE.
       FD  FILL-RPT-FILE.
       01  FR-PRINT-LINE              PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY BACKORD.
       COPY RUNCALL.

       01  WS-BACKORD-STATUS          PIC X(2).
       01  WS-BCKNEW-STATUS           PIC X(2).
       01  WS-PLYRHIST-STATUS         PIC X(2).
       01  WS-BCKDISP-STATUS          PIC X(2).
       01  WS-BCKRPT-STATUS           PIC X(2).
       01  WS-PARMCARD-STATUS         PIC X(2).

       01  WS-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== BCKFIL: BACKORDER FILL PASS ====="
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
               PERFORM 100-LOAD-BACKORDERS
               PERFORM 200-RELEASE-BACKORDERS
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
               DISPLAY "[ERROR] Unable to open BCKRPT, status: "
                   WS-BCKRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open BCKPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF.

       015-READ-PARM-CARD.
      *>   BCKPARM carries only the run-control fields: cols 61-68
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
           MOVE SPACES TO FR-PRINT-LINE
           WRITE FR-PRINT-LINE.

       025-START-RUN-CONTROL.
      *>   Cleared only once the night's SHOPAUD has ended clean: no
      *>   orders are driven through SHOP on top of side files the
      *>   audit found out of line. A refused run ends RC 12, so the
      *>   queue copy-back step leaves BACKORD alone.
           MOVE "BCKFIL" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       100-LOAD-BACKORDERS.
           PERFORM UNTIL WS-EOF
               READ BACK-ORD-FILE
           END-IF
           CLOSE BCK-DISP-FILE
           CLOSE FILL-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-ORDERS-LOADED TO RX-RECORDS-READ
           MOVE WS-ORDERS-FILLED TO RX-RECORDS-WRITTEN
           COMPUTE RX-EXCEPTIONS = WS-ORDERS-REJECTED
               + WS-NO-PLAYER-COUNT
               + WS-ERROR-COUNT
               + WS-REWRITE-ERROR-COUNT
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
