      *> 100-PROCESS-PLAYER) is printed on RECONRPT, and the report
      *> closes with control totals so it can be filed as the daily
      *> balancing proof.
      *>
      *> RCNPARM card (optional): 61-68 business date YYYYMMDD for
      *> run control (blank = today), 70 R = authorized rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "RCNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       FD  RECON-RPT-FILE.
       01  RR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY RUNCALL.

       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-RECONRPT-STATUS        PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== SHOPRCN: TRANLOG RECONCILIATION ====="
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
               DISPLAY "[ERROR] Unable to open RECONRPT, status: "
                   WS-RECONRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open RCNPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF.

       015-READ-PARM-CARD.
      *>   RCNPARM carries only the run-control fields: cols 61-68
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
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE.

       025-START-RUN-CONTROL.
      *>   Cleared once the night's SHOPBAT has ended -- whatever its
      *>   code, since a bad night is when the proof matters most.
           MOVE "SHOPRCN" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       100-PROCESS-LOG-RECORD.
           ADD 1 TO WS-LOG-RECORDS-READ
           MOVE TL-LOG-LINE TO TL-LOG-RECORD
           CLOSE TRAN-LOG-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE RECON-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-LOG-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-PLAYERS-CHECKED TO RX-RECORDS-WRITTEN
           COMPUTE RX-EXCEPTIONS = WS-PLAYERS-OUT-OF-BAL
               + WS-LOG-ANOMALIES
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
