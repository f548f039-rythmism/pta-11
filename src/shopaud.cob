      *> Run this after the nightly SHOPBAT/SHOPRCN step, while the
      *> shop is quiet: the audit window is (last control timestamp,
      *> now], and movement logged mid-audit would smear windows.
      *>
      *> AUDPARM card (optional): 61-68 business date YYYYMMDD for
      *> run control (blank = today), 70 R = authorized rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       FD  AUD-RPT-FILE.
       01  AR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY CATAUDIT.
       COPY RUNCALL.

       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-CATAUDIT-STATUS        PIC X(2).
       01  WS-SHOPITM-STATUS         PIC X(2).
       01  WS-AUDBASE-STATUS         PIC X(2).
       01  WS-AUDRPT-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-LOG-EOF-SW             PIC X(1) VALUE "N".
           88  WS-LOG-EOF                VALUE "Y".
           DISPLAY " "
           DISPLAY "===== SHOPAUD: SIDE-FILE INTEGRITY AUDIT ====="
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
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
               PERFORM 030-READ-CONTROL-RECORD
               PERFORM 100-SWEEP-CATALOG-AUDIT
           END-IF

           PERFORM 950-CLOSE-FILES
           IF RX-RUN-STARTED
               PERFORM 960-END-RUN-CONTROL
           END-IF
           STOP RUN.

       010-OPEN-FILES.
               DISPLAY "[ERROR] Unable to open AUDRPT, status: "
                   WS-AUDRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open AUDPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF.

       015-READ-PARM-CARD.
      *>   AUDPARM carries only the run-control fields: cols 61-68
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
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE.

       025-START-RUN-CONTROL.
      *>   Cleared once the night's SHOPRCN has ended. BCKFIL and the
      *>   next night's SHOPBAT are held until this run ends clean.
           MOVE "SHOPAUD" TO RX-JOB-NAME
           SET RX-ACTION-START TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           IF NOT RX-RUN-STARTED
               DISPLAY "[ERROR] Run refused by run control - "
                   "nothing processed"
               MOVE 12 TO RETURN-CODE
           END-IF.

       030-READ-CONTROL-RECORD.
           MOVE "C" TO AB-TYPE
           MOVE SPACES TO AB-ENTITY
           CLOSE SHOP-ITEM-FILE
           CLOSE AUD-BASE-FILE
           CLOSE AUD-RPT-FILE.

       960-END-RUN-CONTROL.
      *>   The CALL resets RETURN-CODE, so the run's own code is put
      *>   back from the call area afterwards.
           MOVE RETURN-CODE TO RX-COND-CODE
           MOVE WS-LOG-RECORDS-READ TO RX-RECORDS-READ
           MOVE WS-BASELINES-CHECKED TO RX-RECORDS-WRITTEN
           COMPUTE RX-EXCEPTIONS = WS-SPEND-MISMATCHES
               + WS-LEDG-MISMATCHES
               + WS-STCK-MISMATCHES
           SET RX-ACTION-END TO TRUE
           CALL "RUNCTL" USING RX-CALL-AREA
           MOVE RX-COND-CODE TO RETURN-CODE
           IF NOT RX-RUN-CLEARED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
