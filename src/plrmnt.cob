      *> instead of poking PLYRMSTR with file utilities. Every
      *> attempt, applied or rejected, is appended to PLRAUDIT the
      *> same way ITMMNT appends catalog changes to CATAUDIT.
      *> An applied ENROLL is also logged to TRANLOG as an ENROLL
      *> event (zero before, the opening balances after), so the
      *> points an account opens with are on the same trail as every
      *> later movement and the liability feed (GLFEED) and the
      *> reconciliation can account for them.
      *>
      *> PLRTRAN card layout (80 bytes):
      *>   1-6   action     ENROLL / SUSPND / REINST / CLOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLRAUDIT-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYR-TRAN-FILE.
       FD  PLYR-AUDIT-FILE.
       01  PA-AUDIT-LINE             PIC X(90).

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY PLRAUDIT.
       COPY TRANLOG.

       01  WS-PLRTRAN-STATUS         PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-PLRAUDIT-STATUS        PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
               DISPLAY "[ERROR] Unable to open PLRAUDIT, status: "
                   WS-PLRAUDIT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN EXTEND TRAN-LOG-FILE
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRAN-LOG-FILE
           END-IF
           IF WS-TRANLOG-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open TRANLOG, status: "
                   WS-TRANLOG-STATUS
               SET WS-ABORT TO TRUE
           END-IF.

       100-PROCESS-TRAN.
                           ADD 1 TO WS-ENROLLS-APPLIED
                           MOVE "Player enrolled" TO WS-REJECT-REASON
                           PERFORM 700-WRITE-AUDIT-RECORD
                           PERFORM 710-WRITE-LOG-RECORD
                   END-WRITE
           END-EVALUATE.

           MOVE PA-AUDIT-RECORD TO PA-AUDIT-LINE
           WRITE PA-AUDIT-LINE.

       710-WRITE-LOG-RECORD.
           MOVE PA-TIMESTAMP TO TL-TIMESTAMP
           MOVE PM-PLAYER-ID TO TL-PLAYER-ID
           MOVE "ENROLL" TO TL-EVENT-TYPE
           MOVE SPACES TO TL-ITEM-CODE
           MOVE 0 TO TL-QUANTITY
           MOVE 0 TO TL-SCORE-BEFORE
           MOVE PM-SCORE TO TL-SCORE-AFTER
           MOVE 0 TO TL-HP-BEFORE
           MOVE PM-HP TO TL-HP-AFTER
           MOVE "Account opened" TO TL-MESSAGE
           MOVE SPACES TO TL-XFER-REF
           MOVE SPACES TO TL-PROMO-CODE
           MOVE SPACES TO TL-ORDER-REF
           MOVE TL-LOG-RECORD TO TL-LOG-LINE
           WRITE TL-LOG-LINE.

       900-PRINT-SUMMARY.
           DISPLAY "---------------------------------------------"
           DISPLAY "Transactions read : " WS-TRANS-READ
       950-CLOSE-FILES.
           CLOSE PLYR-TRAN-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE PLYR-AUDIT-FILE
           CLOSE TRAN-LOG-FILE.
