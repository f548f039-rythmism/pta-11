       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSERN.
       author. PTA-11 ENGINE LINKER.

      *> Points-earning feed. Reads the game side's daily results
      *> file (GAMERSLT, one card per points award) and credits each
      *> award to PM-SCORE on the player master, writing an EARN
      *> record to TRANLOG per credit with the before/after images
      *> and the game session reference in TL-ORDER-REF. Credits
      *> therefore reach the master through the trail like every
      *> other balance movement, and SHOPRCN, PLRINQ, PLRSTM and
      *> TRNARCH's summary all see them.
      *>
      *> Refused (listed on EARNRPT, never posted, not logged):
      *>   - player not on the master, or suspended or closed,
      *>   - points not numeric or zero, session reference blank,
      *>   - a credit that would lift the balance past WS-SCORE-MAX
      *>     (SHOP's linkage ceiling -- see PRICING.cpy),
      *>   - a session/player pair already registered on ERNPOST
      *>     (a resent results file, or the same card twice).
      *>
      *> GAMERSLT card layout (80 bytes):
      *>   1-10  player ID
      *>   11-19 points earned (9 digits, zero-filled)
      *>   20-31 game/session reference
      *>   32-57 game timestamp
      *>
      *> A credit posted to the master whose ERNPOST registration
      *> then fails is listed as an error: it stands (the EARN record
      *> is still written), but nothing now stops a resend of that
      *> session crediting the player again, so the pair must be
      *> registered by hand before GAMERSLT is resubmitted.
      *>
      *> RC 0 all results posted, RC 4 at least one result refused,
      *> RC 8 a master rewrite or ERNPOST registration failed, RC 12
      *> aborted on a file open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RSLT-FILE ASSIGN TO "GAMERSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMERSLT-STATUS.

           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT EARN-POST-FILE ASSIGN TO "ERNPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EP-POSTED-KEY
               FILE STATUS IS WS-ERNPOST-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT EARN-RPT-FILE ASSIGN TO "EARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RSLT-FILE.
       01  GR-RESULT-CARD.
           05  GR-PLAYER-ID          PIC X(10).
           05  GR-POINTS             PIC X(9).
           05  GR-SESSION-REF        PIC X(12).
           05  GR-GAME-TIMESTAMP     PIC X(26).
           05  FILLER                PIC X(23).

       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  EARN-POST-FILE.
       COPY ERNPOST.

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  EARN-RPT-FILE.
       01  ER-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY TRANLOG.

       01  WS-GAMERSLT-STATUS        PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-ERNPOST-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-EARNRPT-STATUS         PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-VALID-TRAN-SW          PIC X(1) VALUE "Y".
           88  WS-VALID-TRAN             VALUE "Y".
           88  WS-INVALID-TRAN            VALUE "N".

       01  WS-REJECT-REASON          PIC X(40).
       01  WS-POINTS                 PIC 9(9).
       01  WS-SCORE-BEFORE           PIC S9(9) COMP-5.
       01  WS-NEW-SCORE              PIC S9(9) COMP-5.
       01  WS-POST-TIMESTAMP         PIC X(26).

       01  WS-SUMMARY.
           05  WS-RESULTS-READ        PIC 9(9) VALUE 0.
           05  WS-CREDITS-POSTED      PIC 9(9) VALUE 0.
           05  WS-POINTS-CREDITED     PIC 9(9) VALUE 0.
           05  WS-REJ-STATUS          PIC 9(9) VALUE 0.
           05  WS-REJ-CEILING         PIC 9(9) VALUE 0.
           05  WS-REJ-DUPLICATE       PIC 9(9) VALUE 0.
           05  WS-REJ-OTHER           PIC 9(9) VALUE 0.
           05  WS-RESULTS-REJECTED    PIC 9(9) VALUE 0.
           05  WS-REWRITE-ERRORS      PIC 9(9) VALUE 0.
           05  WS-REGISTER-ERRORS     PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 POINTS EARNING FEED    ".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(12) VALUE "PLAYER ID".
           05  FILLER                PIC X(14) VALUE "SESSION REF".
           05  FILLER                PIC X(28) VALUE "GAME TIMESTAMP".
           05  FILLER                PIC X(11) VALUE "     POINTS".
           05  FILLER                PIC X(67) VALUE "  REASON".

       01  WS-DETAIL-LINE.
           05  WD-PLAYER-ID          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-SESSION-REF        PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-GAME-TIMESTAMP     PIC X(26).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-POINTS             PIC X(11).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-REASON             PIC X(40).
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== PTSERN: POINTS EARNING FEED ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-PRINT-HEADINGS

               PERFORM UNTIL WS-EOF
                   READ GAME-RSLT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 100-PROCESS-RESULT
                   END-READ
               END-PERFORM

               PERFORM 900-PRINT-CONTROL-TOTALS
               PERFORM 910-SET-RETURN-CODE
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT GAME-RSLT-FILE
           IF WS-GAMERSLT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open GAMERSLT, status: "
                   WS-GAMERSLT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PLYR-MSTR-FILE
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRMSTR, status: "
                   WS-PLYRMSTR-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O EARN-POST-FILE
           IF WS-ERNPOST-STATUS = "35"
               CLOSE EARN-POST-FILE
               OPEN OUTPUT EARN-POST-FILE
               CLOSE EARN-POST-FILE
               OPEN I-O EARN-POST-FILE
           END-IF
           IF WS-ERNPOST-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open ERNPOST, status: "
                   WS-ERNPOST-STATUS
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
           END-IF

           OPEN OUTPUT EARN-RPT-FILE
           IF WS-EARNRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open EARNRPT, status: "
                   WS-EARNRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF.

       020-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-HEADING-1 TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE SPACES TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE WS-HEADING-2 TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE SPACES TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       100-PROCESS-RESULT.
           ADD 1 TO WS-RESULTS-READ
           SET WS-VALID-TRAN TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 110-VALIDATE-RESULT
           IF WS-VALID-TRAN
               PERFORM 120-CHECK-DUPLICATE
           END-IF
           IF WS-VALID-TRAN
               PERFORM 130-LOOKUP-PLAYER
           END-IF
           IF WS-VALID-TRAN
               PERFORM 200-POST-CREDIT
           END-IF.

       110-VALIDATE-RESULT.
           EVALUATE TRUE
               WHEN GR-PLAYER-ID = SPACES
                   MOVE "[REJECTED] Player ID missing"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-OTHER
                   PERFORM 600-REJECT-RESULT
               WHEN GR-POINTS NOT NUMERIC
                   MOVE "[REJECTED] Points not numeric"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-OTHER
                   PERFORM 600-REJECT-RESULT
               WHEN GR-POINTS = ZERO
                   MOVE "[REJECTED] Points earned is zero"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-OTHER
                   PERFORM 600-REJECT-RESULT
               WHEN GR-SESSION-REF = SPACES
                   MOVE "[REJECTED] Session reference missing"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-OTHER
                   PERFORM 600-REJECT-RESULT
               WHEN OTHER
                   MOVE GR-POINTS TO WS-POINTS
           END-EVALUATE.

       120-CHECK-DUPLICATE.
           MOVE GR-SESSION-REF TO EP-SESSION-REF
           MOVE GR-PLAYER-ID TO EP-PLAYER-ID
           READ EARN-POST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "[REJECTED] Session already posted"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-DUPLICATE
                   PERFORM 600-REJECT-RESULT
           END-READ.

       130-LOOKUP-PLAYER.
           MOVE GR-PLAYER-ID TO PM-PLAYER-ID
           READ PLYR-MSTR-FILE
               INVALID KEY
                   MOVE "[REJECTED] Player not on master"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-OTHER
                   PERFORM 600-REJECT-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PM-STATUS-SUSPENDED
                           MOVE "[REJECTED] Account is suspended"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-REJ-STATUS
                           PERFORM 600-REJECT-RESULT
                       WHEN PM-STATUS-CLOSED
                           MOVE "[REJECTED] Account is closed"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-REJ-STATUS
                           PERFORM 600-REJECT-RESULT
                       WHEN PM-SCORE + WS-POINTS > WS-SCORE-MAX
                           MOVE
                               "[REJECTED] Credit exceeds score maximum"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-REJ-CEILING
                           PERFORM 600-REJECT-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       200-POST-CREDIT.
      *>   Master first, then the replay registration, then the
      *>   trail: a failed rewrite posts nothing, so neither ERNPOST
      *>   nor TRANLOG ever claims a credit the master does not hold.
           MOVE FUNCTION CURRENT-DATE TO WS-POST-TIMESTAMP
           MOVE PM-SCORE TO WS-SCORE-BEFORE
           COMPUTE WS-NEW-SCORE = PM-SCORE + WS-POINTS
           MOVE WS-NEW-SCORE TO PM-SCORE
           REWRITE PM-PLAYER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   MOVE "[ERROR] Master rewrite failed"
                       TO WS-REJECT-REASON
                   PERFORM 610-PRINT-DETAIL
                   DISPLAY WS-REJECT-REASON " - player: "
                       GR-PLAYER-ID
               NOT INVALID KEY
                   PERFORM 210-REGISTER-SESSION
                   PERFORM 700-WRITE-LOG-RECORD
                   ADD 1 TO WS-CREDITS-POSTED
                   ADD WS-POINTS TO WS-POINTS-CREDITED
           END-REWRITE.

       210-REGISTER-SESSION.
           MOVE GR-SESSION-REF TO EP-SESSION-REF
           MOVE GR-PLAYER-ID TO EP-PLAYER-ID
           MOVE WS-POINTS TO EP-POINTS
           MOVE GR-GAME-TIMESTAMP TO EP-GAME-TIMESTAMP
           MOVE WS-POST-TIMESTAMP TO EP-POSTED-TIMESTAMP
           WRITE EP-POSTED-RECORD
               INVALID KEY
                   ADD 1 TO WS-REGISTER-ERRORS
                   MOVE "[ERROR] Posted - ERNPOST write failed"
                       TO WS-REJECT-REASON
                   PERFORM 610-PRINT-DETAIL
                   DISPLAY "[ERROR] Unable to register session "
                       GR-SESSION-REF " for " GR-PLAYER-ID
                       ", status: " WS-ERNPOST-STATUS
           END-WRITE.

       600-REJECT-RESULT.
           SET WS-INVALID-TRAN TO TRUE
           ADD 1 TO WS-RESULTS-REJECTED
           DISPLAY WS-REJECT-REASON " - player: " GR-PLAYER-ID
           PERFORM 610-PRINT-DETAIL.

       610-PRINT-DETAIL.
           MOVE GR-PLAYER-ID TO WD-PLAYER-ID
           MOVE GR-SESSION-REF TO WD-SESSION-REF
           MOVE GR-GAME-TIMESTAMP TO WD-GAME-TIMESTAMP
           MOVE GR-POINTS TO WD-POINTS
           MOVE WS-REJECT-REASON TO WD-REASON
           MOVE WS-DETAIL-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       700-WRITE-LOG-RECORD.
           MOVE WS-POST-TIMESTAMP TO TL-TIMESTAMP
           MOVE GR-PLAYER-ID TO TL-PLAYER-ID
           MOVE "EARN" TO TL-EVENT-TYPE
           MOVE SPACES TO TL-ITEM-CODE
           MOVE 0 TO TL-QUANTITY
           MOVE WS-SCORE-BEFORE TO TL-SCORE-BEFORE
           MOVE PM-SCORE TO TL-SCORE-AFTER
           MOVE PM-HP TO TL-HP-BEFORE
           MOVE PM-HP TO TL-HP-AFTER
           MOVE "Points earned" TO TL-MESSAGE
           MOVE SPACES TO TL-XFER-REF
           MOVE SPACES TO TL-PROMO-CODE
           MOVE GR-SESSION-REF TO TL-ORDER-REF
           MOVE TL-LOG-RECORD TO TL-LOG-LINE
           WRITE TL-LOG-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "CONTROL TOTALS" TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "RESULTS READ        : " TO WT-LABEL
           MOVE WS-RESULTS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "CREDITS POSTED      : " TO WT-LABEL
           MOVE WS-CREDITS-POSTED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POINTS CREDITED     : " TO WT-LABEL
           MOVE WS-POINTS-CREDITED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REJ SUSPEND/CLOSED  : " TO WT-LABEL
           MOVE WS-REJ-STATUS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REJ SCORE CEILING   : " TO WT-LABEL
           MOVE WS-REJ-CEILING TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REJ ALREADY POSTED  : " TO WT-LABEL
           MOVE WS-REJ-DUPLICATE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REJ OTHER           : " TO WT-LABEL
           MOVE WS-REJ-OTHER TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "RESULTS REJECTED    : " TO WT-LABEL
           MOVE WS-RESULTS-REJECTED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REWRITE ERRORS      : " TO WT-LABEL
           MOVE WS-REWRITE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REGISTER ERRORS     : " TO WT-LABEL
           MOVE WS-REGISTER-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "---------------------------------------------"
           DISPLAY "Results read      : " WS-RESULTS-READ
           DISPLAY "Credits posted    : " WS-CREDITS-POSTED
           DISPLAY "Points credited   : " WS-POINTS-CREDITED
           DISPLAY "Results rejected  : " WS-RESULTS-REJECTED
           DISPLAY "Rewrite errors    : " WS-REWRITE-ERRORS
           DISPLAY "Register errors   : " WS-REGISTER-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       910-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REWRITE-ERRORS > 0
                   OR WS-REGISTER-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RESULTS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       950-CLOSE-FILES.
           CLOSE GAME-RSLT-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE EARN-POST-FILE
           CLOSE TRAN-LOG-FILE
           CLOSE EARN-RPT-FILE.
