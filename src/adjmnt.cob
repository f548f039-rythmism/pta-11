       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.
       author. PTA-11 ENGINE LINKER.

      *> Manual balance adjustments under two-person control. When a
      *> dispute goes the player's way, customer service keys an
      *> adjustment request (REQST) onto the pending-adjustments
      *> file; a DIFFERENT operator approves (APPRVE) or declines
      *> (DECLIN) it in a later run. Only an approved request posts:
      *> the player master is rewritten, an ADJUST event goes to
      *> TRANLOG with the before/after images and the disputed
      *> order reference (so SHOPRCN balances it like any other
      *> movement), and the pending record is stamped with the
      *> checker. Every attempt, applied or rejected, is appended
      *> to ADJAUDIT the same way PLRMNT appends to PLRAUDIT.
      *>
      *> Refused on approval or decline (the request stays pending,
      *> so another operator can act on it in a later run):
      *>   - checker is the operator who keyed the request,
      *>   - request was keyed in this same run,
      *> and on approval only:
      *>   - player no longer on the master, or account closed,
      *>   - resulting score above WS-SCORE-MAX or HP above
      *>     WS-HP-MAX * 10 (SHOP's linkage ceilings -- see
      *>     PRICING.cpy), or either balance below zero.
      *>
      *> ADJTRAN card layout (80 bytes):
      *>   1-6   action       REQST / APPRVE / DECLIN
      *>   7-16  adjustment ID (CS case number)
      *>   17-24 operator ID
      *>   REQST only:
      *>   25-34 player ID
      *>   35-44 score delta: sign (+, - or blank) and 9 digits
      *>   45-54 HP delta:    sign (+, - or blank) and 9 digits
      *>   55-58 reason code
      *>   59-70 disputed order reference (TL-ORDER-REF)
      *>
      *> An approval posted to the master and TRANLOG whose pending
      *> record then fails to rewrite is audited "[ERROR] Posted -
      *> ADJPEND not updated" and named on SYSOUT: the request still
      *> reads pending, so it must be marked approved by hand before
      *> anyone approves it again, or the delta posts twice.
      *>
      *> RC 0 all cards applied, RC 4 at least one card rejected,
      *> RC 8 a master or pending-record rewrite failed, RC 12
      *> aborted on a file open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-TRAN-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJTRAN-STATUS.

           SELECT ADJ-PEND-FILE ASSIGN TO "ADJPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJ-ADJ-ID
               FILE STATUS IS WS-ADJPEND-STATUS.

           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-TRAN-FILE.
       01  AT-TRAN-CARD.
           05  AT-ACTION             PIC X(6).
           05  AT-ADJ-ID             PIC X(10).
           05  AT-OPERATOR-ID        PIC X(8).
           05  AT-PLAYER-ID          PIC X(10).
           05  AT-SCORE-DELTA.
               10  AT-SCORE-SIGN     PIC X(1).
               10  AT-SCORE-DIGITS   PIC X(9).
           05  AT-HP-DELTA.
               10  AT-HP-SIGN        PIC X(1).
               10  AT-HP-DIGITS      PIC X(9).
           05  AT-REASON-CODE        PIC X(4).
           05  AT-ORDER-REF          PIC X(12).
           05  FILLER                PIC X(10).

       FD  ADJ-PEND-FILE.
       COPY ADJPEND.

       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  ADJ-AUDIT-FILE.
       01  AU-AUDIT-LINE             PIC X(140).

       WORKING-STORAGE SECTION.
       COPY PRICING.
       COPY TRANLOG.
       COPY ADJAUDIT.

       01  WS-ADJTRAN-STATUS         PIC X(2).
       01  WS-ADJPEND-STATUS         PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-ADJAUDIT-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-VALID-TRAN-SW          PIC X(1) VALUE "Y".
           88  WS-VALID-TRAN             VALUE "Y".
           88  WS-INVALID-TRAN            VALUE "N".

       01  WS-PEND-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-PEND-FOUND             VALUE "Y".
           88  WS-PEND-NOT-FOUND          VALUE "N".

       01  WS-PEND-UPDATE-SW         PIC X(1) VALUE "Y".
           88  WS-PEND-UPDATED           VALUE "Y".
           88  WS-PEND-UPDATE-FAILED     VALUE "N".

       01  WS-REJECT-REASON          PIC X(40).
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-NOW-TIMESTAMP          PIC X(26).
       01  WS-DELTA-DIGITS           PIC 9(9).
       01  WS-SCORE-DELTA            PIC S9(9).
       01  WS-HP-DELTA               PIC S9(9).
       01  WS-SCORE-BEFORE           PIC S9(9) COMP-5.
       01  WS-HP-BEFORE              PIC S9(9) COMP-5.
       01  WS-NEW-SCORE              PIC S9(10) COMP-5.
       01  WS-NEW-HP                 PIC S9(10) COMP-5.

       01  WS-ADJUST-MESSAGE.
           05  FILLER                PIC X(20) VALUE
               "Adjustment - reason ".
           05  WM-REASON-CODE        PIC X(4).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-SUMMARY.
           05  WS-TRANS-READ          PIC 9(9) VALUE 0.
           05  WS-REQUESTS-KEYED      PIC 9(9) VALUE 0.
           05  WS-ADJUSTS-POSTED      PIC 9(9) VALUE 0.
           05  WS-ADJUSTS-DECLINED    PIC 9(9) VALUE 0.
           05  WS-TRANS-REJECTED      PIC 9(9) VALUE 0.
           05  WS-REWRITE-ERRORS      PIC 9(9) VALUE 0.
           05  WS-PEND-ERRORS         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== ADJMNT: BALANCE ADJUSTMENTS ====="
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ADJ-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 100-PROCESS-TRAN
                   END-READ
               END-PERFORM

               PERFORM 900-PRINT-SUMMARY
               EVALUATE TRUE
                   WHEN WS-REWRITE-ERRORS > 0
                       OR WS-PEND-ERRORS > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-TRANS-REJECTED > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT ADJ-TRAN-FILE
           IF WS-ADJTRAN-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open ADJTRAN, status: "
                   WS-ADJTRAN-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O ADJ-PEND-FILE
           IF WS-ADJPEND-STATUS = "35"
               CLOSE ADJ-PEND-FILE
               OPEN OUTPUT ADJ-PEND-FILE
               CLOSE ADJ-PEND-FILE
               OPEN I-O ADJ-PEND-FILE
           END-IF
           IF WS-ADJPEND-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open ADJPEND, status: "
                   WS-ADJPEND-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PLYR-MSTR-FILE
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRMSTR, status: "
                   WS-PLYRMSTR-STATUS
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

           OPEN EXTEND ADJ-AUDIT-FILE
           IF WS-ADJAUDIT-STATUS = "35"
               OPEN OUTPUT ADJ-AUDIT-FILE
           END-IF
           IF WS-ADJAUDIT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open ADJAUDIT, status: "
                   WS-ADJAUDIT-STATUS
               SET WS-ABORT TO TRUE
           END-IF.

       100-PROCESS-TRAN.
           ADD 1 TO WS-TRANS-READ
           SET WS-VALID-TRAN TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO AU-PLAYER-ID
           MOVE 0 TO WS-SCORE-DELTA
           MOVE 0 TO WS-HP-DELTA
           MOVE SPACES TO AU-REASON-CODE
           MOVE SPACES TO AU-ORDER-REF

           PERFORM 110-VALIDATE-COMMON

           IF WS-VALID-TRAN
               PERFORM 120-LOOKUP-PENDING
               EVALUATE AT-ACTION
                   WHEN "REQST"
                       PERFORM 200-KEY-REQUEST
                   WHEN "APPRVE"
                       PERFORM 300-APPROVE-REQUEST
                   WHEN "DECLIN"
                       PERFORM 400-DECLINE-REQUEST
               END-EVALUATE
           ELSE
               PERFORM 600-REJECT-TRAN
           END-IF.

       110-VALIDATE-COMMON.
           IF AT-ACTION NOT = "REQST" AND
               AT-ACTION NOT = "APPRVE" AND
               AT-ACTION NOT = "DECLIN"
               SET WS-INVALID-TRAN TO TRUE
               MOVE "[REJECTED] Unknown action" TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-TRAN AND AT-ADJ-ID = SPACES
               SET WS-INVALID-TRAN TO TRUE
               MOVE "[REJECTED] Adjustment ID missing"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-TRAN AND AT-OPERATOR-ID = SPACES
               SET WS-INVALID-TRAN TO TRUE
               MOVE "[REJECTED] Operator ID missing"
                   TO WS-REJECT-REASON
           END-IF.

       120-LOOKUP-PENDING.
           MOVE AT-ADJ-ID TO AJ-ADJ-ID
           READ ADJ-PEND-FILE
               INVALID KEY
                   SET WS-PEND-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-PEND-FOUND TO TRUE
                   MOVE AJ-PLAYER-ID TO AU-PLAYER-ID
                   MOVE AJ-SCORE-DELTA TO WS-SCORE-DELTA
                   MOVE AJ-HP-DELTA TO WS-HP-DELTA
                   MOVE AJ-REASON-CODE TO AU-REASON-CODE
                   MOVE AJ-ORDER-REF TO AU-ORDER-REF
           END-READ.

       200-KEY-REQUEST.
           MOVE AT-PLAYER-ID TO AU-PLAYER-ID
           MOVE AT-REASON-CODE TO AU-REASON-CODE
           MOVE AT-ORDER-REF TO AU-ORDER-REF
           EVALUATE TRUE
               WHEN WS-PEND-FOUND
                   MOVE "[REJECTED] Adjustment ID already on file"
                       TO WS-REJECT-REASON
                   MOVE AT-PLAYER-ID TO AU-PLAYER-ID
                   PERFORM 600-REJECT-TRAN
               WHEN AT-PLAYER-ID = SPACES
                   MOVE "[REJECTED] Player ID missing"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AT-REASON-CODE = SPACES
                   MOVE "[REJECTED] Reason code missing"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN OTHER
                   PERFORM 210-EDIT-DELTAS
                   IF WS-VALID-TRAN
                       PERFORM 220-CHECK-PLAYER-KNOWN
                   END-IF
                   IF WS-VALID-TRAN
                       PERFORM 230-WRITE-PENDING
                   END-IF
           END-EVALUATE.

       210-EDIT-DELTAS.
           EVALUATE TRUE
               WHEN AT-SCORE-DELTA NOT = SPACES AND
                   ((AT-SCORE-SIGN NOT = "+" AND
                     AT-SCORE-SIGN NOT = "-" AND
                     AT-SCORE-SIGN NOT = SPACE) OR
                    AT-SCORE-DIGITS NOT NUMERIC)
                   MOVE "[REJECTED] Score delta not numeric"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AT-HP-DELTA NOT = SPACES AND
                   ((AT-HP-SIGN NOT = "+" AND
                     AT-HP-SIGN NOT = "-" AND
                     AT-HP-SIGN NOT = SPACE) OR
                    AT-HP-DIGITS NOT NUMERIC)
                   MOVE "[REJECTED] HP delta not numeric"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN OTHER
                   IF AT-SCORE-DELTA NOT = SPACES
                       MOVE AT-SCORE-DIGITS TO WS-DELTA-DIGITS
                       IF AT-SCORE-SIGN = "-"
                           COMPUTE WS-SCORE-DELTA = 0 - WS-DELTA-DIGITS
                       ELSE
                           MOVE WS-DELTA-DIGITS TO WS-SCORE-DELTA
                       END-IF
                   END-IF
                   IF AT-HP-DELTA NOT = SPACES
                       MOVE AT-HP-DIGITS TO WS-DELTA-DIGITS
                       IF AT-HP-SIGN = "-"
                           COMPUTE WS-HP-DELTA = 0 - WS-DELTA-DIGITS
                       ELSE
                           MOVE WS-DELTA-DIGITS TO WS-HP-DELTA
                       END-IF
                   END-IF
                   IF WS-SCORE-DELTA = 0 AND WS-HP-DELTA = 0
                       MOVE "[REJECTED] No score or HP delta keyed"
                           TO WS-REJECT-REASON
                       PERFORM 600-REJECT-TRAN
                   END-IF
           END-EVALUATE.

       220-CHECK-PLAYER-KNOWN.
           MOVE AT-PLAYER-ID TO PM-PLAYER-ID
           READ PLYR-MSTR-FILE
               INVALID KEY
                   MOVE "[REJECTED] Player not on master"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               NOT INVALID KEY
                   IF PM-STATUS-CLOSED
                       MOVE "[REJECTED] Account is closed"
                           TO WS-REJECT-REASON
                       PERFORM 600-REJECT-TRAN
                   END-IF
           END-READ.

       230-WRITE-PENDING.
           MOVE AT-ADJ-ID TO AJ-ADJ-ID
           MOVE AT-PLAYER-ID TO AJ-PLAYER-ID
           MOVE WS-SCORE-DELTA TO AJ-SCORE-DELTA
           MOVE WS-HP-DELTA TO AJ-HP-DELTA
           MOVE AT-REASON-CODE TO AJ-REASON-CODE
           MOVE AT-ORDER-REF TO AJ-ORDER-REF
           SET AJ-STATUS-PENDING TO TRUE
           MOVE AT-OPERATOR-ID TO AJ-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO AJ-KEYED-TIMESTAMP
           MOVE SPACES TO AJ-CHECKER-ID
           MOVE SPACES TO AJ-DECIDED-TIMESTAMP
           WRITE AJ-PENDING-RECORD
               INVALID KEY
                   MOVE "[REJECTED] Pending write failed"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-KEYED
                   MOVE "Adjustment keyed - awaiting approval"
                       TO WS-REJECT-REASON
                   PERFORM 700-WRITE-AUDIT-RECORD
           END-WRITE.

       300-APPROVE-REQUEST.
      *>   The keyed-this-run test compares against the run's own
      *>   start time: a maker cannot slip an approval under a
      *>   second operator ID on the card behind the request.
           EVALUATE TRUE
               WHEN WS-PEND-NOT-FOUND
                   MOVE "[REJECTED] Adjustment not on file"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN NOT AJ-STATUS-PENDING
                   MOVE "[REJECTED] Adjustment already decided"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AT-OPERATOR-ID = AJ-MAKER-ID
                   MOVE "[REJECTED] Approver keyed the request"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AJ-KEYED-TIMESTAMP NOT < WS-RUN-TIMESTAMP
                   MOVE "[REJECTED] Same run as request keyed"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN OTHER
                   PERFORM 310-CHECK-PLAYER-LIMITS
                   IF WS-VALID-TRAN
                       PERFORM 320-POST-ADJUSTMENT
                   END-IF
           END-EVALUATE.

       310-CHECK-PLAYER-LIMITS.
           MOVE AJ-PLAYER-ID TO PM-PLAYER-ID
           READ PLYR-MSTR-FILE
               INVALID KEY
                   MOVE "[REJECTED] Player not on master"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               NOT INVALID KEY
                   COMPUTE WS-NEW-SCORE = PM-SCORE + AJ-SCORE-DELTA
                   COMPUTE WS-NEW-HP = PM-HP + AJ-HP-DELTA
                   EVALUATE TRUE
                       WHEN PM-STATUS-CLOSED
                           MOVE "[REJECTED] Account is closed"
                               TO WS-REJECT-REASON
                           PERFORM 600-REJECT-TRAN
                       WHEN WS-NEW-SCORE > WS-SCORE-MAX
                           MOVE "[REJECTED] Score would exceed maximum"
                               TO WS-REJECT-REASON
                           PERFORM 600-REJECT-TRAN
                       WHEN WS-NEW-HP > WS-HP-MAX * 10
                           MOVE "[REJECTED] HP would exceed maximum"
                               TO WS-REJECT-REASON
                           PERFORM 600-REJECT-TRAN
                       WHEN WS-NEW-SCORE < 0
                           MOVE "[REJECTED] Score would go negative"
                               TO WS-REJECT-REASON
                           PERFORM 600-REJECT-TRAN
                       WHEN WS-NEW-HP < 0
                           MOVE "[REJECTED] HP would go negative"
                               TO WS-REJECT-REASON
                           PERFORM 600-REJECT-TRAN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       320-POST-ADJUSTMENT.
      *>   Master first: the trail and the case record only ever
      *>   claim an adjustment the master actually holds.
           MOVE PM-SCORE TO WS-SCORE-BEFORE
           MOVE PM-HP TO WS-HP-BEFORE
           MOVE WS-NEW-SCORE TO PM-SCORE
           MOVE WS-NEW-HP TO PM-HP
           REWRITE PM-PLAYER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   MOVE "[REJECTED] Master rewrite failed"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               NOT INVALID KEY
                   PERFORM 330-WRITE-LOG-RECORD
                   MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
                   SET AJ-STATUS-APPROVED TO TRUE
                   MOVE AT-OPERATOR-ID TO AJ-CHECKER-ID
                   MOVE WS-NOW-TIMESTAMP TO AJ-DECIDED-TIMESTAMP
                   PERFORM 650-REWRITE-PENDING
                   ADD 1 TO WS-ADJUSTS-POSTED
                   IF WS-PEND-UPDATE-FAILED
                       MOVE "[ERROR] Posted - ADJPEND not updated"
                           TO WS-REJECT-REASON
                       DISPLAY "[ERROR] Adjustment " AJ-ADJ-ID
                           " posted but still pending on ADJPEND -"
                           " mark approved before any re-approval"
                   ELSE
                       MOVE "Adjustment approved and posted"
                           TO WS-REJECT-REASON
                   END-IF
                   PERFORM 700-WRITE-AUDIT-RECORD
           END-REWRITE.

       330-WRITE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO TL-TIMESTAMP
           MOVE AJ-PLAYER-ID TO TL-PLAYER-ID
           MOVE "ADJUST" TO TL-EVENT-TYPE
           MOVE SPACES TO TL-ITEM-CODE
           MOVE 0 TO TL-QUANTITY
           MOVE WS-SCORE-BEFORE TO TL-SCORE-BEFORE
           MOVE PM-SCORE TO TL-SCORE-AFTER
           MOVE WS-HP-BEFORE TO TL-HP-BEFORE
           MOVE PM-HP TO TL-HP-AFTER
           MOVE AJ-REASON-CODE TO WM-REASON-CODE
           MOVE WS-ADJUST-MESSAGE TO TL-MESSAGE
           MOVE SPACES TO TL-XFER-REF
           MOVE SPACES TO TL-PROMO-CODE
           MOVE AJ-ORDER-REF TO TL-ORDER-REF
           MOVE TL-LOG-RECORD TO TL-LOG-LINE
           WRITE TL-LOG-LINE.

       400-DECLINE-REQUEST.
      *>   A decline is a checker's decision like an approval, so
      *>   it takes the same second operator in a later run: a
      *>   request keyed in error is declined by another operator,
      *>   never withdrawn by its maker.
           EVALUATE TRUE
               WHEN WS-PEND-NOT-FOUND
                   MOVE "[REJECTED] Adjustment not on file"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN NOT AJ-STATUS-PENDING
                   MOVE "[REJECTED] Adjustment already decided"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AT-OPERATOR-ID = AJ-MAKER-ID
                   MOVE "[REJECTED] Decliner keyed the request"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN AJ-KEYED-TIMESTAMP NOT < WS-RUN-TIMESTAMP
                   MOVE "[REJECTED] Same run as request keyed"
                       TO WS-REJECT-REASON
                   PERFORM 600-REJECT-TRAN
               WHEN OTHER
                   SET AJ-STATUS-DECLINED TO TRUE
                   MOVE AT-OPERATOR-ID TO AJ-CHECKER-ID
                   MOVE FUNCTION CURRENT-DATE TO AJ-DECIDED-TIMESTAMP
                   PERFORM 650-REWRITE-PENDING
                   IF WS-VALID-TRAN
                       ADD 1 TO WS-ADJUSTS-DECLINED
                       MOVE "Adjustment declined" TO WS-REJECT-REASON
                       PERFORM 700-WRITE-AUDIT-RECORD
                   ELSE
                       MOVE "[ERROR] Decline - ADJPEND not updated"
                           TO WS-REJECT-REASON
                       PERFORM 700-WRITE-AUDIT-RECORD
                   END-IF
           END-EVALUATE.

       600-REJECT-TRAN.
           SET WS-INVALID-TRAN TO TRUE
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY WS-REJECT-REASON " - adjustment: " AT-ADJ-ID
           PERFORM 700-WRITE-AUDIT-RECORD.

       650-REWRITE-PENDING.
           SET WS-PEND-UPDATED TO TRUE
           REWRITE AJ-PENDING-RECORD
               INVALID KEY
                   DISPLAY "[ERROR] Unable to update pending record "
                       AJ-ADJ-ID ", status: " WS-ADJPEND-STATUS
                   ADD 1 TO WS-PEND-ERRORS
                   SET WS-PEND-UPDATE-FAILED TO TRUE
                   SET WS-INVALID-TRAN TO TRUE
           END-REWRITE.

       700-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE AT-ACTION TO AU-ACTION
           MOVE AT-ADJ-ID TO AU-ADJ-ID
           MOVE AT-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-SCORE-DELTA TO AU-SCORE-DELTA
           MOVE WS-HP-DELTA TO AU-HP-DELTA
           MOVE WS-REJECT-REASON TO AU-MESSAGE
           MOVE AU-AUDIT-RECORD TO AU-AUDIT-LINE
           WRITE AU-AUDIT-LINE.

       900-PRINT-SUMMARY.
           DISPLAY "---------------------------------------------"
           DISPLAY "Transactions read : " WS-TRANS-READ
           DISPLAY "Requests keyed    : " WS-REQUESTS-KEYED
           DISPLAY "Adjustments posted: " WS-ADJUSTS-POSTED
           DISPLAY "Requests declined : " WS-ADJUSTS-DECLINED
           DISPLAY "Rejected          : " WS-TRANS-REJECTED
           DISPLAY "Rewrite errors    : " WS-REWRITE-ERRORS
           DISPLAY "ADJPEND not updated: " WS-PEND-ERRORS
           DISPLAY "=============================================".

       950-CLOSE-FILES.
           CLOSE ADJ-TRAN-FILE
           CLOSE ADJ-PEND-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE TRAN-LOG-FILE
           CLOSE ADJ-AUDIT-FILE.
