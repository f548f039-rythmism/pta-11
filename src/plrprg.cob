       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRPRG.
       author. PTA-11 ENGINE LINKER.

      *> Closed-account retention purge. PLRMNT's CLOSE only flips
      *> PM-STATUS to "C", so a closed player's records otherwise
      *> stay on every player-keyed file for good. This run removes
      *> every trace of players closed longer than the retention
      *> period: PLYRMSTR, PLYRHIST, PURLEDG, DLYACTV, VELHIST,
      *> PRCORDS, ERNPOST and decided ADJPEND records, and the
      *> player's AUDBASE baselines (type "P" lifetime spend and type
      *> "L" ledger lines) so SHOPAUD does not report them as missing.
      *>
      *> The close date is the latest applied CLOSE on PLRAUDIT
      *> (old status not "C", new status "C"). A closed player with
      *> no such record is listed, never purged blind.
      *>
      *> A player past retention is refused, and listed, when any of
      *> these still holds:
      *>   - a non-zero points balance (PTSEXP forfeits dormant
      *>     balances on closed accounts; refunds pay back to it),
      *>   - non-zero hit points (nothing forfeits HP, and ADJMNT
      *>     rejects a closed account, so support reinstates, adjusts
      *>     and closes it again -- the retention clock restarts),
      *>   - an open backorder on BACKORD (BACKORD is therefore never
      *>     purged -- a queued order holds the account until BCKFIL
      *>     fills it),
      *>   - PURLEDG units still outstanding (refundable),
      *>   - an adjustment request still pending on ADJPEND (approve
      *>     or decline it in ADJMNT first),
      *>   - records for the player on the live TRANLOG (SHOPRCN
      *>     replays the log against PLYRMSTR and would report the
      *>     player missing every night until TRNARCH rolls the
      *>     records off -- a balance PTSEXP has just forfeited is
      *>     always held here for a month by its EXPIRE record).
      *> Before anything is removed the player's archive record
      *> (final balances, lifetime spend, ledger position) goes to
      *> PRGARCH. PLYRMSTR is removed last, so a player whose
      *> other deletes failed is still on the master for a rerun.
      *>
      *> PRGPARM card (optional):
      *>   1-2   retention in months after close (blank/zero = 24)
      *>   3-10  as-of date YYYYMMDD (blank = today)
      *>   11    P to purge; blank lists what would be purged and
      *>         removes nothing
      *>
      *> RC 0 clean, RC 4 players refused or with no close date, RC 8
      *> a delete or archive write failed, RC 12 aborted on a file
      *> open or the purge table filling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT PLYR-HIST-FILE ASSIGN TO "PLYRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PLAYER-ID
               FILE STATUS IS WS-PLYRHIST-STATUS.

           SELECT PUR-LEDG-FILE ASSIGN TO "PURLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LEDGER-KEY
               FILE STATUS IS WS-PURLEDG-STATUS.

           SELECT DLY-ACTV-FILE ASSIGN TO "DLYACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ACTIVITY-KEY
               FILE STATUS IS WS-DLYACTV-STATUS.

           SELECT VEL-HIST-FILE ASSIGN TO "VELHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-VELOCITY-KEY
               FILE STATUS IS WS-VELHIST-STATUS.

           SELECT PROC-ORD-FILE ASSIGN TO "PRCORDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-REF
               FILE STATUS IS WS-PRCORDS-STATUS.

           SELECT ADJ-PEND-FILE ASSIGN TO "ADJPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ADJ-ID
               FILE STATUS IS WS-ADJPEND-STATUS.

           SELECT EARN-POST-FILE ASSIGN TO "ERNPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-POSTED-KEY
               FILE STATUS IS WS-ERNPOST-STATUS.

           SELECT AUD-BASE-FILE ASSIGN TO "AUDBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BASELINE-KEY
               FILE STATUS IS WS-AUDBASE-STATUS.

           SELECT BACK-ORD-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT PLYR-AUDIT-FILE ASSIGN TO "PLRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLRAUDIT-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT PRG-ARCH-FILE ASSIGN TO "PRGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGARCH-STATUS.

           SELECT PRG-RPT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "PRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  PLYR-HIST-FILE.
       COPY PLYRHIST.

       FD  PUR-LEDG-FILE.
       COPY PURLEDG.

       FD  DLY-ACTV-FILE.
       COPY DLYACTV.

       FD  VEL-HIST-FILE.
       COPY VELHIST.

       FD  PROC-ORD-FILE.
       COPY PRCORDS.

       FD  ADJ-PEND-FILE.
       COPY ADJPEND.

       FD  EARN-POST-FILE.
       COPY ERNPOST.

       FD  AUD-BASE-FILE.
       COPY AUDBASE.

       FD  BACK-ORD-FILE.
       01  BO-BACKORD-LINE           PIC X(100).

       FD  PLYR-AUDIT-FILE.
       01  PA-AUDIT-LINE             PIC X(90).

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  PRG-ARCH-FILE.
       01  PG-ARCHIVE-LINE           PIC X(94).

       FD  PRG-RPT-FILE.
       01  PR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BACKORD.
       COPY PLRAUDIT.
       COPY PRGARCH.
       COPY TRANLOG.

       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-PLYRHIST-STATUS        PIC X(2).
       01  WS-PURLEDG-STATUS         PIC X(2).
       01  WS-DLYACTV-STATUS         PIC X(2).
       01  WS-VELHIST-STATUS         PIC X(2).
       01  WS-PRCORDS-STATUS         PIC X(2).
       01  WS-ADJPEND-STATUS         PIC X(2).
       01  WS-ERNPOST-STATUS         PIC X(2).
       01  WS-AUDBASE-STATUS         PIC X(2).
       01  WS-BACKORD-STATUS         PIC X(2).
       01  WS-PLRAUDIT-STATUS        PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-PRGARCH-STATUS         PIC X(2).
       01  WS-PRGRPT-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-SCAN-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SCAN-EOF               VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-ENTRY-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
           88  WS-ENTRY-NOT-FOUND        VALUE "N".

       01  WS-PURGE-MODE-SW          PIC X(1) VALUE "N".
           88  WS-PURGE-MODE             VALUE "Y".

       01  WS-DELETE-FAILED-SW       PIC X(1) VALUE "N".
           88  WS-DELETE-FAILED          VALUE "Y".

      *> Files that may not exist yet: a missing one simply holds
      *> nothing for the player.
       01  WS-VELHIST-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-VELHIST-OPEN-OK        VALUE "Y".
       01  WS-PRCORDS-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-PRCORDS-OPEN-OK        VALUE "Y".
       01  WS-ADJPEND-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-ADJPEND-OPEN-OK        VALUE "Y".
       01  WS-ERNPOST-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-ERNPOST-OPEN-OK        VALUE "Y".
       01  WS-AUDBASE-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-AUDBASE-OPEN-OK        VALUE "Y".
       01  WS-BACKORD-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-BACKORD-OPEN-OK        VALUE "Y".
       01  WS-PLRAUDIT-OPEN-SW       PIC X(1) VALUE "N".
           88  WS-PLRAUDIT-OPEN-OK       VALUE "Y".
       01  WS-TRANLOG-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-TRANLOG-OPEN-OK        VALUE "Y".

       01  WS-RETAIN-MONTHS          PIC 9(2) VALUE 24.
       01  WS-TODAY-YMD              PIC 9(8).
       01  WS-TODAY-YMD-R REDEFINES WS-TODAY-YMD.
           05  WS-TODAY-YYYY         PIC 9(4).
           05  WS-TODAY-MM           PIC 9(2).
           05  WS-TODAY-DD           PIC 9(2).
       01  WS-CUTOFF-DATE            PIC 9(8).
       01  WS-CUTOFF-INT             PIC 9(7) COMP-5.
       01  WS-CLOSE-DATE             PIC 9(8).
       01  WS-PURGE-TIMESTAMP        PIC X(26).

      *> Month arithmetic work area: WS-CALC-MONTH (YYYYMM) in,
      *> WS-CALC-END-INT (day integer of the month's last day) out.
       01  WS-CALC-MONTH             PIC 9(6).
       01  WS-CALC-MONTH-R REDEFINES WS-CALC-MONTH.
           05  WS-CALC-YYYY          PIC 9(4).
           05  WS-CALC-MM            PIC 9(2).
       01  WS-CALC-NEXT-YMD          PIC 9(8).
       01  WS-CALC-END-INT           PIC 9(7) COMP-5.
       01  WS-MONTH-NUMBER           PIC 9(7) COMP-5.

      *> Latest applied CLOSE per player, loaded from PLRAUDIT.
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CL-IDX.
               10  CL-PLAYER-ID      PIC X(10).
               10  CL-CLOSE-DATE     PIC 9(8).

       01  WS-CLOSE-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-CLOSE-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-CLOSE-SUB              PIC 9(5) COMP-5.

      *> Closed players past retention, with what was found on the
      *> other files and what became of them.
       01  WS-PURGE-TABLE.
           05  WS-PURGE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CP-IDX.
               10  CP-PLAYER-ID      PIC X(10).
               10  CP-CLOSE-DATE     PIC 9(8).
               10  CP-SCORE          PIC S9(9) COMP-5.
               10  CP-HP             PIC S9(9) COMP-5.
               10  CP-BACKORDERS     PIC 9(5)  COMP-5.
               10  CP-PEND-ADJUSTS   PIC 9(5)  COMP-5.
               10  CP-LOG-RECORDS    PIC 9(7)  COMP-5.
               10  CP-DISPOSITION    PIC X(1).
                   88  CP-PENDING        VALUE " ".
                   88  CP-REFUSED        VALUE "R".
                   88  CP-PURGED         VALUE "P".

       01  WS-ENTRY-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENTRY-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENTRY-SUB              PIC 9(5) COMP-5.

       01  WS-PLAYER-ID              PIC X(10).
       01  WS-LIFETIME-SPEND         PIC 9(9).
       01  WS-LEDGER-LINES           PIC 9(5).
       01  WS-LEDGER-UNITS           PIC 9(9).
       01  WS-LEDGER-POINTS          PIC 9(9).
       01  WS-DISPOSITION            PIC X(34).

       01  WS-SUMMARY.
           05  WS-PLAYERS-READ       PIC 9(9) VALUE 0.
           05  WS-PLAYERS-CLOSED     PIC 9(9) VALUE 0.
           05  WS-WITHIN-RETENTION   PIC 9(9) VALUE 0.
           05  WS-NO-CLOSE-DATE      PIC 9(9) VALUE 0.
           05  WS-REFUSED-BALANCE    PIC 9(9) VALUE 0.
           05  WS-REFUSED-BACKORD    PIC 9(9) VALUE 0.
           05  WS-REFUSED-LEDGER     PIC 9(9) VALUE 0.
           05  WS-REFUSED-ADJUST     PIC 9(9) VALUE 0.
           05  WS-REFUSED-HP         PIC 9(9) VALUE 0.
           05  WS-REFUSED-TRANLOG    PIC 9(9) VALUE 0.
           05  WS-PLAYERS-ELIGIBLE   PIC 9(9) VALUE 0.
           05  WS-PLAYERS-PURGED     PIC 9(9) VALUE 0.
           05  WS-ARCHIVE-WRITTEN    PIC 9(9) VALUE 0.
           05  WS-BACKORD-HELD       PIC 9(9) VALUE 0.
           05  WS-PURGE-ERRORS       PIC 9(9) VALUE 0.

       01  WS-REMOVED-COUNTS.
           05  WS-DEL-PLYRMSTR       PIC 9(9) VALUE 0.
           05  WS-DEL-PLYRHIST       PIC 9(9) VALUE 0.
           05  WS-DEL-PURLEDG        PIC 9(9) VALUE 0.
           05  WS-DEL-DLYACTV        PIC 9(9) VALUE 0.
           05  WS-DEL-VELHIST        PIC 9(9) VALUE 0.
           05  WS-DEL-PRCORDS        PIC 9(9) VALUE 0.
           05  WS-DEL-ADJPEND        PIC 9(9) VALUE 0.
           05  WS-DEL-ERNPOST        PIC 9(9) VALUE 0.
           05  WS-DEL-AUDBASE        PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 CLOSED ACCOUNT PURGE   ".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-PARM-LINE.
           05  FILLER                PIC X(12) VALUE "AS-OF DATE ".
           05  WP-AS-OF              PIC 9(8).
           05  FILLER                PIC X(21) VALUE
               "   RETENTION MONTHS ".
           05  WP-MONTHS             PIC Z9.
           05  FILLER                PIC X(15) VALUE
               "   CUTOFF DATE ".
           05  WP-CUTOFF             PIC 9(8).
           05  FILLER                PIC X(9)  VALUE "   MODE ".
           05  WP-MODE               PIC X(17).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(12) VALUE "PLAYER ID".
           05  FILLER                PIC X(10) VALUE "CLOSED".
           05  FILLER                PIC X(11) VALUE "     SCORE".
           05  FILLER                PIC X(11) VALUE "        HP".
           05  FILLER                PIC X(11) VALUE "  LIFETIME".
           05  FILLER                PIC X(7)  VALUE " BKORD".
           05  FILLER                PIC X(11) VALUE " LDG UNITS".
           05  FILLER                PIC X(59) VALUE "  DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WD-PLAYER-ID          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-CLOSE-DATE         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-SCORE              PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-HP                 PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-LIFETIME           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-BACKORDERS         PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-LEDGER-UNITS       PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-DISPOSITION        PIC X(34).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== PLRPRG: CLOSED ACCOUNT PURGE ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-SET-CUTOFF-DATE
               PERFORM 040-PRINT-HEADINGS
               DISPLAY "Retention months  : " WS-RETAIN-MONTHS
               DISPLAY "Cutoff date       : " WS-CUTOFF-DATE

               PERFORM 100-LOAD-CLOSE-DATES
               IF NOT WS-ABORT
                   PERFORM 200-SELECT-CLOSED-PLAYERS
               END-IF
               IF NOT WS-ABORT
                   PERFORM 300-LOAD-BACKORDERS
                   PERFORM 320-LOAD-PENDING-ADJUSTMENTS
                   PERFORM 330-LOAD-LIVE-LOG
                   PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                           UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                       PERFORM 400-PROCESS-CANDIDATE
                   END-PERFORM
                   IF WS-PLAYERS-PURGED > 0
                       PERFORM 600-PURGE-PROCESSED-ORDERS
                       PERFORM 620-PURGE-ADJUSTMENTS
                       PERFORM 640-PURGE-POSTED-EARNINGS
                   END-IF
                   PERFORM 900-PRINT-CONTROL-TOTALS
                   PERFORM 910-SET-RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN I-O PLYR-MSTR-FILE
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRMSTR, status: "
                   WS-PLYRMSTR-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PLYR-HIST-FILE
           IF WS-PLYRHIST-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRHIST, status: "
                   WS-PLYRHIST-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PUR-LEDG-FILE
           IF WS-PURLEDG-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PURLEDG, status: "
                   WS-PURLEDG-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O DLY-ACTV-FILE
           IF WS-DLYACTV-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open DLYACTV, status: "
                   WS-DLYACTV-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O VEL-HIST-FILE
           EVALUATE TRUE
               WHEN WS-VELHIST-STATUS = "00"
                   SET WS-VELHIST-OPEN-OK TO TRUE
               WHEN WS-VELHIST-STATUS = "35"
                   DISPLAY "[WARN] VELHIST not found - nothing to purge"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open VELHIST, status: "
                       WS-VELHIST-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN I-O PROC-ORD-FILE
           EVALUATE TRUE
               WHEN WS-PRCORDS-STATUS = "00"
                   SET WS-PRCORDS-OPEN-OK TO TRUE
               WHEN WS-PRCORDS-STATUS = "35"
                   DISPLAY "[WARN] PRCORDS not found - nothing to purge"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open PRCORDS, status: "
                       WS-PRCORDS-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN I-O ADJ-PEND-FILE
           EVALUATE TRUE
               WHEN WS-ADJPEND-STATUS = "00"
                   SET WS-ADJPEND-OPEN-OK TO TRUE
               WHEN WS-ADJPEND-STATUS = "35"
                   DISPLAY "[WARN] ADJPEND not found - nothing to purge"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open ADJPEND, status: "
                       WS-ADJPEND-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN I-O EARN-POST-FILE
           EVALUATE TRUE
               WHEN WS-ERNPOST-STATUS = "00"
                   SET WS-ERNPOST-OPEN-OK TO TRUE
               WHEN WS-ERNPOST-STATUS = "35"
                   DISPLAY "[WARN] ERNPOST not found - nothing to purge"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open ERNPOST, status: "
                       WS-ERNPOST-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN I-O AUD-BASE-FILE
           EVALUATE TRUE
               WHEN WS-AUDBASE-STATUS = "00"
                   SET WS-AUDBASE-OPEN-OK TO TRUE
               WHEN WS-AUDBASE-STATUS = "35"
                   DISPLAY "[WARN] AUDBASE not found - nothing to clear"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open AUDBASE, status: "
                       WS-AUDBASE-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN INPUT BACK-ORD-FILE
           EVALUATE TRUE
               WHEN WS-BACKORD-STATUS = "00"
                   SET WS-BACKORD-OPEN-OK TO TRUE
               WHEN WS-BACKORD-STATUS = "35"
                   DISPLAY "[WARN] BACKORD not found - nothing queued"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open BACKORD, status: "
                       WS-BACKORD-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN INPUT TRAN-LOG-FILE
           EVALUATE TRUE
               WHEN WS-TRANLOG-STATUS = "00"
                   SET WS-TRANLOG-OPEN-OK TO TRUE
               WHEN WS-TRANLOG-STATUS = "35"
                   DISPLAY "[WARN] TRANLOG not found - no live activity"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open TRANLOG, status: "
                       WS-TRANLOG-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN INPUT PLYR-AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-PLRAUDIT-STATUS = "00"
                   SET WS-PLRAUDIT-OPEN-OK TO TRUE
               WHEN WS-PLRAUDIT-STATUS = "35"
                   DISPLAY "[WARN] PLRAUDIT not found - no close dates"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open PLRAUDIT, status: "
                       WS-PLRAUDIT-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN OUTPUT PRG-ARCH-FILE
           IF WS-PRGARCH-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PRGARCH, status: "
                   WS-PRGARCH-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT PRG-RPT-FILE
           IF WS-PRGRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PRGRPT, status: "
                   WS-PRGRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open PRGPARM, status: "
                   WS-PARMCARD-STATUS ", listing only"
           END-IF.

       020-READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(1:2) NUMERIC
                           AND PARM-CARD-LINE(1:2) NOT = "00"
                           MOVE PARM-CARD-LINE(1:2)
                               TO WS-RETAIN-MONTHS
                       END-IF
                       IF PARM-CARD-LINE(3:8) NUMERIC
                           MOVE PARM-CARD-LINE(3:8) TO WS-TODAY-YMD
                       END-IF
                       IF PARM-CARD-LINE(11:1) = "P"
                           SET WS-PURGE-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-PURGE-TIMESTAMP.

       030-SET-CUTOFF-DATE.
      *>   Cutoff is the as-of date stepped back the retention in
      *>   whole months, clamped to the end of a shorter month. A
      *>   player closed before the cutoff is past retention.
           COMPUTE WS-MONTH-NUMBER =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
                   - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           PERFORM 060-CALC-MONTH-END
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-MONTH * 100 + 1)
                   + WS-TODAY-DD - 1
           IF WS-CUTOFF-INT > WS-CALC-END-INT
               MOVE WS-CALC-END-INT TO WS-CUTOFF-INT
           END-IF
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

       040-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-HEADING-1 TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE WS-TODAY-YMD TO WP-AS-OF
           MOVE WS-RETAIN-MONTHS TO WP-MONTHS
           MOVE WS-CUTOFF-DATE TO WP-CUTOFF
           IF WS-PURGE-MODE
               MOVE "PURGE" TO WP-MODE
           ELSE
               MOVE "LIST ONLY" TO WP-MODE
           END-IF
           MOVE WS-PARM-LINE TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE WS-HEADING-2 TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE.

       060-CALC-MONTH-END.
           IF WS-CALC-MM = 12
               COMPUTE WS-CALC-NEXT-YMD =
                   (WS-CALC-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-CALC-NEXT-YMD =
                   WS-CALC-YYYY * 10000 + (WS-CALC-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-CALC-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-NEXT-YMD) - 1.

       100-LOAD-CLOSE-DATES.
           IF WS-PLRAUDIT-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PLYR-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PA-AUDIT-LINE TO PA-AUDIT-RECORD
                           IF PA-ACTION = "CLOSE"
                               AND PA-OLD-STATUS NOT = "C"
                               AND PA-NEW-STATUS = "C"
                               PERFORM 110-RECORD-CLOSE-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       110-RECORD-CLOSE-DATE.
           MOVE PA-PLAYER-ID TO WS-PLAYER-ID
           PERFORM 120-FIND-CLOSE-ENTRY
           IF WS-ENTRY-NOT-FOUND
               IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
                   DISPLAY "[ERROR] Close-date table full at "
                       WS-CLOSE-MAX " players - enlarge WS-CLOSE-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CLOSE-COUNT
                   SET CL-IDX TO WS-CLOSE-COUNT
                   MOVE PA-PLAYER-ID TO CL-PLAYER-ID (CL-IDX)
                   MOVE 0 TO CL-CLOSE-DATE (CL-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
      *>   A player closed, reinstated and closed again counts from
      *>   the latest close.
           IF WS-ENTRY-FOUND
               IF PA-TIMESTAMP(1:8) > CL-CLOSE-DATE (CL-IDX)
                   MOVE PA-TIMESTAMP(1:8) TO CL-CLOSE-DATE (CL-IDX)
               END-IF
           END-IF.

       120-FIND-CLOSE-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CLOSE-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-CLOSE-SUB > WS-CLOSE-COUNT
               SET CL-IDX TO WS-CLOSE-SUB
               IF CL-PLAYER-ID (CL-IDX) = WS-PLAYER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       200-SELECT-CLOSED-PLAYERS.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLYR-MSTR-FILE KEY IS NOT LESS THAN PM-PLAYER-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PLYR-MSTR-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLAYERS-READ
                       IF PM-STATUS-CLOSED
                           PERFORM 210-CHECK-CLOSED-PLAYER
                       END-IF
               END-READ
           END-PERFORM.

       210-CHECK-CLOSED-PLAYER.
           ADD 1 TO WS-PLAYERS-CLOSED
           MOVE PM-PLAYER-ID TO WS-PLAYER-ID
           PERFORM 120-FIND-CLOSE-ENTRY
           EVALUATE TRUE
               WHEN WS-ENTRY-NOT-FOUND
                   ADD 1 TO WS-NO-CLOSE-DATE
                   PERFORM 220-PRINT-NO-CLOSE-DATE
               WHEN CL-CLOSE-DATE (CL-IDX) NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-WITHIN-RETENTION
               WHEN WS-ENTRY-COUNT >= WS-ENTRY-MAX
                   DISPLAY "[ERROR] Purge table full at "
                       WS-ENTRY-MAX " players - enlarge WS-PURGE-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ENTRY-COUNT
                   SET CP-IDX TO WS-ENTRY-COUNT
                   MOVE PM-PLAYER-ID TO CP-PLAYER-ID (CP-IDX)
                   MOVE CL-CLOSE-DATE (CL-IDX)
                       TO CP-CLOSE-DATE (CP-IDX)
                   MOVE PM-SCORE TO CP-SCORE (CP-IDX)
                   MOVE PM-HP TO CP-HP (CP-IDX)
                   MOVE 0 TO CP-BACKORDERS (CP-IDX)
                   MOVE 0 TO CP-PEND-ADJUSTS (CP-IDX)
                   MOVE 0 TO CP-LOG-RECORDS (CP-IDX)
                   MOVE SPACE TO CP-DISPOSITION (CP-IDX)
           END-EVALUATE.

       220-PRINT-NO-CLOSE-DATE.
           MOVE PM-PLAYER-ID TO WD-PLAYER-ID
           MOVE SPACES TO WD-CLOSE-DATE
           MOVE PM-SCORE TO WD-SCORE
           MOVE PM-HP TO WD-HP
           MOVE 0 TO WD-LIFETIME
           MOVE 0 TO WD-BACKORDERS
           MOVE 0 TO WD-LEDGER-UNITS
           MOVE "NOT PURGED - NO CLOSE ON PLRAUDIT" TO WD-DISPOSITION
           MOVE WS-DETAIL-LINE TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE.

       300-LOAD-BACKORDERS.
           IF WS-BACKORD-OPEN-OK AND WS-ENTRY-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BACK-ORD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BO-BACKORD-LINE TO BO-BACKORDER-RECORD
                           MOVE BO-PLAYER-ID TO WS-PLAYER-ID
                           PERFORM 310-FIND-PURGE-ENTRY
                           IF WS-ENTRY-FOUND
                               ADD 1 TO CP-BACKORDERS (CP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       310-FIND-PURGE-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CLOSE-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-CLOSE-SUB > WS-ENTRY-COUNT
               SET CP-IDX TO WS-CLOSE-SUB
               IF CP-PLAYER-ID (CP-IDX) = WS-PLAYER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       320-LOAD-PENDING-ADJUSTMENTS.
      *>   ADJPEND is keyed by case number, not player: one pass
      *>   counts each candidate's requests still awaiting a checker.
           IF WS-ADJPEND-OPEN-OK AND WS-ENTRY-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO AJ-ADJ-ID
               START ADJ-PEND-FILE KEY IS NOT LESS THAN AJ-ADJ-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ ADJ-PEND-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AJ-STATUS-PENDING
                               MOVE AJ-PLAYER-ID TO WS-PLAYER-ID
                               PERFORM 310-FIND-PURGE-ENTRY
                               IF WS-ENTRY-FOUND
                                   ADD 1 TO CP-PEND-ADJUSTS (CP-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       330-LOAD-LIVE-LOG.
      *>   Any record at all counts, whatever its event type: SHOPRCN
      *>   replays every one of them against PLYRMSTR.
           IF WS-TRANLOG-OPEN-OK AND WS-ENTRY-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TL-LOG-LINE TO TL-LOG-RECORD
                           MOVE TL-PLAYER-ID TO WS-PLAYER-ID
                           PERFORM 310-FIND-PURGE-ENTRY
                           IF WS-ENTRY-FOUND
                               ADD 1 TO CP-LOG-RECORDS (CP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       400-PROCESS-CANDIDATE.
           SET CP-IDX TO WS-ENTRY-SUB
           MOVE CP-PLAYER-ID (CP-IDX) TO WS-PLAYER-ID
           PERFORM 410-READ-LIFETIME-SPEND
           PERFORM 420-TOTAL-LEDGER
           EVALUATE TRUE
               WHEN CP-SCORE (CP-IDX) NOT = 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-BALANCE
                   MOVE "REFUSED - POINTS BALANCE NOT ZERO"
                       TO WS-DISPOSITION
               WHEN CP-HP (CP-IDX) NOT = 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-HP
                   MOVE "REFUSED - HIT POINTS NOT ZERO"
                       TO WS-DISPOSITION
               WHEN CP-BACKORDERS (CP-IDX) > 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-BACKORD
                   ADD CP-BACKORDERS (CP-IDX) TO WS-BACKORD-HELD
                   MOVE "REFUSED - OPEN BACKORDERS"
                       TO WS-DISPOSITION
               WHEN WS-LEDGER-UNITS > 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-LEDGER
                   MOVE "REFUSED - LEDGER UNITS OUTSTANDING"
                       TO WS-DISPOSITION
               WHEN CP-PEND-ADJUSTS (CP-IDX) > 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-ADJUST
                   MOVE "REFUSED - ADJUSTMENT PENDING"
                       TO WS-DISPOSITION
               WHEN CP-LOG-RECORDS (CP-IDX) > 0
                   SET CP-REFUSED (CP-IDX) TO TRUE
                   ADD 1 TO WS-REFUSED-TRANLOG
                   MOVE "REFUSED - ACTIVITY ON LIVE TRANLOG"
                       TO WS-DISPOSITION
               WHEN NOT WS-PURGE-MODE
                   ADD 1 TO WS-PLAYERS-ELIGIBLE
                   MOVE "ELIGIBLE - LIST RUN, NOT PURGED"
                       TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-PLAYERS-ELIGIBLE
                   PERFORM 500-PURGE-PLAYER
           END-EVALUATE
           PERFORM 450-PRINT-CANDIDATE.

       410-READ-LIFETIME-SPEND.
           MOVE 0 TO WS-LIFETIME-SPEND
           MOVE WS-PLAYER-ID TO PH-PLAYER-ID
           READ PLYR-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-LIFETIME-SPEND TO WS-LIFETIME-SPEND
           END-READ.

       420-TOTAL-LEDGER.
           MOVE 0 TO WS-LEDGER-LINES
           MOVE 0 TO WS-LEDGER-UNITS
           MOVE 0 TO WS-LEDGER-POINTS
           PERFORM 425-START-LEDGER
           PERFORM UNTIL WS-SCAN-EOF
               READ PUR-LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PL-PLAYER-ID NOT = WS-PLAYER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LEDGER-LINES
                           ADD PL-QTY-OUTSTANDING TO WS-LEDGER-UNITS
                           ADD PL-POINTS-PAID TO WS-LEDGER-POINTS
                       END-IF
               END-READ
           END-PERFORM.

       425-START-LEDGER.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-PLAYER-ID TO PL-PLAYER-ID
           MOVE LOW-VALUES TO PL-ITEM-CODE
           START PUR-LEDG-FILE KEY IS NOT LESS THAN PL-LEDGER-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.

       450-PRINT-CANDIDATE.
           MOVE CP-PLAYER-ID (CP-IDX) TO WD-PLAYER-ID
           MOVE CP-CLOSE-DATE (CP-IDX) TO WD-CLOSE-DATE
           MOVE CP-SCORE (CP-IDX) TO WD-SCORE
           MOVE CP-HP (CP-IDX) TO WD-HP
           MOVE WS-LIFETIME-SPEND TO WD-LIFETIME
           MOVE CP-BACKORDERS (CP-IDX) TO WD-BACKORDERS
           MOVE WS-LEDGER-UNITS TO WD-LEDGER-UNITS
           MOVE WS-DISPOSITION TO WD-DISPOSITION
           MOVE WS-DETAIL-LINE TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE.

       500-PURGE-PLAYER.
      *>   Archive first: a player whose archive record cannot be
      *>   written keeps every record it has.
           MOVE CP-PLAYER-ID (CP-IDX) TO PG-PLAYER-ID
           MOVE CP-CLOSE-DATE (CP-IDX) TO PG-CLOSE-DATE
           MOVE WS-PURGE-TIMESTAMP TO PG-PURGE-TIMESTAMP
           MOVE CP-SCORE (CP-IDX) TO PG-FINAL-SCORE
           MOVE CP-HP (CP-IDX) TO PG-FINAL-HP
           MOVE WS-LIFETIME-SPEND TO PG-LIFETIME-SPEND
           MOVE WS-LEDGER-LINES TO PG-LEDGER-LINES
           MOVE WS-LEDGER-UNITS TO PG-LEDGER-UNITS
           MOVE WS-LEDGER-POINTS TO PG-LEDGER-POINTS
           MOVE PG-ARCHIVE-RECORD TO PG-ARCHIVE-LINE
           WRITE PG-ARCHIVE-LINE
           IF WS-PRGARCH-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to archive player "
                   WS-PLAYER-ID ", status: " WS-PRGARCH-STATUS
               ADD 1 TO WS-PURGE-ERRORS
               MOVE "NOT PURGED - ARCHIVE WRITE FAILED"
                   TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-ARCHIVE-WRITTEN
               MOVE "N" TO WS-DELETE-FAILED-SW
               PERFORM 510-DELETE-HISTORY
               PERFORM 520-DELETE-LEDGER
               PERFORM 530-DELETE-ACTIVITY
               IF WS-VELHIST-OPEN-OK
                   PERFORM 540-DELETE-VELOCITY
               END-IF
               IF WS-AUDBASE-OPEN-OK
                   PERFORM 550-DELETE-BASELINES
               END-IF
               IF WS-DELETE-FAILED
                   ADD 1 TO WS-PURGE-ERRORS
                   MOVE "PART PURGED - MASTER KEPT, RERUN"
                       TO WS-DISPOSITION
               ELSE
                   PERFORM 560-DELETE-MASTER
               END-IF
           END-IF.

       510-DELETE-HISTORY.
           MOVE WS-PLAYER-ID TO PH-PLAYER-ID
           DELETE PLYR-HIST-FILE
               INVALID KEY
                   IF WS-PLYRHIST-STATUS NOT = "23"
                       DISPLAY "[ERROR] Unable to delete PLYRHIST "
                           "for player: " WS-PLAYER-ID
                       SET WS-DELETE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-PLYRHIST
           END-DELETE.

       520-DELETE-LEDGER.
           PERFORM 425-START-LEDGER
           PERFORM UNTIL WS-SCAN-EOF
               READ PUR-LEDG-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PL-PLAYER-ID NOT = WS-PLAYER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 525-DELETE-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM.

       525-DELETE-LEDGER-LINE.
           DELETE PUR-LEDG-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete PURLEDG "
                       "for player: " WS-PLAYER-ID
                   SET WS-DELETE-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-PURLEDG
           END-DELETE.

       530-DELETE-ACTIVITY.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-PLAYER-ID TO DA-PLAYER-ID
           MOVE 0 TO DA-ACTIVITY-DATE
           START DLY-ACTV-FILE KEY IS NOT LESS THAN DA-ACTIVITY-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ DLY-ACTV-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DA-PLAYER-ID NOT = WS-PLAYER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 535-DELETE-ACTIVITY-DAY
                       END-IF
               END-READ
           END-PERFORM.

       535-DELETE-ACTIVITY-DAY.
           DELETE DLY-ACTV-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete DLYACTV "
                       "for player: " WS-PLAYER-ID
                   SET WS-DELETE-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-DLYACTV
           END-DELETE.

       540-DELETE-VELOCITY.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-PLAYER-ID TO VH-PLAYER-ID
           MOVE 0 TO VH-MONTH
           START VEL-HIST-FILE KEY IS NOT LESS THAN VH-VELOCITY-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ VEL-HIST-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF VH-PLAYER-ID NOT = WS-PLAYER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 545-DELETE-VELOCITY-MONTH
                       END-IF
               END-READ
           END-PERFORM.

       545-DELETE-VELOCITY-MONTH.
           DELETE VEL-HIST-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete VELHIST "
                       "for player: " WS-PLAYER-ID
                   SET WS-DELETE-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-VELHIST
           END-DELETE.

       550-DELETE-BASELINES.
      *>   The "P" baseline is keyed by the player alone; "L"
      *>   baselines by player + item code, so they sit together.
           MOVE "P" TO AB-TYPE
           MOVE SPACES TO AB-ENTITY
           MOVE WS-PLAYER-ID TO AB-ENTITY(1:10)
           DELETE AUD-BASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-AUDBASE
           END-DELETE

           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE "L" TO AB-TYPE
           MOVE LOW-VALUES TO AB-ENTITY
           MOVE WS-PLAYER-ID TO AB-ENTITY(1:10)
           START AUD-BASE-FILE KEY IS NOT LESS THAN AB-BASELINE-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ AUD-BASE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF AB-TYPE NOT = "L"
                           OR AB-ENTITY(1:10) NOT = WS-PLAYER-ID
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 555-DELETE-BASELINE
                       END-IF
               END-READ
           END-PERFORM.

       555-DELETE-BASELINE.
           DELETE AUD-BASE-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete AUDBASE "
                       "for player: " WS-PLAYER-ID
                   SET WS-DELETE-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-AUDBASE
           END-DELETE.

       560-DELETE-MASTER.
           MOVE WS-PLAYER-ID TO PM-PLAYER-ID
           DELETE PLYR-MSTR-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete PLYRMSTR "
                       "for player: " WS-PLAYER-ID
                   ADD 1 TO WS-PURGE-ERRORS
                   MOVE "PART PURGED - MASTER DELETE FAILED"
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-PLYRMSTR
                   ADD 1 TO WS-PLAYERS-PURGED
                   SET CP-PURGED (CP-IDX) TO TRUE
                   MOVE "PURGED" TO WS-DISPOSITION
           END-DELETE.

       600-PURGE-PROCESSED-ORDERS.
      *>   PRCORDS is keyed by order reference, not player, so it
      *>   takes one pass over the whole file for every player
      *>   purged tonight.
           IF WS-PRCORDS-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO PO-ORDER-REF
               START PROC-ORD-FILE KEY IS NOT LESS THAN PO-ORDER-REF
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ PROC-ORD-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PO-PLAYER-ID TO WS-PLAYER-ID
                           PERFORM 310-FIND-PURGE-ENTRY
                           IF WS-ENTRY-FOUND
                               IF CP-PURGED (CP-IDX)
                                   PERFORM 610-DELETE-PROCESSED-ORDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       610-DELETE-PROCESSED-ORDER.
           DELETE PROC-ORD-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete PRCORDS "
                       "order: " PO-ORDER-REF
                   ADD 1 TO WS-PURGE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-PRCORDS
           END-DELETE.

       620-PURGE-ADJUSTMENTS.
      *>   Decided requests stay on ADJPEND as the case record; once
      *>   the player is gone they go with it. A purged player has
      *>   no pending request -- that refuses the purge.
           IF WS-ADJPEND-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO AJ-ADJ-ID
               START ADJ-PEND-FILE KEY IS NOT LESS THAN AJ-ADJ-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ ADJ-PEND-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AJ-PLAYER-ID TO WS-PLAYER-ID
                           PERFORM 310-FIND-PURGE-ENTRY
                           IF WS-ENTRY-FOUND
                               IF CP-PURGED (CP-IDX)
                                   AND NOT AJ-STATUS-PENDING
                                   PERFORM 630-DELETE-ADJUSTMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       630-DELETE-ADJUSTMENT.
           DELETE ADJ-PEND-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete ADJPEND "
                       "case: " AJ-ADJ-ID
                   ADD 1 TO WS-PURGE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-ADJPEND
           END-DELETE.

       640-PURGE-POSTED-EARNINGS.
      *>   ERNPOST is keyed session first, so like PRCORDS it takes a
      *>   pass over the whole file.
           IF WS-ERNPOST-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO EP-POSTED-KEY
               START EARN-POST-FILE KEY IS NOT LESS THAN EP-POSTED-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ EARN-POST-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EP-PLAYER-ID TO WS-PLAYER-ID
                           PERFORM 310-FIND-PURGE-ENTRY
                           IF WS-ENTRY-FOUND
                               IF CP-PURGED (CP-IDX)
                                   PERFORM 650-DELETE-POSTED-EARNING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       650-DELETE-POSTED-EARNING.
           DELETE EARN-POST-FILE
               INVALID KEY
                   DISPLAY "[ERROR] Unable to delete ERNPOST "
                       "session: " EP-SESSION-REF " player: "
                       EP-PLAYER-ID
                   ADD 1 TO WS-PURGE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-ERNPOST
           END-DELETE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE "PLAYERS READ        : " TO WT-LABEL
           MOVE WS-PLAYERS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "CLOSED ACCOUNTS     : " TO WT-LABEL
           MOVE WS-PLAYERS-CLOSED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "WITHIN RETENTION    : " TO WT-LABEL
           MOVE WS-WITHIN-RETENTION TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "NO CLOSE DATE       : " TO WT-LABEL
           MOVE WS-NO-CLOSE-DATE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - BALANCE   : " TO WT-LABEL
           MOVE WS-REFUSED-BALANCE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - HIT POINTS: " TO WT-LABEL
           MOVE WS-REFUSED-HP TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - BACKORDERS: " TO WT-LABEL
           MOVE WS-REFUSED-BACKORD TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - LEDGER    : " TO WT-LABEL
           MOVE WS-REFUSED-LEDGER TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - ADJUSTMENT: " TO WT-LABEL
           MOVE WS-REFUSED-ADJUST TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REFUSED - LIVE LOG  : " TO WT-LABEL
           MOVE WS-REFUSED-TRANLOG TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ELIGIBLE TO PURGE   : " TO WT-LABEL
           MOVE WS-PLAYERS-ELIGIBLE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS PURGED      : " TO WT-LABEL
           MOVE WS-PLAYERS-PURGED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ARCHIVE RECORDS     : " TO WT-LABEL
           MOVE WS-ARCHIVE-WRITTEN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PURGE ERRORS        : " TO WT-LABEL
           MOVE WS-PURGE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           MOVE SPACES TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE "RECORDS REMOVED" TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE
           MOVE "PLYRMSTR            : " TO WT-LABEL
           MOVE WS-DEL-PLYRMSTR TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLYRHIST            : " TO WT-LABEL
           MOVE WS-DEL-PLYRHIST TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PURLEDG             : " TO WT-LABEL
           MOVE WS-DEL-PURLEDG TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "DLYACTV             : " TO WT-LABEL
           MOVE WS-DEL-DLYACTV TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "VELHIST             : " TO WT-LABEL
           MOVE WS-DEL-VELHIST TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PRCORDS             : " TO WT-LABEL
           MOVE WS-DEL-PRCORDS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ADJPEND             : " TO WT-LABEL
           MOVE WS-DEL-ADJPEND TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ERNPOST             : " TO WT-LABEL
           MOVE WS-DEL-ERNPOST TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "AUDBASE             : " TO WT-LABEL
           MOVE WS-DEL-AUDBASE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "BACKORD (HELD)      : " TO WT-LABEL
           MOVE WS-BACKORD-HELD TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Closed accounts   : " WS-PLAYERS-CLOSED
           DISPLAY "Players refused   : "
               WS-REFUSED-BALANCE " " WS-REFUSED-HP " "
               WS-REFUSED-BACKORD " " WS-REFUSED-LEDGER " "
               WS-REFUSED-ADJUST " " WS-REFUSED-TRANLOG
           DISPLAY "Players purged    : " WS-PLAYERS-PURGED
           DISPLAY "Purge errors      : " WS-PURGE-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PR-PRINT-LINE
           WRITE PR-PRINT-LINE.

       910-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PURGE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-BALANCE > 0
                   OR WS-REFUSED-HP > 0
                   OR WS-REFUSED-BACKORD > 0
                   OR WS-REFUSED-LEDGER > 0
                   OR WS-REFUSED-ADJUST > 0
                   OR WS-REFUSED-TRANLOG > 0
                   OR WS-NO-CLOSE-DATE > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       950-CLOSE-FILES.
           CLOSE PLYR-MSTR-FILE
           CLOSE PLYR-HIST-FILE
           CLOSE PUR-LEDG-FILE
           CLOSE DLY-ACTV-FILE
           IF WS-VELHIST-OPEN-OK
               CLOSE VEL-HIST-FILE
           END-IF
           IF WS-PRCORDS-OPEN-OK
               CLOSE PROC-ORD-FILE
           END-IF
           IF WS-ADJPEND-OPEN-OK
               CLOSE ADJ-PEND-FILE
           END-IF
           IF WS-ERNPOST-OPEN-OK
               CLOSE EARN-POST-FILE
           END-IF
           IF WS-AUDBASE-OPEN-OK
               CLOSE AUD-BASE-FILE
           END-IF
           IF WS-BACKORD-OPEN-OK
               CLOSE BACK-ORD-FILE
           END-IF
           IF WS-PLRAUDIT-OPEN-OK
               CLOSE PLYR-AUDIT-FILE
           END-IF
           IF WS-TRANLOG-OPEN-OK
               CLOSE TRAN-LOG-FILE
           END-IF
           CLOSE PRG-ARCH-FILE
           CLOSE PRG-RPT-FILE.
