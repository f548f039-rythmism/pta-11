       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSEXP.
       author. PTA-11 ENGINE LINKER.

      *> Monthly dormant-points expiry. Points otherwise sit on
      *> PLYRMSTR for ever; this run puts a date on the liability.
      *> Each player's last activity date is the latest of:
      *>   - the newest DLYACTV day on file for the player,
      *>   - the last day of the newest VELHIST month (DLYROLL has
      *>     rolled the day itself away, so the player gets the
      *>     benefit of the whole month),
      *>   - the newest TRANLOG record for the player, any event
      *>     type except EXPIRE -- a rejected attempt is still the
      *>     player turning up, and an earlier forfeiture is not.
      *> A player whose last activity is older than the inactivity
      *> threshold has PM-SCORE forfeited to zero and an EXPIRE
      *> record written to TRANLOG with the before/after images, so
      *> SHOPRCN still balances the master. A player who will cross
      *> the threshold on or before the next monthly run (the same
      *> day next month, clamped to a shorter month's end) is
      *> written to EXPWARN for the notice mailer instead, so no
      *> balance is expired without a warning run in between.
      *>
      *> A player with no activity on any of the three files is dated
      *> from the latest applied ENROLL on PLRAUDIT instead -- an
      *> opening balance that never traded is as dormant as any, and
      *> once TRNARCH has rolled the ENROLL record off the live log
      *> nothing else dates it.
      *>
      *> Not touched: suspended accounts (frozen pending review --
      *> the balance is evidence), zero balances, and players with
      *> no activity on any of the three files and no enrolment on
      *> PLRAUDIT, who are listed on EXPRPT for support to look at
      *> rather than expired blind.
      *>
      *> EXPPARM card (optional):
      *>   1-2   inactivity threshold in months (blank/zero = 24)
      *>   3-10  as-of date YYYYMMDD (blank = today)
      *>
      *> RC 0 clean, RC 8 a master rewrite failed (that player keeps
      *> the balance and is listed), RC 12 aborted on a file open or
      *> the activity or enrolment table filling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

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

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT PLYR-AUDIT-FILE ASSIGN TO "PLRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLRAUDIT-STATUS.

           SELECT EXP-WARN-FILE ASSIGN TO "EXPWARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPWARN-STATUS.

           SELECT EXP-RPT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  DLY-ACTV-FILE.
       COPY DLYACTV.

       FD  VEL-HIST-FILE.
       COPY VELHIST.

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  PLYR-AUDIT-FILE.
       01  PA-AUDIT-LINE             PIC X(90).

       FD  EXP-WARN-FILE.
       01  EW-WARNING-LINE           PIC X(60).

       FD  EXP-RPT-FILE.
       01  XR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY EXPWARN.
       COPY PLRAUDIT.

       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-DLYACTV-STATUS         PIC X(2).
       01  WS-VELHIST-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-PLRAUDIT-STATUS        PIC X(2).
       01  WS-EXPWARN-STATUS         PIC X(2).
       01  WS-EXPRPT-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-LOG-EOF-SW             PIC X(1) VALUE "N".
           88  WS-LOG-EOF                VALUE "Y".

       01  WS-ACTV-EOF-SW            PIC X(1) VALUE "N".
           88  WS-ACTV-EOF               VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-TRANLOG-AVAIL-SW       PIC X(1) VALUE "N".
           88  WS-TRANLOG-AVAIL          VALUE "Y".

       01  WS-PLRAUDIT-OPEN-SW       PIC X(1) VALUE "N".
           88  WS-PLRAUDIT-OPEN-OK       VALUE "Y".

       01  WS-ENROL-DATED-SW         PIC X(1) VALUE "N".
           88  WS-ENROL-DATED            VALUE "Y".

       01  WS-ENTRY-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
           88  WS-ENTRY-NOT-FOUND        VALUE "N".

      *> Newest TRANLOG date per player, built in one pass of the
      *> log before the master sweep. Serial scan bounded by the
      *> entry count, same as SHOPRCN's reconciliation table.
       01  WS-LAST-LOG-TABLE.
           05  WS-LAST-LOG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY LL-IDX.
               10  LL-PLAYER-ID      PIC X(10).
               10  LL-LAST-DATE      PIC 9(8).

       01  WS-ENTRY-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENTRY-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENTRY-SUB              PIC 9(5) COMP-5.

      *> Latest applied ENROLL date per player from PLRAUDIT, the
      *> fallback for a player with no activity on file.
       01  WS-ENROL-TABLE.
           05  WS-ENROL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY EN-IDX.
               10  EN-PLAYER-ID      PIC X(10).
               10  EN-ENROL-DATE     PIC 9(8).

       01  WS-ENROL-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENROL-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENROL-SUB              PIC 9(5) COMP-5.
       01  WS-SEEK-PLAYER            PIC X(10).

       01  WS-INACTIVE-MONTHS        PIC 9(2) VALUE 24.
       01  WS-TODAY-YMD              PIC 9(8).
       01  WS-TODAY-YMD-R REDEFINES WS-TODAY-YMD.
           05  WS-TODAY-YYYY         PIC 9(4).
           05  WS-TODAY-MM           PIC 9(2).
           05  WS-TODAY-DD           PIC 9(2).
       01  WS-CUTOFF-DATE            PIC 9(8).
       01  WS-CUTOFF-INT             PIC 9(7) COMP-5.
       01  WS-LAST-ACTIVITY          PIC 9(8).
       01  WS-EXPIRY-INT             PIC 9(7) COMP-5.
       01  WS-EXPIRY-DATE            PIC 9(8).
       01  WS-NEXT-RUN-DATE          PIC 9(8).
       01  WS-LOG-DATE               PIC X(8).
       01  WS-SCORE-BEFORE           PIC S9(9) COMP-5.

      *> Month arithmetic work area: WS-CALC-MONTH (YYYYMM) in,
      *> WS-CALC-END-INT (day integer of the month's last day) out.
       01  WS-CALC-MONTH             PIC 9(6).
       01  WS-CALC-MONTH-R REDEFINES WS-CALC-MONTH.
           05  WS-CALC-YYYY          PIC 9(4).
           05  WS-CALC-MM            PIC 9(2).
       01  WS-CALC-NEXT-YMD          PIC 9(8).
       01  WS-CALC-END-INT           PIC 9(7) COMP-5.
       01  WS-MONTH-NUMBER           PIC 9(7) COMP-5.

      *> Month stepping work area: WS-SHIFT-YMD moved WS-SHIFT-MONTHS
      *> whole months (either way) gives WS-SHIFT-INT, the day
      *> integer of the result, clamped to a shorter month's end.
       01  WS-SHIFT-YMD              PIC 9(8).
       01  WS-SHIFT-YMD-R REDEFINES WS-SHIFT-YMD.
           05  WS-SHIFT-YYYY         PIC 9(4).
           05  WS-SHIFT-MM           PIC 9(2).
           05  WS-SHIFT-DD           PIC 9(2).
       01  WS-SHIFT-MONTHS           PIC S9(3) COMP-5.
       01  WS-SHIFT-INT              PIC 9(7) COMP-5.

       01  WS-SUMMARY.
           05  WS-PLAYERS-READ        PIC 9(9) VALUE 0.
           05  WS-SUSPENDED-SKIPPED   PIC 9(9) VALUE 0.
           05  WS-ZERO-BALANCE        PIC 9(9) VALUE 0.
           05  WS-NO-ACTIVITY         PIC 9(9) VALUE 0.
           05  WS-ENROL-DATED-COUNT   PIC 9(9) VALUE 0.
           05  WS-PLAYERS-EXPIRED     PIC 9(9) VALUE 0.
           05  WS-POINTS-EXPIRED      PIC 9(9) VALUE 0.
           05  WS-WARNINGS-WRITTEN    PIC 9(9) VALUE 0.
           05  WS-POINTS-AT-RISK      PIC 9(9) VALUE 0.
           05  WS-REWRITE-ERRORS      PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 DORMANT POINTS EXPIRY  ".
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
           05  FILLER                PIC X(22) VALUE
               "   INACTIVITY MONTHS ".
           05  WP-MONTHS             PIC Z9.
           05  FILLER                PIC X(18) VALUE
               "   CUTOFF DATE ".
           05  WP-CUTOFF             PIC 9(8).
           05  FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(12) VALUE "PLAYER ID".
           05  FILLER                PIC X(12) VALUE "LAST ACTIVE".
           05  FILLER                PIC X(11) VALUE "     POINTS".
           05  FILLER                PIC X(97) VALUE "  ACTION".

       01  WS-DETAIL-LINE.
           05  WD-PLAYER-ID          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-LAST-ACTIVE        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-POINTS             PIC ZZZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-ACTION             PIC X(40).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  WS-WARN-ACTION.
           05  FILLER                PIC X(17) VALUE
               "WARNED - EXPIRES ".
           05  WW-EXPIRY-DATE        PIC 9(8).
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== PTSEXP: DORMANT POINTS EXPIRY ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-SET-CUTOFF-DATE
               DISPLAY "Inactivity months : " WS-INACTIVE-MONTHS
               DISPLAY "Cutoff date       : " WS-CUTOFF-DATE
               DISPLAY "Next run date     : " WS-NEXT-RUN-DATE
               PERFORM 040-PRINT-HEADINGS
               PERFORM 100-LOAD-LAST-LOG-DATES
               IF NOT WS-ABORT
                   PERFORM 150-LOAD-ENROLMENTS
               END-IF

               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 050-REOPEN-TRANLOG
               END-IF

               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE LOW-VALUES TO PM-PLAYER-ID
                   START PLYR-MSTR-FILE KEY IS NOT LESS THAN
                       PM-PLAYER-ID
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-EOF
                       READ PLYR-MSTR-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 200-PROCESS-PLAYER
                       END-READ
                   END-PERFORM
                   PERFORM 900-PRINT-CONTROL-TOTALS
                   IF WS-REWRITE-ERRORS > 0
                       MOVE 8 TO RETURN-CODE
                   END-IF
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

           OPEN INPUT DLY-ACTV-FILE
           IF WS-DLYACTV-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open DLYACTV, status: "
                   WS-DLYACTV-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT VEL-HIST-FILE
           IF WS-VELHIST-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open VELHIST, status: "
                   WS-VELHIST-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   Read first for activity dates, then reopened EXTEND for
      *>   the EXPIRE records once the sweep is known to be safe.
           OPEN INPUT TRAN-LOG-FILE
           IF WS-TRANLOG-STATUS = "00"
               SET WS-TRANLOG-AVAIL TO TRUE
           ELSE
               IF WS-TRANLOG-STATUS NOT = "35"
                   DISPLAY "[ERROR] Unable to open TRANLOG, status: "
                       WS-TRANLOG-STATUS
                   SET WS-ABORT TO TRUE
               END-IF
           END-IF

           OPEN INPUT PLYR-AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-PLRAUDIT-STATUS = "00"
                   SET WS-PLRAUDIT-OPEN-OK TO TRUE
               WHEN WS-PLRAUDIT-STATUS = "35"
                   DISPLAY "[WARN] PLRAUDIT not found - no enrolment "
                       "dates"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open PLRAUDIT, status: "
                       WS-PLRAUDIT-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN OUTPUT EXP-WARN-FILE
           IF WS-EXPWARN-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open EXPWARN, status: "
                   WS-EXPWARN-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT EXP-RPT-FILE
           IF WS-EXPRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open EXPRPT, status: "
                   WS-EXPRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open EXPPARM, status: "
                   WS-PARMCARD-STATUS ", using 24 months as of today"
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
                               TO WS-INACTIVE-MONTHS
                       END-IF
                       IF PARM-CARD-LINE(3:8) NUMERIC
                           MOVE PARM-CARD-LINE(3:8) TO WS-TODAY-YMD
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF.

       030-SET-CUTOFF-DATE.
      *>   Cutoff is the as-of date stepped back the threshold in
      *>   whole months, clamped to the end of a shorter month
      *>   (31 March less one month is 28/29 February). The next
      *>   run is taken as the same day next month.
           MOVE WS-TODAY-YMD TO WS-SHIFT-YMD
           COMPUTE WS-SHIFT-MONTHS = 0 - WS-INACTIVE-MONTHS
           PERFORM 070-SHIFT-MONTHS
           MOVE WS-SHIFT-INT TO WS-CUTOFF-INT
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-TODAY-YMD TO WS-SHIFT-YMD
           MOVE 1 TO WS-SHIFT-MONTHS
           PERFORM 070-SHIFT-MONTHS
           COMPUTE WS-NEXT-RUN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SHIFT-INT).

       040-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-HEADING-1 TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE WS-TODAY-YMD TO WP-AS-OF
           MOVE WS-INACTIVE-MONTHS TO WP-MONTHS
           MOVE WS-CUTOFF-DATE TO WP-CUTOFF
           MOVE WS-PARM-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE WS-HEADING-2 TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       050-REOPEN-TRANLOG.
           IF WS-TRANLOG-AVAIL
               CLOSE TRAN-LOG-FILE
               OPEN EXTEND TRAN-LOG-FILE
           ELSE
               OPEN OUTPUT TRAN-LOG-FILE
           END-IF
           IF WS-TRANLOG-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to extend TRANLOG, status: "
                   WS-TRANLOG-STATUS
               MOVE "N" TO WS-TRANLOG-AVAIL-SW
               SET WS-ABORT TO TRUE
           ELSE
               SET WS-TRANLOG-AVAIL TO TRUE
           END-IF.

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

       070-SHIFT-MONTHS.
           COMPUTE WS-MONTH-NUMBER =
               WS-SHIFT-YYYY * 12 + WS-SHIFT-MM - 1 + WS-SHIFT-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           PERFORM 060-CALC-MONTH-END
           COMPUTE WS-SHIFT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-MONTH * 100 + 1)
                   + WS-SHIFT-DD - 1
           IF WS-SHIFT-INT > WS-CALC-END-INT
               MOVE WS-CALC-END-INT TO WS-SHIFT-INT
           END-IF.

       100-LOAD-LAST-LOG-DATES.
           IF WS-TRANLOG-AVAIL
               PERFORM UNTIL WS-LOG-EOF
                   READ TRAN-LOG-FILE
                       AT END
                           SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 110-NOTE-LOG-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       110-NOTE-LOG-RECORD.
           MOVE TL-LOG-LINE TO TL-LOG-RECORD
           MOVE TL-TIMESTAMP(1:8) TO WS-LOG-DATE
           IF TL-EVENT-TYPE NOT = "EXPIRE"
               AND WS-LOG-DATE NUMERIC
               PERFORM 120-FIND-LOG-ENTRY
               IF WS-ENTRY-NOT-FOUND
                   IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
                       DISPLAY "[ERROR] Activity table full at "
                           WS-ENTRY-MAX
                           " players - enlarge WS-LAST-LOG-TABLE"
                       SET WS-ABORT TO TRUE
                       SET WS-LOG-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-ENTRY-COUNT
                       SET LL-IDX TO WS-ENTRY-COUNT
                       MOVE TL-PLAYER-ID TO LL-PLAYER-ID (LL-IDX)
                       MOVE 0 TO LL-LAST-DATE (LL-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND
                   AND WS-LOG-DATE > LL-LAST-DATE (LL-IDX)
                   MOVE WS-LOG-DATE TO LL-LAST-DATE (LL-IDX)
               END-IF
           END-IF.

       120-FIND-LOG-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-ENTRY-SUB > WS-ENTRY-COUNT
               SET LL-IDX TO WS-ENTRY-SUB
               IF LL-PLAYER-ID (LL-IDX) = TL-PLAYER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       150-LOAD-ENROLMENTS.
      *>   Applied ENROLLs only -- a rejected one carries its
      *>   [REJECTED] reason in the message.
           IF WS-PLRAUDIT-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PLYR-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PA-AUDIT-LINE TO PA-AUDIT-RECORD
                           IF PA-ACTION = "ENROLL"
                               AND PA-MESSAGE(1:10) NOT = "[REJECTED]"
                               AND PA-TIMESTAMP(1:8) NUMERIC
                               PERFORM 160-NOTE-ENROLMENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
           END-IF.

       160-NOTE-ENROLMENT.
           MOVE PA-PLAYER-ID TO WS-SEEK-PLAYER
           PERFORM 170-FIND-ENROL-ENTRY
           IF WS-ENTRY-NOT-FOUND
               IF WS-ENROL-COUNT >= WS-ENROL-MAX
                   DISPLAY "[ERROR] Enrolment table full at "
                       WS-ENROL-MAX
                       " players - enlarge WS-ENROL-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ENROL-COUNT
                   SET EN-IDX TO WS-ENROL-COUNT
                   MOVE PA-PLAYER-ID TO EN-PLAYER-ID (EN-IDX)
                   MOVE 0 TO EN-ENROL-DATE (EN-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               AND PA-TIMESTAMP(1:8) > EN-ENROL-DATE (EN-IDX)
               MOVE PA-TIMESTAMP(1:8) TO EN-ENROL-DATE (EN-IDX)
           END-IF.

       170-FIND-ENROL-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ENROL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-ENROL-SUB > WS-ENROL-COUNT
               SET EN-IDX TO WS-ENROL-SUB
               IF EN-PLAYER-ID (EN-IDX) = WS-SEEK-PLAYER
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       200-PROCESS-PLAYER.
           ADD 1 TO WS-PLAYERS-READ
           EVALUATE TRUE
               WHEN PM-STATUS-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-SKIPPED
               WHEN PM-SCORE NOT > 0
                   ADD 1 TO WS-ZERO-BALANCE
               WHEN OTHER
                   PERFORM 210-FIND-LAST-ACTIVITY
                   PERFORM 250-APPLY-EXPIRY-RULE
           END-EVALUATE.

       210-FIND-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY
           PERFORM 220-SCAN-DAILY-ACTIVITY
           PERFORM 230-SCAN-VELOCITY-HISTORY
           MOVE PM-PLAYER-ID TO TL-PLAYER-ID
           PERFORM 120-FIND-LOG-ENTRY
           IF WS-ENTRY-FOUND
               AND LL-LAST-DATE (LL-IDX) > WS-LAST-ACTIVITY
               MOVE LL-LAST-DATE (LL-IDX) TO WS-LAST-ACTIVITY
           END-IF
      *>   Nothing on the activity files: date the balance from the
      *>   player's enrolment.
           MOVE "N" TO WS-ENROL-DATED-SW
           IF WS-LAST-ACTIVITY = 0
               MOVE PM-PLAYER-ID TO WS-SEEK-PLAYER
               PERFORM 170-FIND-ENROL-ENTRY
               IF WS-ENTRY-FOUND
                   MOVE EN-ENROL-DATE (EN-IDX) TO WS-LAST-ACTIVITY
                   SET WS-ENROL-DATED TO TRUE
                   ADD 1 TO WS-ENROL-DATED-COUNT
               END-IF
           END-IF.

       220-SCAN-DAILY-ACTIVITY.
      *>   Keyed player + date, so the last record read before the
      *>   player changes is the player's newest day.
           MOVE "N" TO WS-ACTV-EOF-SW
           MOVE PM-PLAYER-ID TO DA-PLAYER-ID
           MOVE 0 TO DA-ACTIVITY-DATE
           START DLY-ACTV-FILE KEY IS NOT LESS THAN DA-ACTIVITY-KEY
               INVALID KEY
                   SET WS-ACTV-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACTV-EOF
               READ DLY-ACTV-FILE NEXT RECORD
                   AT END
                       SET WS-ACTV-EOF TO TRUE
                   NOT AT END
                       IF DA-PLAYER-ID NOT = PM-PLAYER-ID
                           SET WS-ACTV-EOF TO TRUE
                       ELSE
                           IF DA-ACTIVITY-DATE > WS-LAST-ACTIVITY
                               MOVE DA-ACTIVITY-DATE
                                   TO WS-LAST-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       230-SCAN-VELOCITY-HISTORY.
           MOVE "N" TO WS-ACTV-EOF-SW
           MOVE 0 TO WS-CALC-MONTH
           MOVE PM-PLAYER-ID TO VH-PLAYER-ID
           MOVE 0 TO VH-MONTH
           START VEL-HIST-FILE KEY IS NOT LESS THAN VH-VELOCITY-KEY
               INVALID KEY
                   SET WS-ACTV-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACTV-EOF
               READ VEL-HIST-FILE NEXT RECORD
                   AT END
                       SET WS-ACTV-EOF TO TRUE
                   NOT AT END
                       IF VH-PLAYER-ID NOT = PM-PLAYER-ID
                           SET WS-ACTV-EOF TO TRUE
                       ELSE
                           MOVE VH-MONTH TO WS-CALC-MONTH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CALC-MONTH > 0
               PERFORM 060-CALC-MONTH-END
               IF FUNCTION DATE-OF-INTEGER(WS-CALC-END-INT)
                   > WS-LAST-ACTIVITY
                   COMPUTE WS-LAST-ACTIVITY =
                       FUNCTION DATE-OF-INTEGER(WS-CALC-END-INT)
               END-IF
           END-IF.

       250-APPLY-EXPIRY-RULE.
           EVALUATE TRUE
               WHEN WS-LAST-ACTIVITY = 0
                   ADD 1 TO WS-NO-ACTIVITY
                   MOVE "NONE" TO WD-LAST-ACTIVE
                   MOVE PM-SCORE TO WD-POINTS
                   MOVE "NO ACTIVITY ON FILE - NOT EXPIRED"
                       TO WD-ACTION
                   PERFORM 610-PRINT-DETAIL
               WHEN WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   PERFORM 300-EXPIRE-POINTS
               WHEN OTHER
                   PERFORM 260-CALC-EXPIRY-DATE
                   IF WS-EXPIRY-DATE NOT > WS-NEXT-RUN-DATE
                       PERFORM 400-WRITE-WARNING
                   END-IF
           END-EVALUATE.

       260-CALC-EXPIRY-DATE.
      *>   The first calendar date whose cutoff passes the last
      *>   activity: last activity plus the threshold in months,
      *>   plus one day. The balance is lost at the first run on or
      *>   after it.
           MOVE WS-LAST-ACTIVITY TO WS-SHIFT-YMD
           MOVE WS-INACTIVE-MONTHS TO WS-SHIFT-MONTHS
           PERFORM 070-SHIFT-MONTHS
           COMPUTE WS-EXPIRY-INT = WS-SHIFT-INT + 1
           COMPUTE WS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).

       300-EXPIRE-POINTS.
           MOVE PM-SCORE TO WS-SCORE-BEFORE
           MOVE 0 TO PM-SCORE
           MOVE WS-LAST-ACTIVITY TO WD-LAST-ACTIVE
           MOVE WS-SCORE-BEFORE TO WD-POINTS
           REWRITE PM-PLAYER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY "[ERROR] Master rewrite failed - player: "
                       PM-PLAYER-ID
                   MOVE "[ERROR] Master rewrite failed" TO WD-ACTION
                   PERFORM 610-PRINT-DETAIL
               NOT INVALID KEY
                   ADD 1 TO WS-PLAYERS-EXPIRED
                   ADD WS-SCORE-BEFORE TO WS-POINTS-EXPIRED
                   PERFORM 700-WRITE-LOG-RECORD
                   IF WS-ENROL-DATED
                       MOVE "EXPIRED - NO ACTIVITY SINCE ENROLMENT"
                           TO WD-ACTION
                   ELSE
                       MOVE "EXPIRED" TO WD-ACTION
                   END-IF
                   PERFORM 610-PRINT-DETAIL
           END-REWRITE.

       400-WRITE-WARNING.
           MOVE SPACES TO EW-WARNING-RECORD
           MOVE PM-PLAYER-ID TO EW-PLAYER-ID
           MOVE PM-SCORE TO EW-SCORE-AT-RISK
           MOVE WS-LAST-ACTIVITY TO EW-LAST-ACTIVITY
           MOVE WS-EXPIRY-DATE TO EW-EXPIRY-DATE
           MOVE WS-TODAY-YMD TO EW-RUN-DATE
           MOVE EW-WARNING-RECORD TO EW-WARNING-LINE
           WRITE EW-WARNING-LINE
           ADD 1 TO WS-WARNINGS-WRITTEN
           ADD PM-SCORE TO WS-POINTS-AT-RISK
           MOVE WS-LAST-ACTIVITY TO WD-LAST-ACTIVE
           MOVE PM-SCORE TO WD-POINTS
           MOVE WS-EXPIRY-DATE TO WW-EXPIRY-DATE
           MOVE WS-WARN-ACTION TO WD-ACTION
           PERFORM 610-PRINT-DETAIL.

       610-PRINT-DETAIL.
           MOVE PM-PLAYER-ID TO WD-PLAYER-ID
           MOVE WS-DETAIL-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       700-WRITE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO TL-TIMESTAMP
           MOVE PM-PLAYER-ID TO TL-PLAYER-ID
           MOVE "EXPIRE" TO TL-EVENT-TYPE
           MOVE SPACES TO TL-ITEM-CODE
           MOVE 0 TO TL-QUANTITY
           MOVE WS-SCORE-BEFORE TO TL-SCORE-BEFORE
           MOVE PM-SCORE TO TL-SCORE-AFTER
           MOVE PM-HP TO TL-HP-BEFORE
           MOVE PM-HP TO TL-HP-AFTER
           MOVE "Dormant points expired" TO TL-MESSAGE
           MOVE SPACES TO TL-XFER-REF
           MOVE SPACES TO TL-PROMO-CODE
           MOVE SPACES TO TL-ORDER-REF
           MOVE TL-LOG-RECORD TO TL-LOG-LINE
           WRITE TL-LOG-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE "PLAYERS READ        : " TO WT-LABEL
           MOVE WS-PLAYERS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "SUSPENDED SKIPPED   : " TO WT-LABEL
           MOVE WS-SUSPENDED-SKIPPED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ZERO BALANCE        : " TO WT-LABEL
           MOVE WS-ZERO-BALANCE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "NO ACTIVITY ON FILE : " TO WT-LABEL
           MOVE WS-NO-ACTIVITY TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "DATED FROM ENROLMENT: " TO WT-LABEL
           MOVE WS-ENROL-DATED-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS EXPIRED     : " TO WT-LABEL
           MOVE WS-PLAYERS-EXPIRED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POINTS EXPIRED      : " TO WT-LABEL
           MOVE WS-POINTS-EXPIRED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "WARNINGS WRITTEN    : " TO WT-LABEL
           MOVE WS-WARNINGS-WRITTEN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POINTS AT RISK      : " TO WT-LABEL
           MOVE WS-POINTS-AT-RISK TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "REWRITE ERRORS      : " TO WT-LABEL
           MOVE WS-REWRITE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "---------------------------------------------"
           DISPLAY "Players read      : " WS-PLAYERS-READ
           DISPLAY "Suspended skipped : " WS-SUSPENDED-SKIPPED
           DISPLAY "Players expired   : " WS-PLAYERS-EXPIRED
           DISPLAY "Points expired    : " WS-POINTS-EXPIRED
           DISPLAY "Warnings written  : " WS-WARNINGS-WRITTEN
           DISPLAY "No activity       : " WS-NO-ACTIVITY
           DISPLAY "Enrolment dated   : " WS-ENROL-DATED-COUNT
           DISPLAY "Rewrite errors    : " WS-REWRITE-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       950-CLOSE-FILES.
           CLOSE PLYR-MSTR-FILE
           CLOSE DLY-ACTV-FILE
           CLOSE VEL-HIST-FILE
           IF WS-PLRAUDIT-OPEN-OK
               CLOSE PLYR-AUDIT-FILE
           END-IF
           IF WS-TRANLOG-AVAIL
               CLOSE TRAN-LOG-FILE
           END-IF
           CLOSE EXP-WARN-FILE
           CLOSE EXP-RPT-FILE.
