       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCV.
       author. PTA-11 ENGINE LINKER.

      *> Player master forward recovery. Rebuilds PLYRMSTR balances
      *> from a backup copy plus the audit trail, so a master damaged
      *> mid-run (or a batch of failed SHOPBAT rewrites) no longer
      *> means a full restore and a lost day. Every TRANLOG record
      *> carries the absolute balance it left behind, so recovery
      *> needs no arithmetic: the last TL-SCORE-AFTER/TL-HP-AFTER
      *> per player up to the recovery point IS that player's
      *> balance, and a player with no trail after the backup keeps
      *> the backup's figures.
      *>
      *> The archived TRNARCH generation (optional DD) is read ahead
      *> of the live TRANLOG, so a backup taken before a month-end
      *> rollover still recovers across the boundary. Records
      *> stamped at or before the backup point, or after the
      *> recovery point, are skipped.
      *>
      *> The rebuilt master goes to PLYRNEW; the live master is only
      *> read. RCVRPT lists every player whose rebuilt balance
      *> differs from the current master (or who is on one file and
      *> not the other), for operations to decide whether to swap
      *> the rebuilt file in or post only the differences. Account
      *> status is not on the trail: it is taken from the current
      *> master where the player is there (PLRMNT changes since the
      *> backup survive), otherwise from the backup.
      *>
      *> RCVPARM card (optional):
      *>   1-26  backup point timestamp (blank = replay everything
      *>         supplied)
      *>   27-52 recovery point timestamp (blank = end of trail)
      *>
      *> RC 0 rebuilt master agrees with the current master, RC 4
      *> differences listed, RC 8 a rebuilt player could not be
      *> written (PLYRNEW is missing players -- never swap it in),
      *> RC 12 aborted on a file open or the recovery table filling
      *> (PLYRNEW is then incomplete).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLYR-BKUP-FILE ASSIGN TO "PLYRBKUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-PLAYER-ID
               FILE STATUS IS WS-PLYRBKUP-STATUS.

           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT PLYR-NEW-FILE ASSIGN TO "PLYRNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-PLAYER-ID
               FILE STATUS IS WS-PLYRNEW-STATUS.

           SELECT TRAN-ARCH-FILE ASSIGN TO "TRNARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNARCH-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT RCV-RPT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Backup and rebuilt masters: same layout as PLYRMSTR.cpy.
       FD  PLYR-BKUP-FILE.
       01  BK-PLAYER-RECORD.
           05  BK-PLAYER-ID          PIC X(10).
           05  BK-SCORE              PIC S9(9) COMP-5.
           05  BK-HP                 PIC S9(9) COMP-5.
           05  BK-STATUS             PIC X(1).

       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  PLYR-NEW-FILE.
       01  RB-PLAYER-RECORD.
           05  RB-PLAYER-ID          PIC X(10).
           05  RB-SCORE              PIC S9(9) COMP-5.
           05  RB-HP                 PIC S9(9) COMP-5.
           05  RB-STATUS             PIC X(1).

       FD  TRAN-ARCH-FILE.
       01  TA-ARCH-LINE              PIC X(200).

       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  RCV-RPT-FILE.
       01  RR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.

       01  WS-PLYRBKUP-STATUS        PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-PLYRNEW-STATUS         PIC X(2).
       01  WS-TRNARCH-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-RCVRPT-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-TRNARCH-AVAIL-SW       PIC X(1) VALUE "N".
           88  WS-TRNARCH-AVAIL          VALUE "Y".

       01  WS-TRANLOG-AVAIL-SW       PIC X(1) VALUE "N".
           88  WS-TRANLOG-AVAIL          VALUE "Y".

       01  WS-REBUILT-READY-SW       PIC X(1) VALUE "N".
           88  WS-REBUILT-READY          VALUE "Y".

       01  WS-ENTRY-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
           88  WS-ENTRY-NOT-FOUND        VALUE "N".

       01  WS-BACKUP-POINT           PIC X(26) VALUE LOW-VALUES.
       01  WS-RECOVERY-POINT         PIC X(26) VALUE HIGH-VALUES.

      *> Last AFTER images per player replayed from the trail. Serial
      *> scan bounded by the entry count, same as SHOPRCN's
      *> reconciliation table. RV-USED-SW marks entries already
      *> written against a backup record, so the leftovers are the
      *> players who first appeared after the backup was taken.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RV-IDX.
               10  RV-PLAYER-ID      PIC X(10).
               10  RV-SCORE          PIC S9(9) COMP-5.
               10  RV-HP             PIC S9(9) COMP-5.
               10  RV-TRAN-COUNT     PIC 9(9)  COMP-5.
               10  RV-USED-SW        PIC X(1).

       01  WS-ENTRY-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENTRY-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENTRY-SUB              PIC 9(5) COMP-5.

       01  WS-COUNTS.
           05  WS-BACKUP-READ        PIC 9(9) VALUE 0.
           05  WS-ARCH-READ          PIC 9(9) VALUE 0.
           05  WS-LOG-READ           PIC 9(9) VALUE 0.
           05  WS-RECORDS-APPLIED    PIC 9(9) VALUE 0.
           05  WS-BEFORE-BACKUP      PIC 9(9) VALUE 0.
           05  WS-AFTER-RECOVERY     PIC 9(9) VALUE 0.
           05  WS-PLAYERS-WRITTEN    PIC 9(9) VALUE 0.
           05  WS-PLAYERS-REPLAYED   PIC 9(9) VALUE 0.
           05  WS-PLAYERS-LOG-ONLY   PIC 9(9) VALUE 0.
           05  WS-PLAYERS-MATCHED    PIC 9(9) VALUE 0.
           05  WS-PLAYERS-DIFFERENT  PIC 9(9) VALUE 0.
           05  WS-WRITE-ERRORS       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 MASTER FORWARD RECOVERY".
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(82) VALUE SPACES.

       01  WS-PARM-LINE-1.
           05  FILLER                PIC X(17) VALUE
               "BACKUP POINT   : ".
           05  WP-BACKUP-POINT       PIC X(26).
           05  FILLER                PIC X(89) VALUE SPACES.

       01  WS-PARM-LINE-2.
           05  FILLER                PIC X(17) VALUE
               "RECOVERY POINT : ".
           05  WP-RECOVERY-POINT     PIC X(26).
           05  FILLER                PIC X(89) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(12) VALUE "PLAYER ID".
           05  FILLER                PIC X(13) VALUE "  RBLD SCORE".
           05  FILLER                PIC X(13) VALUE "  MSTR SCORE".
           05  FILLER                PIC X(13) VALUE "     RBLD HP".
           05  FILLER                PIC X(13) VALUE "     MSTR HP".
           05  FILLER                PIC X(68) VALUE "  CONDITION".

       01  WS-DETAIL-LINE.
           05  WD-PLAYER-ID          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-REBUILT-SCORE      PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WD-MASTER-SCORE       PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WD-REBUILT-HP         PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WD-MASTER-HP          PIC -ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-CONDITION          PIC X(30).
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== MSTRCV: MASTER FORWARD RECOVERY ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-PRINT-HEADINGS
               PERFORM 100-REPLAY-ARCHIVE
               PERFORM 150-REPLAY-TRANLOG

               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 200-BUILD-FROM-BACKUP
                   PERFORM 250-ADD-LOG-ONLY-PLAYERS
                   PERFORM 300-COMPARE-REBUILT
                   PERFORM 350-FIND-DROPPED-PLAYERS
                   PERFORM 900-PRINT-CONTROL-TOTALS
                   EVALUATE TRUE
                       WHEN WS-WRITE-ERRORS > 0
                           DISPLAY "[ERROR] PLYRNEW incomplete - do "
                               "not swap it in"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-PLAYERS-DIFFERENT > 0
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT PLYR-BKUP-FILE
           IF WS-PLYRBKUP-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRBKUP, status: "
                   WS-PLYRBKUP-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PLYR-MSTR-FILE
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRMSTR, status: "
                   WS-PLYRMSTR-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT PLYR-NEW-FILE
           IF WS-PLYRNEW-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRNEW, status: "
                   WS-PLYRNEW-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   No archive generation just means the backup was taken
      *>   this month; a missing live log means nothing since the
      *>   rollover. Either way the replay runs on what is there.
           OPEN INPUT TRAN-ARCH-FILE
           IF WS-TRNARCH-STATUS = "00"
               SET WS-TRNARCH-AVAIL TO TRUE
           ELSE
               DISPLAY "[WARN] TRNARCH not available, status: "
                   WS-TRNARCH-STATUS ", replaying live log only"
           END-IF

           OPEN INPUT TRAN-LOG-FILE
           IF WS-TRANLOG-STATUS = "00"
               SET WS-TRANLOG-AVAIL TO TRUE
           ELSE
               DISPLAY "[WARN] TRANLOG not available, status: "
                   WS-TRANLOG-STATUS ", replaying archive only"
           END-IF

           OPEN OUTPUT RCV-RPT-FILE
           IF WS-RCVRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open RCVRPT, status: "
                   WS-RCVRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open RCVPARM, status: "
                   WS-PARMCARD-STATUS ", replaying whole trail"
           END-IF.

       020-READ-PARM-CARD.
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(1:26) NOT = SPACES
                           MOVE PARM-CARD-LINE(1:26)
                               TO WS-BACKUP-POINT
                       END-IF
                       IF PARM-CARD-LINE(27:26) NOT = SPACES
                           MOVE PARM-CARD-LINE(27:26)
                               TO WS-RECOVERY-POINT
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           IF WS-BACKUP-POINT = LOW-VALUES
               MOVE "(WHOLE TRAIL)" TO WP-BACKUP-POINT
           ELSE
               MOVE WS-BACKUP-POINT TO WP-BACKUP-POINT
           END-IF
           IF WS-RECOVERY-POINT = HIGH-VALUES
               MOVE "(END OF TRAIL)" TO WP-RECOVERY-POINT
           ELSE
               MOVE WS-RECOVERY-POINT TO WP-RECOVERY-POINT
           END-IF
           DISPLAY "Backup point      : " WP-BACKUP-POINT
           DISPLAY "Recovery point    : " WP-RECOVERY-POINT.

       030-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-HEADING-1 TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE WS-PARM-LINE-1 TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE WS-PARM-LINE-2 TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE WS-HEADING-2 TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE.

       100-REPLAY-ARCHIVE.
           IF WS-TRNARCH-AVAIL
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ
                           MOVE TA-ARCH-LINE TO TL-LOG-RECORD
                           PERFORM 160-APPLY-LOG-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       150-REPLAY-TRANLOG.
           IF WS-TRANLOG-AVAIL AND NOT WS-ABORT
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           MOVE TL-LOG-LINE TO TL-LOG-RECORD
                           PERFORM 160-APPLY-LOG-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       160-APPLY-LOG-RECORD.
           EVALUATE TRUE
               WHEN TL-TIMESTAMP NOT > WS-BACKUP-POINT
                   ADD 1 TO WS-BEFORE-BACKUP
               WHEN TL-TIMESTAMP > WS-RECOVERY-POINT
                   ADD 1 TO WS-AFTER-RECOVERY
               WHEN OTHER
                   PERFORM 170-FIND-RCV-ENTRY
                   IF WS-ENTRY-NOT-FOUND
                       PERFORM 180-ADD-RCV-ENTRY
                   END-IF
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-RECORDS-APPLIED
                       ADD 1 TO RV-TRAN-COUNT (RV-IDX)
                       MOVE TL-SCORE-AFTER TO RV-SCORE (RV-IDX)
                       MOVE TL-HP-AFTER TO RV-HP (RV-IDX)
                   END-IF
           END-EVALUATE.

       170-FIND-RCV-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-ENTRY-SUB > WS-ENTRY-COUNT
               SET RV-IDX TO WS-ENTRY-SUB
               IF RV-PLAYER-ID (RV-IDX) = TL-PLAYER-ID
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       180-ADD-RCV-ENTRY.
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               DISPLAY "[ERROR] Recovery table full at "
                   WS-ENTRY-MAX " players - enlarge WS-RCV-TABLE"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               SET RV-IDX TO WS-ENTRY-COUNT
               MOVE TL-PLAYER-ID TO RV-PLAYER-ID (RV-IDX)
               MOVE 0 TO RV-SCORE (RV-IDX)
               MOVE 0 TO RV-HP (RV-IDX)
               MOVE 0 TO RV-TRAN-COUNT (RV-IDX)
               MOVE "N" TO RV-USED-SW (RV-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       200-BUILD-FROM-BACKUP.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PLYR-BKUP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-REBUILD-BACKUP-PLAYER
               END-READ
           END-PERFORM.

       210-REBUILD-BACKUP-PLAYER.
           ADD 1 TO WS-BACKUP-READ
           MOVE BK-PLAYER-ID TO RB-PLAYER-ID
           MOVE BK-SCORE TO RB-SCORE
           MOVE BK-HP TO RB-HP
           MOVE BK-STATUS TO RB-STATUS
           MOVE BK-PLAYER-ID TO TL-PLAYER-ID
           PERFORM 170-FIND-RCV-ENTRY
           IF WS-ENTRY-FOUND
               MOVE RV-SCORE (RV-IDX) TO RB-SCORE
               MOVE RV-HP (RV-IDX) TO RB-HP
               MOVE "Y" TO RV-USED-SW (RV-IDX)
               ADD 1 TO WS-PLAYERS-REPLAYED
           END-IF
           PERFORM 260-WRITE-REBUILT-PLAYER.

       250-ADD-LOG-ONLY-PLAYERS.
      *>   Players enrolled after the backup was taken exist only on
      *>   the trail.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               SET RV-IDX TO WS-ENTRY-SUB
               IF RV-USED-SW (RV-IDX) NOT = "Y"
                   MOVE RV-PLAYER-ID (RV-IDX) TO RB-PLAYER-ID
                   MOVE RV-SCORE (RV-IDX) TO RB-SCORE
                   MOVE RV-HP (RV-IDX) TO RB-HP
                   MOVE "A" TO RB-STATUS
                   ADD 1 TO WS-PLAYERS-LOG-ONLY
                   PERFORM 260-WRITE-REBUILT-PLAYER
               END-IF
           END-PERFORM.

       260-WRITE-REBUILT-PLAYER.
           MOVE RB-PLAYER-ID TO PM-PLAYER-ID
           READ PLYR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-STATUS TO RB-STATUS
           END-READ
           WRITE RB-PLAYER-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY "[ERROR] Unable to write rebuilt player "
                       RB-PLAYER-ID ", status: " WS-PLYRNEW-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PLAYERS-WRITTEN
           END-WRITE.

       300-COMPARE-REBUILT.
           CLOSE PLYR-NEW-FILE
           OPEN INPUT PLYR-NEW-FILE
           IF WS-PLYRNEW-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to reopen PLYRNEW, status: "
                   WS-PLYRNEW-STATUS
               ADD 1 TO WS-WRITE-ERRORS
           ELSE
               SET WS-REBUILT-READY TO TRUE
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO RB-PLAYER-ID
               START PLYR-NEW-FILE KEY IS NOT LESS THAN RB-PLAYER-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ PLYR-NEW-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-COMPARE-ONE-PLAYER
                   END-READ
               END-PERFORM
           END-IF.

       310-COMPARE-ONE-PLAYER.
           MOVE RB-PLAYER-ID TO PM-PLAYER-ID
           READ PLYR-MSTR-FILE
               INVALID KEY
                   ADD 1 TO WS-PLAYERS-DIFFERENT
                   MOVE 0 TO WD-MASTER-SCORE
                   MOVE 0 TO WD-MASTER-HP
                   MOVE "NOT ON CURRENT MASTER" TO WD-CONDITION
                   PERFORM 320-PRINT-DIFFERENCE
               NOT INVALID KEY
                   IF PM-SCORE = RB-SCORE AND PM-HP = RB-HP
                       ADD 1 TO WS-PLAYERS-MATCHED
                   ELSE
                       ADD 1 TO WS-PLAYERS-DIFFERENT
                       MOVE PM-SCORE TO WD-MASTER-SCORE
                       MOVE PM-HP TO WD-MASTER-HP
                       MOVE "BALANCE DIFFERS" TO WD-CONDITION
                       PERFORM 320-PRINT-DIFFERENCE
                   END-IF
           END-READ.

       320-PRINT-DIFFERENCE.
           MOVE RB-PLAYER-ID TO WD-PLAYER-ID
           MOVE RB-SCORE TO WD-REBUILT-SCORE
           MOVE RB-HP TO WD-REBUILT-HP
           PERFORM 330-WRITE-DETAIL-LINE.

       330-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE.

       350-FIND-DROPPED-PLAYERS.
      *>   A player on the live master with no backup record and no
      *>   trail cannot be rebuilt; listed for support to put right
      *>   by hand.
           IF WS-REBUILT-READY
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
                           PERFORM 360-CHECK-ON-REBUILT
                   END-READ
               END-PERFORM
           END-IF.

       360-CHECK-ON-REBUILT.
           MOVE PM-PLAYER-ID TO RB-PLAYER-ID
           READ PLYR-NEW-FILE
               INVALID KEY
                   ADD 1 TO WS-PLAYERS-DIFFERENT
                   MOVE PM-PLAYER-ID TO WD-PLAYER-ID
                   MOVE 0 TO WD-REBUILT-SCORE
                   MOVE 0 TO WD-REBUILT-HP
                   MOVE PM-SCORE TO WD-MASTER-SCORE
                   MOVE PM-HP TO WD-MASTER-HP
                   MOVE "NOT ON REBUILT MASTER" TO WD-CONDITION
                   PERFORM 330-WRITE-DETAIL-LINE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE
           MOVE "BACKUP RECORDS READ : " TO WT-LABEL
           MOVE WS-BACKUP-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "ARCHIVE RECORDS READ: " TO WT-LABEL
           MOVE WS-ARCH-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "LOG RECORDS READ    : " TO WT-LABEL
           MOVE WS-LOG-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "BEFORE BACKUP POINT : " TO WT-LABEL
           MOVE WS-BEFORE-BACKUP TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "AFTER RECOVERY POINT: " TO WT-LABEL
           MOVE WS-AFTER-RECOVERY TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "RECORDS REPLAYED    : " TO WT-LABEL
           MOVE WS-RECORDS-APPLIED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS REPLAYED    : " TO WT-LABEL
           MOVE WS-PLAYERS-REPLAYED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FROM LOG    : " TO WT-LABEL
           MOVE WS-PLAYERS-LOG-ONLY TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS REBUILT     : " TO WT-LABEL
           MOVE WS-PLAYERS-WRITTEN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS MATCHED     : " TO WT-LABEL
           MOVE WS-PLAYERS-MATCHED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS DIFFERENT   : " TO WT-LABEL
           MOVE WS-PLAYERS-DIFFERENT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "WRITE ERRORS        : " TO WT-LABEL
           MOVE WS-WRITE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Records replayed  : " WS-RECORDS-APPLIED
           DISPLAY "Players rebuilt   : " WS-PLAYERS-WRITTEN
           DISPLAY "Players matched   : " WS-PLAYERS-MATCHED
           DISPLAY "Players different : " WS-PLAYERS-DIFFERENT
           DISPLAY "Write errors      : " WS-WRITE-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RR-PRINT-LINE
           WRITE RR-PRINT-LINE.

       950-CLOSE-FILES.
           CLOSE PLYR-BKUP-FILE
           CLOSE PLYR-MSTR-FILE
           CLOSE PLYR-NEW-FILE
           IF WS-TRNARCH-AVAIL
               CLOSE TRAN-ARCH-FILE
           END-IF
           IF WS-TRANLOG-AVAIL
               CLOSE TRAN-LOG-FILE
           END-IF
           CLOSE RCV-RPT-FILE.
