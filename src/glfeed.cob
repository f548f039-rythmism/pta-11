       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEED.
       author. PTA-11 ENGINE LINKER.

      *> Nightly points-liability and general-ledger journal feed.
      *> Runs after the night's shop processing. Counts every TRANLOG
      *> record written since last night's feed (the stamp of the
      *> last record it counted rides on LIABCTL), totals the points
      *> each kind of event moved, and totals PM-SCORE across
      *> PLYRMSTR as the closing points liability. The movements go
      *> to GLJRNL as a balanced journal in the GL interface layout:
      *>   POINTS REDEEMED     PURCHASE    Dr PTS-LIAB   Cr PTS-REDEEM
      *>   POINTS REFUNDED     REFUND      Dr PTS-REDEEM Cr PTS-LIAB
      *>   PROMOTION COST      promo sales Dr PTS-PROMO  Cr PTS-REDEEM
      *>   TRANSFERS OUT/IN    XFEROUT/IN  via PTS-XFRCLR (nets to 0)
      *>   POINTS EARNED       EARN        Dr PTS-ISSUE  Cr PTS-LIAB
      *>   OPENING POINTS      ENROLL      Dr PTS-ISSUE  Cr PTS-LIAB
      *>   POINTS EXPIRED      EXPIRE      Dr PTS-LIAB   Cr PTS-BRKAGE
      *>   ADJUSTMENTS         ADJUST      against PTS-ADJUST
      *>   UNCLASSIFIED        anything    against PTS-SUSPNS
      *> with the opening and closing liability on the header and
      *> trailer. Promotion cost is what a promo-priced sale gave
      *> away: the catalog price in force on the sale date times the
      *> quantity, less the points actually charged. It moves no
      *> points balance, so it is a revenue gross-up, not liability.
      *>
      *> The liability proof: last night's closing figure (LIABPRV)
      *> plus tonight's net movement must equal tonight's closing
      *> liability. When it does not, the journal is still written
      *> for investigation but the trailer is flagged and the run
      *> ends RC 8 so the feed is not taken unattended. Tonight's
      *> closing figure and log stamp go to LIABNEW either way: the
      *> master is the liability, and tomorrow proves from it. With
      *> no previous figure (first run: LIABPRV DD DUMMY) the
      *> records stamped on the business date are counted, the
      *> opening figure is derived and the run ends RC 4.
      *>
      *> The current TRNARCH archive generation (optional DD) is read
      *> ahead of the live TRANLOG under the same stamp test, so a
      *> month-end rollover that runs before the night's feed cannot
      *> carry the last day's records out of its reach. A live record
      *> stamped at or before the last archived one is skipped: the
      *> archive already counted it (a rollover stopped between
      *> writing the archive and cutting the live log back).
      *>
      *> GLPARM card (optional): cols 1-8 business date YYYYMMDD for
      *> the journal; blank card (or no card) uses today.
      *>
      *> RC 0 proved, RC 4 first run or unclassified movements or
      *> promo sales that could not be priced, RC 8 proof failed or
      *> transfers did not net to zero, RC 12 aborted on a file open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRAN-ARCH-FILE ASSIGN TO "TRNARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNARCH-STATUS.

           SELECT PLYR-MSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT SHOP-ITEM-FILE ASSIGN TO "SHOPITM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-ITEM-CODE
               FILE STATUS IS WS-SHOPITM-STATUS.

           SELECT LIAB-PREV-FILE ASSIGN TO "LIABPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIABPRV-STATUS.

           SELECT LIAB-NEW-FILE ASSIGN TO "LIABNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIABNEW-STATUS.

           SELECT GL-JRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT GL-RPT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "GLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  TRAN-ARCH-FILE.
       01  TA-ARCH-LINE              PIC X(200).

       FD  PLYR-MSTR-FILE.
       COPY PLYRMSTR.

       FD  SHOP-ITEM-FILE.
       COPY ITEMREC.

       FD  LIAB-PREV-FILE.
       01  LP-CONTROL-LINE           PIC X(55).

       FD  LIAB-NEW-FILE.
       01  LN-CONTROL-LINE           PIC X(55).

       FD  GL-JRNL-FILE.
       01  GJ-JOURNAL-LINE           PIC X(100).

       FD  GL-RPT-FILE.
       01  GR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY LIABCTL.
       COPY GLJRNL.

       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-TRNARCH-STATUS         PIC X(2).
       01  WS-PLYRMSTR-STATUS        PIC X(2).
       01  WS-SHOPITM-STATUS         PIC X(2).
       01  WS-LIABPRV-STATUS         PIC X(2).
       01  WS-LIABNEW-STATUS         PIC X(2).
       01  WS-GLJRNL-STATUS          PIC X(2).
       01  WS-GLRPT-STATUS           PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-TRNARCH-AVAIL-SW       PIC X(1) VALUE "N".
           88  WS-TRNARCH-AVAIL          VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-PRIOR-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-PRIOR-FOUND            VALUE "Y".

       01  WS-PROOF-SW               PIC X(1) VALUE "I".
           88  WS-PROOF-PASSED           VALUE "Y".
           88  WS-PROOF-FAILED           VALUE "N".
           88  WS-PROOF-NOT-RUN          VALUE "I".

       01  WS-BUSINESS-DATE          PIC 9(8).
       01  WS-PRIOR-LOG-STAMP        PIC X(26) VALUE SPACES.
       01  WS-LAST-LOG-STAMP         PIC X(26) VALUE SPACES.
       01  WS-LAST-ARCH-STAMP        PIC X(26) VALUE SPACES.
       01  WS-SALE-DATE              PIC 9(8).
       01  WS-LIST-PRICE             PIC 9(9).

       01  WS-JOURNAL-ID.
           05  FILLER                PIC X(2) VALUE "PL".
           05  WJ-BUSINESS-DATE      PIC 9(8).

      *> GL account codes the journal posts to.
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-LIABILITY     PIC X(10) VALUE "PTS-LIAB".
           05  WS-ACCT-REDEEM        PIC X(10) VALUE "PTS-REDEEM".
           05  WS-ACCT-PROMO         PIC X(10) VALUE "PTS-PROMO".
           05  WS-ACCT-XFER-CLEAR    PIC X(10) VALUE "PTS-XFRCLR".
           05  WS-ACCT-ISSUE         PIC X(10) VALUE "PTS-ISSUE".
           05  WS-ACCT-BREAKAGE      PIC X(10) VALUE "PTS-BRKAGE".
           05  WS-ACCT-ADJUST        PIC X(10) VALUE "PTS-ADJUST".
           05  WS-ACCT-SUSPENSE      PIC X(10) VALUE "PTS-SUSPNS".

      *> Net points each event type moved (+ raises the liability,
      *> - lowers it) and how many records carried a movement.
       01  WS-MOVEMENTS.
           05  WS-MV-PURCHASE        PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-REFUND          PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-XFEROUT         PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-XFERIN          PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-EARN            PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-ENROLL          PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-EXPIRE          PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-ADJUST          PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-OTHER           PIC S9(11) COMP-5 VALUE 0.
           05  WS-MV-TOTAL           PIC S9(11) COMP-5 VALUE 0.
           05  WS-PROMO-COST         PIC S9(11) COMP-5 VALUE 0.

       01  WS-MOVEMENT-COUNTS.
           05  WS-CT-PURCHASE        PIC 9(9) VALUE 0.
           05  WS-CT-REFUND          PIC 9(9) VALUE 0.
           05  WS-CT-XFEROUT         PIC 9(9) VALUE 0.
           05  WS-CT-XFERIN          PIC 9(9) VALUE 0.
           05  WS-CT-EARN            PIC 9(9) VALUE 0.
           05  WS-CT-ENROLL          PIC 9(9) VALUE 0.
           05  WS-CT-EXPIRE          PIC 9(9) VALUE 0.
           05  WS-CT-ADJUST          PIC 9(9) VALUE 0.
           05  WS-CT-OTHER           PIC 9(9) VALUE 0.
           05  WS-CT-PROMO           PIC 9(9) VALUE 0.

       01  WS-LOG-DELTA              PIC S9(11) COMP-5.
       01  WS-XFER-NET               PIC S9(11) COMP-5.
       01  WS-OPENING-LIAB           PIC S9(11) COMP-5 VALUE 0.
       01  WS-CLOSING-LIAB           PIC S9(11) COMP-5 VALUE 0.
       01  WS-EXPECTED-LIAB          PIC S9(11) COMP-5 VALUE 0.
       01  WS-PROOF-DIFFERENCE       PIC S9(11) COMP-5 VALUE 0.
       01  WS-TOTAL-DEBITS           PIC 9(11) VALUE 0.
       01  WS-TOTAL-CREDITS          PIC 9(11) VALUE 0.
       01  WS-JOURNAL-LINE-NO        PIC 9(4) VALUE 0.

      *> One journal pair: the debit and credit account, the points
      *> amount and the description/record count both lines carry.
      *> WS-JE-MOVEMENT is the signed liability movement that
      *> 410-POST-LIABILITY-PAIR turns into a pair against JE-CONTRA.
       01  WS-JOURNAL-ENTRY.
           05  WS-JE-DR-ACCOUNT      PIC X(10).
           05  WS-JE-CR-ACCOUNT      PIC X(10).
           05  WS-JE-CONTRA          PIC X(10).
           05  WS-JE-MOVEMENT        PIC S9(11) COMP-5.
           05  WS-JE-AMOUNT          PIC 9(11).
           05  WS-JE-DESCRIPTION     PIC X(30).
           05  WS-JE-COUNT           PIC 9(9).

       01  WS-SUMMARY.
           05  WS-ARCH-RECORDS-READ  PIC 9(9) VALUE 0.
           05  WS-LOG-RECORDS-READ   PIC 9(9) VALUE 0.
           05  WS-LOG-RECORDS-USED   PIC 9(9) VALUE 0.
           05  WS-PLAYERS-READ       PIC 9(9) VALUE 0.
           05  WS-PROMO-UNPRICED     PIC 9(9) VALUE 0.
           05  WS-JOURNAL-WRITTEN    PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 POINTS LIABILITY FEED  ".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(11) VALUE "   JOURNAL ".
           05  WH1-JOURNAL-ID        PIC X(10).
           05  FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(6)  VALUE "LINE".
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(4)  VALUE "D/C".
           05  FILLER                PIC X(14) VALUE "        POINTS".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                PIC X(62) VALUE "   RECORDS".

       01  WS-DETAIL-LINE.
           05  WD-LINE-NO            PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-ACCOUNT            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-DR-CR              PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-AMOUNT             PIC ZZZZZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WD-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WA-LABEL              PIC X(22).
           05  WA-VALUE              PIC -ZZZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WA-NOTE               PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== GLFEED: POINTS LIABILITY GL FEED ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-READ-PRIOR-CONTROL
               PERFORM 040-PRINT-HEADINGS
               PERFORM 050-READ-ARCHIVE

               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 100-PROCESS-LOG-RECORD
                   END-READ
               END-PERFORM

               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PLYR-MSTR-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PLAYERS-READ
                           ADD PM-SCORE TO WS-CLOSING-LIAB
                   END-READ
               END-PERFORM

               PERFORM 300-PROVE-LIABILITY
               PERFORM 400-WRITE-JOURNAL
               PERFORM 500-WRITE-CONTROL-RECORD
               PERFORM 900-PRINT-CONTROL-TOTALS
               PERFORM 910-SET-RETURN-CODE
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT TRAN-LOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open TRANLOG, status: "
                   WS-TRANLOG-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   No archive generation (or a DUMMY DD) just means nothing
      *>   has rolled since the last feed; the live log carries all.
           OPEN INPUT TRAN-ARCH-FILE
           IF WS-TRNARCH-STATUS = "00"
               SET WS-TRNARCH-AVAIL TO TRUE
           ELSE
               DISPLAY "[WARN] TRNARCH not available, status: "
                   WS-TRNARCH-STATUS ", reading live log only"
           END-IF

           OPEN INPUT PLYR-MSTR-FILE
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PLYRMSTR, status: "
                   WS-PLYRMSTR-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT SHOP-ITEM-FILE
           IF WS-SHOPITM-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open SHOPITM, status: "
                   WS-SHOPITM-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   No previous control generation is a first run, not an
      *>   error: the proof is skipped and the run ends RC 4.
           OPEN INPUT LIAB-PREV-FILE
           IF WS-LIABPRV-STATUS NOT = "00" AND
               WS-LIABPRV-STATUS NOT = "35"
               DISPLAY "[ERROR] Unable to open LIABPRV, status: "
                   WS-LIABPRV-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT LIAB-NEW-FILE
           IF WS-LIABNEW-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open LIABNEW, status: "
                   WS-LIABNEW-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT GL-JRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open GLJRNL, status: "
                   WS-GLJRNL-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT GL-RPT-FILE
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open GLRPT, status: "
                   WS-GLRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open GLPARM, status: "
                   WS-PARMCARD-STATUS ", using today's date"
           END-IF.

       020-READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(1:8) NUMERIC
                           MOVE PARM-CARD-LINE(1:8)
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO WJ-BUSINESS-DATE
           DISPLAY "Business date     : " WS-BUSINESS-DATE.

       030-READ-PRIOR-CONTROL.
           IF WS-LIABPRV-STATUS = "00"
               READ LIAB-PREV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LP-CONTROL-LINE TO LC-CONTROL-RECORD
                       SET WS-PRIOR-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-PRIOR-FOUND
               MOVE LC-CLOSING-LIAB TO WS-OPENING-LIAB
               MOVE LC-LAST-LOG-STAMP TO WS-PRIOR-LOG-STAMP
               MOVE LC-LAST-LOG-STAMP TO WS-LAST-LOG-STAMP
               DISPLAY "Previous feed     : " LC-BUSINESS-DATE
                   " liability " LC-CLOSING-LIAB
               IF LC-BUSINESS-DATE = WS-BUSINESS-DATE
                   DISPLAY "[WARN] Feed already run for "
                       WS-BUSINESS-DATE
                       " - journal holds only movements since"
               END-IF
           ELSE
      *>       A first run counts the whole business date, so the
      *>       stamp starts at its last moment: tomorrow picks up
      *>       from the next day even if tonight's log is empty.
               MOVE WS-BUSINESS-DATE TO WS-LAST-LOG-STAMP(1:8)
               MOVE ALL "9" TO WS-LAST-LOG-STAMP(9:8)
               DISPLAY "[WARN] No previous liability figure - "
                   "first run, proof skipped"
           END-IF.

       040-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-JOURNAL-ID TO WH1-JOURNAL-ID
           MOVE WS-HEADING-1 TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE WS-HEADING-2 TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE.

       050-READ-ARCHIVE.
           IF WS-TRNARCH-AVAIL
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-RECORDS-READ
                           MOVE TA-ARCH-LINE TO TL-LOG-RECORD
                           IF TL-TIMESTAMP > WS-LAST-ARCH-STAMP
                               MOVE TL-TIMESTAMP TO WS-LAST-ARCH-STAMP
                           END-IF
                           PERFORM 105-SELECT-LOG-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       100-PROCESS-LOG-RECORD.
           ADD 1 TO WS-LOG-RECORDS-READ
           MOVE TL-LOG-LINE TO TL-LOG-RECORD
           IF TL-TIMESTAMP > WS-LAST-ARCH-STAMP
               PERFORM 105-SELECT-LOG-RECORD
           END-IF.

       105-SELECT-LOG-RECORD.
      *>   After a previous feed, everything stamped since the last
      *>   record it counted; on a first run, the business date.
           IF WS-PRIOR-FOUND
               IF TL-TIMESTAMP > WS-PRIOR-LOG-STAMP
                   PERFORM 110-TALLY-LOG-RECORD
               END-IF
           ELSE
               IF TL-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                   PERFORM 110-TALLY-LOG-RECORD
               END-IF
           END-IF.

       110-TALLY-LOG-RECORD.
           ADD 1 TO WS-LOG-RECORDS-USED
           IF TL-TIMESTAMP > WS-LAST-LOG-STAMP
               MOVE TL-TIMESTAMP TO WS-LAST-LOG-STAMP
           END-IF

           COMPUTE WS-LOG-DELTA = TL-SCORE-AFTER - TL-SCORE-BEFORE
           IF TL-EVENT-TYPE = "PURCHASE"
               AND TL-PROMO-CODE NOT = SPACES
               AND TL-MESSAGE = "Purchase accepted"
               PERFORM 200-PRICE-PROMO-SALE
           END-IF
      *>   Rejected and errored records carry before = after and
      *>   move nothing.
           IF WS-LOG-DELTA NOT = 0
               PERFORM 120-ADD-MOVEMENT
           END-IF.

       120-ADD-MOVEMENT.
           ADD WS-LOG-DELTA TO WS-MV-TOTAL
           EVALUATE TL-EVENT-TYPE
               WHEN "PURCHASE"
                   ADD WS-LOG-DELTA TO WS-MV-PURCHASE
                   ADD 1 TO WS-CT-PURCHASE
               WHEN "REFUND"
                   ADD WS-LOG-DELTA TO WS-MV-REFUND
                   ADD 1 TO WS-CT-REFUND
               WHEN "XFEROUT"
                   ADD WS-LOG-DELTA TO WS-MV-XFEROUT
                   ADD 1 TO WS-CT-XFEROUT
               WHEN "XFERIN"
                   ADD WS-LOG-DELTA TO WS-MV-XFERIN
                   ADD 1 TO WS-CT-XFERIN
               WHEN "EARN"
                   ADD WS-LOG-DELTA TO WS-MV-EARN
                   ADD 1 TO WS-CT-EARN
               WHEN "ENROLL"
                   ADD WS-LOG-DELTA TO WS-MV-ENROLL
                   ADD 1 TO WS-CT-ENROLL
               WHEN "EXPIRE"
                   ADD WS-LOG-DELTA TO WS-MV-EXPIRE
                   ADD 1 TO WS-CT-EXPIRE
               WHEN "ADJUST"
                   ADD WS-LOG-DELTA TO WS-MV-ADJUST
                   ADD 1 TO WS-CT-ADJUST
               WHEN OTHER
                   DISPLAY "[WARN] Unclassified movement: "
                       TL-EVENT-TYPE " " TL-PLAYER-ID " "
                       TL-TIMESTAMP
                   ADD WS-LOG-DELTA TO WS-MV-OTHER
                   ADD 1 TO WS-CT-OTHER
           END-EVALUATE.

       200-PRICE-PROMO-SALE.
      *>   Same effective-price rule SHOP prices by: the pending cost
      *>   once its effective date has arrived, else the item cost.
           MOVE TL-ITEM-CODE TO SI-ITEM-CODE
           READ SHOP-ITEM-FILE
               INVALID KEY
                   DISPLAY "[WARN] Promo sale not priced, item "
                       TL-ITEM-CODE " not on SHOPITM"
                   ADD 1 TO WS-PROMO-UNPRICED
               NOT INVALID KEY
                   MOVE TL-TIMESTAMP(1:8) TO WS-SALE-DATE
                   IF SI-PEND-EFF-DATE > 0
                       AND SI-PEND-EFF-DATE <= WS-SALE-DATE
                       COMPUTE WS-LIST-PRICE =
                           SI-PEND-COST * TL-QUANTITY
                   ELSE
                       COMPUTE WS-LIST-PRICE =
                           SI-ITEM-COST * TL-QUANTITY
                   END-IF
                   ADD 1 TO WS-CT-PROMO
                   IF WS-LIST-PRICE + WS-LOG-DELTA > 0
                       COMPUTE WS-PROMO-COST =
                           WS-PROMO-COST + WS-LIST-PRICE
                               + WS-LOG-DELTA
                   END-IF
           END-READ.

       300-PROVE-LIABILITY.
           COMPUTE WS-XFER-NET = WS-MV-XFEROUT + WS-MV-XFERIN
           IF WS-PRIOR-FOUND
               COMPUTE WS-EXPECTED-LIAB =
                   WS-OPENING-LIAB + WS-MV-TOTAL
               COMPUTE WS-PROOF-DIFFERENCE =
                   WS-CLOSING-LIAB - WS-EXPECTED-LIAB
               IF WS-PROOF-DIFFERENCE = 0
                   SET WS-PROOF-PASSED TO TRUE
               ELSE
                   SET WS-PROOF-FAILED TO TRUE
                   DISPLAY "[ERROR] Liability proof failed - opening "
                       WS-OPENING-LIAB " + movement " WS-MV-TOTAL
                       " not = closing " WS-CLOSING-LIAB
               END-IF
           ELSE
               COMPUTE WS-OPENING-LIAB =
                   WS-CLOSING-LIAB - WS-MV-TOTAL
               MOVE WS-CLOSING-LIAB TO WS-EXPECTED-LIAB
               SET WS-PROOF-NOT-RUN TO TRUE
           END-IF
           IF WS-XFER-NET NOT = 0
               DISPLAY "[ERROR] Transfers do not net to zero: "
                   WS-XFER-NET
           END-IF.

       400-WRITE-JOURNAL.
           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-HEADER TO TRUE
           PERFORM 420-SET-CONTROL-DATA
           PERFORM 440-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-REDEEM TO WS-JE-CONTRA
           MOVE WS-MV-PURCHASE TO WS-JE-MOVEMENT
           MOVE "POINTS REDEEMED" TO WS-JE-DESCRIPTION
           MOVE WS-CT-PURCHASE TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-REDEEM TO WS-JE-CONTRA
           MOVE WS-MV-REFUND TO WS-JE-MOVEMENT
           MOVE "POINTS REFUNDED" TO WS-JE-DESCRIPTION
           MOVE WS-CT-REFUND TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

      *>   Promotion cost moves no balance: the points a promo gave
      *>   away are expensed and the redemption grossed up to list.
           MOVE WS-ACCT-PROMO TO WS-JE-DR-ACCOUNT
           MOVE WS-ACCT-REDEEM TO WS-JE-CR-ACCOUNT
           MOVE WS-PROMO-COST TO WS-JE-AMOUNT
           MOVE "PROMOTION COST" TO WS-JE-DESCRIPTION
           MOVE WS-CT-PROMO TO WS-JE-COUNT
           PERFORM 430-POST-JOURNAL-PAIR

           MOVE WS-ACCT-XFER-CLEAR TO WS-JE-CONTRA
           MOVE WS-MV-XFEROUT TO WS-JE-MOVEMENT
           MOVE "TRANSFERS OUT" TO WS-JE-DESCRIPTION
           MOVE WS-CT-XFEROUT TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-XFER-CLEAR TO WS-JE-CONTRA
           MOVE WS-MV-XFERIN TO WS-JE-MOVEMENT
           MOVE "TRANSFERS IN" TO WS-JE-DESCRIPTION
           MOVE WS-CT-XFERIN TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-ISSUE TO WS-JE-CONTRA
           MOVE WS-MV-EARN TO WS-JE-MOVEMENT
           MOVE "POINTS EARNED" TO WS-JE-DESCRIPTION
           MOVE WS-CT-EARN TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-ISSUE TO WS-JE-CONTRA
           MOVE WS-MV-ENROLL TO WS-JE-MOVEMENT
           MOVE "OPENING POINTS ISSUED" TO WS-JE-DESCRIPTION
           MOVE WS-CT-ENROLL TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-BREAKAGE TO WS-JE-CONTRA
           MOVE WS-MV-EXPIRE TO WS-JE-MOVEMENT
           MOVE "POINTS EXPIRED" TO WS-JE-DESCRIPTION
           MOVE WS-CT-EXPIRE TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-ADJUST TO WS-JE-CONTRA
           MOVE WS-MV-ADJUST TO WS-JE-MOVEMENT
           MOVE "BALANCE ADJUSTMENTS" TO WS-JE-DESCRIPTION
           MOVE WS-CT-ADJUST TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE WS-ACCT-SUSPENSE TO WS-JE-CONTRA
           MOVE WS-MV-OTHER TO WS-JE-MOVEMENT
           MOVE "UNCLASSIFIED MOVEMENTS" TO WS-JE-DESCRIPTION
           MOVE WS-CT-OTHER TO WS-JE-COUNT
           PERFORM 410-POST-LIABILITY-PAIR

           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-TRAILER TO TRUE
           PERFORM 420-SET-CONTROL-DATA
           PERFORM 440-WRITE-JOURNAL-RECORD.

       410-POST-LIABILITY-PAIR.
      *>   A movement that raised the liability is credited to it and
      *>   debited to the contra account; one that lowered it the
      *>   other way round.
           IF WS-JE-MOVEMENT < 0
               MOVE WS-ACCT-LIABILITY TO WS-JE-DR-ACCOUNT
               MOVE WS-JE-CONTRA TO WS-JE-CR-ACCOUNT
               COMPUTE WS-JE-AMOUNT = 0 - WS-JE-MOVEMENT
           ELSE
               MOVE WS-JE-CONTRA TO WS-JE-DR-ACCOUNT
               MOVE WS-ACCT-LIABILITY TO WS-JE-CR-ACCOUNT
               MOVE WS-JE-MOVEMENT TO WS-JE-AMOUNT
           END-IF
           PERFORM 430-POST-JOURNAL-PAIR.

       420-SET-CONTROL-DATA.
           MOVE WS-OPENING-LIAB TO GJ-OPENING-LIAB
           MOVE WS-CLOSING-LIAB TO GJ-CLOSING-LIAB
           MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
           MOVE WS-PROOF-SW TO GJ-PROOF-FLAG.

       430-POST-JOURNAL-PAIR.
           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-DETAIL TO TRUE
           MOVE WS-JE-DR-ACCOUNT TO GJ-ACCOUNT
           SET GJ-DEBIT TO TRUE
           MOVE WS-JE-AMOUNT TO GJ-AMOUNT
           MOVE WS-JE-DESCRIPTION TO GJ-DESCRIPTION
           MOVE WS-JE-COUNT TO GJ-ITEM-COUNT
           ADD WS-JE-AMOUNT TO WS-TOTAL-DEBITS
           PERFORM 440-WRITE-JOURNAL-RECORD

           MOVE SPACES TO GJ-JOURNAL-RECORD
           SET GJ-DETAIL TO TRUE
           MOVE WS-JE-CR-ACCOUNT TO GJ-ACCOUNT
           SET GJ-CREDIT TO TRUE
           MOVE WS-JE-AMOUNT TO GJ-AMOUNT
           MOVE WS-JE-DESCRIPTION TO GJ-DESCRIPTION
           MOVE WS-JE-COUNT TO GJ-ITEM-COUNT
           ADD WS-JE-AMOUNT TO WS-TOTAL-CREDITS
           PERFORM 440-WRITE-JOURNAL-RECORD.

       440-WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-LINE-NO
           MOVE WS-JOURNAL-ID TO GJ-JOURNAL-ID
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE
           MOVE WS-JOURNAL-LINE-NO TO GJ-LINE-NO
           MOVE GJ-JOURNAL-RECORD TO GJ-JOURNAL-LINE
           WRITE GJ-JOURNAL-LINE
           ADD 1 TO WS-JOURNAL-WRITTEN
           IF GJ-DETAIL
               MOVE GJ-LINE-NO TO WD-LINE-NO
               MOVE GJ-ACCOUNT TO WD-ACCOUNT
               MOVE GJ-DR-CR TO WD-DR-CR
               MOVE GJ-AMOUNT TO WD-AMOUNT
               MOVE GJ-DESCRIPTION TO WD-DESCRIPTION
               MOVE GJ-ITEM-COUNT TO WD-COUNT
               MOVE WS-DETAIL-LINE TO GR-PRINT-LINE
               WRITE GR-PRINT-LINE
           END-IF.

       500-WRITE-CONTROL-RECORD.
           MOVE WS-BUSINESS-DATE TO LC-BUSINESS-DATE
           MOVE WS-CLOSING-LIAB TO LC-CLOSING-LIAB
           MOVE WS-LAST-LOG-STAMP TO LC-LAST-LOG-STAMP
           MOVE WS-PLAYERS-READ TO LC-PLAYER-COUNT
           MOVE WS-PROOF-SW TO LC-PROOF-FLAG
           MOVE LC-CONTROL-RECORD TO LN-CONTROL-LINE
           WRITE LN-CONTROL-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE "LIABILITY PROOF" TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE "OPENING LIABILITY   : " TO WA-LABEL
           MOVE WS-OPENING-LIAB TO WA-VALUE
           IF WS-PROOF-NOT-RUN
               MOVE "DERIVED - NO PREVIOUS FIGURE" TO WA-NOTE
           END-IF
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE SPACES TO WA-NOTE
           MOVE "NET MOVEMENT        : " TO WA-LABEL
           MOVE WS-MV-TOTAL TO WA-VALUE
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE "EXPECTED LIABILITY  : " TO WA-LABEL
           MOVE WS-EXPECTED-LIAB TO WA-VALUE
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE "CLOSING LIABILITY   : " TO WA-LABEL
           MOVE WS-CLOSING-LIAB TO WA-VALUE
           EVALUATE TRUE
               WHEN WS-PROOF-PASSED
                   MOVE "PROVED" TO WA-NOTE
               WHEN WS-PROOF-FAILED
                   MOVE "*** PROOF FAILED ***" TO WA-NOTE
               WHEN OTHER
                   MOVE "NOT PROVED - FIRST RUN" TO WA-NOTE
           END-EVALUATE
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE SPACES TO WA-NOTE
           MOVE "PROOF DIFFERENCE    : " TO WA-LABEL
           MOVE WS-PROOF-DIFFERENCE TO WA-VALUE
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE "TRANSFER NET        : " TO WA-LABEL
           MOVE WS-XFER-NET TO WA-VALUE
           IF WS-XFER-NET NOT = 0
               MOVE "*** DOES NOT NET TO ZERO ***" TO WA-NOTE
           END-IF
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE SPACES TO WA-NOTE
           MOVE "TOTAL DEBITS        : " TO WA-LABEL
           MOVE WS-TOTAL-DEBITS TO WA-VALUE
           PERFORM 906-PRINT-AMOUNT-LINE
           MOVE "TOTAL CREDITS       : " TO WA-LABEL
           MOVE WS-TOTAL-CREDITS TO WA-VALUE
           PERFORM 906-PRINT-AMOUNT-LINE

           MOVE SPACES TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE
           MOVE "ARCHIVE RECORDS READ: " TO WT-LABEL
           MOVE WS-ARCH-RECORDS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "LOG RECORDS READ    : " TO WT-LABEL
           MOVE WS-LOG-RECORDS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "LOG RECORDS COUNTED : " TO WT-LABEL
           MOVE WS-LOG-RECORDS-USED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS TOTALLED    : " TO WT-LABEL
           MOVE WS-PLAYERS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PROMO SALES PRICED  : " TO WT-LABEL
           MOVE WS-CT-PROMO TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PROMO SALES UNPRICED: " TO WT-LABEL
           MOVE WS-PROMO-UNPRICED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "UNCLASSIFIED RECORDS: " TO WT-LABEL
           MOVE WS-CT-OTHER TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "JOURNAL RECORDS     : " TO WT-LABEL
           MOVE WS-JOURNAL-WRITTEN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Log records counted: " WS-LOG-RECORDS-USED
           DISPLAY "Opening liability : " WS-OPENING-LIAB
           DISPLAY "Net movement      : " WS-MV-TOTAL
           DISPLAY "Closing liability : " WS-CLOSING-LIAB
           DISPLAY "Journal records   : " WS-JOURNAL-WRITTEN
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE.

       906-PRINT-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO GR-PRINT-LINE
           WRITE GR-PRINT-LINE.

       910-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-PROOF-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-XFER-NET NOT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROOF-NOT-RUN
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CT-OTHER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PROMO-UNPRICED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       950-CLOSE-FILES.
           CLOSE TRAN-LOG-FILE
           IF WS-TRNARCH-AVAIL
               CLOSE TRAN-ARCH-FILE
           END-IF
           CLOSE PLYR-MSTR-FILE
           CLOSE SHOP-ITEM-FILE
           IF WS-LIABPRV-STATUS NOT = "35"
               CLOSE LIAB-PREV-FILE
           END-IF
           CLOSE LIAB-NEW-FILE
           CLOSE GL-JRNL-FILE
           CLOSE GL-RPT-FILE.
