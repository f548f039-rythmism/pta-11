       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEDIT.
       author. PTA-11 ENGINE LINKER.

      *> SHPORDS intake edit. Runs ahead of SHOPBAT's order mode and
      *> proves the front end's transmission before a single card
      *> reaches the shop: a truncated or doubled file must stop the
      *> night, not look like a quiet one.
      *>
      *> The front end brackets the day's order cards with a header
      *> and a trailer (an asterisk in column 4 never appears in a
      *> player ID):
      *>   HDR* 5-12 business date YYYYMMDD, 13-20 batch number
      *>   TRL* 5-13 detail card count, 14-28 hash total of the
      *>        quantity fields, 29-43 hash total of the player IDs
      *> The player ID hash takes each ID's digits as a ten-digit
      *> number, non-digit positions counting as zero (PLAYER0042
      *> hashes as 42). Non-numeric quantities hash as zero, so a
      *> card garbled in transit throws the quantity hash out.
      *>
      *> Every detail card is edited for layout, action, quantity
      *> and order reference (the same rules SHOPBAT applies, plus
      *> a reference is now required and may appear only once per
      *> batch). A failed card goes to SHPSUSP with its reason for
      *> the front end to correct and resend in a later batch; the
      *> clean cards are written to SHPEDIT in order-timestamp
      *> sequence, which is what the order run reads.
      *>
      *> A batch whose header/trailer is missing or invalid, whose
      *> control totals do not balance, or whose batch number is
      *> already on ORDBATCH gets no SHPEDIT cards at all and ends
      *> RC 8, which the order step's COND tests to stay down. A
      *> balanced batch is registered on ORDBATCH. SHPSUSP still
      *> lists a refused batch's bad cards, so the resend can carry
      *> them corrected. Because the batch is registered here, an
      *> order run that fails after this step is restarted at the
      *> order step against the SHPEDIT generation already cut,
      *> never by resubmitting the batch (see SHOPBAT.jcl).
      *>
      *> RC 0 clean, RC 4 cards suspended (order run goes ahead on
      *> the clean cards), RC 8 batch refused, RC 12 aborted on a
      *> file open or the card table filling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-ORDER-FILE ASSIGN TO "SHPORDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPORDS-STATUS.

           SELECT SHOP-EDIT-FILE ASSIGN TO "SHPEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPEDIT-STATUS.

           SELECT SHOP-SUSP-FILE ASSIGN TO "SHPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPSUSP-STATUS.

           SELECT ORD-BATCH-FILE ASSIGN TO "ORDBATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OB-BATCH-NO
               FILE STATUS IS WS-ORDBATCH-STATUS.

           SELECT EDIT-RPT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same card layout as SHOPBAT's OC-ORDER-CARD; the header and
      *> trailer are read through the redefinitions below.
       FD  SHOP-ORDER-FILE.
       01  OC-ORDER-CARD.
           05  OC-PLAYER-ID           PIC X(10).
           05  OC-ITEM-CODE           PIC X(6).
           05  OC-QUANTITY            PIC X(4).
           05  OC-ACTION              PIC X(8).
           05  OC-ORDER-TIMESTAMP     PIC X(26).
           05  OC-XFER-PLAYER-ID      PIC X(10).
           05  OC-ORDER-REF           PIC X(12).
           05  OC-OVERFLOW            PIC X(4).
       01  OH-HEADER-CARD.
           05  OH-CARD-ID             PIC X(4).
           05  OH-BUSINESS-DATE       PIC X(8).
           05  OH-BATCH-NO            PIC X(8).
           05  FILLER                 PIC X(60).
       01  OT-TRAILER-CARD.
           05  OT-CARD-ID             PIC X(4).
           05  OT-CARD-COUNT          PIC X(9).
           05  OT-QUANTITY-HASH       PIC X(15).
           05  OT-PLAYER-HASH         PIC X(15).
           05  FILLER                 PIC X(37).

       FD  SHOP-EDIT-FILE.
       01  OE-EDIT-LINE               PIC X(80).

       FD  SHOP-SUSP-FILE.
       01  OS-SUSP-LINE               PIC X(134).

       FD  ORD-BATCH-FILE.
       COPY ORDBATCH.

       FD  EDIT-RPT-FILE.
       01  ER-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY SHPSUSP.

       01  WS-SHPORDS-STATUS          PIC X(2).
       01  WS-SHPEDIT-STATUS          PIC X(2).
       01  WS-SHPSUSP-STATUS          PIC X(2).
       01  WS-ORDBATCH-STATUS         PIC X(2).
       01  WS-EDITRPT-STATUS          PIC X(2).

       01  WS-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW                PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

      *> Set by any batch-level failure. Cards are still read and
      *> edited to the end so the report shows the whole picture,
      *> but nothing is released to SHPEDIT.
       01  WS-BATCH-REFUSED-SW        PIC X(1) VALUE "N".
           88  WS-BATCH-REFUSED          VALUE "Y".

       01  WS-HEADER-SEEN-SW          PIC X(1) VALUE "N".
           88  WS-HEADER-SEEN            VALUE "Y".

       01  WS-TRAILER-SEEN-SW         PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN           VALUE "Y".

       01  WS-BATCH-NO                PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YYYY            PIC 9(4).
           05  WS-BUS-MM              PIC 9(2).
           05  WS-BUS-DD              PIC 9(2).

       01  WS-CARD-NO                 PIC 9(6) VALUE 0.
       01  WS-REASON                  PIC X(40).
       01  WS-BATCH-REASON            PIC X(40) VALUE SPACES.

      *> Control totals: computed from the cards as read, and as
      *> declared on the trailer.
       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-COUNT        PIC 9(9)  VALUE 0.
           05  WS-QUANTITY-HASH       PIC 9(15) VALUE 0.
           05  WS-PLAYER-HASH         PIC 9(15) VALUE 0.
           05  WS-TRL-CARD-COUNT      PIC 9(9)  VALUE 0.
           05  WS-TRL-QUANTITY-HASH   PIC 9(15) VALUE 0.
           05  WS-TRL-PLAYER-HASH     PIC 9(15) VALUE 0.

       01  WS-CARD-QUANTITY           PIC 9(4).
       01  WS-ID-VALUE                PIC 9(10).
       01  WS-ID-SUB                  PIC 9(2)  COMP-5.
       01  WS-ID-CHAR                 PIC X(1).
       01  WS-ID-DIGIT REDEFINES WS-ID-CHAR PIC 9(1).

      *> Clean cards held for release in order-timestamp sequence.
      *> Released by repeated selection of the earliest remaining
      *> card rather than a sort, the same bounded-table style as
      *> BCKFIL; cards stamped alike keep their transmitted order.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CT-IDX.
               10  CT-ORDER-TS        PIC X(26).
               10  CT-ORDER-REF       PIC X(12).
               10  CT-CARD-IMAGE      PIC X(80).
               10  CT-DONE-SW         PIC X(1).

       01  WS-ENTRY-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENTRY-MAX               PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENTRY-SUB               PIC 9(5) COMP-5.
       01  WS-BEST-SUB                PIC 9(5) COMP-5.
       01  WS-BEST-FOUND-SW           PIC X(1).
           88  WS-BEST-FOUND             VALUE "Y".

       01  WS-SUMMARY.
           05  WS-CARDS-READ          PIC 9(9) VALUE 0.
           05  WS-CLEAN-COUNT         PIC 9(9) VALUE 0.
           05  WS-SUSPENSE-COUNT      PIC 9(9) VALUE 0.
           05  WS-RELEASED-COUNT      PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC X(4).
           05  WS-RUN-MM              PIC X(2).
           05  WS-RUN-DD              PIC X(2).
           05  FILLER                 PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(30) VALUE
               "PTA-11 ORDER INTAKE EDIT      ".
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  WH1-YYYY               PIC X(4).
           05  FILLER                 PIC X(1)  VALUE "-".
           05  WH1-MM                 PIC X(2).
           05  FILLER                 PIC X(1)  VALUE "-".
           05  WH1-DD                 PIC X(2).
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                 PIC X(8)  VALUE "CARD".
           05  FILLER                 PIC X(12) VALUE "PLAYER ID".
           05  FILLER                 PIC X(10) VALUE "ACTION".
           05  FILLER                 PIC X(14) VALUE "ORDER REF".
           05  FILLER                 PIC X(88) VALUE "REASON".

       01  WS-RPT-DETAIL-LINE.
           05  WR-CARD-NO             PIC ZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-PLAYER-ID           PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-ACTION              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-ORDER-REF           PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-REASON              PIC X(40).
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-BATCH-LINE.
           05  FILLER                 PIC X(17) VALUE
               "*** BATCH ERROR: ".
           05  WB-REASON              PIC X(40).
           05  FILLER                 PIC X(75) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL               PIC X(22).
           05  WT-VALUE               PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(101) VALUE SPACES.

       01  WS-HASH-LINE.
           05  WX-LABEL               PIC X(22).
           05  WX-COMPUTED            PIC Z(14)9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WX-DECLARED            PIC Z(14)9.
           05  FILLER                 PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== ORDEDIT: ORDER INTAKE EDIT ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-PRINT-HEADINGS
               PERFORM 100-READ-ORDER-CARDS
               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 400-PROVE-CONTROL-TOTALS
                   IF NOT WS-BATCH-REFUSED
                       PERFORM 500-RELEASE-CLEAN-CARDS
                       PERFORM 550-REGISTER-BATCH
                   END-IF
                   PERFORM 900-PRINT-CONTROL-TOTALS
                   PERFORM 910-SET-RETURN-CODE
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT SHOP-ORDER-FILE
           IF WS-SHPORDS-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open SHPORDS, status: "
                   WS-SHPORDS-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT SHOP-EDIT-FILE
           IF WS-SHPEDIT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open SHPEDIT, status: "
                   WS-SHPEDIT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT SHOP-SUSP-FILE
           IF WS-SHPSUSP-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open SHPSUSP, status: "
                   WS-SHPSUSP-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O ORD-BATCH-FILE
           IF WS-ORDBATCH-STATUS = "35"
               CLOSE ORD-BATCH-FILE
               OPEN OUTPUT ORD-BATCH-FILE
               CLOSE ORD-BATCH-FILE
               OPEN I-O ORD-BATCH-FILE
           END-IF
           IF WS-ORDBATCH-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open ORDBATCH, status: "
                   WS-ORDBATCH-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT EDIT-RPT-FILE
           IF WS-EDITRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open EDITRPT, status: "
                   WS-EDITRPT-STATUS
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

       100-READ-ORDER-CARDS.
           PERFORM UNTIL WS-EOF
               READ SHOP-ORDER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       ADD 1 TO WS-CARD-NO
                       PERFORM 110-CLASSIFY-CARD
               END-READ
           END-PERFORM
      *>   No trailer is the truncated transmission this edit exists
      *>   to catch.
           IF WS-CARDS-READ = 0
               MOVE "Order file empty - no header card"
                   TO WS-BATCH-REASON
               PERFORM 600-REFUSE-BATCH
           ELSE
               IF NOT WS-TRAILER-SEEN
                   MOVE "Trailer card missing - file truncated"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               END-IF
           END-IF.

       110-CLASSIFY-CARD.
           EVALUATE TRUE
               WHEN WS-CARD-NO = 1
                   IF OH-CARD-ID = "HDR*"
                       PERFORM 120-EDIT-HEADER
                   ELSE
                       MOVE "Header card missing" TO WS-BATCH-REASON
                       PERFORM 600-REFUSE-BATCH
                       PERFORM 200-EDIT-DETAIL-CARD
                   END-IF
               WHEN OH-CARD-ID = "HDR*"
                   MOVE "Header card out of place" TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               WHEN WS-TRAILER-SEEN
                   MOVE "Cards follow the trailer card"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               WHEN OT-CARD-ID = "TRL*"
                   PERFORM 130-EDIT-TRAILER
               WHEN OTHER
                   PERFORM 200-EDIT-DETAIL-CARD
           END-EVALUATE.

       120-EDIT-HEADER.
           SET WS-HEADER-SEEN TO TRUE
           MOVE OH-BATCH-NO TO WS-BATCH-NO
           DISPLAY "Batch number      : " OH-BATCH-NO
           DISPLAY "Business date     : " OH-BUSINESS-DATE
           IF OH-BUSINESS-DATE NOT NUMERIC
               MOVE "Header business date not numeric"
                   TO WS-BATCH-REASON
               PERFORM 600-REFUSE-BATCH
           ELSE
               MOVE OH-BUSINESS-DATE TO WS-BUSINESS-DATE
               IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
                   OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
                   MOVE "Header business date invalid"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               END-IF
           END-IF
           IF OH-BATCH-NO = SPACES
               MOVE "Header batch number missing" TO WS-BATCH-REASON
               PERFORM 600-REFUSE-BATCH
           ELSE
               MOVE OH-BATCH-NO TO OB-BATCH-NO
               READ ORD-BATCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Batch number already processed"
                           TO WS-BATCH-REASON
                       PERFORM 600-REFUSE-BATCH
                       DISPLAY "[WARN] Batch " OH-BATCH-NO
                           " was released to SHPEDIT - to finish a "
                           "failed order run restart at the order "
                           "step on SHPEDIT(0)"
               END-READ
           END-IF.

       130-EDIT-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF OT-CARD-COUNT NOT NUMERIC
               OR OT-QUANTITY-HASH NOT NUMERIC
               OR OT-PLAYER-HASH NOT NUMERIC
               MOVE "Trailer control totals not numeric"
                   TO WS-BATCH-REASON
               PERFORM 600-REFUSE-BATCH
           ELSE
               MOVE OT-CARD-COUNT TO WS-TRL-CARD-COUNT
               MOVE OT-QUANTITY-HASH TO WS-TRL-QUANTITY-HASH
               MOVE OT-PLAYER-HASH TO WS-TRL-PLAYER-HASH
           END-IF.

       200-EDIT-DETAIL-CARD.
           ADD 1 TO WS-DETAIL-COUNT
           IF OC-QUANTITY NUMERIC
               MOVE OC-QUANTITY TO WS-CARD-QUANTITY
               ADD WS-CARD-QUANTITY TO WS-QUANTITY-HASH
           END-IF
           PERFORM 210-HASH-PLAYER-ID
           ADD WS-ID-VALUE TO WS-PLAYER-HASH

           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN OC-PLAYER-ID = SPACES
                   MOVE "Player ID missing" TO WS-REASON
               WHEN OC-ACTION NOT = "PURCHASE" AND
                   OC-ACTION NOT = "REFUND" AND
                   OC-ACTION NOT = "TRANSFER"
                   MOVE "Action not PURCHASE/REFUND/TRANSFER"
                       TO WS-REASON
               WHEN OC-QUANTITY NOT NUMERIC
                   MOVE "Quantity not numeric" TO WS-REASON
               WHEN OC-QUANTITY = "0000"
                   AND OC-ACTION = "TRANSFER"
                   MOVE "Amount must be 1-9999" TO WS-REASON
               WHEN OC-QUANTITY = "0000"
                   OR (OC-QUANTITY > "0099"
                       AND OC-ACTION NOT = "TRANSFER")
                   MOVE "Quantity must be 1-99" TO WS-REASON
               WHEN OC-ACTION = "TRANSFER" AND
                   OC-XFER-PLAYER-ID = SPACES
                   MOVE "Counterparty missing" TO WS-REASON
               WHEN OC-ACTION = "TRANSFER" AND
                   OC-ITEM-CODE NOT = SPACES
                   MOVE "Item code on a transfer card" TO WS-REASON
               WHEN OC-ACTION NOT = "TRANSFER" AND
                   OC-ITEM-CODE = SPACES
                   MOVE "Item code missing" TO WS-REASON
               WHEN OC-ACTION NOT = "TRANSFER" AND
                   OC-XFER-PLAYER-ID NOT = SPACES
                   MOVE "Counterparty on a non-transfer card"
                       TO WS-REASON
               WHEN OC-ORDER-TIMESTAMP(1:8) NOT NUMERIC
                   MOVE "Order timestamp invalid" TO WS-REASON
               WHEN OC-OVERFLOW NOT = SPACES
                   MOVE "Data past column 76" TO WS-REASON
               WHEN OC-ORDER-REF = SPACES
                   MOVE "Order reference missing" TO WS-REASON
               WHEN OTHER
                   PERFORM 220-CHECK-REPEATED-REF
           END-EVALUATE

           IF WS-REASON NOT = SPACES
               PERFORM 300-SUSPEND-CARD
           ELSE
               PERFORM 230-ADD-CLEAN-CARD
           END-IF.

       210-HASH-PLAYER-ID.
           MOVE 0 TO WS-ID-VALUE
           PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > 10
               MOVE OC-PLAYER-ID(WS-ID-SUB:1) TO WS-ID-CHAR
               IF WS-ID-CHAR NUMERIC
                   COMPUTE WS-ID-VALUE =
                       WS-ID-VALUE * 10 + WS-ID-DIGIT
               ELSE
                   COMPUTE WS-ID-VALUE = WS-ID-VALUE * 10
               END-IF
           END-PERFORM.

       220-CHECK-REPEATED-REF.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                   OR WS-REASON NOT = SPACES
               SET CT-IDX TO WS-ENTRY-SUB
               IF CT-ORDER-REF (CT-IDX) = OC-ORDER-REF
                   MOVE "Order reference repeated in batch"
                       TO WS-REASON
               END-IF
           END-PERFORM.

       230-ADD-CLEAN-CARD.
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               DISPLAY "[ERROR] Order card table full at "
                   WS-ENTRY-MAX " cards - enlarge WS-CARD-TABLE"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CLEAN-COUNT
               ADD 1 TO WS-ENTRY-COUNT
               SET CT-IDX TO WS-ENTRY-COUNT
               MOVE OC-ORDER-TIMESTAMP TO CT-ORDER-TS (CT-IDX)
               MOVE OC-ORDER-REF TO CT-ORDER-REF (CT-IDX)
               MOVE OC-ORDER-CARD TO CT-CARD-IMAGE (CT-IDX)
               MOVE "N" TO CT-DONE-SW (CT-IDX)
           END-IF.

       300-SUSPEND-CARD.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-BATCH-NO TO SU-BATCH-NO
           MOVE WS-CARD-NO TO SU-CARD-NO
           MOVE OC-ORDER-CARD TO SU-CARD-IMAGE
           MOVE WS-REASON TO SU-REASON
           MOVE SU-SUSPENSE-RECORD TO OS-SUSP-LINE
           WRITE OS-SUSP-LINE

           MOVE WS-CARD-NO TO WR-CARD-NO
           MOVE OC-PLAYER-ID TO WR-PLAYER-ID
           MOVE OC-ACTION TO WR-ACTION
           MOVE OC-ORDER-REF TO WR-ORDER-REF
           MOVE WS-REASON TO WR-REASON
           MOVE WS-RPT-DETAIL-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       400-PROVE-CONTROL-TOTALS.
           IF WS-TRAILER-SEEN
               IF WS-DETAIL-COUNT NOT = WS-TRL-CARD-COUNT
                   MOVE "Card count out of balance with trailer"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               END-IF
               IF WS-QUANTITY-HASH NOT = WS-TRL-QUANTITY-HASH
                   MOVE "Quantity hash out of balance"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               END-IF
               IF WS-PLAYER-HASH NOT = WS-TRL-PLAYER-HASH
                   MOVE "Player ID hash out of balance"
                       TO WS-BATCH-REASON
                   PERFORM 600-REFUSE-BATCH
               END-IF
           END-IF.

       500-RELEASE-CLEAN-CARDS.
           PERFORM 510-RELEASE-NEXT-CARD WS-ENTRY-COUNT TIMES.

       510-RELEASE-NEXT-CARD.
           MOVE "N" TO WS-BEST-FOUND-SW
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               SET CT-IDX TO WS-ENTRY-SUB
               IF CT-DONE-SW (CT-IDX) = "N"
                   PERFORM 520-COMPARE-CANDIDATE
               END-IF
           END-PERFORM
           IF WS-BEST-FOUND
               SET CT-IDX TO WS-BEST-SUB
               MOVE "Y" TO CT-DONE-SW (CT-IDX)
               MOVE CT-CARD-IMAGE (CT-IDX) TO OE-EDIT-LINE
               WRITE OE-EDIT-LINE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       520-COMPARE-CANDIDATE.
      *>   Strictly earlier only: on equal timestamps the card
      *>   found first (transmitted first) stays the best.
           IF NOT WS-BEST-FOUND
               MOVE WS-ENTRY-SUB TO WS-BEST-SUB
               MOVE "Y" TO WS-BEST-FOUND-SW
           ELSE
               IF CT-ORDER-TS (CT-IDX) < CT-ORDER-TS (WS-BEST-SUB)
                   MOVE WS-ENTRY-SUB TO WS-BEST-SUB
               END-IF
           END-IF.

       550-REGISTER-BATCH.
           MOVE WS-BATCH-NO TO OB-BATCH-NO
           MOVE WS-BUSINESS-DATE TO OB-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO OB-CARD-COUNT
           MOVE WS-CLEAN-COUNT TO OB-CLEAN-COUNT
           MOVE WS-SUSPENSE-COUNT TO OB-SUSPENSE-COUNT
           MOVE FUNCTION CURRENT-DATE TO OB-EDIT-TIMESTAMP
           WRITE OB-BATCH-RECORD
               INVALID KEY
                   DISPLAY "[ERROR] Unable to register batch "
                       WS-BATCH-NO ", status: " WS-ORDBATCH-STATUS
                   SET WS-ABORT TO TRUE
           END-WRITE.

       600-REFUSE-BATCH.
           SET WS-BATCH-REFUSED TO TRUE
           DISPLAY "[ERROR] Batch refused: " WS-BATCH-REASON
           MOVE WS-BATCH-REASON TO WB-REASON
           MOVE WS-BATCH-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "CONTROL TOTALS" TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "CARDS READ          : " TO WT-LABEL
           MOVE WS-CARDS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "DETAIL CARDS        : " TO WT-LABEL
           MOVE WS-DETAIL-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "TRAILER CARD COUNT  : " TO WT-LABEL
           MOVE WS-TRL-CARD-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "QUANTITY HASH       : " TO WX-LABEL
           MOVE WS-QUANTITY-HASH TO WX-COMPUTED
           MOVE WS-TRL-QUANTITY-HASH TO WX-DECLARED
           MOVE WS-HASH-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "PLAYER ID HASH      : " TO WX-LABEL
           MOVE WS-PLAYER-HASH TO WX-COMPUTED
           MOVE WS-TRL-PLAYER-HASH TO WX-DECLARED
           MOVE WS-HASH-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE
           MOVE "CLEAN CARDS         : " TO WT-LABEL
           MOVE WS-CLEAN-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "SUSPENDED CARDS     : " TO WT-LABEL
           MOVE WS-SUSPENSE-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "RELEASED TO ORDERS  : " TO WT-LABEL
           MOVE WS-RELEASED-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           IF WS-BATCH-REFUSED
               MOVE "*** BATCH REFUSED - ORDER RUN STOPPED ***"
                   TO ER-PRINT-LINE
               WRITE ER-PRINT-LINE
           END-IF

           DISPLAY "Detail cards      : " WS-DETAIL-COUNT
           DISPLAY "Clean cards       : " WS-CLEAN-COUNT
           DISPLAY "Suspended cards   : " WS-SUSPENSE-COUNT
           DISPLAY "Released to orders: " WS-RELEASED-COUNT
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
           WRITE ER-PRINT-LINE.

       910-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BATCH-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SUSPENSE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       950-CLOSE-FILES.
           CLOSE SHOP-ORDER-FILE
           CLOSE SHOP-EDIT-FILE
           CLOSE SHOP-SUSP-FILE
           CLOSE ORD-BATCH-FILE
           CLOSE EDIT-RPT-FILE.
