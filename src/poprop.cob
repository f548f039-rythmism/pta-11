       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPROP.
       author. PTA-11 ENGINE LINKER.

      *> Purchase-order proposer. Walks the catalog for every simple
      *> SKU at or below its reorder point (the STKRPT condition) and
      *> proposes a supplier PO for it, so the buyer no longer writes
      *> the order by hand:
      *>   - a SKU that already has an open or partial PO on PURORD
      *>     is listed and skipped -- the stock is already coming;
      *>   - the suggested quantity restocks to twice the reorder
      *>     point, plus every unit still queued on BACKORD for the
      *>     SKU, so the backorder queue is covered by the delivery
      *>     rather than eating into the restocked level. A bundle
      *>     queued on BACKORD is exploded through the catalog: each
      *>     component is charged its quantity times the units
      *>     queued, since the components are what gets reordered;
      *>   - the supplier is the one on the SKU's most recent PO,
      *>     else the default supplier from the parm card.
      *>
      *> POPARM card (optional):
      *>   1-8   default supplier ID (blank = SKUs with no PO history
      *>         are listed but not proposed)
      *>   9-11  lead time in days, due date = run date + lead
      *>         (blank/non-numeric = 14)
      *>   12    R = raise the proposed POs on PURORD as open; blank
      *>         lists the proposals only, for the buyer to review
      *>
      *> PO numbers are P + run date YYMMDD + a 3-digit sequence.
      *>
      *> RC 0 clean, RC 4 SKUs left with no supplier, RC 8 a PO
      *> failed to write, RC 12 aborted on a file open or the item
      *> table filling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-ITEM-FILE ASSIGN TO "SHOPITM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ITEM-CODE
               FILE STATUS IS WS-SHOPITM-STATUS.

           SELECT PUR-ORD-FILE ASSIGN TO "PURORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-PO-NUMBER
               FILE STATUS IS WS-PURORD-STATUS.

           SELECT BACK-ORD-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT PROP-RPT-FILE ASSIGN TO "PROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPRPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "POPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-ITEM-FILE.
       COPY ITEMREC.

       FD  PUR-ORD-FILE.
       COPY PURORD.

       FD  BACK-ORD-FILE.
       01  BO-BACKORD-LINE           PIC X(100).

       FD  PROP-RPT-FILE.
       01  PP-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BACKORD.

       01  WS-SHOPITM-STATUS         PIC X(2).
       01  WS-PURORD-STATUS          PIC X(2).
       01  WS-BACKORD-STATUS         PIC X(2).
       01  WS-PROPRPT-STATUS         PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-BACKORD-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-BACKORD-OPEN-OK        VALUE "Y".

       01  WS-ENTRY-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
           88  WS-ENTRY-NOT-FOUND        VALUE "N".

       01  WS-PO-WRITTEN-SW          PIC X(1) VALUE "N".
           88  WS-PO-WRITTEN             VALUE "Y".

       01  WS-DEFAULT-SUPPLIER       PIC X(8)  VALUE SPACES.
       01  WS-LEAD-DAYS              PIC 9(3)  VALUE 14.
       01  WS-RAISE-MODE             PIC X(1)  VALUE SPACE.
           88  WS-RAISE-POS              VALUE "R".

       01  WS-TODAY-YMD              PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YMD.
           05  FILLER                PIC 9(2).
           05  WS-TODAY-YYMMDD       PIC 9(6).
       01  WS-DUE-DATE               PIC 9(8).

      *> PO number under construction: P + YYMMDD + sequence.
       01  WS-NEW-PO-NUMBER.
           05  WN-PREFIX             PIC X(1) VALUE "P".
           05  WN-YYMMDD             PIC 9(6).
           05  WN-SEQUENCE           PIC 9(3).
       01  WS-NEW-PO-PARTS REDEFINES WS-NEW-PO-NUMBER.
           05  WN-DAY-PREFIX         PIC X(7).
           05  FILLER                PIC X(3).
       01  WS-LAST-SEQUENCE          PIC 9(3) VALUE 0.
       01  WS-PO-SEQUENCE            PIC 9(3).

       01  WS-SUPPLIER               PIC X(8).
       01  WS-OPEN-PO                PIC X(10).
       01  WS-TARGET-QTY             PIC 9(7).
       01  WS-SUGGEST-QTY            PIC 9(7).
       01  WS-ROOM-QTY               PIC 9(7).
       01  WS-STOCK-MAX              PIC 9(5) VALUE 99999.
       01  WS-ACTION                 PIC X(30).

      *> Action text naming a PO, e.g. "RAISED PO P260915001".
       01  WS-PO-ACTION.
           05  WA-TEXT               PIC X(10).
           05  WA-PO-NUMBER          PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.

      *> One entry per SKU seen on PURORD or BACKORD: whether a PO
      *> is already outstanding against it, the supplier of its
      *> latest PO (PO numbers ascend with the raise date), and the
      *> units still queued for it on BACKORD. Serial scan bounded
      *> by the entry count, same as the SHOPRCN table.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY IT-IDX.
               10  IT-ITEM-CODE      PIC X(6).
               10  IT-OPEN-PO        PIC X(10).
               10  IT-LAST-SUPPLIER  PIC X(8).
               10  IT-BACKORD-UNITS  PIC 9(7) COMP-5.

       01  WS-ENTRY-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ENTRY-MAX              PIC 9(5) COMP-5 VALUE 5000.
       01  WS-ENTRY-SUB              PIC 9(5) COMP-5.
       01  WS-FIND-ITEM-CODE         PIC X(6).
       01  WS-COMP-SUB               PIC 9(2) COMP-5.

       01  WS-SUMMARY.
           05  WS-ITEMS-READ         PIC 9(9) VALUE 0.
           05  WS-ITEMS-AT-REORDER   PIC 9(9) VALUE 0.
           05  WS-ITEMS-PO-OPEN      PIC 9(9) VALUE 0.
           05  WS-POS-PROPOSED       PIC 9(9) VALUE 0.
           05  WS-POS-RAISED         PIC 9(9) VALUE 0.
           05  WS-UNITS-PROPOSED     PIC 9(9) VALUE 0.
           05  WS-NO-SUPPLIER        PIC 9(9) VALUE 0.
           05  WS-WRITE-ERRORS       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 PURCHASE ORDER PROPOSAL".
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(82) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(8)  VALUE "ITEM".
           05  FILLER                PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                PIC X(10) VALUE "  ON HAND".
           05  FILLER                PIC X(10) VALUE "  REORDER".
           05  FILLER                PIC X(10) VALUE "  BACKORD".
           05  FILLER                PIC X(10) VALUE "  SUGGEST".
           05  FILLER                PIC X(10) VALUE "SUPPLIER".
           05  FILLER                PIC X(52) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WD-ITEM-CODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-ITEM-DESC          PIC X(20).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-STOCK-ON-HAND      PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-REORDER-POINT      PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-BACKORD-UNITS      PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-SUGGEST-QTY        PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-SUPPLIER           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-ACTION             PIC X(30).
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== POPROP: PURCHASE ORDER PROPOSAL ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-PRINT-HEADINGS
               PERFORM 100-LOAD-PO-HISTORY
               PERFORM 150-LOAD-BACKORDERS
               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 200-SCAN-CATALOG
                   PERFORM 900-PRINT-CONTROL-TOTALS
                   PERFORM 910-SET-RETURN-CODE
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT SHOP-ITEM-FILE
           IF WS-SHOPITM-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open SHOPITM, status: "
                   WS-SHOPITM-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PUR-ORD-FILE
           IF WS-PURORD-STATUS = "35"
               CLOSE PUR-ORD-FILE
               OPEN OUTPUT PUR-ORD-FILE
               CLOSE PUR-ORD-FILE
               OPEN I-O PUR-ORD-FILE
           END-IF
           IF WS-PURORD-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PURORD, status: "
                   WS-PURORD-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   No BACKORD just means nothing is queued.
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

           OPEN OUTPUT PROP-RPT-FILE
           IF WS-PROPRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PROPRPT, status: "
                   WS-PROPRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open POPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF.

       020-READ-PARM-CARD.
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-CARD-LINE(1:8)
                           TO WS-DEFAULT-SUPPLIER
                       IF PARM-CARD-LINE(9:3) NUMERIC
                           MOVE PARM-CARD-LINE(9:3) TO WS-LEAD-DAYS
                       END-IF
                       MOVE PARM-CARD-LINE(12:1) TO WS-RAISE-MODE
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) + WS-LEAD-DAYS)
           MOVE WS-TODAY-YYMMDD TO WN-YYMMDD

           DISPLAY "Default supplier  : " WS-DEFAULT-SUPPLIER
           DISPLAY "Lead time (days)  : " WS-LEAD-DAYS
           IF WS-RAISE-POS
               DISPLAY "Mode              : RAISE"
           ELSE
               DISPLAY "Mode              : PROPOSE ONLY"
           END-IF.

       030-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-HEADING-1 TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE
           MOVE SPACES TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE
           MOVE WS-HEADING-2 TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE
           MOVE SPACES TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE.

       100-LOAD-PO-HISTORY.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PU-PO-NUMBER
           START PUR-ORD-FILE KEY IS NOT LESS THAN PU-PO-NUMBER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PUR-ORD-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 110-NOTE-PO
               END-READ
           END-PERFORM.

       110-NOTE-PO.
      *>   Today's highest sequence is noted so a second run on the
      *>   same day numbers on from it.
           IF PU-PO-NUMBER(1:7) = WN-DAY-PREFIX
               AND PU-PO-NUMBER(8:3) NUMERIC
               MOVE PU-PO-NUMBER(8:3) TO WS-PO-SEQUENCE
               IF WS-PO-SEQUENCE > WS-LAST-SEQUENCE
                   MOVE WS-PO-SEQUENCE TO WS-LAST-SEQUENCE
               END-IF
           END-IF

           MOVE PU-ITEM-CODE TO WS-FIND-ITEM-CODE
           PERFORM 170-FIND-OR-ADD-ITEM
           IF WS-ENTRY-FOUND
               MOVE PU-SUPPLIER-ID TO IT-LAST-SUPPLIER (IT-IDX)
               IF PU-STATUS-OUTSTANDING
                   MOVE PU-PO-NUMBER TO IT-OPEN-PO (IT-IDX)
               END-IF
           END-IF.

       150-LOAD-BACKORDERS.
           IF WS-BACKORD-OPEN-OK AND NOT WS-ABORT
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BACK-ORD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BO-BACKORD-LINE TO BO-BACKORDER-RECORD
                           PERFORM 155-NOTE-BACKORDER
                   END-READ
               END-PERFORM
           END-IF.

       155-NOTE-BACKORDER.
      *>   SHOPBAT queues a bundle under the bundle's own code; its
      *>   demand lands on the components. A code no longer on the
      *>   catalog is charged as it stands.
           MOVE BO-ITEM-CODE TO SI-ITEM-CODE
           READ SHOP-ITEM-FILE
               INVALID KEY
                   MOVE SPACE TO SI-ITEM-TYPE
           END-READ
           IF SI-TYPE-BUNDLE
               PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > 5 OR WS-ABORT
                   IF SI-COMP-CODE (WS-COMP-SUB) NOT = SPACES
                       MOVE SI-COMP-CODE (WS-COMP-SUB)
                           TO WS-FIND-ITEM-CODE
                       PERFORM 170-FIND-OR-ADD-ITEM
                       IF WS-ENTRY-FOUND
                           COMPUTE IT-BACKORD-UNITS (IT-IDX) =
                               IT-BACKORD-UNITS (IT-IDX)
                                   + SI-COMP-QTY (WS-COMP-SUB)
                                       * BO-QUANTITY
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE BO-ITEM-CODE TO WS-FIND-ITEM-CODE
               PERFORM 170-FIND-OR-ADD-ITEM
               IF WS-ENTRY-FOUND
                   ADD BO-QUANTITY TO IT-BACKORD-UNITS (IT-IDX)
               END-IF
           END-IF.

       160-FIND-ITEM.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-ENTRY-SUB > WS-ENTRY-COUNT
               SET IT-IDX TO WS-ENTRY-SUB
               IF IT-ITEM-CODE (IT-IDX) = WS-FIND-ITEM-CODE
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       170-FIND-OR-ADD-ITEM.
           PERFORM 160-FIND-ITEM
           IF WS-ENTRY-NOT-FOUND
               IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
                   DISPLAY "[ERROR] Item table full at "
                       WS-ENTRY-MAX " SKUs - enlarge WS-ITEM-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   SET IT-IDX TO WS-ENTRY-COUNT
                   MOVE WS-FIND-ITEM-CODE TO IT-ITEM-CODE (IT-IDX)
                   MOVE SPACES TO IT-OPEN-PO (IT-IDX)
                   MOVE SPACES TO IT-LAST-SUPPLIER (IT-IDX)
                   MOVE 0 TO IT-BACKORD-UNITS (IT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       200-SCAN-CATALOG.
      *>   Repositioned to the top: the backorder load read the
      *>   catalog by key.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO SI-ITEM-CODE
           START SHOP-ITEM-FILE KEY IS NOT LESS THAN SI-ITEM-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ SHOP-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-CHECK-ITEM
               END-READ
           END-PERFORM.

       210-CHECK-ITEM.
      *>   Bundles carry no stock of their own -- their components
      *>   are what gets reordered (same rule as STKRPT).
           ADD 1 TO WS-ITEMS-READ
           IF SI-TYPE-SIMPLE
               AND SI-STOCK-ON-HAND <= SI-REORDER-POINT
               ADD 1 TO WS-ITEMS-AT-REORDER
               MOVE SI-ITEM-CODE TO WS-FIND-ITEM-CODE
               PERFORM 160-FIND-ITEM
               MOVE 0 TO WS-SUGGEST-QTY
               MOVE 0 TO WD-BACKORD-UNITS
               MOVE SPACES TO WS-SUPPLIER
               MOVE SPACES TO WS-OPEN-PO
               IF WS-ENTRY-FOUND
                   MOVE IT-BACKORD-UNITS (IT-IDX) TO WD-BACKORD-UNITS
                   MOVE IT-OPEN-PO (IT-IDX) TO WS-OPEN-PO
                   MOVE IT-LAST-SUPPLIER (IT-IDX) TO WS-SUPPLIER
               END-IF
               IF WS-SUPPLIER = SPACES
                   MOVE WS-DEFAULT-SUPPLIER TO WS-SUPPLIER
               END-IF
               EVALUATE TRUE
                   WHEN WS-OPEN-PO NOT = SPACES
                       ADD 1 TO WS-ITEMS-PO-OPEN
                       MOVE "PO OPEN - " TO WA-TEXT
                       MOVE WS-OPEN-PO TO WA-PO-NUMBER
                       MOVE WS-PO-ACTION TO WS-ACTION
                   WHEN WS-SUPPLIER = SPACES
                       ADD 1 TO WS-NO-SUPPLIER
                       PERFORM 220-CALC-SUGGESTED-QTY
                       MOVE "NO SUPPLIER - NOT PROPOSED"
                           TO WS-ACTION
                   WHEN OTHER
                       PERFORM 220-CALC-SUGGESTED-QTY
                       PERFORM 300-PROPOSE-PO
               END-EVALUATE
               PERFORM 400-PRINT-DETAIL
           END-IF.

       220-CALC-SUGGESTED-QTY.
      *>   Restock to twice the reorder point and cover the queued
      *>   backorders on top; never less than one unit, never more
      *>   than the catalog's stock field can hold once received.
           COMPUTE WS-TARGET-QTY = SI-REORDER-POINT * 2
           IF WS-ENTRY-FOUND
               ADD IT-BACKORD-UNITS (IT-IDX) TO WS-TARGET-QTY
           END-IF
           IF WS-TARGET-QTY > SI-STOCK-ON-HAND
               COMPUTE WS-SUGGEST-QTY =
                   WS-TARGET-QTY - SI-STOCK-ON-HAND
           ELSE
               MOVE 1 TO WS-SUGGEST-QTY
           END-IF
           COMPUTE WS-ROOM-QTY = WS-STOCK-MAX - SI-STOCK-ON-HAND
           IF WS-SUGGEST-QTY > WS-ROOM-QTY
               MOVE WS-ROOM-QTY TO WS-SUGGEST-QTY
           END-IF.

       300-PROPOSE-PO.
           ADD 1 TO WS-POS-PROPOSED
           ADD WS-SUGGEST-QTY TO WS-UNITS-PROPOSED
           IF WS-RAISE-POS
               PERFORM 310-RAISE-PO
           ELSE
               MOVE "PROPOSED" TO WS-ACTION
           END-IF.

       310-RAISE-PO.
           MOVE "N" TO WS-PO-WRITTEN-SW
           PERFORM UNTIL WS-PO-WRITTEN OR WS-LAST-SEQUENCE = 999
               ADD 1 TO WS-LAST-SEQUENCE
               MOVE WS-LAST-SEQUENCE TO WN-SEQUENCE
               MOVE WS-NEW-PO-NUMBER TO PU-PO-NUMBER
               MOVE WS-SUPPLIER TO PU-SUPPLIER-ID
               MOVE SI-ITEM-CODE TO PU-ITEM-CODE
               MOVE WS-SUGGEST-QTY TO PU-QTY-ORDERED
               MOVE 0 TO PU-QTY-RECEIVED
               MOVE WS-DUE-DATE TO PU-DUE-DATE
               SET PU-STATUS-OPEN TO TRUE
               MOVE WS-TODAY-YMD TO PU-RAISED-DATE
               MOVE 0 TO PU-LAST-RECEIPT-DATE
               WRITE PU-PO-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PO-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM
           IF WS-PO-WRITTEN
               ADD 1 TO WS-POS-RAISED
               MOVE "RAISED PO " TO WA-TEXT
               MOVE PU-PO-NUMBER TO WA-PO-NUMBER
               MOVE WS-PO-ACTION TO WS-ACTION
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY "[ERROR] Unable to raise PO for item "
                   SI-ITEM-CODE ", status: " WS-PURORD-STATUS
               MOVE "PO WRITE FAILED" TO WS-ACTION
           END-IF.

       400-PRINT-DETAIL.
           MOVE SI-ITEM-CODE TO WD-ITEM-CODE
           MOVE SI-ITEM-DESC TO WD-ITEM-DESC
           MOVE SI-STOCK-ON-HAND TO WD-STOCK-ON-HAND
           MOVE SI-REORDER-POINT TO WD-REORDER-POINT
           MOVE WS-SUGGEST-QTY TO WD-SUGGEST-QTY
           MOVE WS-SUPPLIER TO WD-SUPPLIER
           MOVE WS-ACTION TO WD-ACTION
           MOVE WS-DETAIL-LINE TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE
           MOVE "CONTROL TOTALS" TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE
           MOVE "ITEMS READ          : " TO WT-LABEL
           MOVE WS-ITEMS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "AT/BELOW REORDER    : " TO WT-LABEL
           MOVE WS-ITEMS-AT-REORDER TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "SKIPPED - PO OPEN   : " TO WT-LABEL
           MOVE WS-ITEMS-PO-OPEN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POS PROPOSED        : " TO WT-LABEL
           MOVE WS-POS-PROPOSED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "UNITS PROPOSED      : " TO WT-LABEL
           MOVE WS-UNITS-PROPOSED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POS RAISED          : " TO WT-LABEL
           MOVE WS-POS-RAISED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "NO SUPPLIER         : " TO WT-LABEL
           MOVE WS-NO-SUPPLIER TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "WRITE ERRORS        : " TO WT-LABEL
           MOVE WS-WRITE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Items at reorder  : " WS-ITEMS-AT-REORDER
           DISPLAY "Skipped - PO open : " WS-ITEMS-PO-OPEN
           DISPLAY "POs proposed      : " WS-POS-PROPOSED
           DISPLAY "POs raised        : " WS-POS-RAISED
           DISPLAY "No supplier       : " WS-NO-SUPPLIER
           DISPLAY "Write errors      : " WS-WRITE-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PP-PRINT-LINE
           WRITE PP-PRINT-LINE.

       910-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-WRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-SUPPLIER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       950-CLOSE-FILES.
           CLOSE SHOP-ITEM-FILE
           CLOSE PUR-ORD-FILE
           IF WS-BACKORD-OPEN-OK
               CLOSE BACK-ORD-FILE
           END-IF
           CLOSE PROP-RPT-FILE.
