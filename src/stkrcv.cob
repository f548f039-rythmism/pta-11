      *> order expected is printed on the RCVRPT exception report
      *> for the buyer to chase.
      *>
      *> Every delivery is received against a supplier purchase
      *> order on PURORD (raised by POPROP). The card is refused for
      *> an unknown or already closed PO, for an item that is not
      *> the one the PO ordered, and for a quantity greater than the
      *> PO still has outstanding (an over-receipt goes back to the
      *> supplier, not onto the shelf). A posted receipt adds to the
      *> PO's received-to-date, marks it partial, and closes it once
      *> the ordered quantity is in.
      *>
      *> RCVTRAN card layout (80 bytes):
      *>   1-6   item code
      *>   7-11  quantity received
      *>         the exception report; spaces/zeros allowed)
      *>   32-36 expected quantity (spaces = no expectation, no
      *>         short-shipment check)
      *>   37-46 purchase order number

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SI-ITEM-CODE
               FILE STATUS IS WS-SHOPITM-STATUS.

           SELECT PUR-ORD-FILE ASSIGN TO "PURORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PU-PO-NUMBER
               FILE STATUS IS WS-PURORD-STATUS.

           SELECT CAT-AUDIT-FILE ASSIGN TO "CATAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATAUDIT-STATUS.
           05  RC-SUPPLIER-REF       PIC X(12).
           05  RC-EXPECTED-DATE      PIC X(8).
           05  RC-QTY-EXPECTED       PIC X(5).
           05  RC-PO-NUMBER          PIC X(10).
           05  FILLER                PIC X(34).

       FD  SHOP-ITEM-FILE.
       COPY ITEMREC.

       FD  PUR-ORD-FILE.
       COPY PURORD.

       FD  CAT-AUDIT-FILE.
       01  CA-AUDIT-LINE             PIC X(120).


       01  WS-RCVTRAN-STATUS         PIC X(2).
       01  WS-SHOPITM-STATUS         PIC X(2).
       01  WS-PURORD-STATUS          PIC X(2).
       01  WS-CATAUDIT-STATUS        PIC X(2).
       01  WS-RCVRPT-STATUS          PIC X(2).

       01  WS-QTY-EXPECTED           PIC 9(5).
       01  WS-QTY-SHORT              PIC 9(5).
       01  WS-OLD-STOCK              PIC 9(5).
       01  WS-PO-OUTSTANDING         PIC 9(5).
       01  WS-STOCK-MAX              PIC 9(5) VALUE 99999.

      *> CATAUDIT message for an applied receipt carries the PO
      *> number and supplier reference so a stock movement traces
      *> back to the order and the delivery that caused it.
       01  WS-RECEIPT-MESSAGE.
           05  FILLER                PIC X(12) VALUE "Received PO ".
           05  WM-PO-NUMBER          PIC X(10).
           05  FILLER                PIC X(5)  VALUE " ref ".
           05  WM-SUPPLIER-REF       PIC X(12).
           05  FILLER                PIC X(1)  VALUE SPACES.

       01  WS-SUMMARY.
           05  WS-CARDS-READ          PIC 9(9) VALUE 0.
           05  WS-UNITS-POSTED        PIC 9(9) VALUE 0.
           05  WS-SHORT-SHIPMENTS     PIC 9(9) VALUE 0.
           05  WS-CARDS-REJECTED      PIC 9(9) VALUE 0.
           05  WS-POS-CLOSED          PIC 9(9) VALUE 0.
           05  WS-PO-REWRITE-ERRORS   PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
               END-PERFORM

               PERFORM 900-PRINT-CONTROL-TOTALS
               EVALUATE TRUE
                   WHEN WS-PO-REWRITE-ERRORS > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-CARDS-REJECTED > 0
                       OR WS-SHORT-SHIPMENTS > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF

           PERFORM 950-CLOSE-FILES
               SET WS-ABORT TO TRUE
           END-IF

           OPEN I-O PUR-ORD-FILE
           IF WS-PURORD-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PURORD, status: "
                   WS-PURORD-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN EXTEND CAT-AUDIT-FILE
           IF WS-CATAUDIT-STATUS = "35"
               OPEN OUTPUT CAT-AUDIT-FILE
           MOVE 0 TO WS-OLD-STOCK

           PERFORM 110-VALIDATE-RECEIPT
           IF WS-VALID-TRAN
               PERFORM 150-CHECK-PURCHASE-ORDER
           END-IF

           IF WS-VALID-TRAN
               PERFORM 200-POST-RECEIPT
               SET WS-INVALID-TRAN TO TRUE
               MOVE "[REJECTED] Expected qty not numeric"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-VALID-TRAN AND RC-PO-NUMBER = SPACES
               SET WS-INVALID-TRAN TO TRUE
               MOVE "[REJECTED] PO number missing"
                   TO WS-REJECT-REASON
           END-IF.

       150-CHECK-PURCHASE-ORDER.
           MOVE RC-PO-NUMBER TO PU-PO-NUMBER
           READ PUR-ORD-FILE
               INVALID KEY
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE "[REJECTED] PO not on file"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   COMPUTE WS-PO-OUTSTANDING =
                       PU-QTY-ORDERED - PU-QTY-RECEIVED
                   EVALUATE TRUE
                       WHEN PU-STATUS-CLOSED
                           SET WS-INVALID-TRAN TO TRUE
                           MOVE "[REJECTED] PO already closed"
                               TO WS-REJECT-REASON
                       WHEN PU-ITEM-CODE NOT = RC-ITEM-CODE
                           SET WS-INVALID-TRAN TO TRUE
                           MOVE "[REJECTED] Item not the one on the PO"
                               TO WS-REJECT-REASON
                       WHEN WS-QTY-RECEIVED > WS-PO-OUTSTANDING
                           SET WS-INVALID-TRAN TO TRUE
                           MOVE "[REJECTED] Over-receipt against PO"
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ.

       200-POST-RECEIPT.
           MOVE RC-ITEM-CODE TO SI-ITEM-CODE
           READ SHOP-ITEM-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-RECEIPTS-POSTED
                   ADD WS-QTY-RECEIVED TO WS-UNITS-POSTED
                   MOVE RC-PO-NUMBER TO WM-PO-NUMBER
                   MOVE RC-SUPPLIER-REF TO WM-SUPPLIER-REF
                   MOVE WS-RECEIPT-MESSAGE TO WS-REJECT-REASON
                   PERFORM 700-WRITE-AUDIT-RECORD
                   PERFORM 220-UPDATE-PURCHASE-ORDER
                   PERFORM 300-CHECK-SHORT-SHIPMENT
           END-REWRITE.

       220-UPDATE-PURCHASE-ORDER.
      *>   The stock is already on the shelf at this point, so a
      *>   failed PO rewrite is an error for the buyer to put right
      *>   by hand, not a reject: the receipt itself stands.
           ADD WS-QTY-RECEIVED TO PU-QTY-RECEIVED
           MOVE FUNCTION CURRENT-DATE(1:8) TO PU-LAST-RECEIPT-DATE
           IF PU-QTY-RECEIVED >= PU-QTY-ORDERED
               SET PU-STATUS-CLOSED TO TRUE
           ELSE
               SET PU-STATUS-PARTIAL TO TRUE
           END-IF
           REWRITE PU-PO-RECORD
               INVALID KEY
                   ADD 1 TO WS-PO-REWRITE-ERRORS
                   DISPLAY "[ERROR] Unable to update PO "
                       PU-PO-NUMBER ", status: " WS-PURORD-STATUS
               NOT INVALID KEY
                   IF PU-STATUS-CLOSED
                       ADD 1 TO WS-POS-CLOSED
                   END-IF
           END-REWRITE.

       300-CHECK-SHORT-SHIPMENT.
           IF RC-QTY-EXPECTED NOT = SPACES
               MOVE RC-QTY-EXPECTED TO WS-QTY-EXPECTED
           MOVE "CARDS REJECTED      : " TO WT-LABEL
           MOVE WS-CARDS-REJECTED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POS CLOSED          : " TO WT-LABEL
           MOVE WS-POS-CLOSED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PO UPDATE ERRORS    : " TO WT-LABEL
           MOVE WS-PO-REWRITE-ERRORS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Receipt cards read: " WS-CARDS-READ
           DISPLAY "Receipts posted   : " WS-RECEIPTS-POSTED
           DISPLAY "Units posted      : " WS-UNITS-POSTED
           DISPLAY "Short shipments   : " WS-SHORT-SHIPMENTS
           DISPLAY "Cards rejected    : " WS-CARDS-REJECTED
           DISPLAY "POs closed        : " WS-POS-CLOSED
           DISPLAY "PO update errors  : " WS-PO-REWRITE-ERRORS
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
       950-CLOSE-FILES.
           CLOSE RCV-TRAN-FILE
           CLOSE SHOP-ITEM-FILE
           CLOSE PUR-ORD-FILE
           CLOSE CAT-AUDIT-FILE
           CLOSE RCV-RPT-FILE.
