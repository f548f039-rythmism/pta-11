      *> PURORD.cpy
      *> Record layout for the PURORD supplier purchase-order file
      *> (indexed, keyed by PU-PO-NUMBER). POPROP raises a PO for
      *> every simple SKU at or below its reorder point that has no
      *> PO already open against it; STKRCV receives deliveries
      *> against the PO number, adding to PU-QTY-RECEIVED and
      *> moving the status from open to partial to closed once the
      *> ordered quantity is in. POAGE lists every PO still open or
      *> partial past its due date. A closed PO is kept for the
      *> supplier history (POPROP reuses the last supplier of a SKU).
       01  PU-PO-RECORD.
           05  PU-PO-NUMBER          PIC X(10).
           05  PU-SUPPLIER-ID        PIC X(8).
           05  PU-ITEM-CODE          PIC X(6).
           05  PU-QTY-ORDERED        PIC 9(5).
           05  PU-QTY-RECEIVED       PIC 9(5).
           05  PU-DUE-DATE           PIC 9(8).
           05  PU-STATUS             PIC X(1).
               88  PU-STATUS-OPEN        VALUE "O".
               88  PU-STATUS-PARTIAL     VALUE "P".
               88  PU-STATUS-CLOSED      VALUE "C".
               88  PU-STATUS-OUTSTANDING VALUES "O", "P".
           05  PU-RAISED-DATE        PIC 9(8).
           05  PU-LAST-RECEIPT-DATE  PIC 9(8).
