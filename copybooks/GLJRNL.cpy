      *> GLJRNL.cpy
      *> Record layout for the GLJRNL points-liability journal that
      *> GLFEED hands to the general ledger each night. Fixed 100-byte
      *> interface records, all amounts in points: one "H" header,
      *> the "D" journal lines (every debit has its matching credit,
      *> so the lines sum to zero), and one "T" trailer carrying the
      *> control totals and the liability proof. GJ-JOURNAL-ID is
      *> "PL" followed by the business date, repeated on every
      *> record so the ledger can reject a journal posted twice.
      *> Header and trailer carry the opening and closing points
      *> liability in place of the account/amount fields.
       01  GJ-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE        PIC X(1).
               88  GJ-HEADER             VALUE "H".
               88  GJ-DETAIL             VALUE "D".
               88  GJ-TRAILER            VALUE "T".
           05  GJ-JOURNAL-ID         PIC X(10).
           05  GJ-BUSINESS-DATE      PIC 9(8).
           05  GJ-LINE-NO            PIC 9(4).
           05  GJ-DETAIL-DATA.
               10  GJ-ACCOUNT        PIC X(10).
               10  GJ-DR-CR          PIC X(1).
                   88  GJ-DEBIT          VALUE "D".
                   88  GJ-CREDIT         VALUE "C".
               10  GJ-AMOUNT         PIC 9(11).
               10  GJ-DESCRIPTION    PIC X(30).
               10  GJ-ITEM-COUNT     PIC 9(9).
           05  GJ-CONTROL-DATA REDEFINES GJ-DETAIL-DATA.
               10  GJ-OPENING-LIAB   PIC 9(11).
               10  GJ-CLOSING-LIAB   PIC 9(11).
               10  GJ-TOTAL-DEBITS   PIC 9(11).
               10  GJ-TOTAL-CREDITS  PIC 9(11).
      *>       "Y" proved against last night's figure, "N" failed,
      *>       "I" first run (no previous figure to prove against).
               10  GJ-PROOF-FLAG     PIC X(1).
               10  FILLER            PIC X(16).
           05  FILLER                PIC X(16).
