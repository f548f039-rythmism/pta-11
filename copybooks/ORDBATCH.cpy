      *> ORDBATCH.cpy
      *> Record layout for the ORDBATCH batch register (indexed,
      *> keyed by OB-BATCH-NO). ORDEDIT registers every SHPORDS
      *> transmission whose header/trailer control totals balanced
      *> and whose clean cards were released to the order run, so a
      *> batch the front end sends twice is refused at the edit
      *> instead of being bought twice. An out-of-balance batch is
      *> never registered: the front end resends it under the same
      *> batch number once the transmission is fixed.
       01  OB-BATCH-RECORD.
           05  OB-BATCH-NO           PIC X(8).
           05  OB-BUSINESS-DATE      PIC 9(8).
           05  OB-CARD-COUNT         PIC 9(9).
           05  OB-CLEAN-COUNT        PIC 9(9).
           05  OB-SUSPENSE-COUNT     PIC 9(9).
           05  OB-EDIT-TIMESTAMP     PIC X(26).
