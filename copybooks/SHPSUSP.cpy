      *> SHPSUSP.cpy
      *> Record layout for the SHPSUSP order suspense file. ORDEDIT
      *> writes one record per SHPORDS card that failed the intake
      *> edit, carrying the card image exactly as received and the
      *> reason it was held back, so the front end can correct the
      *> card and resend it in a later batch. SU-CARD-NO is the
      *> card's position in the transmission (header card = 1).
       01  SU-SUSPENSE-RECORD.
           05  SU-BATCH-NO           PIC X(8).
           05  SU-CARD-NO            PIC 9(6).
           05  SU-CARD-IMAGE         PIC X(80).
           05  SU-REASON             PIC X(40).
