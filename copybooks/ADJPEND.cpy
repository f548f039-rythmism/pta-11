      *> ADJPEND.cpy
      *> Record layout for the ADJPEND pending-adjustments file
      *> (indexed, keyed by AJ-ADJ-ID, the customer-service case
      *> number), maintained by ADJMNT. A CS operator keys a balance
      *> adjustment request here (the maker); a different operator
      *> approves or declines it in a later run (the checker). Only
      *> an approved request ever reaches the player master. Deltas
      *> are signed: a negative score delta takes points back.
      *> AJ-STATUS "P" pending, "A" approved and posted, "D"
      *> declined. Decided requests stay on file as the case record.
       01  AJ-PENDING-RECORD.
           05  AJ-ADJ-ID             PIC X(10).
           05  AJ-PLAYER-ID          PIC X(10).
           05  AJ-SCORE-DELTA        PIC S9(9).
           05  AJ-HP-DELTA           PIC S9(9).
           05  AJ-REASON-CODE        PIC X(4).
           05  AJ-ORDER-REF          PIC X(12).
           05  AJ-STATUS             PIC X(1).
               88  AJ-STATUS-PENDING     VALUE "P".
               88  AJ-STATUS-APPROVED    VALUE "A".
               88  AJ-STATUS-DECLINED    VALUE "D".
           05  AJ-MAKER-ID           PIC X(8).
           05  AJ-KEYED-TIMESTAMP    PIC X(26).
           05  AJ-CHECKER-ID         PIC X(8).
           05  AJ-DECIDED-TIMESTAMP  PIC X(26).
