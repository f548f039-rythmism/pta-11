      *> ADJAUDIT.cpy
      *> Record layout for the ADJAUDIT balance-adjustment audit
      *> file. One record is appended per REQST/APPRVE/DECLIN attempt
      *> against the pending-adjustments file, applied or rejected,
      *> the same way PLRMNT appends account changes to PLRAUDIT, so
      *> every manual balance correction can be traced to the
      *> operator who keyed it and the operator who let it through.
       01  AU-AUDIT-RECORD.
           05  AU-TIMESTAMP          PIC X(26).
           05  AU-ACTION             PIC X(6).
           05  AU-ADJ-ID             PIC X(10).
           05  AU-OPERATOR-ID        PIC X(8).
           05  AU-PLAYER-ID          PIC X(10).
           05  AU-SCORE-DELTA        PIC S9(9).
           05  AU-HP-DELTA           PIC S9(9).
           05  AU-REASON-CODE        PIC X(4).
           05  AU-ORDER-REF          PIC X(12).
           05  AU-MESSAGE            PIC X(40).
