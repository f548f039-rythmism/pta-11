      *> the same TL-XFER-REF so the two sides of the trade can be
      *> matched on the trail; the field is spaces on every other
      *> event type.
      *> Points credited from the game side's results feed (PTSERN)
      *> are logged as EARN events with the game session reference
      *> in TL-ORDER-REF; only applied credits are logged. Dormant
      *> balances forfeited by PTSEXP are logged as EXPIRE events,
      *> and approved manual corrections from ADJMNT as ADJUST
      *> events carrying the disputed order reference. PLRMNT logs
      *> each new account as an ENROLL event carrying its opening
      *> balances (before = zero).
       01  TL-LOG-RECORD.
           05  TL-TIMESTAMP          PIC X(26).
           05  TL-PLAYER-ID          PIC X(10).
