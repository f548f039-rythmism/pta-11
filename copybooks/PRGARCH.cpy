      *> PRGARCH.cpy
      *> Record layout for the PRGARCH purge archive written by
      *> PLRPRG. One record per closed account, written before any
      *> of the player's records are removed from the live files, so
      *> a data-removal request can be evidenced and the final
      *> position of the account is kept after every trace of it has
      *> left PLYRMSTR, PLYRHIST, PURLEDG, DLYACTV, VELHIST, PRCORDS,
      *> ERNPOST, ADJPEND and AUDBASE. PG-LEDGER-* sum the player's
      *> PURLEDG lines at purge time (units are always zero --
      *> outstanding units refuse the purge -- but the points paid
      *> are kept).
       01  PG-ARCHIVE-RECORD.
           05  PG-PLAYER-ID          PIC X(10).
           05  PG-CLOSE-DATE         PIC 9(8).
           05  PG-PURGE-TIMESTAMP    PIC X(26).
           05  PG-FINAL-SCORE        PIC S9(9).
           05  PG-FINAL-HP           PIC S9(9).
           05  PG-LIFETIME-SPEND     PIC 9(9).
           05  PG-LEDGER-LINES       PIC 9(5).
           05  PG-LEDGER-UNITS       PIC 9(9).
           05  PG-LEDGER-POINTS      PIC 9(9).
