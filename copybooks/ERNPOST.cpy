      *> ERNPOST.cpy
      *> Record layout for the ERNPOST posted-earnings file (indexed,
      *> keyed by game session reference + player ID), the replay
      *> defense for PTSERN. The game side resends a results file
      *> after a failed transmission as often as not, so every credit
      *> PTSERN posts registers its session/player pair here, and a
      *> result arriving with a pair already on file is rejected
      *> without touching the master -- the same job PRCORDS does for
      *> SHOPBAT's order mode. The key carries the player as well as
      *> the session because one multi-player session legitimately
      *> credits every player who took part.
       01  EP-POSTED-RECORD.
           05  EP-POSTED-KEY.
               10  EP-SESSION-REF    PIC X(12).
               10  EP-PLAYER-ID      PIC X(10).
           05  EP-POINTS             PIC 9(9).
           05  EP-GAME-TIMESTAMP     PIC X(26).
           05  EP-POSTED-TIMESTAMP   PIC X(26).
