      *> LIABCTL.cpy
      *> Record layout for the LIABCTL control file GLFEED carries
      *> from one night to the next (one record per generation). It
      *> holds the closing points liability the feed reported and
      *> the stamp of the last TRANLOG record it counted, so the next
      *> night takes that figure as its opening liability and counts
      *> only the TRANLOG records written since.
       01  LC-CONTROL-RECORD.
           05  LC-BUSINESS-DATE      PIC 9(8).
           05  LC-CLOSING-LIAB       PIC 9(11).
           05  LC-LAST-LOG-STAMP     PIC X(26).
           05  LC-PLAYER-COUNT       PIC 9(9).
           05  LC-PROOF-FLAG         PIC X(1).
