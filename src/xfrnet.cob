       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFRNET.
       author. PTA-11 ENGINE LINKER.

      *> Weekly transfer-network analysis. DLYRPT and VELTRND judge
      *> each player on their own; this job looks at how points move
      *> BETWEEN players. Every accepted TRANSFER leaves an XFEROUT
      *> for the sender and an XFERIN for the receiver on TRANLOG
      *> under one TL-XFER-REF; the pair is one edge of the transfer
      *> graph (sender -> receiver, points, count). Players are then
      *> flagged for:
      *>
      *>   C  circular flow -- the player sits on a loop of transfers
      *>      (A to B to C back to A), up to six accounts round
      *>   F  fan-in -- received from at least the fan-in number of
      *>      distinct senders
      *>   P  pass-through -- received a transfer and spent or passed
      *>      on nearly all of it (the pass-through percent) within
      *>      24 hours
      *>   N  new account -- first received a transfer within the
      *>      recent-enrolment days of its applied ENROLL on PLRAUDIT
      *>   H  earlier-month pass-through -- in a month already rolled
      *>      to TRNSUMM the player's XFEROUT and PURCHASE outflow
      *>      came to nearly all of its XFERIN inflow (TRNSUMM holds
      *>      monthly totals only, so earlier months add history to
      *>      the players in tonight's graph but cannot add edges)
      *>
      *> A suspect network is every flagged player together with
      *> the players it traded with, joined wherever two of them
      *> share an account. Each network prints as one case line --
      *> score, players, transfers, points moved inside it, earlier-
      *> month inflow, the flags present and the players involved,
      *> flagged players first -- ranked highest score first (points
      *> break ties) so review can work from the top down. The score
      *> weighs each flagged player C 40, F 25, P 20, N 15, H 10.
      *> Strictly read-only.
      *>
      *> XNTPARM card (optional):
      *>   1-8   as-of date YYYYMMDD (blank = today); transfers
      *>         stamped after it are ignored
      *>   9-10  fan-in distinct senders (blank = 5)
      *>   11-13 pass-through percent (blank = 90)
      *>   14-16 recent-enrolment days (blank = 30)
      *>   17-22 smallest receipt tested for pass-through, points
      *>         (blank = 100)
      *>
      *> The loop search is capped (WS-STEP-MAX steps, WS-CYCLE-MAX
      *> loops). When a cap stops it early the C flags are partial:
      *> XNTRPT says CYCLE SEARCH INCOMPLETE and the run ends RC 4
      *> even with no cases.
      *>
      *> RC 0 no suspect networks, 4 cases printed or the cycle
      *> search stopped early, 12 aborted (file open or table full).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRAN-SUMM-FILE ASSIGN TO "TRNSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNSUMM-STATUS.

           SELECT PLYR-AUDIT-FILE ASSIGN TO "PLRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLRAUDIT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "XNTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

           SELECT CASE-RPT-FILE ASSIGN TO "XNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XNTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-LOG-FILE.
       01  TL-LOG-LINE               PIC X(200).

       FD  TRAN-SUMM-FILE.
       01  TS-SUMM-LINE              PIC X(60).

       FD  PLYR-AUDIT-FILE.
       01  PA-AUDIT-LINE             PIC X(90).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       FD  CASE-RPT-FILE.
       01  XR-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TRANLOG.
       COPY TRNSUMM.
       COPY PLRAUDIT.

       01  WS-TRANLOG-STATUS         PIC X(2).
       01  WS-TRNSUMM-STATUS         PIC X(2).
       01  WS-PLRAUDIT-STATUS        PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).
       01  WS-XNTRPT-STATUS          PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-TRNSUMM-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-TRNSUMM-OPEN-OK        VALUE "Y".

       01  WS-PLRAUDIT-OPEN-SW       PIC X(1) VALUE "N".
           88  WS-PLRAUDIT-OPEN-OK       VALUE "Y".

       01  WS-ENTRY-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-ENTRY-FOUND            VALUE "Y".
           88  WS-ENTRY-NOT-FOUND        VALUE "N".

      *> 140-FIND-NODE adds the player when this is set; lookups for
      *> the history and enrolment files only want players already
      *> in the graph.
       01  WS-ADD-NODE-SW            PIC X(1) VALUE "N".
           88  WS-ADD-NODE               VALUE "Y".

       01  WS-CYCLE-CUT-SW           PIC X(1) VALUE "N".
           88  WS-CYCLE-SEARCH-CUT       VALUE "Y".

       01  WS-AS-OF-DATE             PIC 9(8).
       01  WS-FANIN-MIN              PIC 9(2)  VALUE 5.
       01  WS-PASS-PCT               PIC 9(3)  VALUE 90.
       01  WS-NEW-DAYS               PIC 9(3)  VALUE 30.
       01  WS-PASS-MIN-POINTS        PIC 9(6)  VALUE 100.

      *> TRANLOG timestamp broken out for the minute clock the
      *> pass-through test runs on.
       01  WS-STAMP-PARTS.
           05  WS-STAMP-DATE         PIC 9(8).
           05  WS-STAMP-HH           PIC 9(2).
           05  WS-STAMP-MM           PIC 9(2).
       01  WS-STAMP-MINUTE           PIC 9(11) COMP-5.
       01  WS-DAY-INT                PIC 9(7)  COMP-5.
       01  WS-POINTS                 PIC S9(9) COMP-5.

      *> One node per player seen on a paired transfer. ND-FIRST-OUT
      *> heads the player's chain of outbound edges (ED-NEXT-OUT),
      *> so the cycle search walks a player's receivers without
      *> scanning the edge table. ND-PARENT is the network joining.
       01  WS-NODE-TABLE.
           05  WS-NODE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ND-IDX.
               10  ND-PLAYER-ID      PIC X(10).
               10  ND-FIRST-OUT      PIC 9(5)  COMP-5.
               10  ND-SENDERS        PIC 9(5)  COMP-5.
               10  ND-IN-POINTS      PIC S9(9) COMP-5.
               10  ND-OUT-POINTS     PIC S9(9) COMP-5.
               10  ND-FIRST-IN-DATE  PIC 9(8).
               10  ND-ENROLL-DATE    PIC 9(8).
               10  ND-PRIOR-IN       PIC S9(9) COMP-5.
               10  ND-FLAGS.
                   15  ND-CYCLE-SW   PIC X(1).
                   15  ND-FANIN-SW   PIC X(1).
                   15  ND-PASS-SW    PIC X(1).
                   15  ND-NEW-SW     PIC X(1).
                   15  ND-HIST-SW    PIC X(1).
               10  ND-FLAGGED-SW     PIC X(1).
                   88  ND-FLAGGED        VALUE "Y".
               10  ND-IN-CASE-SW     PIC X(1).
                   88  ND-IN-CASE        VALUE "Y".
               10  ND-ON-PATH-SW     PIC X(1).
                   88  ND-ON-PATH        VALUE "Y".
               10  ND-PARENT         PIC 9(5)  COMP-5.
               10  ND-SCORE          PIC 9(5)  COMP-5.

       01  WS-NODE-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-NODE-MAX               PIC 9(5) COMP-5 VALUE 5000.
       01  WS-NODE-SUB               PIC 9(5) COMP-5.
       01  WS-SEEK-PLAYER            PIC X(10).

      *> One edge per sender/receiver pair, transfers accumulated.
       01  WS-EDGE-TABLE.
           05  WS-EDGE-ENTRY OCCURS 10000 TIMES
                   INDEXED BY ED-IDX.
               10  ED-FROM           PIC 9(5)  COMP-5.
               10  ED-TO             PIC 9(5)  COMP-5.
               10  ED-POINTS         PIC S9(9) COMP-5.
               10  ED-COUNT          PIC 9(5)  COMP-5.
               10  ED-NEXT-OUT       PIC 9(5)  COMP-5.

       01  WS-EDGE-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-EDGE-MAX               PIC 9(5) COMP-5 VALUE 10000.
       01  WS-EDGE-SUB               PIC 9(5) COMP-5.

      *> XFEROUT sides waiting for the XFERIN that SHOP writes right
      *> behind them. A slot is free again once matched.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 100 TIMES
                   INDEXED BY PX-IDX.
               10  PX-XFER-REF       PIC X(12).
               10  PX-FROM           PIC 9(5)  COMP-5.
               10  PX-POINTS         PIC S9(9) COMP-5.

       01  WS-PEND-COUNT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-PEND-MAX               PIC 9(3) COMP-5 VALUE 100.
       01  WS-PEND-SUB               PIC 9(3) COMP-5.
       01  WS-FROM-SUB               PIC 9(5) COMP-5.
       01  WS-TO-SUB                 PIC 9(5) COMP-5.

      *> Every transfer in/out and every purchase of a player in the
      *> graph, in TRANLOG (time) order, for the pass-through test.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 20000 TIMES
                   INDEXED BY MV-IDX.
               10  MV-NODE           PIC 9(5)  COMP-5.
               10  MV-MINUTE         PIC 9(11) COMP-5.
               10  MV-DIRECTION      PIC X(1).
                   88  MV-INBOUND        VALUE "I".
                   88  MV-OUTBOUND       VALUE "O".
               10  MV-POINTS         PIC S9(9) COMP-5.

       01  WS-MOVE-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-MOVE-MAX               PIC 9(5) COMP-5 VALUE 20000.
       01  WS-MOVE-SUB               PIC 9(5) COMP-5.
       01  WS-SCAN-SUB               PIC 9(5) COMP-5.
       01  WS-WINDOW-END             PIC 9(11) COMP-5.
       01  WS-PASSED-ON              PIC S9(9) COMP-5.
       01  WS-MOVE-NODE              PIC 9(5) COMP-5.
       01  WS-MOVE-DIRECTION         PIC X(1).

      *> Per player per archived month from TRNSUMM.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 10000 TIMES
                   INDEXED BY HS-IDX.
               10  HS-NODE           PIC 9(5)  COMP-5.
               10  HS-MONTH          PIC 9(6).
               10  HS-IN-POINTS      PIC S9(9) COMP-5.
               10  HS-OUT-POINTS     PIC S9(9) COMP-5.

       01  WS-HIST-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-HIST-MAX               PIC 9(5) COMP-5 VALUE 10000.
       01  WS-HIST-SUB               PIC 9(5) COMP-5.

      *> Cycle search path: the node at each depth and the next of
      *> its outbound edges still to try.
       01  WS-PATH-TABLE.
           05  WS-PATH-ENTRY OCCURS 6 TIMES.
               10  PT-NODE           PIC 9(5)  COMP-5.
               10  PT-NEXT-EDGE      PIC 9(5)  COMP-5.
       01  WS-PATH-MAX               PIC 9(1) VALUE 6.
       01  WS-DEPTH                  PIC 9(1).
       01  WS-PATH-SUB               PIC 9(1).
       01  WS-START-NODE             PIC 9(5) COMP-5.
       01  WS-SEARCH-STEPS           PIC 9(9) COMP-5.
       01  WS-STEP-MAX               PIC 9(9) COMP-5 VALUE 2000000.
       01  WS-CYCLE-MAX              PIC 9(5) COMP-5 VALUE 5000.

       01  WS-ROOT-A                 PIC 9(5) COMP-5.
       01  WS-ROOT-B                 PIC 9(5) COMP-5.
       01  WS-ROOT                   PIC 9(5) COMP-5.

      *> One case per suspect network, keyed by its root node.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CS-IDX.
               10  CS-ROOT           PIC 9(5)  COMP-5.
               10  CS-SCORE          PIC 9(7)  COMP-5.
               10  CS-PLAYERS        PIC 9(5)  COMP-5.
               10  CS-TRANSFERS      PIC 9(7)  COMP-5.
               10  CS-POINTS         PIC S9(11) COMP-5.
               10  CS-PRIOR-IN       PIC S9(11) COMP-5.
               10  CS-FLAGS.
                   15  CS-CYCLE-SW   PIC X(1).
                   15  CS-FANIN-SW   PIC X(1).
                   15  CS-PASS-SW    PIC X(1).
                   15  CS-NEW-SW     PIC X(1).
                   15  CS-HIST-SW    PIC X(1).
               10  CS-PRINTED-SW     PIC X(1).

       01  WS-CASE-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-CASE-MAX               PIC 9(5) COMP-5 VALUE 2000.
       01  WS-CASE-SUB               PIC 9(5) COMP-5.

       01  WS-BEST-SUB               PIC 9(5) COMP-5.
       01  WS-BEST-FOUND-SW          PIC X(1).
           88  WS-BEST-FOUND             VALUE "Y".
       01  WS-RANK                   PIC 9(5) COMP-5.
       01  WS-MEMBER-SUB             PIC 9(1).
       01  WS-LIST-PASS              PIC X(1).
           88  WS-LIST-FLAGGED           VALUE "F".
           88  WS-LIST-OTHERS            VALUE "O".

       01  WS-RECORDS-READ           PIC 9(9) VALUE 0.
       01  WS-TRANSFERS-PAIRED       PIC 9(9) VALUE 0.
       01  WS-UNMATCHED              PIC 9(9) VALUE 0.
       01  WS-SUMMARY-READ           PIC 9(9) VALUE 0.
       01  WS-AUDIT-READ             PIC 9(9) VALUE 0.
       01  WS-CYCLES-FOUND           PIC 9(9) VALUE 0.
       01  WS-FLAGGED-CYCLE          PIC 9(9) VALUE 0.
       01  WS-FLAGGED-FANIN          PIC 9(9) VALUE 0.
       01  WS-FLAGGED-PASS           PIC 9(9) VALUE 0.
       01  WS-FLAGGED-NEW            PIC 9(9) VALUE 0.
       01  WS-FLAGGED-HIST           PIC 9(9) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                PIC X(36) VALUE
               "PTA-11 TRANSFER NETWORK CASES       ".
           05  FILLER                PIC X(6)  VALUE "AS OF ".
           05  WH1-DATE              PIC 9(8).
           05  FILLER                PIC X(82) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(5)  VALUE "RANK".
           05  FILLER                PIC X(7)  VALUE "  SCORE".
           05  FILLER                PIC X(6)  VALUE "  PLYR".
           05  FILLER                PIC X(8)  VALUE "  XFERS".
           05  FILLER                PIC X(11) VALUE "     POINTS".
           05  FILLER                PIC X(11) VALUE "   PRIOR IN".
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE "FLAGS".
           05  FILLER                PIC X(73) VALUE "PLAYERS".

       01  WS-CASE-LINE.
           05  WC-RANK               PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-SCORE              PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-PLAYERS            PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-TRANSFERS          PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-POINTS             PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-PRIOR-IN           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WC-FLAGS              PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WC-MEMBER OCCURS 4 TIMES
                                     PIC X(11).
           05  WC-MORE.
               10  WC-MORE-COUNT     PIC ++++9.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-LEGEND-LINE.
           05  FILLER                PIC X(49) VALUE
               "FLAGS: C CIRCULAR FLOW  F FAN-IN  P PASS-THROUGH ".
           05  FILLER                PIC X(50) VALUE
               "WITHIN A DAY  N NEWLY ENROLLED RECEIVER  H EARLIER".
           05  FILLER                PIC X(19) VALUE
               "-MONTH PASS-THROUGH".
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== XFRNET: TRANSFER NETWORK ANALYSIS ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 100-LOAD-TRANSFER-GRAPH
               IF NOT WS-ABORT
                   PERFORM 200-LOAD-SUMMARY-HISTORY
               END-IF
               IF NOT WS-ABORT
                   PERFORM 250-LOAD-ENROLMENTS
               END-IF

               IF WS-ABORT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 300-FLAG-CYCLES
                   PERFORM 400-FLAG-PLAYERS
                   PERFORM 500-BUILD-CASES
                   IF WS-ABORT
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM 600-PRINT-HEADINGS
                       PERFORM 700-PRINT-CASES
                       PERFORM 900-PRINT-CONTROL-TOTALS
                       PERFORM 910-SET-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT TRAN-LOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open TRANLOG, status: "
                   WS-TRANLOG-STATUS
               SET WS-ABORT TO TRUE
           END-IF

      *>   Earlier months and enrolments only sharpen the flags; the
      *>   graph itself stands on TRANLOG alone.
           OPEN INPUT TRAN-SUMM-FILE
           EVALUATE TRUE
               WHEN WS-TRNSUMM-STATUS = "00"
                   SET WS-TRNSUMM-OPEN-OK TO TRUE
               WHEN WS-TRNSUMM-STATUS = "35"
                   DISPLAY "[WARN] TRNSUMM not found - no earlier "
                       "months"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open TRNSUMM, status: "
                       WS-TRNSUMM-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN INPUT PLYR-AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-PLRAUDIT-STATUS = "00"
                   SET WS-PLRAUDIT-OPEN-OK TO TRUE
               WHEN WS-PLRAUDIT-STATUS = "35"
                   DISPLAY "[WARN] PLRAUDIT not found - no new-account "
                       "check"
               WHEN OTHER
                   DISPLAY "[ERROR] Unable to open PLRAUDIT, status: "
                       WS-PLRAUDIT-STATUS
                   SET WS-ABORT TO TRUE
           END-EVALUATE

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open XNTPARM, status: "
                   WS-PARMCARD-STATUS ", using defaults"
           END-IF

           OPEN OUTPUT CASE-RPT-FILE
           IF WS-XNTRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open XNTRPT, status: "
                   WS-XNTRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF.

       020-READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(1:8) NUMERIC
                           MOVE PARM-CARD-LINE(1:8) TO WS-AS-OF-DATE
                       END-IF
                       IF PARM-CARD-LINE(9:2) NUMERIC
                           AND PARM-CARD-LINE(9:2) NOT = "00"
                           MOVE PARM-CARD-LINE(9:2) TO WS-FANIN-MIN
                       END-IF
                       IF PARM-CARD-LINE(11:3) NUMERIC
                           AND PARM-CARD-LINE(11:3) NOT = "000"
                           MOVE PARM-CARD-LINE(11:3) TO WS-PASS-PCT
                       END-IF
                       IF PARM-CARD-LINE(14:3) NUMERIC
                           MOVE PARM-CARD-LINE(14:3) TO WS-NEW-DAYS
                       END-IF
                       IF PARM-CARD-LINE(17:6) NUMERIC
                           MOVE PARM-CARD-LINE(17:6)
                               TO WS-PASS-MIN-POINTS
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           DISPLAY "As of             : " WS-AS-OF-DATE
           DISPLAY "Fan-in senders    : " WS-FANIN-MIN
           DISPLAY "Pass-through pct  : " WS-PASS-PCT
           DISPLAY "New-account days  : " WS-NEW-DAYS
           DISPLAY "Pass-through min  : " WS-PASS-MIN-POINTS.

       100-LOAD-TRANSFER-GRAPH.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TRAN-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 110-SIFT-LOG-RECORD
               END-READ
           END-PERFORM
           IF WS-PEND-COUNT > 0
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   IF PX-XFER-REF (WS-PEND-SUB) NOT = SPACES
                       ADD 1 TO WS-UNMATCHED
                   END-IF
               END-PERFORM
           END-IF.

       110-SIFT-LOG-RECORD.
      *>   Only accepted movements matter: an accepted transfer is
      *>   the only kind that carries a reference, and an accepted
      *>   purchase is one whose balance actually went down.
           ADD 1 TO WS-RECORDS-READ
           MOVE TL-LOG-LINE TO TL-LOG-RECORD
           IF TL-TIMESTAMP(1:12) NUMERIC
               AND TL-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
               MOVE TL-TIMESTAMP(1:12) TO WS-STAMP-PARTS
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               COMPUTE WS-STAMP-MINUTE = WS-DAY-INT * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
               COMPUTE WS-POINTS = TL-SCORE-BEFORE - TL-SCORE-AFTER
               EVALUATE TRUE
                   WHEN TL-EVENT-TYPE = "XFEROUT"
                       AND TL-XFER-REF NOT = SPACES
                       PERFORM 120-HOLD-XFER-OUT
                   WHEN TL-EVENT-TYPE = "XFERIN"
                       AND TL-XFER-REF NOT = SPACES
                       PERFORM 130-PAIR-XFER-IN
                   WHEN TL-EVENT-TYPE = "PURCHASE"
                       AND WS-POINTS > 0
                       PERFORM 135-NOTE-PURCHASE
               END-EVALUATE
           END-IF.

       120-HOLD-XFER-OUT.
           MOVE TL-PLAYER-ID TO WS-SEEK-PLAYER
           SET WS-ADD-NODE TO TRUE
           PERFORM 140-FIND-NODE
           IF WS-ENTRY-FOUND
               SET WS-FROM-SUB TO ND-IDX
               SET WS-ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-FOUND
                           OR WS-PEND-SUB > WS-PEND-COUNT
                   IF PX-XFER-REF (WS-PEND-SUB) = SPACES
                       SET WS-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND
                   SUBTRACT 1 FROM WS-PEND-SUB
               ELSE
                   IF WS-PEND-COUNT >= WS-PEND-MAX
                       DISPLAY "[ERROR] Pending transfer table full "
                           "at " WS-PEND-MAX " - enlarge "
                           "WS-PEND-TABLE"
                       SET WS-ABORT TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WS-PEND-COUNT TO WS-PEND-SUB
                   END-IF
               END-IF
               IF NOT WS-ABORT
                   MOVE TL-XFER-REF TO PX-XFER-REF (WS-PEND-SUB)
                   MOVE WS-FROM-SUB TO PX-FROM (WS-PEND-SUB)
                   MOVE WS-POINTS TO PX-POINTS (WS-PEND-SUB)
               END-IF
           END-IF.

       130-PAIR-XFER-IN.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND
                       OR WS-PEND-SUB > WS-PEND-COUNT
               IF PX-XFER-REF (WS-PEND-SUB) = TL-XFER-REF
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-NOT-FOUND
               ADD 1 TO WS-UNMATCHED
           ELSE
               SUBTRACT 1 FROM WS-PEND-SUB
               MOVE PX-FROM (WS-PEND-SUB) TO WS-FROM-SUB
               MOVE PX-POINTS (WS-PEND-SUB) TO WS-POINTS
               MOVE SPACES TO PX-XFER-REF (WS-PEND-SUB)
               MOVE TL-PLAYER-ID TO WS-SEEK-PLAYER
               SET WS-ADD-NODE TO TRUE
               PERFORM 140-FIND-NODE
               IF WS-ENTRY-FOUND
                   SET WS-TO-SUB TO ND-IDX
                   ADD 1 TO WS-TRANSFERS-PAIRED
                   PERFORM 150-ADD-EDGE
                   ADD WS-POINTS TO ND-OUT-POINTS (WS-FROM-SUB)
                   ADD WS-POINTS TO ND-IN-POINTS (WS-TO-SUB)
                   IF ND-FIRST-IN-DATE (WS-TO-SUB) = 0
                       MOVE WS-STAMP-DATE
                           TO ND-FIRST-IN-DATE (WS-TO-SUB)
                   END-IF
                   MOVE WS-FROM-SUB TO WS-MOVE-NODE
                   MOVE "O" TO WS-MOVE-DIRECTION
                   PERFORM 160-ADD-MOVE
                   MOVE WS-TO-SUB TO WS-MOVE-NODE
                   MOVE "I" TO WS-MOVE-DIRECTION
                   PERFORM 160-ADD-MOVE
               END-IF
           END-IF.

       135-NOTE-PURCHASE.
      *>   A purchase only counts toward passing points on once the
      *>   player is already in the graph -- spending before the
      *>   first receipt is not passing anything on.
           MOVE TL-PLAYER-ID TO WS-SEEK-PLAYER
           MOVE "N" TO WS-ADD-NODE-SW
           PERFORM 140-FIND-NODE
           IF WS-ENTRY-FOUND
               SET WS-MOVE-NODE TO ND-IDX
               MOVE "O" TO WS-MOVE-DIRECTION
               PERFORM 160-ADD-MOVE
           END-IF.

       140-FIND-NODE.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND
                       OR WS-NODE-SUB > WS-NODE-COUNT
               SET ND-IDX TO WS-NODE-SUB
               IF ND-PLAYER-ID (ND-IDX) = WS-SEEK-PLAYER
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-NOT-FOUND AND WS-ADD-NODE
               IF WS-NODE-COUNT >= WS-NODE-MAX
                   DISPLAY "[ERROR] Node table full at " WS-NODE-MAX
                       " players - enlarge WS-NODE-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-NODE-COUNT
                   SET ND-IDX TO WS-NODE-COUNT
                   MOVE WS-SEEK-PLAYER TO ND-PLAYER-ID (ND-IDX)
                   MOVE 0 TO ND-FIRST-OUT (ND-IDX)
                   MOVE 0 TO ND-SENDERS (ND-IDX)
                   MOVE 0 TO ND-IN-POINTS (ND-IDX)
                   MOVE 0 TO ND-OUT-POINTS (ND-IDX)
                   MOVE 0 TO ND-FIRST-IN-DATE (ND-IDX)
                   MOVE 0 TO ND-ENROLL-DATE (ND-IDX)
                   MOVE 0 TO ND-PRIOR-IN (ND-IDX)
                   MOVE SPACES TO ND-FLAGS (ND-IDX)
                   MOVE "N" TO ND-FLAGGED-SW (ND-IDX)
                   MOVE "N" TO ND-IN-CASE-SW (ND-IDX)
                   MOVE "N" TO ND-ON-PATH-SW (ND-IDX)
                   MOVE WS-NODE-COUNT TO ND-PARENT (ND-IDX)
                   MOVE 0 TO ND-SCORE (ND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       150-ADD-EDGE.
      *>   Walk the sender's outbound chain for this receiver; a new
      *>   pair goes on the front of the chain and is one more
      *>   distinct sender for the receiver.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           MOVE ND-FIRST-OUT (WS-FROM-SUB) TO WS-EDGE-SUB
           PERFORM UNTIL WS-ENTRY-FOUND OR WS-EDGE-SUB = 0
               IF ED-TO (WS-EDGE-SUB) = WS-TO-SUB
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE ED-NEXT-OUT (WS-EDGE-SUB) TO WS-EDGE-SUB
               END-IF
           END-PERFORM
           IF WS-ENTRY-NOT-FOUND
               IF WS-EDGE-COUNT >= WS-EDGE-MAX
                   DISPLAY "[ERROR] Edge table full at " WS-EDGE-MAX
                       " pairs - enlarge WS-EDGE-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EDGE-COUNT
                   MOVE WS-EDGE-COUNT TO WS-EDGE-SUB
                   MOVE WS-FROM-SUB TO ED-FROM (WS-EDGE-SUB)
                   MOVE WS-TO-SUB TO ED-TO (WS-EDGE-SUB)
                   MOVE 0 TO ED-POINTS (WS-EDGE-SUB)
                   MOVE 0 TO ED-COUNT (WS-EDGE-SUB)
                   MOVE ND-FIRST-OUT (WS-FROM-SUB)
                       TO ED-NEXT-OUT (WS-EDGE-SUB)
                   MOVE WS-EDGE-SUB TO ND-FIRST-OUT (WS-FROM-SUB)
                   ADD 1 TO ND-SENDERS (WS-TO-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD WS-POINTS TO ED-POINTS (WS-EDGE-SUB)
               ADD 1 TO ED-COUNT (WS-EDGE-SUB)
           END-IF.

       160-ADD-MOVE.
           IF WS-MOVE-COUNT >= WS-MOVE-MAX
               DISPLAY "[ERROR] Movement table full at " WS-MOVE-MAX
                   " entries - enlarge WS-MOVE-TABLE"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-MOVE-COUNT
               SET MV-IDX TO WS-MOVE-COUNT
               MOVE WS-MOVE-NODE TO MV-NODE (MV-IDX)
               MOVE WS-STAMP-MINUTE TO MV-MINUTE (MV-IDX)
               MOVE WS-MOVE-DIRECTION TO MV-DIRECTION (MV-IDX)
               MOVE WS-POINTS TO MV-POINTS (MV-IDX)
           END-IF.

       200-LOAD-SUMMARY-HISTORY.
           IF WS-TRNSUMM-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TRAN-SUMM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-SIFT-SUMMARY
                   END-READ
               END-PERFORM
           END-IF.

       210-SIFT-SUMMARY.
      *>   Only players already in the graph carry history; inflow
      *>   is XFERIN, outflow is XFEROUT plus PURCHASE (both
      *>   negative on the summary).
           ADD 1 TO WS-SUMMARY-READ
           MOVE TS-SUMM-LINE TO TS-SUMMARY-RECORD
           IF TS-EVENT-TYPE = "XFERIN" OR TS-EVENT-TYPE = "XFEROUT"
               OR TS-EVENT-TYPE = "PURCHASE"
               MOVE TS-PLAYER-ID TO WS-SEEK-PLAYER
               MOVE "N" TO WS-ADD-NODE-SW
               PERFORM 140-FIND-NODE
               IF WS-ENTRY-FOUND
                   PERFORM 220-FIND-HIST-ENTRY
               END-IF
               IF WS-ENTRY-FOUND
                   IF TS-EVENT-TYPE = "XFERIN"
                       ADD TS-POINTS-MOVED TO HS-IN-POINTS (HS-IDX)
                       ADD TS-POINTS-MOVED TO ND-PRIOR-IN (ND-IDX)
                   ELSE
                       SUBTRACT TS-POINTS-MOVED
                           FROM HS-OUT-POINTS (HS-IDX)
                   END-IF
               END-IF
           END-IF.

       220-FIND-HIST-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND
                       OR WS-HIST-SUB > WS-HIST-COUNT
               SET HS-IDX TO WS-HIST-SUB
               IF HS-NODE (HS-IDX) = ND-IDX
                   AND HS-MONTH (HS-IDX) = TS-MONTH
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-NOT-FOUND
               IF WS-HIST-COUNT >= WS-HIST-MAX
                   DISPLAY "[ERROR] History table full at "
                       WS-HIST-MAX " entries - enlarge WS-HIST-TABLE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-COUNT
                   SET HS-IDX TO WS-HIST-COUNT
                   SET HS-NODE (HS-IDX) TO ND-IDX
                   MOVE TS-MONTH TO HS-MONTH (HS-IDX)
                   MOVE 0 TO HS-IN-POINTS (HS-IDX)
                   MOVE 0 TO HS-OUT-POINTS (HS-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

       250-LOAD-ENROLMENTS.
      *>   Applied ENROLLs only -- a rejected one carries its
      *>   [REJECTED] reason in the message.
           IF WS-PLRAUDIT-OPEN-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PLYR-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           MOVE PA-AUDIT-LINE TO PA-AUDIT-RECORD
                           IF PA-ACTION = "ENROLL"
                               AND PA-MESSAGE(1:10) NOT = "[REJECTED]"
                               AND PA-TIMESTAMP(1:8) NUMERIC
                               PERFORM 260-NOTE-ENROLMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       260-NOTE-ENROLMENT.
           MOVE PA-PLAYER-ID TO WS-SEEK-PLAYER
           MOVE "N" TO WS-ADD-NODE-SW
           PERFORM 140-FIND-NODE
           IF WS-ENTRY-FOUND
               MOVE PA-TIMESTAMP(1:8) TO ND-ENROLL-DATE (ND-IDX)
           END-IF.

       300-FLAG-CYCLES.
      *>   Depth-limited search from every player for a path of
      *>   transfers back to itself. A loop is only followed through
      *>   players numbered above the one it started from, so each
      *>   loop is found once, from its lowest-numbered member.
           MOVE 0 TO WS-SEARCH-STEPS
           PERFORM VARYING WS-START-NODE FROM 1 BY 1
                   UNTIL WS-START-NODE > WS-NODE-COUNT
                       OR WS-SEARCH-STEPS > WS-STEP-MAX
                       OR WS-CYCLES-FOUND >= WS-CYCLE-MAX
               IF ND-FIRST-OUT (WS-START-NODE) NOT = 0
                   AND ND-SENDERS (WS-START-NODE) > 0
                   PERFORM 310-SEARCH-FROM-NODE
               END-IF
           END-PERFORM
           IF WS-SEARCH-STEPS > WS-STEP-MAX
               OR WS-CYCLES-FOUND >= WS-CYCLE-MAX
               SET WS-CYCLE-SEARCH-CUT TO TRUE
               DISPLAY "[WARN] Cycle search stopped early after "
                   WS-CYCLES-FOUND " loops - later players not "
                   "searched"
           END-IF.

       310-SEARCH-FROM-NODE.
           MOVE 1 TO WS-DEPTH
           MOVE WS-START-NODE TO PT-NODE (1)
           MOVE ND-FIRST-OUT (WS-START-NODE) TO PT-NEXT-EDGE (1)
           MOVE "Y" TO ND-ON-PATH-SW (WS-START-NODE)
           PERFORM 320-STEP-SEARCH
               UNTIL WS-DEPTH = 0
                   OR WS-SEARCH-STEPS > WS-STEP-MAX
           PERFORM VARYING WS-PATH-SUB FROM 1 BY 1
                   UNTIL WS-PATH-SUB > WS-DEPTH
               MOVE "N" TO ND-ON-PATH-SW (PT-NODE (WS-PATH-SUB))
           END-PERFORM.

       320-STEP-SEARCH.
           ADD 1 TO WS-SEARCH-STEPS
           MOVE PT-NEXT-EDGE (WS-DEPTH) TO WS-EDGE-SUB
           IF WS-EDGE-SUB = 0
               MOVE "N" TO ND-ON-PATH-SW (PT-NODE (WS-DEPTH))
               SUBTRACT 1 FROM WS-DEPTH
           ELSE
               MOVE ED-NEXT-OUT (WS-EDGE-SUB)
                   TO PT-NEXT-EDGE (WS-DEPTH)
               MOVE ED-TO (WS-EDGE-SUB) TO WS-TO-SUB
               EVALUATE TRUE
                   WHEN WS-TO-SUB = WS-START-NODE
                       PERFORM 330-RECORD-CYCLE
                   WHEN WS-TO-SUB < WS-START-NODE
                       CONTINUE
                   WHEN ND-ON-PATH (WS-TO-SUB)
                       CONTINUE
                   WHEN WS-DEPTH >= WS-PATH-MAX
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-DEPTH
                       MOVE WS-TO-SUB TO PT-NODE (WS-DEPTH)
                       MOVE ND-FIRST-OUT (WS-TO-SUB)
                           TO PT-NEXT-EDGE (WS-DEPTH)
                       MOVE "Y" TO ND-ON-PATH-SW (WS-TO-SUB)
               END-EVALUATE
           END-IF.

       330-RECORD-CYCLE.
      *>   Every player on the path is on the loop, and the loop's
      *>   players are joined into one network straight away.
           ADD 1 TO WS-CYCLES-FOUND
           PERFORM VARYING WS-PATH-SUB FROM 1 BY 1
                   UNTIL WS-PATH-SUB > WS-DEPTH
               MOVE "C" TO ND-CYCLE-SW (PT-NODE (WS-PATH-SUB))
               MOVE PT-NODE (WS-PATH-SUB) TO WS-ROOT-A
               MOVE WS-START-NODE TO WS-ROOT-B
               PERFORM 510-JOIN-NODES
           END-PERFORM.

       400-FLAG-PLAYERS.
           PERFORM 410-CHECK-PASS-THROUGH
           PERFORM 420-CHECK-HISTORY
           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT
               SET ND-IDX TO WS-NODE-SUB
               PERFORM 430-SCORE-PLAYER
           END-PERFORM.

       410-CHECK-PASS-THROUGH.
      *>   For each receipt big enough to matter, add up what the
      *>   receiver sent or spent in the 24 hours from it. The table
      *>   is in time order, so the look-ahead stops at the first
      *>   movement past the window.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               IF MV-INBOUND (WS-MOVE-SUB)
                   AND MV-POINTS (WS-MOVE-SUB) >= WS-PASS-MIN-POINTS
                   AND ND-PASS-SW (MV-NODE (WS-MOVE-SUB)) = SPACE
                   PERFORM 415-SUM-PASSED-ON
               END-IF
           END-PERFORM.

       415-SUM-PASSED-ON.
           MOVE 0 TO WS-PASSED-ON
           COMPUTE WS-WINDOW-END = MV-MINUTE (WS-MOVE-SUB) + 1440
           PERFORM VARYING WS-SCAN-SUB FROM WS-MOVE-SUB BY 1
                   UNTIL WS-SCAN-SUB > WS-MOVE-COUNT
                       OR MV-MINUTE (WS-SCAN-SUB) > WS-WINDOW-END
               IF MV-NODE (WS-SCAN-SUB) = MV-NODE (WS-MOVE-SUB)
                   AND MV-OUTBOUND (WS-SCAN-SUB)
                   ADD MV-POINTS (WS-SCAN-SUB) TO WS-PASSED-ON
               END-IF
           END-PERFORM
           IF WS-PASSED-ON * 100 >=
               MV-POINTS (WS-MOVE-SUB) * WS-PASS-PCT
               MOVE "P" TO ND-PASS-SW (MV-NODE (WS-MOVE-SUB))
           END-IF.

       420-CHECK-HISTORY.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               SET HS-IDX TO WS-HIST-SUB
               IF HS-IN-POINTS (HS-IDX) >= WS-PASS-MIN-POINTS
                   AND HS-OUT-POINTS (HS-IDX) * 100 >=
                       HS-IN-POINTS (HS-IDX) * WS-PASS-PCT
                   MOVE "H" TO ND-HIST-SW (HS-NODE (HS-IDX))
               END-IF
           END-PERFORM.

       430-SCORE-PLAYER.
           IF ND-SENDERS (ND-IDX) >= WS-FANIN-MIN
               MOVE "F" TO ND-FANIN-SW (ND-IDX)
           END-IF
           IF ND-ENROLL-DATE (ND-IDX) > 0
               AND ND-FIRST-IN-DATE (ND-IDX) > 0
               AND ND-FIRST-IN-DATE (ND-IDX)
                   NOT < ND-ENROLL-DATE (ND-IDX)
               IF FUNCTION INTEGER-OF-DATE(ND-FIRST-IN-DATE (ND-IDX))
                   - FUNCTION INTEGER-OF-DATE(ND-ENROLL-DATE (ND-IDX))
                   NOT > WS-NEW-DAYS
                   MOVE "N" TO ND-NEW-SW (ND-IDX)
               END-IF
           END-IF

           MOVE 0 TO ND-SCORE (ND-IDX)
           IF ND-CYCLE-SW (ND-IDX) NOT = SPACE
               ADD 40 TO ND-SCORE (ND-IDX)
               ADD 1 TO WS-FLAGGED-CYCLE
           END-IF
           IF ND-FANIN-SW (ND-IDX) NOT = SPACE
               ADD 25 TO ND-SCORE (ND-IDX)
               ADD 1 TO WS-FLAGGED-FANIN
           END-IF
           IF ND-PASS-SW (ND-IDX) NOT = SPACE
               ADD 20 TO ND-SCORE (ND-IDX)
               ADD 1 TO WS-FLAGGED-PASS
           END-IF
           IF ND-NEW-SW (ND-IDX) NOT = SPACE
               ADD 15 TO ND-SCORE (ND-IDX)
               ADD 1 TO WS-FLAGGED-NEW
           END-IF
           IF ND-HIST-SW (ND-IDX) NOT = SPACE
               ADD 10 TO ND-SCORE (ND-IDX)
               ADD 1 TO WS-FLAGGED-HIST
           END-IF
           IF ND-SCORE (ND-IDX) > 0
               MOVE "Y" TO ND-FLAGGED-SW (ND-IDX)
               MOVE "Y" TO ND-IN-CASE-SW (ND-IDX)
           END-IF.

       500-BUILD-CASES.
      *>   A network is the flagged players plus everyone they traded
      *>   with: every edge touching a flagged player joins its two
      *>   ends. The loops were joined as they were found.
           PERFORM VARYING WS-EDGE-SUB FROM 1 BY 1
                   UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
               IF ND-FLAGGED (ED-FROM (WS-EDGE-SUB))
                   OR ND-FLAGGED (ED-TO (WS-EDGE-SUB))
                   MOVE "Y" TO ND-IN-CASE-SW (ED-FROM (WS-EDGE-SUB))
                   MOVE "Y" TO ND-IN-CASE-SW (ED-TO (WS-EDGE-SUB))
                   MOVE ED-FROM (WS-EDGE-SUB) TO WS-ROOT-A
                   MOVE ED-TO (WS-EDGE-SUB) TO WS-ROOT-B
                   PERFORM 510-JOIN-NODES
               END-IF
           END-PERFORM

           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT
                       OR WS-ABORT
               IF ND-IN-CASE (WS-NODE-SUB)
                   MOVE WS-NODE-SUB TO WS-ROOT
                   PERFORM 520-FIND-ROOT
                   PERFORM 530-FIND-CASE
                   IF NOT WS-ABORT
                       PERFORM 540-ADD-PLAYER-TO-CASE
                   END-IF
               END-IF
           END-PERFORM

      *>   Points and transfer counts: every edge inside a network.
           PERFORM VARYING WS-EDGE-SUB FROM 1 BY 1
                   UNTIL WS-EDGE-SUB > WS-EDGE-COUNT
                       OR WS-ABORT
               IF ND-IN-CASE (ED-FROM (WS-EDGE-SUB))
                   AND ND-IN-CASE (ED-TO (WS-EDGE-SUB))
                   MOVE ED-FROM (WS-EDGE-SUB) TO WS-ROOT
                   PERFORM 520-FIND-ROOT
                   MOVE WS-ROOT TO WS-ROOT-A
                   MOVE ED-TO (WS-EDGE-SUB) TO WS-ROOT
                   PERFORM 520-FIND-ROOT
                   IF WS-ROOT = WS-ROOT-A
                       PERFORM 530-FIND-CASE
                       ADD ED-POINTS (WS-EDGE-SUB)
                           TO CS-POINTS (CS-IDX)
                       ADD ED-COUNT (WS-EDGE-SUB)
                           TO CS-TRANSFERS (CS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       510-JOIN-NODES.
           MOVE WS-ROOT-A TO WS-ROOT
           PERFORM 520-FIND-ROOT
           MOVE WS-ROOT TO WS-ROOT-A
           MOVE WS-ROOT-B TO WS-ROOT
           PERFORM 520-FIND-ROOT
           IF WS-ROOT NOT = WS-ROOT-A
               MOVE WS-ROOT-A TO ND-PARENT (WS-ROOT)
           END-IF.

       520-FIND-ROOT.
           PERFORM UNTIL ND-PARENT (WS-ROOT) = WS-ROOT
               MOVE ND-PARENT (WS-ROOT) TO WS-ROOT
           END-PERFORM.

       530-FIND-CASE.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND
                       OR WS-CASE-SUB > WS-CASE-COUNT
               SET CS-IDX TO WS-CASE-SUB
               IF CS-ROOT (CS-IDX) = WS-ROOT
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-NOT-FOUND
               IF WS-CASE-COUNT >= WS-CASE-MAX
                   DISPLAY "[ERROR] Case table full at " WS-CASE-MAX
                       " networks - enlarge WS-CASE-TABLE"
                   SET WS-ABORT TO TRUE
               ELSE
                   ADD 1 TO WS-CASE-COUNT
                   SET CS-IDX TO WS-CASE-COUNT
                   MOVE WS-ROOT TO CS-ROOT (CS-IDX)
                   MOVE 0 TO CS-SCORE (CS-IDX)
                   MOVE 0 TO CS-PLAYERS (CS-IDX)
                   MOVE 0 TO CS-TRANSFERS (CS-IDX)
                   MOVE 0 TO CS-POINTS (CS-IDX)
                   MOVE 0 TO CS-PRIOR-IN (CS-IDX)
                   MOVE SPACES TO CS-FLAGS (CS-IDX)
                   MOVE "N" TO CS-PRINTED-SW (CS-IDX)
               END-IF
           END-IF.

       540-ADD-PLAYER-TO-CASE.
           SET ND-IDX TO WS-NODE-SUB
           ADD 1 TO CS-PLAYERS (CS-IDX)
           ADD ND-SCORE (ND-IDX) TO CS-SCORE (CS-IDX)
           ADD ND-PRIOR-IN (ND-IDX) TO CS-PRIOR-IN (CS-IDX)
           IF ND-CYCLE-SW (ND-IDX) NOT = SPACE
               MOVE "C" TO CS-CYCLE-SW (CS-IDX)
           END-IF
           IF ND-FANIN-SW (ND-IDX) NOT = SPACE
               MOVE "F" TO CS-FANIN-SW (CS-IDX)
           END-IF
           IF ND-PASS-SW (ND-IDX) NOT = SPACE
               MOVE "P" TO CS-PASS-SW (CS-IDX)
           END-IF
           IF ND-NEW-SW (ND-IDX) NOT = SPACE
               MOVE "N" TO CS-NEW-SW (CS-IDX)
           END-IF
           IF ND-HIST-SW (ND-IDX) NOT = SPACE
               MOVE "H" TO CS-HIST-SW (CS-IDX)
           END-IF.

       600-PRINT-HEADINGS.
           MOVE WS-AS-OF-DATE TO WH1-DATE
           MOVE WS-HEADING-1 TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE WS-HEADING-2 TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       700-PRINT-CASES.
           MOVE 0 TO WS-RANK
           PERFORM 710-PRINT-NEXT-CASE WS-CASE-COUNT TIMES
           IF WS-CASE-COUNT = 0
               MOVE "  NO SUSPECT TRANSFER NETWORKS" TO XR-PRINT-LINE
               WRITE XR-PRINT-LINE
           END-IF
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE WS-LEGEND-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE SPACES TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       710-PRINT-NEXT-CASE.
      *>   Highest score first, points moved breaking ties --
      *>   repeated max-pick over the bounded table, the same shape
      *>   as SLSRPT's rankings.
           MOVE "N" TO WS-BEST-FOUND-SW
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               SET CS-IDX TO WS-CASE-SUB
               IF CS-PRINTED-SW (CS-IDX) = "N"
                   PERFORM 720-COMPARE-CASE-CANDIDATE
               END-IF
           END-PERFORM
           IF WS-BEST-FOUND
               SET CS-IDX TO WS-BEST-SUB
               MOVE "Y" TO CS-PRINTED-SW (CS-IDX)
               PERFORM 730-PRINT-CASE-LINE
           END-IF.

       720-COMPARE-CASE-CANDIDATE.
           IF NOT WS-BEST-FOUND
               MOVE WS-CASE-SUB TO WS-BEST-SUB
               MOVE "Y" TO WS-BEST-FOUND-SW
           ELSE
               IF CS-SCORE (CS-IDX) > CS-SCORE (WS-BEST-SUB)
                   OR (CS-SCORE (CS-IDX) = CS-SCORE (WS-BEST-SUB)
                       AND CS-POINTS (CS-IDX) >
                           CS-POINTS (WS-BEST-SUB))
                   MOVE WS-CASE-SUB TO WS-BEST-SUB
               END-IF
           END-IF.

       730-PRINT-CASE-LINE.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WC-RANK
           MOVE CS-SCORE (CS-IDX) TO WC-SCORE
           MOVE CS-PLAYERS (CS-IDX) TO WC-PLAYERS
           MOVE CS-TRANSFERS (CS-IDX) TO WC-TRANSFERS
           MOVE CS-POINTS (CS-IDX) TO WC-POINTS
           MOVE CS-PRIOR-IN (CS-IDX) TO WC-PRIOR-IN
           MOVE CS-FLAGS (CS-IDX) TO WC-FLAGS
           MOVE SPACES TO WC-MEMBER (1) WC-MEMBER (2)
               WC-MEMBER (3) WC-MEMBER (4)
           MOVE SPACES TO WC-MORE
           MOVE 0 TO WS-MEMBER-SUB
           SET WS-LIST-FLAGGED TO TRUE
           PERFORM 740-LIST-MEMBERS
           SET WS-LIST-OTHERS TO TRUE
           PERFORM 740-LIST-MEMBERS
           IF CS-PLAYERS (CS-IDX) > 4
               COMPUTE WC-MORE-COUNT = CS-PLAYERS (CS-IDX) - 4
           END-IF
           MOVE WS-CASE-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       740-LIST-MEMBERS.
      *>   Up to four players per line, flagged players first.
           PERFORM VARYING WS-NODE-SUB FROM 1 BY 1
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT
                       OR WS-MEMBER-SUB >= 4
               IF ND-IN-CASE (WS-NODE-SUB)
                   AND ((WS-LIST-FLAGGED AND ND-FLAGGED (WS-NODE-SUB))
                   OR (WS-LIST-OTHERS
                       AND NOT ND-FLAGGED (WS-NODE-SUB)))
                   MOVE WS-NODE-SUB TO WS-ROOT
                   PERFORM 520-FIND-ROOT
                   IF WS-ROOT = CS-ROOT (CS-IDX)
                       ADD 1 TO WS-MEMBER-SUB
                       MOVE ND-PLAYER-ID (WS-NODE-SUB)
                           TO WC-MEMBER (WS-MEMBER-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       900-PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE
           MOVE "LOG RECORDS READ    : " TO WT-LABEL
           MOVE WS-RECORDS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "TRANSFERS PAIRED    : " TO WT-LABEL
           MOVE WS-TRANSFERS-PAIRED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "TRANSFER SIDES ALONE: " TO WT-LABEL
           MOVE WS-UNMATCHED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "SUMMARY RECORDS READ: " TO WT-LABEL
           MOVE WS-SUMMARY-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "AUDIT RECORDS READ  : " TO WT-LABEL
           MOVE WS-AUDIT-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS IN GRAPH    : " TO WT-LABEL
           MOVE WS-NODE-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYER PAIRS        : " TO WT-LABEL
           MOVE WS-EDGE-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "LOOPS FOUND         : " TO WT-LABEL
           MOVE WS-CYCLES-FOUND TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FLAGGED C   : " TO WT-LABEL
           MOVE WS-FLAGGED-CYCLE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FLAGGED F   : " TO WT-LABEL
           MOVE WS-FLAGGED-FANIN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FLAGGED P   : " TO WT-LABEL
           MOVE WS-FLAGGED-PASS TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FLAGGED N   : " TO WT-LABEL
           MOVE WS-FLAGGED-NEW TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "PLAYERS FLAGGED H   : " TO WT-LABEL
           MOVE WS-FLAGGED-HIST TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "SUSPECT NETWORKS    : " TO WT-LABEL
           MOVE WS-CASE-COUNT TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           IF WS-CYCLE-SEARCH-CUT
               MOVE SPACES TO XR-PRINT-LINE
               WRITE XR-PRINT-LINE
               MOVE "CYCLE SEARCH INCOMPLETE - C FLAGS ARE PARTIAL"
                   TO XR-PRINT-LINE
               WRITE XR-PRINT-LINE
           END-IF

           DISPLAY "Log records read  : " WS-RECORDS-READ
           DISPLAY "Transfers paired  : " WS-TRANSFERS-PAIRED
           DISPLAY "Unpaired sides    : " WS-UNMATCHED
           DISPLAY "Players in graph  : " WS-NODE-COUNT
           DISPLAY "Loops found       : " WS-CYCLES-FOUND
           DISPLAY "Suspect networks  : " WS-CASE-COUNT
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO XR-PRINT-LINE
           WRITE XR-PRINT-LINE.

       910-SET-RETURN-CODE.
           IF WS-CASE-COUNT > 0
               OR WS-CYCLE-SEARCH-CUT
               MOVE 4 TO RETURN-CODE
           END-IF.

       950-CLOSE-FILES.
           CLOSE TRAN-LOG-FILE
           IF WS-TRNSUMM-OPEN-OK
               CLOSE TRAN-SUMM-FILE
           END-IF
           IF WS-PLRAUDIT-OPEN-OK
               CLOSE PLYR-AUDIT-FILE
           END-IF
           CLOSE CASE-RPT-FILE.
