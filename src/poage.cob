       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAGE.
       author. PTA-11 ENGINE LINKER.

      *> Weekly open-PO aging report. Walks PURORD and lists every
      *> purchase order still open or partially received whose due
      *> date has passed, with the units still outstanding and how
      *> late the supplier is, for the buyer to chase. Overdue POs
      *> are bucketed by days late (1-7, 8-14, 15-30, over 30) in
      *> the control totals.
      *>
      *> AGEPARM card (optional): cols 1-8 as-of date YYYYMMDD;
      *> blank card (or no card) ages as of today.
      *>
      *> RC 0 nothing overdue, RC 4 overdue POs listed, RC 12
      *> aborted on a file open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUR-ORD-FILE ASSIGN TO "PURORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PU-PO-NUMBER
               FILE STATUS IS WS-PURORD-STATUS.

           SELECT AGE-RPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUR-ORD-FILE.
       COPY PURORD.

       FD  AGE-RPT-FILE.
       01  AR-PRINT-LINE             PIC X(132).

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PURORD-STATUS          PIC X(2).
       01  WS-AGERPT-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-AS-OF-DATE             PIC 9(8).
       01  WS-AS-OF-INT              PIC 9(7).
       01  WS-DAYS-LATE              PIC 9(5).
       01  WS-QTY-OUTSTANDING        PIC 9(5).

       01  WS-SUMMARY.
           05  WS-POS-READ           PIC 9(9) VALUE 0.
           05  WS-POS-OUTSTANDING    PIC 9(9) VALUE 0.
           05  WS-POS-OVERDUE        PIC 9(9) VALUE 0.
           05  WS-UNITS-OVERDUE      PIC 9(9) VALUE 0.
           05  WS-LATE-1-7           PIC 9(9) VALUE 0.
           05  WS-LATE-8-14          PIC 9(9) VALUE 0.
           05  WS-LATE-15-30         PIC 9(9) VALUE 0.
           05  WS-LATE-OVER-30       PIC 9(9) VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC X(4).
           05  WS-RUN-MM             PIC X(2).
           05  WS-RUN-DD             PIC X(2).
           05  FILLER                PIC X(13).

       01  WS-HEADING-1.
           05  FILLER                PIC X(30) VALUE
               "PTA-11 OPEN PO AGING REPORT   ".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  WH1-YYYY              PIC X(4).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-MM                PIC X(2).
           05  FILLER                PIC X(1)  VALUE "-".
           05  WH1-DD                PIC X(2).
           05  FILLER                PIC X(11) VALUE "   AS OF ".
           05  WH1-AS-OF             PIC 9(8).
           05  FILLER                PIC X(64) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(12) VALUE "PO NUMBER".
           05  FILLER                PIC X(10) VALUE "SUPPLIER".
           05  FILLER                PIC X(8)  VALUE "ITEM".
           05  FILLER                PIC X(10) VALUE "  ORDERED".
           05  FILLER                PIC X(10) VALUE " RECEIVED".
           05  FILLER                PIC X(10) VALUE "  OUTSTND".
           05  FILLER                PIC X(10) VALUE "  DUE DATE".
           05  FILLER                PIC X(10) VALUE " DAYS LATE".
           05  FILLER                PIC X(52) VALUE "  STATUS".

       01  WS-DETAIL-LINE.
           05  WD-PO-NUMBER          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-SUPPLIER-ID        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-ITEM-CODE          PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-QTY-ORDERED        PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-QTY-RECEIVED       PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-QTY-OUTSTANDING    PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-DUE-DATE           PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-DAYS-LATE          PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-STATUS             PIC X(7).
           05  FILLER                PIC X(44) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== POAGE: OPEN PO AGING REPORT ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               PERFORM 030-PRINT-HEADINGS

               PERFORM UNTIL WS-EOF
                   READ PUR-ORD-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 100-CHECK-PO
                   END-READ
               END-PERFORM

               PERFORM 900-PRINT-CONTROL-TOTALS
               IF WS-POS-OVERDUE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT PUR-ORD-FILE
           IF WS-PURORD-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open PURORD, status: "
                   WS-PURORD-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT AGE-RPT-FILE
           IF WS-AGERPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open AGERPT, status: "
                   WS-AGERPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open AGEPARM, status: "
                   WS-PARMCARD-STATUS ", aging as of today"
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
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           DISPLAY "Aged as of        : " WS-AS-OF-DATE.

       030-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYY TO WH1-YYYY
           MOVE WS-RUN-MM   TO WH1-MM
           MOVE WS-RUN-DD   TO WH1-DD
           MOVE WS-AS-OF-DATE TO WH1-AS-OF
           MOVE WS-HEADING-1 TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE WS-HEADING-2 TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE.

       100-CHECK-PO.
           ADD 1 TO WS-POS-READ
           IF PU-STATUS-OUTSTANDING
               ADD 1 TO WS-POS-OUTSTANDING
               IF PU-DUE-DATE < WS-AS-OF-DATE
                   PERFORM 200-PRINT-OVERDUE-PO
               END-IF
           END-IF.

       200-PRINT-OVERDUE-PO.
           ADD 1 TO WS-POS-OVERDUE
           COMPUTE WS-DAYS-LATE = WS-AS-OF-INT -
               FUNCTION INTEGER-OF-DATE(PU-DUE-DATE)
           COMPUTE WS-QTY-OUTSTANDING =
               PU-QTY-ORDERED - PU-QTY-RECEIVED
           ADD WS-QTY-OUTSTANDING TO WS-UNITS-OVERDUE
           EVALUATE TRUE
               WHEN WS-DAYS-LATE <= 7
                   ADD 1 TO WS-LATE-1-7
               WHEN WS-DAYS-LATE <= 14
                   ADD 1 TO WS-LATE-8-14
               WHEN WS-DAYS-LATE <= 30
                   ADD 1 TO WS-LATE-15-30
               WHEN OTHER
                   ADD 1 TO WS-LATE-OVER-30
           END-EVALUATE

           MOVE PU-PO-NUMBER TO WD-PO-NUMBER
           MOVE PU-SUPPLIER-ID TO WD-SUPPLIER-ID
           MOVE PU-ITEM-CODE TO WD-ITEM-CODE
           MOVE PU-QTY-ORDERED TO WD-QTY-ORDERED
           MOVE PU-QTY-RECEIVED TO WD-QTY-RECEIVED
           MOVE WS-QTY-OUTSTANDING TO WD-QTY-OUTSTANDING
           MOVE PU-DUE-DATE TO WD-DUE-DATE
           MOVE WS-DAYS-LATE TO WD-DAYS-LATE
           IF PU-STATUS-PARTIAL
               MOVE "PARTIAL" TO WD-STATUS
           ELSE
               MOVE "OPEN" TO WD-STATUS
           END-IF
           MOVE WS-DETAIL-LINE TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE
           MOVE "POS READ            : " TO WT-LABEL
           MOVE WS-POS-READ TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POS OPEN/PARTIAL    : " TO WT-LABEL
           MOVE WS-POS-OUTSTANDING TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "POS OVERDUE         : " TO WT-LABEL
           MOVE WS-POS-OVERDUE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "UNITS OVERDUE       : " TO WT-LABEL
           MOVE WS-UNITS-OVERDUE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "  1-7 DAYS LATE     : " TO WT-LABEL
           MOVE WS-LATE-1-7 TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "  8-14 DAYS LATE    : " TO WT-LABEL
           MOVE WS-LATE-8-14 TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "  15-30 DAYS LATE   : " TO WT-LABEL
           MOVE WS-LATE-15-30 TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "  OVER 30 DAYS LATE : " TO WT-LABEL
           MOVE WS-LATE-OVER-30 TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "POs open/partial  : " WS-POS-OUTSTANDING
           DISPLAY "POs overdue       : " WS-POS-OVERDUE
           DISPLAY "Units overdue     : " WS-UNITS-OVERDUE
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO AR-PRINT-LINE
           WRITE AR-PRINT-LINE.

       950-CLOSE-FILES.
           CLOSE PUR-ORD-FILE
           CLOSE AGE-RPT-FILE.
