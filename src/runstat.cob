       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
       author. PTA-11 ENGINE LINKER.

      *> Morning run-status report. Reads the RUNCTL run-control file
      *> and prints the whole night for one business date at a
      *> glance: one line per chain job in running order (SHOPBAT,
      *> SHOPRCN, STKRPT, DLYRPT, SHOPAUD, BCKFIL, DLYROLL, VELTRND,
      *> then the month-end PLRSTM and TRNARCH) with its state, start
      *> and end times, condition code, record counts and the number
      *> of times it was started for the date.
      *>
      *>   COMPLETE      ended, condition code 4 or less
      *>   FAILED        ended above 4 -- needs a look before tonight
      *>   NOT FINISHED  started and never ended: still running, or
      *>                 abended without reaching its END call
      *>   NOT RUN       no record for the date: refused at start or
      *>                 never submitted
      *>
      *> A month-end job with no record for the date is looked up for
      *> the rest of the calendar month; if it has run the month's
      *> line shows that run and its date, otherwise it prints NOT
      *> DUE and is not counted against the night. Strictly
      *> read-only.
      *>
      *> RSTPARM card (optional): 1-8 business date YYYYMMDD. Blank
      *> or absent reports the latest business date on RUNCTL.
      *>
      *> RC 0 every job complete, 4 a job not run or not finished,
      *> 8 a job failed, 12 aborted on a file open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-CARD-FILE ASSIGN TO "RSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-STATUS.

           SELECT STAT-RPT-FILE ASSIGN TO "RUNSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  PARM-CARD-FILE.
       01  PARM-CARD-LINE            PIC X(80).

       FD  STAT-RPT-FILE.
       01  SR-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS          PIC X(2).
       01  WS-PARMCARD-STATUS        PIC X(2).
       01  WS-STATRPT-STATUS         PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-ABORT-SW               PIC X(1) VALUE "N".
           88  WS-ABORT                  VALUE "Y".

       01  WS-RUN-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-RUN-FOUND              VALUE "Y".

      *> Latest run of a month-end job found by the month scan.
       01  WS-MONTH-RUN-RECORD       PIC X(104).

       01  WS-BUSINESS-DATE          PIC 9(8) VALUE 0.
       01  WS-MONTH-START            PIC 9(8).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MONTH-YYYYMM       PIC 9(6).
           05  WS-MONTH-DD           PIC 9(2).

      *> The chain in running order; "M" marks the month-end jobs.
       01  WS-JOB-LIST-VALUES.
           05  FILLER                PIC X(9) VALUE "SHOPBAT  ".
           05  FILLER                PIC X(9) VALUE "SHOPRCN  ".
           05  FILLER                PIC X(9) VALUE "STKRPT   ".
           05  FILLER                PIC X(9) VALUE "DLYRPT   ".
           05  FILLER                PIC X(9) VALUE "SHOPAUD  ".
           05  FILLER                PIC X(9) VALUE "BCKFIL   ".
           05  FILLER                PIC X(9) VALUE "DLYROLL  ".
           05  FILLER                PIC X(9) VALUE "VELTRND  ".
           05  FILLER                PIC X(9) VALUE "PLRSTM  M".
           05  FILLER                PIC X(9) VALUE "TRNARCH M".
       01  WS-JOB-LIST REDEFINES WS-JOB-LIST-VALUES.
           05  WS-JOB-ENTRY OCCURS 10 TIMES
                   INDEXED BY JB-IDX.
               10  JB-JOB-NAME       PIC X(8).
               10  JB-SCHEDULE       PIC X(1).
                   88  JB-MONTH-END      VALUE "M".
       01  WS-JOB-COUNT              PIC 9(2) VALUE 10.

       01  WS-JOBS-COMPLETE          PIC 9(9) VALUE 0.
       01  WS-JOBS-FAILED            PIC 9(9) VALUE 0.
       01  WS-JOBS-NOT-FINISHED      PIC 9(9) VALUE 0.
       01  WS-JOBS-NOT-RUN           PIC 9(9) VALUE 0.
       01  WS-JOBS-NOT-DUE           PIC 9(9) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                PIC X(36) VALUE
               "PTA-11 NIGHTLY RUN STATUS           ".
           05  FILLER                PIC X(14) VALUE "BUSINESS DATE ".
           05  WH1-DATE              PIC 9(8).
           05  FILLER                PIC X(74) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                PIC X(10) VALUE "JOB".
           05  FILLER                PIC X(14) VALUE "STATUS".
           05  FILLER                PIC X(10) VALUE "RUN DATE".
           05  FILLER                PIC X(19) VALUE "STARTED".
           05  FILLER                PIC X(19) VALUE "ENDED".
           05  FILLER                PIC X(6)  VALUE "  CC".
           05  FILLER                PIC X(11) VALUE "      READ".
           05  FILLER                PIC X(11) VALUE "   WRITTEN".
           05  FILLER                PIC X(11) VALUE "EXCEPTIONS".
           05  FILLER                PIC X(21) VALUE " RUNS".

       01  WS-DETAIL-LINE.
           05  WD-JOB-NAME           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-STATUS             PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-START-STAMP        PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WD-END-STAMP          PIC X(17).
           05  FILLER                PIC X(2)  VALUE SPACES.
      *> Blanked as a group on a line with no run (or no end) to
      *> show, so a missing figure never prints as a zero.
           05  WD-RUN-FIGURES.
               10  WD-COND-CODE      PIC ZZZ9.
               10  FILLER            PIC X(2).
               10  WD-RECORDS-READ   PIC ZZZZZZZZ9.
               10  FILLER            PIC X(2).
               10  WD-RECORDS-WRITTEN
                                     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(2).
               10  WD-EXCEPTIONS     PIC ZZZZZZZZ9.
               10  FILLER            PIC X(2).
           05  WD-RUN-COUNT          PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WD-RERUN-NOTE         PIC X(5).
           05  FILLER                PIC X(10) VALUE SPACES.

      *> Run-control stamp (CURRENT-DATE form) edited for the line.
       01  WS-STAMP-IN               PIC X(26).
       01  WS-STAMP-EDIT.
           05  SE-DATE               PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  SE-HH                 PIC X(2).
           05  FILLER                PIC X(1)  VALUE ":".
           05  SE-MM                 PIC X(2).
           05  FILLER                PIC X(1)  VALUE ":".
           05  SE-SS                 PIC X(2).

       01  WS-TOTAL-LINE.
           05  WT-LABEL              PIC X(22).
           05  WT-VALUE              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "===== RUNSTAT: NIGHTLY RUN STATUS ====="
           PERFORM 010-OPEN-FILES

           IF WS-ABORT
               DISPLAY "[ERROR] Aborting run - see open errors above"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 020-READ-PARM-CARD
               IF WS-BUSINESS-DATE = 0
                   PERFORM 030-FIND-LATEST-DATE
               END-IF
               DISPLAY "Business date     : " WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-MONTH-START
               MOVE 1 TO WS-MONTH-DD
               PERFORM 040-PRINT-HEADINGS

               PERFORM VARYING JB-IDX FROM 1 BY 1
                       UNTIL JB-IDX > WS-JOB-COUNT
                   PERFORM 100-REPORT-JOB
               END-PERFORM

               PERFORM 900-PRINT-CONTROL-TOTALS
               PERFORM 910-SET-RETURN-CODE
           END-IF

           PERFORM 950-CLOSE-FILES
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open RUNCTL, status: "
                   WS-RUNCTL-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN OUTPUT STAT-RPT-FILE
           IF WS-STATRPT-STATUS NOT = "00"
               DISPLAY "[ERROR] Unable to open RUNSTRPT, status: "
                   WS-STATRPT-STATUS
               SET WS-ABORT TO TRUE
           END-IF

           OPEN INPUT PARM-CARD-FILE
           IF WS-PARMCARD-STATUS NOT = "00" AND
               WS-PARMCARD-STATUS NOT = "35"
               DISPLAY "[WARN] Unable to open RSTPARM, status: "
                   WS-PARMCARD-STATUS ", reporting latest date"
           END-IF.

       020-READ-PARM-CARD.
           IF WS-PARMCARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-LINE(1:8) NUMERIC
                           MOVE PARM-CARD-LINE(1:8)
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF.

       030-FIND-LATEST-DATE.
      *>   RUNCTL is keyed business date first, so the last record on
      *>   the file carries the latest night. An empty file reports
      *>   on today, which prints every job NOT RUN.
           PERFORM UNTIL WS-EOF
               READ RUN-CTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
           END-PERFORM
           IF WS-BUSINESS-DATE = 0
               DISPLAY "[WARN] RUNCTL is empty, reporting on today"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       040-PRINT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WH1-DATE
           MOVE WS-HEADING-1 TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE WS-HEADING-2 TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE.

       100-REPORT-JOB.
           MOVE "N" TO WS-RUN-FOUND-SW
           MOVE WS-BUSINESS-DATE TO RN-BUSINESS-DATE
           MOVE JB-JOB-NAME (JB-IDX) TO RN-JOB-NAME
           READ RUN-CTL-FILE
               KEY IS RN-RUN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RUN-FOUND TO TRUE
           END-READ

           IF NOT WS-RUN-FOUND AND JB-MONTH-END (JB-IDX)
               PERFORM 110-FIND-MONTH-RUN
           END-IF

           MOVE SPACES TO WD-STATUS
           MOVE SPACES TO WD-RUN-DATE
           MOVE SPACES TO WD-START-STAMP
           MOVE SPACES TO WD-END-STAMP
           MOVE SPACES TO WD-RUN-FIGURES
           MOVE 0 TO WD-RUN-COUNT
           MOVE SPACES TO WD-RERUN-NOTE
           MOVE JB-JOB-NAME (JB-IDX) TO WD-JOB-NAME

           IF WS-RUN-FOUND
               PERFORM 120-FORMAT-RUN
           ELSE
               IF JB-MONTH-END (JB-IDX)
                   MOVE "NOT DUE" TO WD-STATUS
                   ADD 1 TO WS-JOBS-NOT-DUE
               ELSE
                   MOVE "NOT RUN" TO WD-STATUS
                   ADD 1 TO WS-JOBS-NOT-RUN
                   DISPLAY "[WARN] " JB-JOB-NAME (JB-IDX)
                       " has not run for " WS-BUSINESS-DATE
               END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE.

       110-FIND-MONTH-RUN.
      *>   A month-end job runs on one business date a month, usually
      *>   not the one being reported. Walk the month up to the report
      *>   date and keep the latest run of the job found.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-MONTH-START TO RN-BUSINESS-DATE
           MOVE LOW-VALUES TO RN-JOB-NAME
           START RUN-CTL-FILE KEY IS NOT LESS THAN RN-RUN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ RUN-CTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RN-BUSINESS-DATE > WS-BUSINESS-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF RN-JOB-NAME = JB-JOB-NAME (JB-IDX)
                               SET WS-RUN-FOUND TO TRUE
                               MOVE RN-RUN-RECORD
                                   TO WS-MONTH-RUN-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-FOUND
               MOVE WS-MONTH-RUN-RECORD TO RN-RUN-RECORD
           END-IF.

       120-FORMAT-RUN.
           MOVE RN-BUSINESS-DATE TO WD-RUN-DATE
           MOVE RN-START-STAMP TO WS-STAMP-IN
           PERFORM 130-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO WD-START-STAMP
           MOVE RN-RUN-COUNT TO WD-RUN-COUNT
           IF RN-RERUN-FLAG = "R"
               MOVE "RERUN" TO WD-RERUN-NOTE
           ELSE
               MOVE SPACES TO WD-RERUN-NOTE
           END-IF

           IF RN-STATUS-ENDED
               MOVE RN-END-STAMP TO WS-STAMP-IN
               PERFORM 130-EDIT-STAMP
               MOVE WS-STAMP-EDIT TO WD-END-STAMP
               MOVE RN-COND-CODE TO WD-COND-CODE
               MOVE RN-RECORDS-READ TO WD-RECORDS-READ
               MOVE RN-RECORDS-WRITTEN TO WD-RECORDS-WRITTEN
               MOVE RN-EXCEPTIONS TO WD-EXCEPTIONS
               IF RN-COND-CODE > 4
                   MOVE "FAILED" TO WD-STATUS
                   ADD 1 TO WS-JOBS-FAILED
                   DISPLAY "[ERROR] " RN-JOB-NAME " ended CC "
                       RN-COND-CODE " for " RN-BUSINESS-DATE
               ELSE
                   MOVE "COMPLETE" TO WD-STATUS
                   ADD 1 TO WS-JOBS-COMPLETE
               END-IF
           ELSE
               MOVE "NOT FINISHED" TO WD-STATUS
               ADD 1 TO WS-JOBS-NOT-FINISHED
               DISPLAY "[WARN] " RN-JOB-NAME " started but not "
                   "ended for " RN-BUSINESS-DATE
           END-IF.

       130-EDIT-STAMP.
           MOVE WS-STAMP-IN(1:8) TO SE-DATE
           MOVE WS-STAMP-IN(9:2) TO SE-HH
           MOVE WS-STAMP-IN(11:2) TO SE-MM
           MOVE WS-STAMP-IN(13:2) TO SE-SS.

       900-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE "CONTROL TOTALS" TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE
           MOVE "JOBS COMPLETE       : " TO WT-LABEL
           MOVE WS-JOBS-COMPLETE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "JOBS FAILED         : " TO WT-LABEL
           MOVE WS-JOBS-FAILED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "JOBS NOT FINISHED   : " TO WT-LABEL
           MOVE WS-JOBS-NOT-FINISHED TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "JOBS NOT RUN        : " TO WT-LABEL
           MOVE WS-JOBS-NOT-RUN TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE
           MOVE "MONTH-END NOT DUE   : " TO WT-LABEL
           MOVE WS-JOBS-NOT-DUE TO WT-VALUE
           PERFORM 905-PRINT-TOTAL-LINE

           DISPLAY "Jobs complete     : " WS-JOBS-COMPLETE
           DISPLAY "Jobs failed       : " WS-JOBS-FAILED
           DISPLAY "Jobs not finished : " WS-JOBS-NOT-FINISHED
           DISPLAY "Jobs not run      : " WS-JOBS-NOT-RUN
           DISPLAY "Month-end not due : " WS-JOBS-NOT-DUE
           DISPLAY "=============================================".

       905-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO SR-PRINT-LINE
           WRITE SR-PRINT-LINE.

       910-SET-RETURN-CODE.
           IF WS-JOBS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-JOBS-NOT-FINISHED > 0 OR WS-JOBS-NOT-RUN > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       950-CLOSE-FILES.
           CLOSE RUN-CTL-FILE
           CLOSE STAT-RPT-FILE.
