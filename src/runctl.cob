       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       author. PTA-11 ENGINE LINKER.

      *> Run-control subprogram for the nightly chain (SHOPBAT,
      *> SHOPRCN, STKRPT, DLYRPT, SHOPAUD, BCKFIL, DLYROLL, VELTRND)
      *> and the month-end jobs (PLRSTM, TRNARCH). Each job CALLs it
      *> with the RUNCALL area:
      *>
      *> START -- refuses the job (RX-RETURN-CODE 8) when
      *>   - it has already completed cleanly for the business date
      *>     and the parm card does not authorize a rerun,
      *>   - for PLRSTM/TRNARCH, it has already completed cleanly on
      *>     another business date in the same calendar month and
      *>     no rerun is authorized,
      *>   - a prerequisite job has not finished (see 200-CHECK-
      *>     PREREQUISITES for the chain).
      *>   Otherwise the job's RUNCTL record is written STARTED and
      *>   RX-RUN-STARTED is set.
      *> END -- completes the record ENDED with the job's condition
      *>   code and record counts.
      *>
      *> "Finished cleanly" means ENDED with condition code 4 or
      *> less -- RC 4 is the chain's normal warnings tier. The report
      *> steps that run COND=EVEN behind a bad night only need their
      *> predecessor ENDED, whatever its condition code.
      *>
      *> The RUNCTL file is opened and closed on every call, so it is
      *> never held open across a job's run. A missing RUNCTL is
      *> created empty on the first call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS          PIC X(2).

       01  WS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".

       01  WS-RUN-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-RUN-FOUND              VALUE "Y".
           88  WS-RUN-NOT-FOUND          VALUE "N".

      *> The job's own record, held apart from WS-RUN-FOUND-SW,
      *> which the prerequisite checks reuse for other jobs' records.
       01  WS-OWN-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-OWN-FOUND              VALUE "Y".
           88  WS-OWN-NOT-FOUND          VALUE "N".

       01  WS-PRIOR-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-PRIOR-FOUND            VALUE "Y".

       01  WS-TIMESTAMP              PIC X(26).

      *> The job's own record as found at START, kept aside because
      *> the month and prerequisite checks read over the record area.
       01  WS-SAVE-STATUS            PIC X(1).
       01  WS-SAVE-COND-CODE         PIC 9(4).
       01  WS-SAVE-RUN-COUNT         PIC 9(3).
       01  WS-SAVE-START-STAMP       PIC X(26).

      *> Prerequisite being checked: job name, whether it must have
      *> ended clean ("C") or only ended ("E"), and the run found.
       01  WS-PREREQ-JOB             PIC X(8).
       01  WS-PREREQ-KIND            PIC X(1).
           88  WS-PREREQ-CLEAN           VALUE "C".
           88  WS-PREREQ-ENDED           VALUE "E".
       01  WS-PREREQ-DATE            PIC 9(8).
       01  WS-PREREQ-STATUS          PIC X(1).
       01  WS-PREREQ-COND-CODE       PIC 9(4).

       01  WS-MONTH-START            PIC 9(8).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MONTH-YYYYMM       PIC 9(6).
           05  WS-MONTH-DD           PIC 9(2).
       01  WS-MONTH-END              PIC 9(8).

       01  WS-MSG-DATE               PIC 9(8).
       01  WS-MSG-CODE               PIC 9(4).

       LINKAGE SECTION.
       COPY RUNCALL.

       PROCEDURE DIVISION USING RX-CALL-AREA.
       000-MAIN-LOGIC.
           MOVE 0 TO RX-RETURN-CODE
           MOVE SPACES TO RX-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF RX-BUSINESS-DATE = 0
               MOVE WS-TIMESTAMP(1:8) TO RX-BUSINESS-DATE
           END-IF
           IF RX-ACTION-START
               MOVE "N" TO RX-STARTED-SW
           END-IF

           PERFORM 010-OPEN-FILE
           IF RX-RUN-CLEARED
               EVALUATE TRUE
                   WHEN RX-ACTION-START
                       PERFORM 100-START-JOB
                   WHEN RX-ACTION-END
                       PERFORM 500-END-JOB
                   WHEN OTHER
                       MOVE 12 TO RX-RETURN-CODE
                       MOVE "Unknown run-control action"
                           TO RX-MESSAGE
               END-EVALUATE
               CLOSE RUN-CTL-FILE
           END-IF

           IF NOT RX-RUN-CLEARED
               DISPLAY "[ERROR] RUNCTL " RX-JOB-NAME ": " RX-MESSAGE
           END-IF
           GOBACK.

       010-OPEN-FILE.
           OPEN I-O RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               CLOSE RUN-CTL-FILE
               OPEN OUTPUT RUN-CTL-FILE
               CLOSE RUN-CTL-FILE
               OPEN I-O RUN-CTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE 12 TO RX-RETURN-CODE
               MOVE "Unable to open RUNCTL file" TO RX-MESSAGE
               DISPLAY "[ERROR] Unable to open RUNCTL, status: "
                   WS-RUNCTL-STATUS
           END-IF.

       100-START-JOB.
           DISPLAY "Business date     : " RX-BUSINESS-DATE
           MOVE RX-BUSINESS-DATE TO RN-BUSINESS-DATE
           MOVE RX-JOB-NAME TO RN-JOB-NAME
           PERFORM 150-READ-RUN-RECORD
           MOVE WS-RUN-FOUND-SW TO WS-OWN-FOUND-SW
           IF WS-OWN-FOUND
               MOVE RN-RUN-STATUS TO WS-SAVE-STATUS
               MOVE RN-COND-CODE TO WS-SAVE-COND-CODE
               MOVE RN-RUN-COUNT TO WS-SAVE-RUN-COUNT
               MOVE RN-START-STAMP TO WS-SAVE-START-STAMP
               PERFORM 110-CHECK-ALREADY-COMPLETE
           ELSE
               MOVE 0 TO WS-SAVE-RUN-COUNT
           END-IF

           IF RX-RUN-CLEARED
               AND (RX-JOB-NAME = "PLRSTM" OR RX-JOB-NAME = "TRNARCH")
               PERFORM 120-CHECK-MONTH-COMPLETE
           END-IF

           IF RX-RUN-CLEARED
               PERFORM 200-CHECK-PREREQUISITES
           END-IF

           IF RX-RUN-CLEARED
               PERFORM 300-RECORD-START
           END-IF.

       110-CHECK-ALREADY-COMPLETE.
           EVALUATE TRUE
               WHEN WS-SAVE-STATUS = "E" AND WS-SAVE-COND-CODE <= 4
                   IF RX-RERUN-AUTHORIZED
                       DISPLAY "[WARN] " RX-JOB-NAME
                           " already complete for "
                           RX-BUSINESS-DATE " - rerun authorized"
                   ELSE
                       MOVE 8 TO RX-RETURN-CODE
                       MOVE "Already complete for business date - "
                           TO RX-MESSAGE
                       MOVE "rerun not authorized" TO RX-MESSAGE(38:)
                   END-IF
               WHEN WS-SAVE-STATUS = "S"
                   DISPLAY "[WARN] " RX-JOB-NAME " started "
                       WS-SAVE-START-STAMP(1:14)
                       " and never ended - treated as a restart"
               WHEN OTHER
                   DISPLAY "[WARN] " RX-JOB-NAME " ended CC "
                       WS-SAVE-COND-CODE " for " RX-BUSINESS-DATE
                       " - rerunning"
           END-EVALUATE.

       120-CHECK-MONTH-COMPLETE.
      *>   Month-end jobs run once per calendar month: a clean run on
      *>   any other business date of the month counts as done.
           MOVE RX-BUSINESS-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MONTH-DD
           COMPUTE WS-MONTH-END = WS-MONTH-START + 30
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-PRIOR-FOUND-SW
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
                       IF RN-BUSINESS-DATE > WS-MONTH-END
                           SET WS-EOF TO TRUE
                       ELSE
                           IF RN-JOB-NAME = RX-JOB-NAME
                               AND RN-BUSINESS-DATE
                                   NOT = RX-BUSINESS-DATE
                               AND RN-STATUS-ENDED
                               AND RN-COND-CODE <= 4
                               SET WS-PRIOR-FOUND TO TRUE
                               MOVE RN-BUSINESS-DATE TO WS-MSG-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRIOR-FOUND
               IF RX-RERUN-AUTHORIZED
                   DISPLAY "[WARN] " RX-JOB-NAME
                       " already complete this month on "
                       WS-MSG-DATE " - rerun authorized"
               ELSE
                   MOVE 8 TO RX-RETURN-CODE
                   MOVE "Already complete this month on " TO RX-MESSAGE
                   MOVE WS-MSG-DATE TO RX-MESSAGE(32:8)
                   MOVE " - rerun not authorized" TO RX-MESSAGE(40:)
               END-IF
           END-IF.

       150-READ-RUN-RECORD.
           READ RUN-CTL-FILE
               INVALID KEY
                   SET WS-RUN-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-RUN-FOUND TO TRUE
           END-READ
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "23"
               MOVE 12 TO RX-RETURN-CODE
               MOVE "Unable to read RUNCTL file" TO RX-MESSAGE
               DISPLAY "[ERROR] Unable to read RUNCTL, status: "
                   WS-RUNCTL-STATUS
           END-IF.

       200-CHECK-PREREQUISITES.
      *>   The chain. Same-night prerequisites are read for the same
      *>   business date; a cross-night prerequisite is the latest
      *>   run of that job on an earlier business date.
           EVALUATE RX-JOB-NAME
               WHEN "SHOPBAT"
      *>           No new orders on top of a side-file audit that
      *>           failed the night before.
                   MOVE "SHOPAUD" TO WS-PREREQ-JOB
                   SET WS-PREREQ-CLEAN TO TRUE
                   PERFORM 220-CHECK-PRIOR-NIGHT
               WHEN "SHOPRCN"
               WHEN "STKRPT"
               WHEN "DLYRPT"
                   MOVE "SHOPBAT" TO WS-PREREQ-JOB
                   SET WS-PREREQ-ENDED TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
               WHEN "SHOPAUD"
                   MOVE "SHOPRCN" TO WS-PREREQ-JOB
                   SET WS-PREREQ-ENDED TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
               WHEN "BCKFIL"
                   MOVE "SHOPAUD" TO WS-PREREQ-JOB
                   SET WS-PREREQ-CLEAN TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
               WHEN "DLYROLL"
      *>           The day must be reported before it is rolled off
      *>           the live activity file.
                   MOVE "DLYRPT" TO WS-PREREQ-JOB
                   SET WS-PREREQ-CLEAN TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
                   IF RX-RUN-CLEARED
                       MOVE "BCKFIL" TO WS-PREREQ-JOB
                       SET WS-PREREQ-ENDED TO TRUE
                       PERFORM 210-CHECK-SAME-NIGHT
                   END-IF
               WHEN "VELTRND"
                   MOVE "DLYROLL" TO WS-PREREQ-JOB
                   SET WS-PREREQ-ENDED TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
               WHEN "PLRSTM"
      *>           Statements read the live TRANLOG, so the last
      *>           night of the month must be through the chain.
                   MOVE "VELTRND" TO WS-PREREQ-JOB
                   SET WS-PREREQ-CLEAN TO TRUE
                   PERFORM 220-CHECK-PRIOR-NIGHT
               WHEN "TRNARCH"
      *>           The rollover cuts the month's detail off the live
      *>           log, so the statements must be out first.
                   MOVE "PLRSTM" TO WS-PREREQ-JOB
                   SET WS-PREREQ-CLEAN TO TRUE
                   PERFORM 210-CHECK-SAME-NIGHT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       210-CHECK-SAME-NIGHT.
           MOVE RX-BUSINESS-DATE TO RN-BUSINESS-DATE
           MOVE WS-PREREQ-JOB TO RN-JOB-NAME
           PERFORM 150-READ-RUN-RECORD
           IF RX-RUN-CLEARED
               IF WS-RUN-FOUND
                   MOVE RN-BUSINESS-DATE TO WS-PREREQ-DATE
                   MOVE RN-RUN-STATUS TO WS-PREREQ-STATUS
                   MOVE RN-COND-CODE TO WS-PREREQ-COND-CODE
                   PERFORM 230-EVALUATE-PREREQ
               ELSE
                   MOVE 8 TO RX-RETURN-CODE
                   MOVE "Prerequisite          has not run for "
                       TO RX-MESSAGE
                   MOVE WS-PREREQ-JOB TO RX-MESSAGE(14:8)
                   MOVE RX-BUSINESS-DATE TO RX-MESSAGE(39:8)
               END-IF
           END-IF.

       220-CHECK-PRIOR-NIGHT.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-PRIOR-FOUND-SW
           MOVE LOW-VALUES TO RN-RUN-KEY
           START RUN-CTL-FILE KEY IS NOT LESS THAN RN-RUN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ RUN-CTL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RN-BUSINESS-DATE NOT < RX-BUSINESS-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           IF RN-JOB-NAME = WS-PREREQ-JOB
                               SET WS-PRIOR-FOUND TO TRUE
                               MOVE RN-BUSINESS-DATE TO WS-PREREQ-DATE
                               MOVE RN-RUN-STATUS TO WS-PREREQ-STATUS
                               MOVE RN-COND-CODE
                                   TO WS-PREREQ-COND-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRIOR-FOUND
               PERFORM 230-EVALUATE-PREREQ
           ELSE
               DISPLAY "[WARN] No earlier " WS-PREREQ-JOB
                   " on RUNCTL - first night under run control"
           END-IF.

       230-EVALUATE-PREREQ.
           EVALUATE TRUE
               WHEN WS-PREREQ-STATUS NOT = "E"
                   MOVE 8 TO RX-RETURN-CODE
                   MOVE "Prerequisite          not finished for "
                       TO RX-MESSAGE
                   MOVE WS-PREREQ-JOB TO RX-MESSAGE(14:8)
                   MOVE WS-PREREQ-DATE TO RX-MESSAGE(40:8)
               WHEN WS-PREREQ-CLEAN AND WS-PREREQ-COND-CODE > 4
                   MOVE 8 TO RX-RETURN-CODE
                   MOVE WS-PREREQ-COND-CODE TO WS-MSG-CODE
                   MOVE "Prerequisite          ended CC      for "
                       TO RX-MESSAGE
                   MOVE WS-PREREQ-JOB TO RX-MESSAGE(14:8)
                   MOVE WS-MSG-CODE TO RX-MESSAGE(32:4)
                   MOVE WS-PREREQ-DATE TO RX-MESSAGE(41:8)
               WHEN OTHER
                   DISPLAY "Prerequisite      : " WS-PREREQ-JOB
                       " " WS-PREREQ-DATE " ended CC "
                       WS-PREREQ-COND-CODE
           END-EVALUATE.

       300-RECORD-START.
           MOVE RX-BUSINESS-DATE TO RN-BUSINESS-DATE
           MOVE RX-JOB-NAME TO RN-JOB-NAME
           SET RN-STATUS-STARTED TO TRUE
           MOVE WS-TIMESTAMP TO RN-START-STAMP
           MOVE SPACES TO RN-END-STAMP
           MOVE 0 TO RN-COND-CODE
           MOVE 0 TO RN-RECORDS-READ
           MOVE 0 TO RN-RECORDS-WRITTEN
           MOVE 0 TO RN-EXCEPTIONS
           IF WS-SAVE-RUN-COUNT < 999
               ADD 1 TO WS-SAVE-RUN-COUNT
           END-IF
           MOVE WS-SAVE-RUN-COUNT TO RN-RUN-COUNT
           MOVE RX-RERUN-SW TO RN-RERUN-FLAG
           IF WS-OWN-FOUND
               REWRITE RN-RUN-RECORD
           ELSE
               WRITE RN-RUN-RECORD
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               SET RX-RUN-STARTED TO TRUE
               DISPLAY "Run control       : " RX-JOB-NAME
                   " cleared to start, run " RN-RUN-COUNT
           ELSE
               MOVE 12 TO RX-RETURN-CODE
               MOVE "Unable to record job start on RUNCTL"
                   TO RX-MESSAGE
               DISPLAY "[ERROR] Unable to write RUNCTL, status: "
                   WS-RUNCTL-STATUS
           END-IF.

       500-END-JOB.
           MOVE RX-BUSINESS-DATE TO RN-BUSINESS-DATE
           MOVE RX-JOB-NAME TO RN-JOB-NAME
           PERFORM 150-READ-RUN-RECORD
           IF RX-RUN-CLEARED
               IF WS-RUN-NOT-FOUND
                   MOVE RX-BUSINESS-DATE TO RN-BUSINESS-DATE
                   MOVE RX-JOB-NAME TO RN-JOB-NAME
                   MOVE SPACES TO RN-START-STAMP
                   MOVE 1 TO RN-RUN-COUNT
                   MOVE RX-RERUN-SW TO RN-RERUN-FLAG
               END-IF
               SET RN-STATUS-ENDED TO TRUE
               MOVE WS-TIMESTAMP TO RN-END-STAMP
               MOVE RX-COND-CODE TO RN-COND-CODE
               MOVE RX-RECORDS-READ TO RN-RECORDS-READ
               MOVE RX-RECORDS-WRITTEN TO RN-RECORDS-WRITTEN
               MOVE RX-EXCEPTIONS TO RN-EXCEPTIONS
               IF WS-RUN-FOUND
                   REWRITE RN-RUN-RECORD
               ELSE
                   WRITE RN-RUN-RECORD
               END-IF
               IF WS-RUNCTL-STATUS = "00"
                   DISPLAY "Run control       : " RX-JOB-NAME
                       " ended CC " RX-COND-CODE
               ELSE
                   MOVE 12 TO RX-RETURN-CODE
                   MOVE "Unable to record job end on RUNCTL"
                       TO RX-MESSAGE
                   DISPLAY "[ERROR] Unable to write RUNCTL, status: "
                       WS-RUNCTL-STATUS
               END-IF
           END-IF.
