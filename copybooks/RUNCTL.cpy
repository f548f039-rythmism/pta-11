      *> RUNCTL.cpy
      *> Record layout for the RUNCTL run-control file (indexed,
      *> keyed by business date + job name). One record per job per
      *> business date: the RUNCTL subprogram writes it STARTED when
      *> the job clears its start checks and completes it ENDED with
      *> the job's condition code and record counts when the job
      *> finishes. A record left STARTED is a job that is still
      *> running or that abended. Jobs refuse to start against it
      *> (already complete, prerequisite not finished) and RUNSTAT
      *> prints the whole night from it each morning.
       01  RN-RUN-RECORD.
           05  RN-RUN-KEY.
               10  RN-BUSINESS-DATE  PIC 9(8).
               10  RN-JOB-NAME       PIC X(8).
           05  RN-RUN-STATUS         PIC X(1).
               88  RN-STATUS-STARTED     VALUE "S".
               88  RN-STATUS-ENDED       VALUE "E".
           05  RN-START-STAMP        PIC X(26).
           05  RN-END-STAMP          PIC X(26).
           05  RN-COND-CODE          PIC 9(4).
           05  RN-RECORDS-READ       PIC 9(9).
           05  RN-RECORDS-WRITTEN    PIC 9(9).
           05  RN-EXCEPTIONS         PIC 9(9).
      *> Times the job has been started for this business date (1 on
      *> a normal night) and whether the latest start was an
      *> authorized rerun ("R") of a completed job.
           05  RN-RUN-COUNT          PIC 9(3).
           05  RN-RERUN-FLAG         PIC X(1).
