      *> RUNCALL.cpy
      *> Parameter area passed to the RUNCTL run-control subprogram.
      *> A chain job calls it once with RX-ACTION "START" after
      *> reading its parm card -- RUNCTL checks the job has not
      *> already completed for the business date and that its
      *> prerequisites have finished, and records the start -- and
      *> once with "END" just before it stops, passing its condition
      *> code and record counts. RX-RUN-STARTED is only set when the
      *> start was cleared; a refused job must not call END, so the
      *> record of the run it was refused against stands.
      *>
      *> Every chain job takes the same two fields on its parm card:
      *>   61-68 business date YYYYMMDD (blank = today)
      *>   70    R = rerun authorized for a job already complete
       01  RX-CALL-AREA.
           05  RX-ACTION             PIC X(5).
               88  RX-ACTION-START       VALUE "START".
               88  RX-ACTION-END         VALUE "END".
           05  RX-JOB-NAME           PIC X(8).
           05  RX-BUSINESS-DATE      PIC 9(8).
           05  RX-RERUN-SW           PIC X(1).
               88  RX-RERUN-AUTHORIZED   VALUE "R".
           05  RX-COND-CODE          PIC 9(4).
           05  RX-RECORDS-READ       PIC 9(9).
           05  RX-RECORDS-WRITTEN    PIC 9(9).
           05  RX-EXCEPTIONS         PIC 9(9).
           05  RX-STARTED-SW         PIC X(1).
               88  RX-RUN-STARTED        VALUE "Y".
      *> 0 cleared/recorded, 8 start refused, 12 RUNCTL file error.
           05  RX-RETURN-CODE        PIC 9(2).
               88  RX-RUN-CLEARED        VALUE 0.
               88  RX-RUN-REFUSED        VALUE 8.
           05  RX-MESSAGE            PIC X(60).
