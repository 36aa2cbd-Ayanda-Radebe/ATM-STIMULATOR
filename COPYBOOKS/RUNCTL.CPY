      * Copybook: RUNCTL
      * Purpose:  Batch run-control record layout, keyed on job name
      *           plus business date. Shared by the end-of-day jobs
      *           (EOD-RECON, SETTLE-EXTRACT, SETTLE-ACK, GL-POST,
      *           BILL-SETTLE, JRNL-ARCHIVE). A job writes its row
      *           with status "S" when it starts and flips it to "C"
      *           only after a clean finish, so an aborted run can be
      *           restarted freely while a completed date needs an
      *           explicit rerun override.
      *           Completed rows more than 400 days old are dropped
      *           whenever a job rewrites the file; a row still "S"
      *           is kept however old it is.
      ******************************************************************
       01  RUNCTL-RECORD.
           05  RUN-JOB-NAME              PIC X(14).
