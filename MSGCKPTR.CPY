      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCKPTR: Record layout for the confirmation-sequence
      *>-> checkpoint file (MSGCKPT.DAT), indexed by job id + run id +
      *>-> sequence number. Lets a restarted batch job skip dialogs
      *>-> already answered by MessageBox:>forSequence before it was
      *>-> killed. Whether a run's answers may still be replayed is
      *>-> decided by its run-control record (MSGCKRNR, MSGCKRN.DAT).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGCKPT-RECORD.
           05  CK-KEY.
               10  CK-JOB-ID                      pic x(08).
      *>-> The run the answer belongs to (see ":>withRunId"); the date
      *>-> the run answered it, YYYYMMDD, when the job names no run
               10  CK-RUN-ID                      pic x(12).
               10  CK-SEQ-NO                      pic 9(05).
           05  CK-ANSWER                          pic 9(01).
           05  CK-TIMESTAMP.
