      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCKRNR: Record layout for the checkpointed-run control file
      *>-> (MSGCKRN.DAT), indexed by job id + run id - one record per
      *>-> run of a job that checkpoints its confirmation sequence.
      *>-> MSGCKPTW opens the run (running) with its first answered
      *>-> step; MessageBox:>completeSequence closes it (completed) in
      *>-> the job's last step, and MSGCKPTD closes it (abandoned) when
      *>-> its steps are cleared for a corrective rerun. MSGCKPTL only
      *>-> replays the steps of a run still running, so a finished
      *>-> run's answers never reach a new run. MSGCKPTP purges closed
      *>-> and expired runs, with their steps, after the retention
      *>-> period.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGCKRN-RECORD.
           05  CR-KEY.
               10  CR-JOB-ID                      pic x(08).
               10  CR-RUN-ID                      pic x(12).
           05  CR-STATUS                          pic x(01).
               88  CR-RUNNING                     value "R".
               88  CR-COMPLETED                   value "C".
               88  CR-ABANDONED                   value "A".
      *>-> When the run answered its first step
           05  CR-START-DATE                      pic 9(08).
           05  CR-START-TIME                      pic 9(08).
      *>-> When the run last answered a step
           05  CR-LAST-DATE                       pic 9(08).
           05  CR-LAST-TIME                       pic 9(08).
      *>-> When the run was completed or abandoned; zeros while running
           05  CR-END-DATE                        pic 9(08).
           05  CR-END-TIME                        pic 9(08).
           05  CR-STEP-COUNT                      pic 9(05).
      *>-> Who closed the run: the job's login on completion, the
      *>-> console login that cleared it on abandonment
           05  CR-END-LOGIN                       pic x(08).
