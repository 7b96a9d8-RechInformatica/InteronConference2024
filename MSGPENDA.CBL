      *>-> also name the MSGCKPT.DAT step that must be cleared first
      *>-> (with MSGCKPTD), because forSequence would otherwise replay
      *>-> the bad answer straight back into the rerun; each named step
      *>-> is probed via MSGCKPTL in the job's open run - the only run
      *>-> a restart replays - so a step already cleared, or left by a
      *>-> run since completed or abandoned, says so.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgpenda.
       77  w-group-program       pic x(30)      value spaces.
       77  w-group-count         pic 9(03)      value zeros comp-x.
      *>-- MSGCKPTL probe interface
       77  w-ckpt-run            pic x(12)      value spaces.
       77  w-ckpt-found          pic x(01)      value spaces.
       77  w-ckpt-answer         pic 9(01)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Without clearing the step, forSequence replays the bad
      *>-> answer straight back into the rerun; the step is probed so
      *>-> one already cleared by hand, or whose run has been closed,
      *>-> reads as done
       3300-print-checkpoint-action.
           move                   "*" to w-ckpt-run.
           call "MSGCKPTL" using w-wrk-ckpt-job(w-wrk-j), w-ckpt-run,
              w-wrk-ckpt-seq(w-wrk-j), w-ckpt-found, w-ckpt-answer.
           move                   spaces to w-report-detail.
           if                     w-ckpt-found = "Y"
              string "    CLEAR CHECKPOINT (MSGCKPTD): JOB "
                     w-wrk-ckpt-job(w-wrk-j) " RUN " w-ckpt-run
                     " STEP " w-wrk-ckpt-seq(w-wrk-j)
                     " STILL HOLDS ANSWER " w-ckpt-answer
                                  into w-report-detail,
           else,
              string "    CHECKPOINT JOB " w-wrk-ckpt-job(w-wrk-j)
                     " STEP " w-wrk-ckpt-seq(w-wrk-j)
                     " ALREADY CLEARED OR RUN CLOSED"
                                  into w-report-detail,
           end-if.
           write                  report-line from w-report-detail.
