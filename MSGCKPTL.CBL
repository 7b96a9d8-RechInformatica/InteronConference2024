      *>-> MSGCKPTL: Checks whether a given step of a checkpointed
      *>-> confirmation sequence (see MessageBox:>forSequence) was
      *>-> already answered on an earlier, interrupted run of the job.
      *>-> Only a run still running on MSGCKRN.DAT is replayed: a run
      *>-> completed or abandoned never hands its answers on, so the
      *>-> next night's run of the same job id asks afresh.
      *>->
      *>-> A blank run id is the run of today's date, the identity a
      *>-> job that names no run of its own runs under. A run id of
      *>-> "*" probes the job's open run, whatever its id - what a
      *>-> restart could still replay - and returns that run's id;
      *>-> with several runs still running, the one that answered a
      *>-> step last.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckptl.
                                  access mode is random
                                  record key is CK-KEY
                                  file status is w-file-status.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CR-KEY
                                  file status is w-run-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgckpt-file.
           copy                   MSGCKPTR.
       fd  msgckrn-file.
           copy                   MSGCKRNR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-run-status          pic x(02)       value spaces.
       77  w-run-open            pic x(01)       value "N".
           88 w-run-open-yes                      value "Y".
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
       77  w-run-id              pic x(12)       value spaces.
      *>-- Last answer of the run in hand and of the latest running
      *>-- run found so far
       01  w-this-last.
           05  w-this-last-date  pic 9(08)       value zeros.
           05  w-this-last-time  pic 9(08)       value zeros.
       01  w-best-last.
           05  w-best-last-date  pic 9(08)       value zeros.
           05  w-best-last-time  pic 9(08)       value zeros.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
       01  p-job-id              pic x(08).
       01  p-run-id              pic x(12).
       01  p-seq-no              pic 9(05).
       01  p-found               pic x(01).
       01  p-answer              pic 9(01).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-job-id,
                                              p-run-id,
                                              p-seq-no,
                                              p-found,
                                              p-answer.
       0000-main.
           move                   "N"          to p-found.
           move                   zeros        to p-answer.
           move                   "N"          to w-run-open.
           open                   input msgckrn-file.
           if                     w-run-status = "00"
              move                p-job-id    to CR-JOB-ID
              if                  p-run-id = "*"
                 perform          1000-find-open-run,
              else,
                 perform          2000-check-named-run,
              end-if,
              close               msgckrn-file,
           end-if.
           if                     w-run-open-yes
              perform             3000-read-step,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-find-open-run.
           move                   low-values  to CR-RUN-ID.
           move                   "N"          to w-done.
           start                  msgckrn-file key not < CR-KEY.
           if                     w-run-status not = "00"
              move                "Y"          to w-done,
           end-if.
           perform                1100-check-next-run
                                  until w-done-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A job can have more than one run still running - one per
      *>-> old answer date after the cutover, one per day for a job
      *>-> that names no run - so every run of the job is read and the
      *>-> one that answered a step last is taken: that is the run a
      *>-> restart would replay
       1100-check-next-run.
           read                   msgckrn-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               CR-JOB-ID not = p-job-id
                    move          "Y"          to w-done,
                 else,
                    if            CR-RUNNING
                       perform    1200-take-if-later,
                    end-if,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       1200-take-if-later.
           move                   CR-LAST-DATE to w-this-last-date.
           move                   CR-LAST-TIME to w-this-last-time.
           if                     not w-run-open-yes or
                                  w-this-last > w-best-last
              move                w-this-last to w-best-last,
              move                CR-RUN-ID   to p-run-id,
              move                CR-RUN-ID   to w-run-id,
              move                "Y"          to w-run-open,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-check-named-run.
           if                     p-run-id = spaces
              move    function current-date to w-current-datetime
              move                w-cur-date  to CR-RUN-ID,
           else,
              move                p-run-id    to CR-RUN-ID,
           end-if.
           read                   msgckrn-file key is CR-KEY.
           if                     w-run-status = "00" and CR-RUNNING
              move                CR-RUN-ID   to w-run-id,
              move                "Y"          to w-run-open,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-read-step.
           open                   input msgckpt-file.
           if                     w-file-status = "00"
              move                p-job-id    to CK-JOB-ID
              move                w-run-id    to CK-RUN-ID
              move                p-seq-no    to CK-SEQ-NO
              read                msgckpt-file key is CK-KEY
              if                  w-file-status = "00"
              end-if,
              close               msgckpt-file,
           end-if.
       end program                msgckptl.
