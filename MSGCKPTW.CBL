      *>-> MSGCKPTW: Records the answer to one step of a checkpointed
      *>-> confirmation sequence (see MessageBox:>forSequence), so a
      *>-> restarted job can resume exactly where it left off.
      *>->
      *>-> The step is filed under the job's run (a blank run id is
      *>-> the run of today's date, as in MSGCKPTL), and the run's
      *>-> control record on MSGCKRN.DAT is opened as running with its
      *>-> first step and kept current with every step after. A run id
      *>-> used again after that run was completed or abandoned starts
      *>-> a new run: the old run's steps are taken off first, so not
      *>-> one of its answers can be replayed into the new one.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckptw.
           select                 msgckpt-file
                                  assign to "MSGCKPT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CK-KEY
                                  file status is w-file-status.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is random
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
       77  w-open-failed         pic x(01)       value "N".
           88 w-open-failed-yes                   value "Y".
       77  w-run-found           pic x(01)       value "N".
           88 w-run-found-yes                     value "Y".
       77  w-new-step            pic x(01)       value "N".
           88 w-new-step-yes                      value "Y".
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
       77  w-run-id              pic x(12)       value spaces.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
       01  p-job-id              pic x(08).
       01  p-run-id              pic x(12).
       01  p-seq-no              pic 9(05).
       01  p-answer              pic 9(01).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-job-id,
                                              p-run-id,
                                              p-seq-no,
                                              p-answer.
       0000-main.
           move                   "N"          to w-open-failed.
           move       function current-date to w-current-datetime.
           if                     p-run-id = spaces
              move                w-cur-date  to w-run-id,
           else,
              move                p-run-id    to w-run-id,
           end-if.
           perform                0100-open-checkpoints.
           if                     not w-open-failed-yes
              perform             0200-open-runs,
              if                  w-open-failed-yes
                 close            msgckpt-file,
              end-if,
           end-if.
           if                     not w-open-failed-yes
              perform             1000-read-run
              if                  w-run-found-yes and
                                  not CR-RUNNING
                 perform          2000-clear-closed-run,
              end-if
              perform             3000-write-step
              perform             4000-update-run
              close               msgckpt-file
              close               msgckrn-file,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
                 move "Y" to w-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The same rule for the run-control file: only a missing file
      *>-> may be created
       0200-open-runs.
           open                   i-o msgckrn-file.
           if                     w-run-status = "35"
              open                output msgckrn-file
              close               msgckrn-file
              open                i-o msgckrn-file,
           else,
              if                  w-run-status not = "00"
                 display "MSGCKPTW: cannot open MSGCKRN.DAT, status "
                    w-run-status upon crt,
                 move "Y" to w-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-read-run.
           move                   p-job-id    to CR-JOB-ID.
           move                   w-run-id    to CR-RUN-ID.
           read                   msgckrn-file key is CR-KEY.
           if                     w-run-status = "00"
              move                "Y"          to w-run-found,
           else,
              move                "N"          to w-run-found,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Steps left behind by the closed run of the same id would
      *>-> otherwise become the new run's own answers on a restart
       2000-clear-closed-run.
           move                   p-job-id    to CK-JOB-ID.
           move                   w-run-id    to CK-RUN-ID.
           move                   zeros        to CK-SEQ-NO.
           move                   "N"          to w-done.
           start                  msgckpt-file key not < CK-KEY.
           if                     w-file-status not = "00"
              move                "Y"          to w-done,
           end-if.
           perform                2100-delete-next-step
                                  until w-done-yes.
           move                   zeros        to CR-STEP-COUNT.
           move                   zeros        to CR-END-DATE.
           move                   zeros        to CR-END-TIME.
           move                   spaces       to CR-END-LOGIN.
           move                   w-cur-date  to CR-START-DATE.
           move                   w-cur-time  to CR-START-TIME.
           set                    CR-RUNNING   to true.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-delete-next-step.
           read                   msgckpt-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               CK-JOB-ID = p-job-id and
                                  CK-RUN-ID = w-run-id
                    delete        msgckpt-file record,
                 else,
                    move          "Y"          to w-done,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-write-step.
           move                   p-job-id    to CK-JOB-ID.
           move                   w-run-id    to CK-RUN-ID.
           move                   p-seq-no    to CK-SEQ-NO.
           move                   p-answer    to CK-ANSWER.
           move                   w-cur-date  to CK-LOG-DATE.
           move                   w-cur-time  to CK-LOG-TIME.
           move                   "Y"          to w-new-step.
           write                  MSGCKPT-RECORD.
           if                     w-file-status = "22"
              move                "N"          to w-new-step
              rewrite             MSGCKPT-RECORD,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-update-run.
           if                     not w-run-found-yes
              move                p-job-id    to CR-JOB-ID
              move                w-run-id    to CR-RUN-ID
              set                 CR-RUNNING   to true
              move                w-cur-date  to CR-START-DATE
              move                w-cur-time  to CR-START-TIME
              move                zeros        to CR-END-DATE
              move                zeros        to CR-END-TIME
              move                zeros        to CR-STEP-COUNT
              move                spaces       to CR-END-LOGIN,
           end-if.
           if                     w-new-step-yes and
                                  CR-STEP-COUNT < 99999
              add                 1            to CR-STEP-COUNT,
           end-if.
           move                   w-cur-date  to CR-LAST-DATE.
           move                   w-cur-time  to CR-LAST-TIME.
           if                     w-run-found-yes
              rewrite             MSGCKRN-RECORD,
           else,
              write               MSGCKRN-RECORD,
           end-if.
       end program                msgckptw.
