      *>-> The MSGPENDA worklist names the steps whose recorded answer
      *>-> was dispositioned wrong; until they are cleared, forSequence
      *>-> would replay that answer straight back into the rerun. One
      *>-> step is cleared by job id + run id + step number; a blank
      *>-> step number clears every step of the run, and a blank run id
      *>-> every step of every run of the job (a full rerun from the
      *>-> top). Each delete is confirmed before it happens - this file
      *>-> is what keeps restarted jobs from asking twice.
      *>->
      *>-> Clearing whole runs also offers to close each one still
      *>-> running as abandoned on MSGCKRN.DAT, so nothing it kept can
      *>-> be replayed even if steps were left on file.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckptd.
                                  access mode is dynamic
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
       77  w-file-status         pic x(02)      value spaces.
       77  w-run-status          pic x(02)      value spaces.
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                          value "Y".
       77  w-job-id              pic x(08)      value spaces.
       77  w-run-id              pic x(12)      value spaces.
       77  w-login-id            pic x(08)      value spaces.
       77  w-seq-entry           pic x(05)      value spaces.
       77  w-seq-just            pic x(05)      value spaces
                                                justified right.
       77  w-seq-no              pic 9(05)      value zeros.
       77  w-answer              pic x(01)      value spaces.
       77  w-deleted-count       pic 9(05)      value zeros.
       77  w-abandoned-count     pic 9(05)      value zeros.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  w-display-count       pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
           if                     w-job-id = spaces
              display "No job id - nothing cleared" upon crt,
           else,
              display "Run id (blank = every run of the job): "
                 upon crt,
              accept           w-run-id from crt,
              display "Step number (blank = every step of the "
                 "run): " upon crt,
              accept           w-seq-entry from crt,
              if               w-run-id = spaces and
                               w-seq-entry not = spaces
                 display "Name the run the step belongs to - "
                    "nothing cleared" upon crt,
              else,
                 perform       1000-clear-checkpoints,
                 if            w-seq-entry = spaces
                    perform    5000-abandon-runs,
                 end-if,
              end-if,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-clear-whole-job.
           move                   "N" to w-done.
           move                   w-job-id to CK-JOB-ID.
           if                     w-run-id = spaces
              move             low-values to CK-RUN-ID,
           else,
              move             w-run-id to CK-RUN-ID,
           end-if.
           move                   zeros to CK-SEQ-NO.
           start                  msgckpt-file key not < CK-KEY.
           if                     w-file-status not = "00"
              at end
                 move             "Y" to w-done,
              not at end
                 if               CK-JOB-ID = w-job-id and
                                  (w-run-id = spaces or
                                   CK-RUN-ID = w-run-id)
                    perform       4000-confirm-and-delete,
                 else,
                    move          "Y" to w-done,
           else,
              move             w-seq-just to w-seq-no,
              move             w-job-id to CK-JOB-ID,
              move             w-run-id to CK-RUN-ID,
              move             w-seq-no to CK-SEQ-NO,
              read             msgckpt-file key is CK-KEY,
              if               w-file-status not = "00"
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-confirm-and-delete.
           display "Clear job " CK-JOB-ID " run " CK-RUN-ID " step "
              CK-SEQ-NO " (answer " CK-ANSWER ")? (Y/N): " upon crt.
           accept                 w-answer from crt.
           if            function upper-case(w-answer) = "Y"
              delete           msgckpt-file record,
                    upon crt,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-abandon-runs.
           accept                 w-login-id from environment "USER".
           if                     w-login-id = spaces
              accept           w-login-id from environment
                               "USERNAME",
           end-if.
           open                   i-o msgckrn-file.
           if                     w-run-status = "00"
              move             "N" to w-done,
              move             w-job-id to CR-JOB-ID,
              if               w-run-id = spaces
                 move          low-values to CR-RUN-ID,
              else,
                 move          w-run-id to CR-RUN-ID,
              end-if,
              start            msgckrn-file key not < CR-KEY,
              if               w-run-status not = "00"
                 move          "Y" to w-done,
              end-if,
              perform          5100-abandon-next-run
                 until         w-done-yes,
              close            msgckrn-file,
              move             w-abandoned-count to w-display-count,
              display "MSGCKPTD: " w-display-count " runs closed as "
                 "abandoned" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-abandon-next-run.
           read                   msgckrn-file next record
              at end
                 move             "Y" to w-done,
              not at end
                 if               CR-JOB-ID = w-job-id and
                                  (w-run-id = spaces or
                                   CR-RUN-ID = w-run-id)
                    if            CR-RUNNING
                       perform    5200-confirm-and-abandon,
                    end-if,
                 else,
                    move          "Y" to w-done,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       5200-confirm-and-abandon.
           display "Close job " CR-JOB-ID " run " CR-RUN-ID
              " as abandoned - never replayed again? (Y/N): "
              upon crt.
           accept                 w-answer from crt.
           if            function upper-case(w-answer) = "Y"
              move     function current-date to w-current-datetime,
              set              CR-ABANDONED to true,
              move             w-cur-date to CR-END-DATE,
              move             w-cur-time to CR-END-TIME,
              move             w-login-id to CR-END-LOGIN,
              rewrite          MSGCKRN-RECORD,
              if               w-run-status = "00"
                 add           1 to w-abandoned-count,
              else,
                 display "Rewrite failed, status " w-run-status
                    upon crt,
              end-if,
           end-if.
       end program                msgckptd.
