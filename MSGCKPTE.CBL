      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCKPTE: Closes a checkpointed run on the run-control file
      *>-> (MSGCKRN.DAT) - completed when the job reaches its end (see
      *>-> MessageBox:>completeSequence). A closed run's answers are
      *>-> never replayed again (MSGCKPTL), and MSGCKPTP purges it
      *>-> with its steps once the retention period has passed.
      *>->
      *>-> A blank run id is the run of today's date, as in MSGCKPTL
      *>-> and MSGCKPTW. Return code:
      *>->   0 = run closed,
      *>->   1 = no such run (the job answered no checkpointed step, or
      *>->       the run was already purged),
      *>->   2 = run already closed - left as it was,
      *>->   9 = MSGCKRN.DAT could not be opened or rewritten.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckpte.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is CR-KEY
                                  file status is w-run-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgckrn-file.
           copy                   MSGCKRNR.
       working-storage            section.
       77  w-run-status          pic x(02)       value spaces.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
       01  p-job-id              pic x(08).
       01  p-run-id              pic x(12).
      *>-> "C" completed, "A" abandoned
       01  p-status              pic x(01).
       01  p-login               pic x(08).
       01  p-return-code         pic 9(02).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-job-id,
                                              p-run-id,
                                              p-status,
                                              p-login,
                                              p-return-code.
       0000-main.
           move                   zeros        to p-return-code.
           move       function current-date to w-current-datetime.
           open                   i-o msgckrn-file.
           if                     w-run-status = "35"
              move                1            to p-return-code,
           else,
              if                  w-run-status not = "00"
                 display "MSGCKPTE: cannot open MSGCKRN.DAT, status "
                    w-run-status upon crt,
                 move             9            to p-return-code,
              else,
                 perform          1000-close-run,
                 close            msgckrn-file,
              end-if,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-close-run.
           move                   p-job-id    to CR-JOB-ID.
           if                     p-run-id = spaces
              move                w-cur-date  to CR-RUN-ID,
           else,
              move                p-run-id    to CR-RUN-ID,
           end-if.
           read                   msgckrn-file key is CR-KEY.
           evaluate               true,
              when w-run-status not = "00"
                 move             1            to p-return-code,
              when not CR-RUNNING
                 move             2            to p-return-code,
              when other
                 move             p-status    to CR-STATUS,
                 move             w-cur-date  to CR-END-DATE,
                 move             w-cur-time  to CR-END-TIME,
                 move             p-login     to CR-END-LOGIN,
                 rewrite          MSGCKRN-RECORD,
                 if               w-run-status not = "00"
                    display "MSGCKPTE: cannot rewrite MSGCKRN.DAT, "
                       "status " w-run-status upon crt,
                    move          9            to p-return-code,
                 end-if,
           end-evaluate.
       end program                msgckpte.
