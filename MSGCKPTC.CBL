      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCKPTC: One-time conversion of the confirmation-sequence
      *>-> checkpoint file (MSGCKPT.DAT) from the original 30-byte
      *>-> record, keyed job id + step, to the current MSGCKPTR layout
      *>-> keyed job id + run id + step, and creation of the run-control
      *>-> file (MSGCKRN.DAT) the steps now answer to. Without it every
      *>-> open of the checkpoints fails on the record-length mismatch
      *>-> and no restarted job can resume - run it once at cutover,
      *>-> before the first checkpointed job after the upgrade, exactly
      *>-> as MSGOPRC converts the operator master.
      *>->
      *>-> The old file never said which run a step belonged to, so
      *>-> each step is filed under the run of the date it was
      *>-> answered - the run id a job naming no run of its own now
      *>-> runs under - and every run so built is opened as running:
      *>-> a job interrupted today still resumes today, while steps
      *>-> left over from earlier days can no longer be replayed into
      *>-> a new night's run and are purged by MSGCKPTP in due course.
      *>-> The file is probed in the current length first (already
      *>-> converted: nothing is touched, so a second run is harmless),
      *>-> the load is verified by a read-back count, and only then is
      *>-> the original replaced.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckptc.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Probe only: an indexed open in the current record length
      *>-> that works means the checkpoints are already converted
           select                 probe-file
                                  assign to "MSGCKPT.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is probe-key
                                  file status is w-probe-status.
      *>-> The original layout, under its own names
           select                 oldix-file
                                  assign to "MSGCKPT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OX-KEY
                                  file status is w-oix-status.
           select                 msgckptn-file
                                  assign to "MSGCKPTN.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CK-KEY
                                  file status is w-new-status.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is CR-KEY
                                  file status is w-run-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  probe-file.
       01  probe-record.
           05  probe-key          pic x(25).
           05  filler             pic x(17).
       fd  oldix-file.
       01  oldix-record.
           05  OX-KEY.
               10  OX-JOB-ID      pic x(08).
               10  OX-SEQ-NO      pic 9(05).
           05  OX-ANSWER          pic 9(01).
           05  OX-LOG-DATE        pic 9(08).
           05  OX-LOG-TIME        pic 9(08).
       fd  msgckptn-file.
           copy                   MSGCKPTR.
       fd  msgckrn-file.
           copy                   MSGCKRNR.
       working-storage            section.
       77  w-probe-status        pic x(02)      value spaces.
       77  w-oix-status          pic x(02)      value spaces.
       77  w-new-status          pic x(02)      value spaces.
       77  w-run-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-abort               pic x(01)      value "N".
           88 w-abort-yes                        value "Y".
       77  w-old-name            pic x(11)      value "MSGCKPT.DAT".
       77  w-new-name            pic x(12)      value "MSGCKPTN.DAT".
       77  w-convert-count       pic 9(05)      value zeros.
       77  w-verify-count        pic 9(05)      value zeros.
       77  w-run-count           pic 9(05)      value zeros.
       77  w-file-op-status      pic s9(09)     comp-5 value zeros.
       01  w-display-count       pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           perform                1000-probe-current-form.
           if                     not w-abort-yes
              perform          2000-load-checkpoints,
           end-if.
           if                     not w-abort-yes
              perform          3000-verify-and-swap,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-probe-current-form.
           open                   input probe-file.
           if                     w-probe-status = "00"
              close            probe-file,
              display "MSGCKPTC: MSGCKPT.DAT is already in the "
                 "current layout - nothing to do" upon crt,
              move             "Y" to w-abort,
           else,
              if               w-probe-status = "35"
                 display "MSGCKPTC: no checkpoint file to convert"
                    upon crt,
                 move          "Y" to w-abort,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The run-control file is built afresh alongside the steps:
      *>-> before this layout there were no runs to carry over
       2000-load-checkpoints.
           open                   input oldix-file.
           open                   output msgckptn-file.
           open                   output msgckrn-file.
           if                     w-run-status = "00"
              close            msgckrn-file,
              open             i-o msgckrn-file,
           end-if.
           if                     w-oix-status not = "00" or
                                  w-new-status not = "00" or
                                  w-run-status not = "00"
              display "MSGCKPTC: cannot open files, status "
                 w-oix-status " " w-new-status " " w-run-status
                 upon crt,
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              perform          2100-read-next,
              perform          2200-convert-one-step
                 until         w-eof-yes,
              close            oldix-file,
              close            msgckptn-file,
              close            msgckrn-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next.
           read                   oldix-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-convert-one-step.
           move                   OX-JOB-ID   to CK-JOB-ID.
           move                   OX-LOG-DATE to CK-RUN-ID.
           move                   OX-SEQ-NO   to CK-SEQ-NO.
           move                   OX-ANSWER   to CK-ANSWER.
           move                   OX-LOG-DATE to CK-LOG-DATE.
           move                   OX-LOG-TIME to CK-LOG-TIME.
           write                  MSGCKPT-RECORD.
           add                    1 to w-convert-count.
           perform                2300-account-step-to-run.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Steps arrive in job + step order, not by date, so each run's
      *>-> record is read back and widened to take in every step of it
       2300-account-step-to-run.
           move                   CK-JOB-ID   to CR-JOB-ID.
           move                   CK-RUN-ID   to CR-RUN-ID.
           read                   msgckrn-file key is CR-KEY.
           if                     w-run-status = "00"
              add              1 to CR-STEP-COUNT,
              if               CK-LOG-DATE < CR-START-DATE or
                               (CK-LOG-DATE = CR-START-DATE and
                                CK-LOG-TIME < CR-START-TIME)
                 move          CK-LOG-DATE to CR-START-DATE,
                 move          CK-LOG-TIME to CR-START-TIME,
              end-if,
              if               CK-LOG-DATE > CR-LAST-DATE or
                               (CK-LOG-DATE = CR-LAST-DATE and
                                CK-LOG-TIME > CR-LAST-TIME)
                 move          CK-LOG-DATE to CR-LAST-DATE,
                 move          CK-LOG-TIME to CR-LAST-TIME,
              end-if,
              rewrite          MSGCKRN-RECORD,
           else,
              set              CR-RUNNING to true,
              move             CK-LOG-DATE to CR-START-DATE,
              move             CK-LOG-TIME to CR-START-TIME,
              move             CK-LOG-DATE to CR-LAST-DATE,
              move             CK-LOG-TIME to CR-LAST-TIME,
              move             zeros to CR-END-DATE,
              move             zeros to CR-END-TIME,
              move             1 to CR-STEP-COUNT,
              move             spaces to CR-END-LOGIN,
              write            MSGCKRN-RECORD,
              add              1 to w-run-count,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The original is only replaced when the new file reads back
      *>-> with exactly the step count that went in
       3000-verify-and-swap.
           open                   input msgckptn-file.
           if                     w-new-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          3100-count-converted-step
                 until         w-new-status not = "00",
              close            msgckptn-file,
           end-if.
           if                     not w-abort-yes and
                                  w-verify-count = w-convert-count
              call "CBL_DELETE_FILE" using w-old-name
                 returning        w-file-op-status,
              call "CBL_RENAME_FILE" using w-new-name, w-old-name
                 returning        w-file-op-status,
              move             w-convert-count to w-display-count,
              display "MSGCKPTC: " w-display-count " checkpoints "
                 "converted to the current layout" upon crt,
              move             w-run-count to w-display-count,
              display "MSGCKPTC: " w-display-count " runs opened on "
                 "MSGCKRN.DAT" upon crt,
           else,
              display "MSGCKPTC: verification failed - original "
                 "MSGCKPT.DAT left unchanged" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-count-converted-step.
           read                   msgckptn-file next record
              at end
                 continue,
              not at end
                 add              1 to w-verify-count,
           end-read.
       end program                msgckptc.
