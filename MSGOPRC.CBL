      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGOPRC: One-time conversion of the operator master
      *>-> (MSGOPR.DAT) from the original 45-byte record, which ended at
      *>-> OM-ACTIVE, to the current MSGOPRR layout carrying the failed-
      *>-> challenge count, the lockout flag and the PIN date. Without
      *>-> it every open of the master fails on the record-length
      *>-> mismatch and no sensitive answer can be verified at all -
      *>-> run it once at cutover, before the first challenge after the
      *>-> upgrade, exactly as MSGPENDC converts the pending queue.
      *>->
      *>-> Old operators take no failures, not locked, and a PIN date
      *>-> of zeros - the documented "set before PIN ageing" value,
      *>-> which MSGBOX treats as expired, so every PIN in service is
      *>-> renewed at its owner's next challenge. The file is probed in
      *>-> the current length first (already converted: nothing is
      *>-> touched, so a second run is harmless), the load is verified
      *>-> by a read-back count, and only then is the original replaced.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoprc.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Probe only: an indexed open in the current record length
      *>-> that works means the master is already in the current form
           select                 probe-file
                                  assign to "MSGOPR.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is probe-key
                                  file status is w-probe-status.
      *>-> The original layout, under its own names
           select                 oldix-file
                                  assign to "MSGOPR.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OX-OPERATOR-ID
                                  file status is w-oix-status.
           select                 msgoprn-file
                                  assign to "MSGOPRN.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is OM-OPERATOR-ID
                                  file status is w-new-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  probe-file.
       01  probe-record.
           05  probe-key          pic x(08).
           05  filler             pic x(48).
       fd  oldix-file.
       01  oldix-record.
           05  OX-OPERATOR-ID     pic x(08).
           05  OX-NAME            pic x(30).
           05  OX-SHIFT           pic x(01).
           05  OX-LEVEL           pic 9(01).
           05  OX-PIN             pic x(04).
           05  OX-ACTIVE          pic x(01).
       fd  msgoprn-file.
           copy                   MSGOPRR.
       working-storage            section.
       77  w-probe-status        pic x(02)      value spaces.
       77  w-oix-status          pic x(02)      value spaces.
       77  w-new-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-abort               pic x(01)      value "N".
           88 w-abort-yes                        value "Y".
       77  w-old-name            pic x(10)      value "MSGOPR.DAT".
       77  w-new-name            pic x(11)      value "MSGOPRN.DAT".
       77  w-convert-count       pic 9(05)      value zeros.
       77  w-verify-count        pic 9(05)      value zeros.
       77  w-file-op-status      pic s9(09)     comp-5 value zeros.
       01  w-display-count       pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           perform                1000-probe-current-form.
           if                     not w-abort-yes
              perform          2000-load-master,
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
              display "MSGOPRC: MSGOPR.DAT is already in the "
                 "current layout - nothing to do" upon crt,
              move             "Y" to w-abort,
           else,
              if               w-probe-status = "35"
                 display "MSGOPRC: no operator master to convert"
                    upon crt,
                 move          "Y" to w-abort,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-load-master.
           open                   input oldix-file.
           open                   output msgoprn-file.
           if                     w-oix-status not = "00" or
                                  w-new-status not = "00"
              display "MSGOPRC: cannot open files, status "
                 w-oix-status " " w-new-status upon crt,
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              perform          2100-read-next,
              perform          2200-convert-one-operator
                 until         w-eof-yes,
              close            oldix-file,
              close            msgoprn-file,
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
      *>-> The fields the old layout did not carry take their documented
      *>-> values: no failures, not locked, PIN date not recorded
       2200-convert-one-operator.
           move                   OX-OPERATOR-ID
                                              to OM-OPERATOR-ID.
           move                   OX-NAME     to OM-NAME.
           move                   OX-SHIFT    to OM-SHIFT.
           move                   OX-LEVEL    to OM-LEVEL.
           move                   OX-PIN      to OM-PIN.
           move                   OX-ACTIVE   to OM-ACTIVE.
           move                   zeros       to OM-FAIL-COUNT.
           move                   "N"         to OM-LOCKED.
           move                   zeros       to OM-PIN-DATE.
           write                  MSGOPR-RECORD.
           add                    1 to w-convert-count.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The original is only replaced when the new file reads back
      *>-> with exactly the operator count that went in
       3000-verify-and-swap.
           open                   input msgoprn-file.
           if                     w-new-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          3100-count-converted-operator
                 until         w-new-status not = "00",
              close            msgoprn-file,
           end-if.
           if                     not w-abort-yes and
                                  w-verify-count = w-convert-count
              call "CBL_DELETE_FILE" using w-old-name
                 returning        w-file-op-status,
              call "CBL_RENAME_FILE" using w-new-name, w-old-name
                 returning        w-file-op-status,
              move             w-convert-count to w-display-count,
              display "MSGOPRC: " w-display-count " operators "
                 "converted to the current layout" upon crt,
           else,
              display "MSGOPRC: verification failed - original "
                 "MSGOPR.DAT left unchanged" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-count-converted-operator.
           read                   msgoprn-file next record
              at end
                 continue,
              not at end
                 add              1 to w-verify-count,
           end-read.
       end program                msgoprc.
