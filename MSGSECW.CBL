      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSECW: Adds one record to the security-event file
      *>-> (MSGSEC.DAT, indexed by timestamp + sequence) for a failed
      *>-> identity challenge, a lockout, a challenge turned away from a
      *>-> locked operator, a forced PIN change or a supervisor unlock -
      *>-> the trail MSGSECA's daily exceptions report is printed from.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgsecw.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgsec-file
                                  assign to "MSGSEC.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is SE-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgsec-file.
           copy                   MSGSECR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-open-failed         pic x(01)       value "N".
           88 w-open-failed-yes                   value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
       01  p-event               pic x(01).
       01  p-operator-id         pic x(08).
       01  p-login               pic x(08).
       01  p-workstation         pic x(15).
       01  p-program             pic x(30).
       01  p-title               pic x(60).
       01  p-fail-count          pic 9(02).
       01  p-detail              pic x(40).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-event,
                                              p-operator-id,
                                              p-login,
                                              p-workstation,
                                              p-program,
                                              p-title,
                                              p-fail-count,
                                              p-detail.
       0000-main.
           perform                0200-open-events.
           if                     w-open-failed-yes
              goback,
           end-if.
           perform                0100-build-record.
           perform                0300-write-entry.
      *>-> "22" means another event was written within the same
      *>-> hundredth of a second (a lockout follows its failure at
      *>-> once) - bump the sequence and try the next free slot
           perform                0310-write-next-slot
                                  until w-file-status not = "22"
                                     or SE-SEQ-NO = 999.
           close                  msgsec-file.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       0100-build-record.
           move          function current-date to w-current-datetime.
           move                   w-cur-date  to SE-LOG-DATE.
           move                   w-cur-time  to SE-LOG-TIME.
           move                   zeros       to SE-SEQ-NO.
           move                   p-event     to SE-EVENT.
           move                   p-operator-id
                                              to SE-OPERATOR-ID.
           move                   p-login     to SE-LOGIN.
           move                   p-workstation
                                              to SE-WORKSTATION.
           move                   p-program   to SE-PROGRAM.
           move                   p-title     to SE-TITLE.
           move                   p-fail-count
                                              to SE-FAIL-COUNT.
           move                   p-detail    to SE-DETAIL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGSEC.DAT simply doesn't exist yet (first event
      *>-> ever written) - safe to create it. Any other non-"00" status
      *>-> is a real I/O problem (locked file, disk full, permission
      *>-> denied, ...) and must NOT fall through to OPEN OUTPUT, which
      *>-> would empty the trail the exceptions report is built from
       0200-open-events.
           open                   i-o msgsec-file.
           if                     w-file-status = "35"
              open                output msgsec-file
              close               msgsec-file
              open                i-o msgsec-file,
           else,
              if                  w-file-status not = "00"
                 display "MSGSECW: cannot open MSGSEC.DAT, status "
                    w-file-status upon crt,
                 move "Y" to w-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0300-write-entry.
           write                  MSGSEC-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       0310-write-next-slot.
           add                    1 to SE-SEQ-NO.
           perform                0300-write-entry.
       end program                msgsecw.
