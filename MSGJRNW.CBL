      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGJRNW: Adds one record to the master-file change journal
      *>-> (MSGJRN.DAT, indexed by timestamp + sequence) for a row a
      *>-> maintenance writer has just added, changed or deleted. The
      *>-> writers call it only after their own I/O succeeded, so the
      *>-> journal never claims a change that did not land. The session
      *>-> making the change is found here, from the environment, so
      *>-> every writer - and every program that calls one - is covered
      *>-> without passing it down.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgjrnw.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgjrn-file
                                  assign to "MSGJRN.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is MJ-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgjrn-file.
           copy                   MSGJRNR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-open-failed         pic x(01)       value "N".
           88 w-open-failed-yes                   value "Y".
       77  w-operator-id         pic x(08)       value spaces.
       77  w-workstation         pic x(15)       value spaces.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
       01  p-file                pic x(08).
       01  p-row-key             pic x(40).
       01  p-action              pic x(01).
       01  p-before-image        pic x(400).
       01  p-after-image         pic x(400).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-file,
                                              p-row-key,
                                              p-action,
                                              p-before-image,
                                              p-after-image.
       0000-main.
           perform                0200-open-journal.
           if                     w-open-failed-yes
              goback,
           end-if.
           perform                0100-build-record.
           perform                0300-write-entry.
      *>-> "22" means another change was journaled within the same
      *>-> hundredth of a second (a code delete sweeping its guidance
      *>-> lines can manage it) - bump the sequence and try the next
      *>-> free slot
           perform                0310-write-next-slot
                                  until w-file-status not = "22"
                                     or MJ-SEQ-NO = 999.
           if                     w-file-status not = "00"
              display "MSGJRNW: cannot journal change to "
                 p-file ", status " w-file-status upon crt,
           end-if.
           close                  msgjrn-file.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       0100-build-record.
           perform                0150-determine-operator.
           move          function current-date to w-current-datetime.
           move                   w-cur-date  to MJ-LOG-DATE.
           move                   w-cur-time  to MJ-LOG-TIME.
           move                   zeros       to MJ-SEQ-NO.
           move                   w-operator-id
                                              to MJ-OPERATOR.
           move                   w-workstation
                                              to MJ-WORKSTATION.
           move                   p-file      to MJ-FILE.
           move                   p-row-key   to MJ-ROW-KEY.
           move                   p-action    to MJ-ACTION.
           move                   p-before-image
                                              to MJ-BEFORE-IMAGE.
           move                   p-after-image
                                              to MJ-AFTER-IMAGE.
      *>--------------------------------------------------------------------------------------------------------------<*
       0150-determine-operator.
           accept                 w-operator-id from environment
                                  "USER".
           if                     w-operator-id = spaces
              accept           w-operator-id from environment
                               "USERNAME",
           end-if.
           accept                 w-workstation from environment
                                  "COMPUTERNAME".
           if                     w-workstation = spaces
              accept           w-workstation from environment
                               "HOSTNAME",
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGJRN.DAT simply doesn't exist yet (first change
      *>-> ever journaled) - safe to create it. Any other non-"00"
      *>-> status is a real I/O problem (locked file, disk full,
      *>-> permission denied, ...) and must NOT fall through to OPEN
      *>-> OUTPUT, which would empty the journal auditors sign off
       0200-open-journal.
           open                   i-o msgjrn-file.
           if                     w-file-status = "35"
              open                output msgjrn-file
              close               msgjrn-file
              open                i-o msgjrn-file,
           else,
              if                  w-file-status not = "00"
                 display "MSGJRNW: cannot open MSGJRN.DAT, status "
                    w-file-status upon crt,
                 move "Y" to w-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0300-write-entry.
           write                  MSGJRN-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       0310-write-next-slot.
           add                    1 to MJ-SEQ-NO.
           perform                0300-write-entry.
       end program                msgjrnw.
