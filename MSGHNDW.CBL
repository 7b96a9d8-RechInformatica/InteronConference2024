      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGHNDW: Adds one record to the shift-handover acknowledgment
      *>-> file (MSGHND.DAT, indexed by timestamp + sequence). The
      *>-> caller passes a whole record; the key is stamped here.
      *>-> Return code 0 when the acknowledgment is on file, 9 when it
      *>-> could not be written - the caller must say so, the incoming
      *>-> operator believes the handover is recorded.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msghndw.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msghnd-file
                                  assign to "MSGHND.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is HN-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msghnd-file.
           copy                   MSGHNDR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-open-failed         pic x(01)       value "N".
           88 w-open-failed-yes                   value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       linkage                    section.
      *>-> A whole MSGHND-RECORD, key left to this program
       01  p-handover            pic x(173).
       01  p-return-code         pic 9(02).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-handover,
                                              p-return-code.
       0000-main.
           move                   zeros to p-return-code.
           perform                0200-open-acknowledgments.
           if                     w-open-failed-yes
              move             9 to p-return-code,
              goback,
           end-if.
           perform                0100-build-record.
           perform                0300-write-entry.
      *>-> "22" means another acknowledgment was written within the
      *>-> same hundredth of a second - bump the sequence and try the
      *>-> next free slot
           perform                0310-write-next-slot
                                  until w-file-status not = "22"
                                     or HN-SEQ-NO = 999.
           if                     w-file-status not = "00"
              display "MSGHNDW: cannot write MSGHND.DAT, status "
                 w-file-status upon crt,
              move             9 to p-return-code,
           end-if.
           close                  msghnd-file.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       0100-build-record.
           move                   p-handover  to MSGHND-RECORD.
           move          function current-date to w-current-datetime.
           move                   w-cur-date  to HN-ACK-DATE.
           move                   w-cur-time  to HN-ACK-TIME.
           move                   zeros       to HN-SEQ-NO.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGHND.DAT simply doesn't exist yet (first
      *>-> handover ever acknowledged) - safe to create it. Any other
      *>-> non-"00" status is a real I/O problem and must NOT fall
      *>-> through to OPEN OUTPUT, which would empty the file
       0200-open-acknowledgments.
           open                   i-o msghnd-file.
           if                     w-file-status = "35"
              open                output msghnd-file
              close               msghnd-file
              open                i-o msghnd-file,
           else,
              if                  w-file-status not = "00"
                 display "MSGHNDW: cannot open MSGHND.DAT, status "
                    w-file-status upon crt,
                 move "Y" to w-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0300-write-entry.
           write                  MSGHND-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       0310-write-next-slot.
           add                    1 to HN-SEQ-NO.
           perform                0300-write-entry.
       end program                msghndw.
