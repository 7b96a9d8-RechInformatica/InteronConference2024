      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGONCW: Adds, changes or deletes one row of the on-call
      *>-> escalation roster (MSGONC.DAT) on behalf of MSGONCM, the way
      *>-> MSGWINW maintains the maintenance-window calendar.
      *>-> p-function drives the action: "A" add, "C" change, "D"
      *>-> delete. Every row that lands is journaled through MSGJRNW.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoncw.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgonc-file
                                  assign to "MSGONC.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is OC-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgonc-file.
           copy                   MSGONCR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGONC".
       77  w-journal-action      pic x(01)       value spaces.
       77  w-row-key             pic x(40)       value spaces.
       01  w-before-image        pic x(400)      value spaces.
       01  w-after-image         pic x(400)      value spaces.
       linkage                    section.
       01  p-function            pic x(01).
           88  p-add                              value "A".
           88  p-change                           value "C".
           88  p-delete                           value "D".
       01  p-shift               pic x(01).
       01  p-program             pic x(30).
       01  p-start-time          pic 9(04).
       01  p-end-time            pic 9(04).
       01  p-escalate-minutes    pic 9(03).
       01  p-contact-id-1        pic x(08).
       01  p-contact-address-1   pic x(60).
       01  p-contact-id-2        pic x(08).
       01  p-contact-address-2   pic x(60).
       01  p-contact-id-3        pic x(08).
       01  p-contact-address-3   pic x(60).
       01  p-active              pic x(01).
       01  p-return-code         pic 9(02).
           88  p-ok                                value 0.
           88  p-not-found                         value 1.
           88  p-duplicate                         value 2.
           88  p-io-error                          value 9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-function,
                                              p-shift,
                                              p-program,
                                              p-start-time,
                                              p-end-time,
                                              p-escalate-minutes,
                                              p-contact-id-1,
                                              p-contact-address-1,
                                              p-contact-id-2,
                                              p-contact-address-2,
                                              p-contact-id-3,
                                              p-contact-address-3,
                                              p-active,
                                              p-return-code.
       0000-main.
           move                   zeros        to p-return-code.
           perform                0100-open-roster.
           if                     not p-io-error
              evaluate            true
                 when             p-add
                    perform       1000-add-row,
                 when             p-change
                    perform       2000-change-row,
                 when             p-delete
                    perform       3000-delete-row,
              end-evaluate
              close               msgonc-file,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGONC.DAT simply doesn't exist yet (first row
      *>-> ever keyed) - safe to create it. Any other non-"00" status is
      *>-> a real I/O problem (locked file, disk full, permission
      *>-> denied, ...) and must NOT fall through to OPEN OUTPUT, which
      *>-> would recreate (and empty) the existing roster
       0100-open-roster.
           open                   i-o msgonc-file.
           if                     w-file-status = "35"
              open                output msgonc-file
              close               msgonc-file
              open                i-o msgonc-file,
           else,
              if                  w-file-status not = "00"
                 display "MSGONCW: cannot open MSGONC.DAT, status "
                    w-file-status upon crt,
                 set              p-io-error to true,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-add-row.
           move                   p-shift     to OC-SHIFT.
           move                   p-program   to OC-PROGRAM.
           perform                1100-fill-row-fields.
           write                  MSGONC-RECORD.
           if                     w-file-status = "22"
              set                 p-duplicate to true,
           end-if.
           if                     w-file-status = "00"
              move                spaces      to w-before-image
              move                MSGONC-RECORD
                                              to w-after-image
              move                "A"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-fill-row-fields.
           move                   p-start-time to OC-START-TIME.
           move                   p-end-time  to OC-END-TIME.
           move                   p-escalate-minutes
                                              to OC-ESCALATE-MINUTES.
           move                   p-contact-id-1
                                              to OC-CONTACT-ID(1).
           move                   p-contact-address-1
                                              to OC-CONTACT-ADDRESS(1).
           move                   p-contact-id-2
                                              to OC-CONTACT-ID(2).
           move                   p-contact-address-2
                                              to OC-CONTACT-ADDRESS(2).
           move                   p-contact-id-3
                                              to OC-CONTACT-ID(3).
           move                   p-contact-address-3
                                              to OC-CONTACT-ADDRESS(3).
           move                   p-active    to OC-ACTIVE.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-change-row.
           move                   p-shift     to OC-SHIFT.
           move                   p-program   to OC-PROGRAM.
           read                   msgonc-file key is OC-KEY.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGONC-RECORD
                                              to w-before-image
              perform             1100-fill-row-fields
              rewrite             MSGONC-RECORD
              if                  w-file-status = "00"
                 move             MSGONC-RECORD
                                              to w-after-image
                 move             "C"         to w-journal-action
                 perform          4000-journal-change
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The row is read first so the journal holds what was deleted
       3000-delete-row.
           move                   p-shift     to OC-SHIFT.
           move                   p-program   to OC-PROGRAM.
           read                   msgonc-file key is OC-KEY.
           if                     w-file-status = "00"
              move                MSGONC-RECORD
                                              to w-before-image
              delete              msgonc-file record,
           end-if.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                spaces      to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Who changed the row, when, and the whole row either side of
      *>-> the change (see MSGJRNR)
       4000-journal-change.
           move                   OC-KEY      to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgoncw.
