      *>-> MSGRCDW: Adds, changes or deletes one justification reason
      *>-> code on the master (MSGRCD.DAT) on behalf of MSGRCDM, the way
      *>-> MSGCATW maintains the catalog. p-function drives the action:
      *>-> "A" add, "C" change, "D" delete. Every code that lands is
      *>-> journaled through MSGJRNW.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgrcdw.
           copy                   MSGRCDR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGRCD".
       77  w-journal-action      pic x(01)       value spaces.
       77  w-row-key             pic x(40)       value spaces.
       01  w-before-image        pic x(400)      value spaces.
       01  w-after-image         pic x(400)      value spaces.
       linkage                    section.
       01  p-function            pic x(01).
           88  p-add                              value "A".
           if                     w-file-status = "22"
              set                 p-duplicate to true,
           end-if.
           if                     w-file-status = "00"
              move                spaces      to w-before-image
              move                MSGRCD-RECORD
                                              to w-after-image
              move                "A"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-change-code.
           move                   p-code      to RC-CODE.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGRCD-RECORD
                                              to w-before-image
              move                p-desc      to RC-DESC
              move                p-sev-info  to RC-SEV-INFO
              move                p-sev-warning
                                              to RC-SEV-WARNING
              move                p-sev-error to RC-SEV-ERROR
              rewrite             MSGRCD-RECORD
              if                  w-file-status = "00"
                 move             MSGRCD-RECORD
                                              to w-after-image
                 move             "C"         to w-journal-action
                 perform          4000-journal-change
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The row is read first so the journal holds what was deleted
       3000-delete-code.
           move                   p-code      to RC-CODE.
           read                   msgrcd-file  key is RC-CODE.
           if                     w-file-status = "00"
              move                MSGRCD-RECORD
                                              to w-before-image
              delete              msgrcd-file record,
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
           move                   RC-CODE to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgrcdw.
