      *>-> MSGWINW: Adds, changes or deletes one window on the planned
      *>-> maintenance-window calendar (MSGWIND.DAT) on behalf of
      *>-> MSGWINM, the way MSGCATW maintains the catalog. p-function
      *>-> drives the action: "A" add, "C" change, "D" delete. Every
      *>-> window that lands is journaled through MSGJRNW.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgwinw.
           copy                   MSGWINDR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGWIND".
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
              move                MSGWIND-RECORD
                                              to w-after-image
              move                "A"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-fill-window-fields.
           move                   p-start-date to MW-START-DATE.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGWIND-RECORD
                                              to w-before-image
              perform             1100-fill-window-fields
              rewrite             MSGWIND-RECORD
              if                  w-file-status = "00"
                 move             MSGWIND-RECORD
                                              to w-after-image
                 move             "C"         to w-journal-action
                 perform          4000-journal-change
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The row is read first so the journal holds what was deleted
       3000-delete-window.
           move                   p-window-id to MW-WINDOW-ID.
           read                   msgwind-file key is MW-WINDOW-ID.
           if                     w-file-status = "00"
              move                MSGWIND-RECORD
                                              to w-before-image
              delete              msgwind-file record,
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
           move                   MW-WINDOW-ID to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgwinw.
