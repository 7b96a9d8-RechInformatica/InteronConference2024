      *>-> MSGPOLW: Adds, changes or deletes one entry of the headless
      *>-> auto-answer policy file (MSGPOL.DAT) on behalf of MSGPOLM, the
      *>-> way MSGCATW maintains the catalog for MSGMAINT. p-function
      *>-> drives the action: "A" add, "C" change, "D" delete. Every
      *>-> entry that lands is journaled through MSGJRNW.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgpolw.
           copy                   MSGPOLR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGPOL".
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
              move                MSGPOL-RECORD
                                              to w-after-image
              move                "A"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-change-entry.
           move                   p-key-type  to PY-KEY-TYPE.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGPOL-RECORD
                                              to w-before-image
              move                p-action    to PY-ACTION
              rewrite             MSGPOL-RECORD
              if                  w-file-status = "00"
                 move             MSGPOL-RECORD
                                              to w-after-image
                 move             "C"         to w-journal-action
                 perform          4000-journal-change
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The row is read first so the journal holds what was deleted
       3000-delete-entry.
           move                   p-key-type  to PY-KEY-TYPE.
           move                   p-key-value to PY-KEY-VALUE.
           read                   msgpol-file  key is PY-KEY.
           if                     w-file-status = "00"
              move                MSGPOL-RECORD
                                              to w-before-image
              delete              msgpol-file record,
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
           move                   PY-KEY to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgpolw.
