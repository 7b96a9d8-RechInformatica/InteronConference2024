      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATW: Adds, changes or deletes one row of the message
      *>-> catalog (MSGCAT.DAT) on behalf of MSGMAINT. p-function drives
      *>-> the action: "A" add, "C" change, "D" delete, "V" withdraw a
      *>-> version not yet in effect. Every row that lands is journaled,
      *>-> before and after image, through MSGJRNW.
      *>->
      *>-> The catalog keeps dated versions (see MSGCATR). An add files
      *>-> the code's first version and a change files a new version,
      *>-> both effective from p-eff - zeros meaning the moment of the
      *>-> call, which is then handed back in p-eff. A version is never
      *>-> backdated, and one already in effect is never rewritten or
      *>-> withdrawn: the wording a dialog was shown stays on file. Only
      *>-> a version still to come is replaced when keyed again for the
      *>-> same moment. A delete keeps the versions already in effect,
      *>-> drops those still to come and files a deletion version (see
      *>-> MSGCATR) effective from the moment of the call; the code can
      *>-> then be added again, but not changed.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatw.
           select                 msgcat-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is MC-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
           copy                   MSGCATR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
       77  w-code-on-file        pic x(01)       value "N".
           88 w-code-on-file-yes                  value "Y".
       77  w-in-effect-held      pic x(01)       value "N".
           88 w-in-effect-held-yes                value "Y".
       77  w-in-effect-deleted   pic x(01)       value "N".
           88 w-in-effect-deleted-yes             value "Y".
       01  w-in-effect-image     pic x(400)      value spaces.
       77  w-keyed-by            pic x(08)       value spaces.
       01  w-now.
           05  w-now-date        pic 9(08).
           05  w-now-time        pic 9(08).
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGCAT".
       77  w-journal-action      pic x(01)       value spaces.
       77  w-row-key             pic x(40)       value spaces.
       01  w-before-image        pic x(400)      value spaces.
       01  w-after-image         pic x(400)      value spaces.
       linkage                    section.
       01  p-function            pic x(01).
           88  p-add                              value "A".
           88  p-change                           value "C".
           88  p-delete                           value "D".
           88  p-withdraw                         value "V".
       01  p-code                pic x(06).
       01  p-eff.
           05  p-eff-date        pic 9(08).
           05  p-eff-time        pic 9(08).
       01  p-title               pic x(60).
       01  p-icon                pic 9(01).
       01  p-buttons             pic 9(01).
           88  p-ok                                value 0.
           88  p-not-found                         value 1.
           88  p-duplicate                         value 2.
           88  p-in-effect                         value 3.
           88  p-io-error                          value 9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-function,
                                              p-code,
                                              p-eff,
                                              p-title,
                                              p-icon,
                                              p-buttons,
                                              p-return-code.
       0000-main.
           move                   zeros        to p-return-code.
           move       function current-date(1:16) to w-now.
           if                     (p-add or p-change) and
                                  p-eff = zeros
              move                w-now       to p-eff,
           end-if.
      *>-> A version for a moment already gone would rewrite what
      *>-> dialogs were shown; withdrawing one means the same
           if                     (p-add or p-change or p-withdraw) and
                                  p-eff < w-now
              set                 p-in-effect to true,
              goback,
           end-if.
           perform                0100-open-catalog.
           if                     not p-io-error
              evaluate            true
                    perform       2000-change-row,
                 when             p-delete
                    perform       3000-delete-row,
                 when             p-withdraw
                    perform       3500-withdraw-version,
              end-evaluate
              close               msgcat-file,
           end-if.
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The code is on file while its latest version keyed is not a
      *>-> deletion
       0200-find-code.
           move                   "N"          to w-code-on-file.
           perform                0250-start-code.
           perform                0210-check-next-version
                                  until w-done-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       0210-check-next-version.
           read                   msgcat-file next record.
           if                     w-file-status not = "00" or
                                  MC-CODE not = p-code
              move                "Y"          to w-done
           else,
              if                  MC-DELETED
                 move             "N"          to w-code-on-file
              else,
                 move             "Y"          to w-code-on-file,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0250-start-code.
           move                   "N"          to w-done.
           move                   p-code      to MC-CODE.
           move                   zeros        to MC-EFF-DATE.
           move                   zeros        to MC-EFF-TIME.
           start                  msgcat-file key not < MC-KEY.
           if                     w-file-status not = "00"
              move                "Y"          to w-done,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0300-build-version.
           perform                0400-determine-keyed-by.
           move                   p-code      to MC-CODE.
           move                   p-eff-date  to MC-EFF-DATE.
           move                   p-eff-time  to MC-EFF-TIME.
           move                   p-title     to MC-TITLE.
           move                   p-icon      to MC-ICON.
           move                   p-buttons   to MC-BUTTONS.
           move                   p-subst-count
                                              to MC-SUBST-COUNT.
           move                   p-text      to MC-TEXT.
           move                   w-keyed-by  to MC-KEYED-BY.
           move                   w-now-date  to MC-KEYED-DATE.
           move                   w-now-time  to MC-KEYED-TIME.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The login the change journal records, found the same way
       0400-determine-keyed-by.
           accept                 w-keyed-by from environment
                                  "USER".
           if                     w-keyed-by = spaces
              accept              w-keyed-by from environment
                                  "USERNAME",
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-add-row.
           perform                0200-find-code.
           if                     w-code-on-file-yes
              set                 p-duplicate to true
           else,
              perform             0300-build-version
              write               MSGCAT-RECORD
              if                  w-file-status = "00"
                 move             spaces      to w-before-image
                 move             MSGCAT-RECORD
                                              to w-after-image
                 move             "A"         to w-journal-action
                 perform          4000-journal-change
              else,
                 set              p-io-error  to true,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The new version is journaled as a row added; only a version
      *>-> still to come, keyed again for the same moment, is a change
       2000-change-row.
           perform                0200-find-code.
           if                     not w-code-on-file-yes
              set                 p-not-found to true
           else,
              perform             0300-build-version
              move                spaces      to w-before-image
              move                "A"         to w-journal-action
              write               MSGCAT-RECORD
              if                  w-file-status = "22"
                 perform          2100-replace-pending-version,
              end-if
              if                  w-file-status = "00"
                 move             MSGCAT-RECORD
                                              to w-after-image
                 perform          4000-journal-change
              else,
                 set              p-io-error  to true,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-replace-pending-version.
           read                   msgcat-file  key is MC-KEY.
           if                     w-file-status = "00"
              move                MSGCAT-RECORD
                                              to w-before-image
              perform             0300-build-version
              rewrite             MSGCAT-RECORD
              move                "C"         to w-journal-action,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Versions still to come are taken off; those already in
      *>-> effect stay, and the latest of them is followed by the
      *>-> deletion version - unless it is a deletion itself (the code
      *>-> was deleted before and only re-added for a date to come)
       3000-delete-row.
           perform                0200-find-code.
           if                     not w-code-on-file-yes
              set                 p-not-found to true
           else,
              move                "N"          to w-in-effect-held
              perform             0250-start-code
              perform             3100-check-one-version
                                  until w-done-yes
              if                  not p-io-error and
                                  w-in-effect-held-yes and
                                  not w-in-effect-deleted-yes
                 perform          3200-file-deletion,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-check-one-version.
           read                   msgcat-file next record.
           evaluate               true
              when                w-file-status not = "00" or
                                  MC-CODE not = p-code
                 move             "Y"          to w-done
              when                MC-EFF-DATE > w-now-date or
                                  (MC-EFF-DATE = w-now-date and
                                   MC-EFF-TIME > w-now-time)
                 perform          3110-remove-pending-version
              when                other
                 move             "Y"          to w-in-effect-held
                 move             MSGCAT-RECORD
                                              to w-in-effect-image
                 if               MC-DELETED
                    move          "Y"          to w-in-effect-deleted
                 else,
                    move          "N"          to w-in-effect-deleted,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each version is read first so the journal holds what was
      *>-> deleted
       3110-remove-pending-version.
           move                   MSGCAT-RECORD
                                              to w-before-image.
           delete                 msgcat-file  record.
           if                     w-file-status not = "00"
              set                 p-io-error  to true
              move                "Y"          to w-done
           else,
              move                spaces      to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Journaled as a delete of the version that was in effect,
      *>-> with the deletion version as its after image
       3200-file-deletion.
           perform                0400-determine-keyed-by.
           move                   w-in-effect-image
                                              to w-before-image.
           move                   p-code      to MC-CODE.
           move                   w-now-date  to MC-EFF-DATE.
           move                   w-now-time  to MC-EFF-TIME.
           move                   high-values to MC-TITLE.
           move                   zeros       to MC-ICON.
           move                   zeros       to MC-BUTTONS.
           move                   zeros       to MC-SUBST-COUNT.
           move                   spaces      to MC-TEXT.
           move                   w-keyed-by  to MC-KEYED-BY.
           move                   w-now-date  to MC-KEYED-DATE.
           move                   w-now-time  to MC-KEYED-TIME.
           write                  MSGCAT-RECORD.
           if                     w-file-status = "00"
              move                MSGCAT-RECORD
                                              to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change
           else,
              set                 p-io-error  to true,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3500-withdraw-version.
           move                   p-code      to MC-CODE.
           move                   p-eff-date  to MC-EFF-DATE.
           move                   p-eff-time  to MC-EFF-TIME.
           read                   msgcat-file  key is MC-KEY.
           if                     w-file-status = "00"
              move                MSGCAT-RECORD
                                              to w-before-image
              delete              msgcat-file  record,
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
           move                   MC-KEY      to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgcatw.
