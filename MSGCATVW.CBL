      *>-> MSGCATVW: Adds, changes or deletes one language variant of a
      *>-> message catalog row (MSGCATV.DAT) on behalf of MSGMAINT and
      *>-> MSGCATI, the way MSGCATW maintains the base rows. p-function
      *>-> drives the action: "A" add, "C" change, "D" delete, "V"
      *>-> withdraw a version not yet in effect. Every variant that
      *>-> lands is journaled through MSGJRNW.
      *>->
      *>-> Variants keep dated versions under the same rules as the base
      *>-> rows (see MSGCATW): add and change file a version effective
      *>-> from p-eff (zeros = now, handed back), nothing is backdated,
      *>-> and a delete keeps the versions already in effect, drops
      *>-> those still to come and files a deletion version (see
      *>-> MSGCATVR) effective from the moment of the call.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatvw.
           select                 msgcatv-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CV-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
           copy                   MSGCATVR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
       77  w-variant-on-file     pic x(01)       value "N".
           88 w-variant-on-file-yes               value "Y".
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
       77  w-journal-file        pic x(08)       value "MSGCATV".
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
       01  p-language            pic x(02).
       01  p-eff.
           05  p-eff-date        pic 9(08).
           05  p-eff-time        pic 9(08).
       01  p-title               pic x(60).
       01  p-text                pic x(200).
       01  p-return-code         pic 9(02).
           88  p-ok                                value 0.
           88  p-not-found                         value 1.
           88  p-duplicate                         value 2.
           88  p-in-effect                         value 3.
           88  p-io-error                          value 9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-function,
                                              p-code,
                                              p-language,
                                              p-eff,
                                              p-title,
                                              p-text,
                                              p-return-code.
       0000-main.
           move                   zeros        to p-return-code.
           move       function current-date(1:16) to w-now.
           if                     (p-add or p-change) and
                                  p-eff = zeros
              move                w-now       to p-eff,
           end-if.
           if                     (p-add or p-change or p-withdraw) and
                                  p-eff < w-now
              set                 p-in-effect to true,
              goback,
           end-if.
           perform                0100-open-variants.
           if                     not p-io-error
              evaluate            true
                    perform       2000-change-variant,
                 when             p-delete
                    perform       3000-delete-variant,
                 when             p-withdraw
                    perform       3500-withdraw-version,
              end-evaluate
              close               msgcatv-file,
           end-if.
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The variant is on file while its latest version keyed is not
      *>-> a deletion
       0200-find-variant.
           move                   "N"          to w-variant-on-file.
           perform                0250-start-variant.
           perform                0210-check-next-version
                                  until w-done-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       0210-check-next-version.
           read                   msgcatv-file next record.
           if                     w-file-status not = "00" or
                                  CV-CODE not = p-code or
                                  CV-LANGUAGE not = p-language
              move                "Y"          to w-done
           else,
              if                  CV-DELETED
                 move             "N"          to w-variant-on-file
              else,
                 move             "Y"          to w-variant-on-file,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0250-start-variant.
           move                   "N"          to w-done.
           move                   p-code      to CV-CODE.
           move                   p-language  to CV-LANGUAGE.
           move                   zeros        to CV-EFF-DATE.
           move                   zeros        to CV-EFF-TIME.
           start                  msgcatv-file key not < CV-KEY.
           if                     w-file-status not = "00"
              move                "Y"          to w-done,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0300-build-version.
           perform                0400-determine-keyed-by.
           move                   p-code      to CV-CODE.
           move                   p-language  to CV-LANGUAGE.
           move                   p-eff-date  to CV-EFF-DATE.
           move                   p-eff-time  to CV-EFF-TIME.
           move                   p-title     to CV-TITLE.
           move                   p-text      to CV-TEXT.
           move                   w-keyed-by  to CV-KEYED-BY.
           move                   w-now-date  to CV-KEYED-DATE.
           move                   w-now-time  to CV-KEYED-TIME.
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
       1000-add-variant.
           perform                0200-find-variant.
           if                     w-variant-on-file-yes
              set                 p-duplicate to true
           else,
              perform             0300-build-version
              write               MSGCATV-RECORD
              if                  w-file-status = "00"
                 move             spaces      to w-before-image
                 move             MSGCATV-RECORD
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
       2000-change-variant.
           perform                0200-find-variant.
           if                     not w-variant-on-file-yes
              set                 p-not-found to true
           else,
              perform             0300-build-version
              move                spaces      to w-before-image
              move                "A"         to w-journal-action
              write               MSGCATV-RECORD
              if                  w-file-status = "22"
                 perform          2100-replace-pending-version,
              end-if
              if                  w-file-status = "00"
                 move             MSGCATV-RECORD
                                              to w-after-image
                 perform          4000-journal-change
              else,
                 set              p-io-error  to true,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-replace-pending-version.
           read                   msgcatv-file key is CV-KEY.
           if                     w-file-status = "00"
              move                MSGCATV-RECORD
                                              to w-before-image
              perform             0300-build-version
              rewrite             MSGCATV-RECORD
              move                "C"         to w-journal-action,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> As MSGCATW deletes a row: versions still to come go, the
      *>-> deletion version follows the latest one in effect
       3000-delete-variant.
           perform                0200-find-variant.
           if                     not w-variant-on-file-yes
              set                 p-not-found to true
           else,
              move                "N"          to w-in-effect-held
              perform             0250-start-variant
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
           read                   msgcatv-file next record.
           evaluate               true
              when                w-file-status not = "00" or
                                  CV-CODE not = p-code or
                                  CV-LANGUAGE not = p-language
                 move             "Y"          to w-done
              when                CV-EFF-DATE > w-now-date or
                                  (CV-EFF-DATE = w-now-date and
                                   CV-EFF-TIME > w-now-time)
                 perform          3110-remove-pending-version
              when                other
                 move             "Y"          to w-in-effect-held
                 move             MSGCATV-RECORD
                                              to w-in-effect-image
                 if               CV-DELETED
                    move          "Y"          to w-in-effect-deleted
                 else,
                    move          "N"          to w-in-effect-deleted,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each version is read first so the journal holds what was
      *>-> deleted
       3110-remove-pending-version.
           move                   MSGCATV-RECORD
                                              to w-before-image.
           delete                 msgcatv-file record.
           if                     w-file-status not = "00"
              set                 p-io-error  to true
              move                "Y"          to w-done
           else,
              move                spaces      to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-file-deletion.
           perform                0400-determine-keyed-by.
           move                   w-in-effect-image
                                              to w-before-image.
           move                   p-code      to CV-CODE.
           move                   p-language  to CV-LANGUAGE.
           move                   w-now-date  to CV-EFF-DATE.
           move                   w-now-time  to CV-EFF-TIME.
           move                   high-values to CV-TITLE.
           move                   spaces      to CV-TEXT.
           move                   w-keyed-by  to CV-KEYED-BY.
           move                   w-now-date  to CV-KEYED-DATE.
           move                   w-now-time  to CV-KEYED-TIME.
           write                  MSGCATV-RECORD.
           if                     w-file-status = "00"
              move                MSGCATV-RECORD
                                              to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change
           else,
              set                 p-io-error  to true,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3500-withdraw-version.
           move                   p-code      to CV-CODE.
           move                   p-language  to CV-LANGUAGE.
           move                   p-eff-date  to CV-EFF-DATE.
           move                   p-eff-time  to CV-EFF-TIME.
           read                   msgcatv-file key is CV-KEY.
           if                     w-file-status = "00"
              move                MSGCATV-RECORD
                                              to w-before-image
              delete              msgcatv-file record,
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
           move                   CV-KEY to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msgcatvw.
