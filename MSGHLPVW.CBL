      *>-> way MSGHELPW maintains the base guidance. p-function drives
      *>-> the action: "A" adds one guidance line, "D" deletes every
      *>-> line of a code + language (done before the replacement lines
      *>-> are keyed). Every line added, replaced or deleted is
      *>-> journaled through MSGJRNW.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msghlpvw.
           copy                   MSGHLPVR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGHLPV".
       77  w-journal-action      pic x(01)       value spaces.
       77  w-row-key             pic x(40)       value spaces.
       01  w-before-image        pic x(400)      value spaces.
       01  w-after-image         pic x(400)      value spaces.
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
       linkage                    section.
           move                   p-language  to HV-LANGUAGE.
           move                   p-line-no   to HV-LINE-NO.
           move                   p-text      to HV-TEXT.
           move                   spaces      to w-before-image.
           move                   "A"         to w-journal-action.
           write                  MSGHLPV-RECORD.
           if                     w-file-status = "22"
              perform             1100-replace-line,
           end-if.
           if                     w-file-status not = "00"
              set                 p-io-error to true
           else,
              move                MSGHLPV-RECORD
                                              to w-after-image
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A line number keyed again replaces the line already there;
      *>-> the replaced line is kept as the journal's before image
       1100-replace-line.
           read                   msghlpv-file key is HV-KEY.
           if                     w-file-status = "00"
              move                MSGHLPV-RECORD
                                              to w-before-image
              move                "C"         to w-journal-action
              move                p-text      to HV-TEXT
              rewrite             MSGHLPV-RECORD,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-delete-code-lines.
              not at end
                 if               HV-CODE = p-code and
                                  HV-LANGUAGE = p-language
                    move          MSGHLPV-RECORD
                                              to w-before-image,
                    delete        msghlpv-file record,
                    if            w-file-status not = "00"
                       set        p-io-error to true,
                       move       "Y" to w-done,
                    else,
                       move       spaces      to w-after-image,
                       move       "D"         to w-journal-action,
                       perform    4000-journal-change,
                    end-if,
                 else,
                    move          "Y" to w-done,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Who changed the line, when, and the whole line either side
      *>-> of the change (see MSGJRNR)
       4000-journal-change.
           move                   HV-KEY to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
       end program                msghlpvw.
