      *>-> to swap the base row's title/text for the operator's own
      *>-> language on dialogs built via showCode; not-found simply means
      *>-> the base MSGCAT.DAT wording stands.
      *>->
      *>-> Serves the variant version in effect at p-as-of, under the
      *>-> same rules MSGCATL serves the base row by: zeros mean now, an
      *>-> as-of date of all nines the latest version keyed, and a
      *>-> deletion in effect (CV-DELETED) means no variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatvl.
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
       01  w-as-of.
           05  w-as-of-date      pic 9(08).
           05  w-as-of-time      pic 9(08).
       linkage                    section.
       01  p-code                pic x(06).
       01  p-language            pic x(02).
       01  p-found               pic x(01).
       01  p-title               pic x(60).
       01  p-text                pic x(200).
       01  p-as-of.
           05  p-as-of-date      pic 9(08).
           05  p-as-of-time      pic 9(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-code,
                                              p-language,
                                              p-found,
                                              p-title,
                                              p-text,
                                              p-as-of.
       0000-main.
           move                   "N"          to p-found.
           move                   spaces       to p-title, p-text.
           if                     p-as-of = zeros
              move    function current-date(1:16) to w-as-of,
           else,
              move                p-as-of     to w-as-of,
           end-if.
           open                   input msgcatv-file.
           if                     w-file-status = "00"
              move                p-code      to CV-CODE
              move                p-language  to CV-LANGUAGE
              move                zeros        to CV-EFF-DATE
              move                zeros        to CV-EFF-TIME
              move                "N"          to w-done
              start               msgcatv-file key not < CV-KEY
              if                  w-file-status not = "00"
                 move             "Y"          to w-done,
              end-if
              perform             1000-check-next-version
                                  until w-done-yes
              close               msgcatv-file,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-check-next-version.
           read                   msgcatv-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               CV-CODE not = p-code or
                                  CV-LANGUAGE not = p-language or
                                  CV-EFF-DATE > w-as-of-date or
                                  (CV-EFF-DATE = w-as-of-date and
                                   CV-EFF-TIME > w-as-of-time)
                    move          "Y"          to w-done,
                 else,
                    if            CV-DELETED
                       move       "N"          to p-found,
                       move       spaces       to p-title, p-text,
                    else,
                       move       "Y"          to p-found,
                       move       CV-TITLE     to p-title,
                       move       CV-TEXT      to p-text,
                    end-if,
                 end-if,
           end-read.
       end program                msgcatvl.
