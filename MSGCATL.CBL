      *>-> MSGCATL: Looks up one row of the message catalog (MSGCAT.DAT)
      *>-> by code. Used by MessageBox:>showCode so calling programs never
      *>-> have to embed literal message text/severity themselves.
      *>->
      *>-> Serves the version of the code in effect at p-as-of - the
      *>-> latest one effective at or before it (see MSGCATR) - so a
      *>-> future-dated change stays unused until its date, and the
      *>-> wording a dialog showed on any past date can be looked up
      *>-> again. Zeros as of mean now; an as-of date of all nines means
      *>-> the latest version keyed, whatever its date (the maintenance
      *>-> programs asking whether a code is cataloged at all). A code
      *>-> whose version at that moment is a deletion (MC-DELETED) is
      *>-> not found.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatl.
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
       01  w-as-of.
           05  w-as-of-date      pic 9(08).
           05  w-as-of-time      pic 9(08).
       linkage                    section.
       01  p-code                pic x(06).
       01  p-found               pic x(01).
       01  p-buttons             pic 9(01).
       01  p-subst-count         pic 9(01).
       01  p-text                pic x(200).
       01  p-as-of.
           05  p-as-of-date      pic 9(08).
           05  p-as-of-time      pic 9(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-code,
                                              p-found,
                                              p-icon,
                                              p-buttons,
                                              p-subst-count,
                                              p-text,
                                              p-as-of.
       0000-main.
           move                   "N"          to p-found.
           move                   spaces       to p-title, p-text.
           move                   zeros        to p-icon, p-buttons,
                                                  p-subst-count.
           if                     p-as-of = zeros
              move    function current-date(1:16) to w-as-of,
           else,
              move                p-as-of     to w-as-of,
           end-if.
           open                   input msgcat-file.
           if                     w-file-status = "00"
              move                p-code      to MC-CODE
              move                zeros        to MC-EFF-DATE
              move                zeros        to MC-EFF-TIME
              move                "N"          to w-done
              start               msgcat-file key not < MC-KEY
              if                  w-file-status not = "00"
                 move             "Y"          to w-done,
              end-if
              perform             1000-check-next-version
                                  until w-done-yes
              close               msgcat-file,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Versions come in effective order; each one already in effect
      *>-> replaces the one before it, the first one still to come ends
      *>-> the walk; a deletion in effect leaves nothing found
       1000-check-next-version.
           read                   msgcat-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               MC-CODE not = p-code or
                                  MC-EFF-DATE > w-as-of-date or
                                  (MC-EFF-DATE = w-as-of-date and
                                   MC-EFF-TIME > w-as-of-time)
                    move          "Y"          to w-done,
                 else,
                    if            MC-DELETED
                       move       "N"          to p-found,
                       move       spaces       to p-title, p-text,
                       move       zeros        to p-icon, p-buttons,
                                                  p-subst-count,
                    else,
                       move       "Y"          to p-found,
                       move       MC-TITLE     to p-title,
                       move       MC-ICON      to p-icon,
                       move       MC-BUTTONS   to p-buttons,
                       move       MC-SUBST-COUNT
                                               to p-subst-count,
                       move       MC-TEXT      to p-text,
                    end-if,
                 end-if,
           end-read.
       end program                msgcatl.
