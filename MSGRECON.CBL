       77  w-cat-buttons         pic 9(01)      value zeros.
       77  w-cat-subst           pic 9(01)      value zeros.
       77  w-cat-text            pic x(200)     value spaces.
      *>-- Any version of the code on file, in effect or still to come
       01  w-cat-latest.
           05  w-cat-latest-date pic 9(08)      value 99999999.
           05  w-cat-latest-time pic 9(08)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
           move                   CK-SEQ-NO to w-detail-seq.
           move                   CK-LOG-DATE to w-detail-date.
           move                   spaces to w-report-detail.
           string "  JOB " CK-JOB-ID " RUN " CK-RUN-ID " STEP "
                  w-detail-seq " ANSWERED " w-detail-date " ANSWER "
                  CK-ANSWER
                                     into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
           if                     w-rsn-code(w-rsn-i) not = spaces
              call "MSGCATL" using w-rsn-code(w-rsn-i), w-cat-found,
                 w-cat-title, w-cat-icon, w-cat-buttons, w-cat-subst,
                 w-cat-text, w-cat-latest
              if w-cat-found = "N"
                 perform       4110-report-dead-code,
              end-if,
