      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATH: Catalog version history report. The catalog keeps
      *>-> every version of a row and of its language variants, dated
      *>-> from the moment it takes effect (see MSGCATR); this report
      *>-> lists them per code on MSGCATH.PRT - the base row's versions
      *>-> first, then each language's - with the window each one was
      *>-> (or will be) in effect, whether it is superseded, in effect
      *>-> or still pending, who keyed it and when, and its title and
      *>-> text. It answers what a code said on any given date: the
      *>-> version whose window takes in that date. A delete's dated
      *>-> deletion version (see MSGCATR) is listed as DELETED - from
      *>-> its moment on the code, or the language's variant, is not
      *>-> found.
      *>->
      *>-> MSGCATH-CODE in the environment limits the report to one
      *>-> code (unset/blank lists every code on the catalog). Return
      *>-> code 8 when the catalog or its variants could not be read.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcath.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgcat-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is MC-KEY
                                  file status is w-cat-status.
           select                 msgcatv-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CV-KEY
                                  file status is w-var-status.
           select                 report-file
                                  assign to "MSGCATH.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgcat-file.
           copy                   MSGCATR.
       fd  msgcatv-file.
           copy                   MSGCATVR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-cat-status          pic x(02)      value spaces.
       77  w-var-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-veof                pic x(01)      value "N".
           88 w-veof-yes                         value "Y".
       77  w-var-open            pic x(01)      value "N".
           88 w-var-open-yes                     value "Y".
       77  w-unreadable          pic x(01)      value "N".
           88 w-unreadable-yes                   value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
      *>-- MSGCATH-CODE: the one code reported, spaces for all
       77  w-code-env            pic x(06)      value spaces.
       77  w-group-code          pic x(06)      value spaces.
       77  w-group-lang          pic x(02)      value spaces.
      *>-- The version held until the next one read closes its window;
      *>-- a "to" of all nines means no later version is on file
       77  w-hold-any            pic x(01)      value "N".
           88 w-hold-any-yes                     value "Y".
       01  w-hold.
           05  w-hold-lang       pic x(04)      value spaces.
           05  w-hold-from.
               10  w-hold-from-date pic 9(08)   value zeros.
               10  w-hold-from-time pic 9(08)   value zeros.
           05  w-hold-keyed-by   pic x(08)      value spaces.
           05  w-hold-keyed.
               10  w-hold-keyed-date pic 9(08)  value zeros.
               10  w-hold-keyed-time pic 9(08)  value zeros.
           05  w-hold-title      pic x(60)      value spaces.
           05  w-hold-text       pic x(200)     value spaces.
       01  w-hold-to.
           05  w-hold-to-date    pic 9(08)      value zeros.
           05  w-hold-to-time    pic 9(08)      value zeros.
       77  w-status              pic x(11)      value spaces.
      *>-- Moment printed as YYYY-MM-DD HH:MM
       01  w-stamp.
           05  w-stamp-date      pic 9(08).
           05  w-stamp-time      pic 9(08).
       77  w-stamp-text          pic x(16)      value spaces.
      *>-- Counts for the summary
       77  w-code-count          pic 9(07)      value zeros.
       77  w-version-count       pic 9(07)      value zeros.
       77  w-variant-version-count
                                 pic 9(07)      value zeros.
       77  w-pending-count       pic 9(07)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           accept                 w-code-env from environment
                                  "MSGCATH-CODE".
           move          function upper-case(w-code-env)
                                  to w-code-env.
           open                   output report-file.
           perform                1000-print-heading.
           open                   input msgcatv-file.
           if                     w-var-status = "00"
              move             "Y" to w-var-open,
           else,
              if               w-var-status not = "35"
                 move          "Y" to w-unreadable,
                 move          spaces to w-report-detail,
                 string "  *** MSGCATV.DAT COULD NOT BE READ, STATUS "
                        w-var-status into w-report-detail,
                 write         report-line from w-report-detail,
              end-if,
           end-if.
           perform                2000-list-catalog.
           if                     w-var-open-yes
              close            msgcatv-file,
           end-if.
           perform                7000-print-summary.
           close                  report-file.
           if                     w-unreadable-yes
              move             8 to return-code,
           else,
              move             0 to return-code,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-print-heading.
           move                   spaces to w-report-heading.
           string "CATALOG VERSION HISTORY - RUN " w-cur-date " "
                  w-cur-time(1:4) into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           if                     w-code-env = spaces
              string "CODES: ALL" into w-report-heading,
           else,
              string "CODE: " w-code-env into w-report-heading,
           end-if.
           write                  report-line from w-report-heading.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           move                   "VERSION" to w-report-heading(3:7).
           move                   "EFFECTIVE FROM"
                                  to w-report-heading(11:14).
           move                   "EFFECTIVE TO"
                                  to w-report-heading(30:12).
           move                   "STATUS" to w-report-heading(49:6).
           move                   "KEYED BY" to w-report-heading(61:8).
           move                   "KEYED ON" to w-report-heading(70:8).
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" is a catalog nobody has keyed a row into yet
       2000-list-catalog.
           open                   input msgcat-file.
           if                     w-cat-status not = "00"
              if               w-cat-status not = "35"
                 move          "Y" to w-unreadable,
                 move          spaces to w-report-detail,
                 string "  *** MSGCAT.DAT COULD NOT BE READ, STATUS "
                        w-cat-status into w-report-detail,
                 write         report-line from w-report-detail,
              end-if,
           else,
              move             w-code-env to MC-CODE,
              move             zeros to MC-EFF-DATE, MC-EFF-TIME,
              move             "N" to w-eof,
              start            msgcat-file key not < MC-KEY,
              if               w-cat-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       2100-read-next-version,
              end-if,
              perform          2200-list-one-code
                 until         w-eof-yes,
              close            msgcat-file,
           end-if.
           if                     w-code-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> With MSGCATH-CODE set the walk ends past that code's rows
       2100-read-next-version.
           read                   msgcat-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 if               w-code-env not = spaces and
                                  MC-CODE not = w-code-env
                    move          "Y" to w-eof,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-list-one-code.
           move                   MC-CODE to w-group-code.
           add                    1 to w-code-count.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-detail.
           string "CODE " w-group-code into w-report-detail.
           write                  report-line from w-report-detail.
           move                   "BASE" to w-hold-lang.
           move                   "N" to w-hold-any.
           perform                2300-take-base-version
                     until         w-eof-yes or
                                   MC-CODE not = w-group-code.
           move                   99999999 to w-hold-to-date.
           move                   zeros to w-hold-to-time.
           perform                8000-print-held-version.
           if                     w-var-open-yes
              perform          3000-list-variants,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each version read closes the window of the one held
       2300-take-base-version.
           move                   MC-EFF-DATE to w-hold-to-date.
           move                   MC-EFF-TIME to w-hold-to-time.
           if                     w-hold-any-yes
              perform          8000-print-held-version,
           end-if.
           move                   "Y" to w-hold-any.
           move                   MC-EFF-DATE to w-hold-from-date.
           move                   MC-EFF-TIME to w-hold-from-time.
           move                   MC-KEYED-BY to w-hold-keyed-by.
           move                   MC-KEYED-DATE to w-hold-keyed-date.
           move                   MC-KEYED-TIME to w-hold-keyed-time.
           move                   MC-TITLE to w-hold-title.
           move                   MC-TEXT to w-hold-text.
           add                    1 to w-version-count.
           perform                2100-read-next-version.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The code's variants, a language (all its versions) at a time
       3000-list-variants.
           move                   w-group-code to CV-CODE.
           move                   low-values to CV-LANGUAGE.
           move                   zeros to CV-EFF-DATE, CV-EFF-TIME.
           move                   "N" to w-veof.
           start                  msgcatv-file key not < CV-KEY.
           if                     w-var-status not = "00"
              move             "Y" to w-veof,
           else,
              perform          3100-read-next-variant,
           end-if.
           perform                3200-list-one-language
                     until         w-veof-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-read-next-variant.
           read                   msgcatv-file next record
              at end
                 move             "Y" to w-veof,
              not at end
                 if               CV-CODE not = w-group-code
                    move          "Y" to w-veof,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-list-one-language.
           move                   CV-LANGUAGE to w-group-lang.
           move                   CV-LANGUAGE to w-hold-lang.
           move                   "N" to w-hold-any.
           perform                3300-take-variant-version
                     until         w-veof-yes or
                                   CV-LANGUAGE not = w-group-lang.
           move                   99999999 to w-hold-to-date.
           move                   zeros to w-hold-to-time.
           perform                8000-print-held-version.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-take-variant-version.
           move                   CV-EFF-DATE to w-hold-to-date.
           move                   CV-EFF-TIME to w-hold-to-time.
           if                     w-hold-any-yes
              perform          8000-print-held-version,
           end-if.
           move                   "Y" to w-hold-any.
           move                   CV-EFF-DATE to w-hold-from-date.
           move                   CV-EFF-TIME to w-hold-from-time.
           move                   CV-KEYED-BY to w-hold-keyed-by.
           move                   CV-KEYED-DATE to w-hold-keyed-date.
           move                   CV-KEYED-TIME to w-hold-keyed-time.
           move                   CV-TITLE to w-hold-title.
           move                   CV-TEXT to w-hold-text.
           add                    1 to w-variant-version-count.
           perform                3100-read-next-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       7000-print-summary.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "VERSION HISTORY SUMMARY" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   w-code-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  CODES LISTED. . . . . . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-version-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ROW VERSIONS. . . . . . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-variant-version-count
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           string "  VARIANT VERSIONS. . . . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-pending-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  VERSIONS PENDING. . . . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A version still to come is pending; one whose successor has
      *>-> also taken effect is superseded; a deletion not superseded
      *>-> is deleted; the rest is in effect. The
      *>-> text goes out in two halves, as MSGCATI prints it: it is the
      *>-> wording being asked about and must never be cut to fit
       8000-print-held-version.
           evaluate               true,
              when w-hold-from > w-current-datetime
                 move          "PENDING" to w-status,
                 add           1 to w-pending-count,
              when w-hold-to-date not = 99999999 and
                   w-hold-to not > w-current-datetime
                 move          "SUPERSEDED" to w-status,
              when w-hold-title = high-values
                 move          "DELETED" to w-status,
              when other
                 move          "IN EFFECT" to w-status,
           end-evaluate.
           move                   spaces to w-report-detail.
           move                   w-hold-lang to w-report-detail(3:4).
           move                   w-hold-from to w-stamp.
           perform                8100-format-stamp.
           move                   w-stamp-text
                                  to w-report-detail(11:16).
           move                   w-hold-to to w-stamp.
           perform                8100-format-stamp.
           move                   w-stamp-text
                                  to w-report-detail(30:16).
           move                   w-status to w-report-detail(49:11).
           move                   w-hold-keyed-by
                                  to w-report-detail(61:8).
           move                   w-hold-keyed to w-stamp.
           perform                8100-format-stamp.
           move                   w-stamp-text
                                  to w-report-detail(70:16).
           write                  report-line from w-report-detail.
           if                     w-hold-title = high-values
              move             spaces to w-report-detail,
              string "          DELETION - NOT FOUND FROM THIS "
                     "MOMENT ON" into w-report-detail,
              write            report-line from w-report-detail,
           else,
              perform          8050-print-held-wording,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       8050-print-held-wording.
           move                   spaces to w-report-detail.
           string "          TITLE " w-hold-title
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           move                   spaces to w-report-detail.
           string "          TEXT  " w-hold-text(1:100)
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-hold-text(101:100) not = spaces
              move             spaces to w-report-detail,
              string "                " w-hold-text(101:100)
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Zeros are rows carried over from before versions were kept,
      *>-> whose moment (and keyer) was never recorded
       8100-format-stamp.
           evaluate               true,
              when w-stamp = zeros
                 move          "(FIRST ON FILE)" to w-stamp-text,
              when w-stamp-date = 99999999
                 move          "(OPEN)" to w-stamp-text,
              when other
                 move          spaces to w-stamp-text,
                 string w-stamp-date(1:4) "-" w-stamp-date(5:2) "-"
                        w-stamp-date(7:2) " " w-stamp-time(1:2) ":"
                        w-stamp-time(3:2) delimited by size
                                  into w-stamp-text,
           end-evaluate.
       end program                msgcath.
