      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATU: Catalog usage and coverage report. Reads the live
      *>-> audit trail (MSGLOG.DAT) and the MSGARCH archives of the
      *>-> months in range (MSGLOG-YYYYMM.DAT), counting every dialog
      *>-> against the catalog code it was built from (ML-CATALOG-CODE),
      *>-> and joins the counts with the catalog (MSGCAT.DAT), its
      *>-> language variants (MSGCATV.DAT), the operator guidance
      *>-> (MSGHELP.DAT) and its variants (MSGHLPV.DAT), and the
      *>-> languages the consoles are localized into (LANGTAB.DAT).
      *>-> Prints (MSGCATU.PRT):
      *>->   - codes not raised once in the months reported - the
      *>->     candidates for retirement;
      *>->   - codes raised at least the "often" count with no MSGHELP
      *>->     guidance for the operator;
      *>->   - codes lacking a MSGCATV variant, or (where there is base
      *>->     guidance to translate) a MSGHLPV variant, for a language
      *>->     on LANGTAB other than EN, the language the base rows are
      *>->     written in and MSGBOX falls back to;
      *>->   - free-text dialogs (no catalog code) by calling program,
      *>->     busiest first - the next programs to convert to showCode.
      *>-> Dialogs logged before the catalog code was recorded carry
      *>-> none and count as free text, so the report is only telling
      *>-> from the months logged since.
      *>->
      *>-> MSGCATU-MONTHS sets how many months up to the current one are
      *>-> read (unset/blank keeps 12, at most 120); MSGCATU-OFTEN sets
      *>-> how many dialogs make a code "raised often" (unset/blank
      *>-> keeps 10).
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatu.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgcat-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MC-KEY
                                  file status is w-file-status.
           select                 msgcatv-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is CV-KEY
                                  file status is w-file-status.
           select                 msghelp-file
                                  assign to "MSGHELP.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is HG-KEY
                                  file status is w-file-status.
           select                 msghlpv-file
                                  assign to "MSGHLPV.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is HV-KEY
                                  file status is w-file-status.
           select                 langtab-file
                                  assign to "LANGTAB.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is LT-KEY
                                  file status is w-file-status.
      *>-> One FD serves the live log and every archive, the name being
      *>-> rebuilt before each open, as in MSGTREND
           select                 msglog-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ML-KEY
                                  file status is w-log-status.
           select                 report-file
                                  assign to "MSGCATU.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgcat-file.
           copy                   MSGCATR.
       fd  msgcatv-file.
           copy                   MSGCATVR.
       fd  msghelp-file.
           copy                   MSGHLPR.
       fd  msghlpv-file.
           copy                   MSGHLPVR.
       fd  langtab-file.
           copy                   LANGTABR.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-file-status         pic x(02)      value spaces.
       77  w-log-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-log-name            pic x(40)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
      *>-- Months read, counted back from the current one; the
      *>-- environment values arrive left-justified, so they are
      *>-- squared up right-justified before the numeric test
       77  w-months-env          pic x(03)      value spaces.
       77  w-months-just         pic x(03)      value spaces
                                                justified right.
       77  w-months              pic 9(03)      value zeros.
       77  w-often-env           pic x(07)      value spaces.
       77  w-often-just          pic x(07)      value spaces
                                                justified right.
       77  w-often               pic 9(07)      value zeros.
       01  w-current-date        pic 9(08)      value zeros.
       01  filler redefines w-current-date.
           05  w-cur-year        pic 9(04).
           05  w-cur-month       pic 9(02).
           05  w-cur-day         pic 9(02).
       77  w-from-date           pic 9(08)      value zeros.
       77  w-from-months         pic 9(07)      value zeros comp-x.
       77  w-to-months           pic 9(07)      value zeros comp-x.
       77  w-walk-months         pic 9(07)      value zeros comp-x.
       77  w-walk-year           pic 9(04)      value zeros.
       77  w-walk-month          pic 9(02)      value zeros.
       77  w-walk-period         pic 9(06)      value zeros.
      *>-- Languages the consoles are localized into, from LANGTAB
       77  w-lng-max             pic 9(02)      value 20.
       77  w-lng-count           pic 9(02)      value zeros comp-x.
       77  w-lng-i               pic 9(02)      value zeros comp-x.
       77  w-lng-found           pic 9(02)      value zeros comp-x.
       77  w-lng-pos             pic 9(03)      value zeros comp-x.
       77  w-lng-overflow        pic x(01)      value "N".
           88 w-lng-overflow-yes                 value "Y".
       01  w-lng-table.
           05  w-lng-code        pic x(02)      value spaces
                                  occurs 20 times.
      *>-- The catalog, one entry per code in code order; looked up with
      *>-- a binary SEARCH ALL, since every dialog of the period is
      *>-- matched against it
       77  w-cat-max             pic 9(04)      value 2000.
       77  w-cat-count           pic 9(04)      value zeros comp-x.
       77  w-cat-i               pic 9(04)      value zeros comp-x.
       77  w-cat-found           pic 9(04)      value zeros comp-x.
       77  w-cat-overflow        pic x(01)      value "N".
           88 w-cat-overflow-yes                 value "Y".
       01  w-cat-table.
           05  w-cat-entry       occurs 1 to 2000 times
                                  depending on w-cat-count
                                  ascending key is w-cat-code
                                  indexed by w-cat-ix.
               10  w-cat-code    pic x(06).
               10  w-cat-title   pic x(60).
               10  w-cat-raised  pic 9(07).
               10  w-cat-last-date
                                 pic 9(08).
               10  w-cat-help    pic x(01).
               10  w-cat-cv      pic x(01)      occurs 20 times.
               10  w-cat-hv      pic x(01)      occurs 20 times.
       77  w-look-code           pic x(06)      value spaces.
       77  w-look-language       pic x(02)      value spaces.
      *>-- Free-text dialogs by calling program
       77  w-prg-max             pic 9(03)      value 200.
       77  w-prg-count           pic 9(03)      value zeros comp-x.
       77  w-prg-i               pic 9(03)      value zeros comp-x.
       77  w-prg-best            pic 9(03)      value zeros comp-x.
       77  w-prg-rank            pic 9(03)      value zeros comp-x.
       77  w-prg-overflow        pic x(01)      value "N".
           88 w-prg-overflow-yes                 value "Y".
       01  w-prg-table.
           05  w-prg-entry       occurs 200 times
                                  indexed by w-prg-ix.
               10  w-prg-name    pic x(30)      value spaces.
               10  w-prg-count-dialogs
                                 pic 9(07)      value zeros.
               10  w-prg-printed pic x(01)      value "N".
      *>-- Dialogs the record stands for (ML-OCCURS zeros = one)
       77  w-rec-occurs          pic 9(07)      value zeros.
       77  w-read-dialogs        pic 9(07)      value zeros.
       77  w-coded-dialogs       pic 9(07)      value zeros.
       77  w-free-dialogs        pic 9(07)      value zeros.
       77  w-uncataloged-dialogs pic 9(07)      value zeros.
       77  w-line-count          pic 9(07)      value zeros.
       77  w-missing-text        pic x(40)      value spaces.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-months       pic zz9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-range.
           perform                1500-load-languages.
           perform                2000-load-catalog.
           perform                2300-mark-variants.
           perform                2500-mark-guidance.
           perform                2700-mark-guidance-variants.
           perform                3100-read-one-archive
                     varying       w-walk-months from w-from-months
                                  by 1
                     until         w-walk-months > w-to-months.
           move                   "MSGLOG.DAT" to w-log-name.
           perform                3200-read-named-file.
           perform                4000-print-unraised-codes.
           perform                5000-print-unguided-codes.
           perform                6000-print-missing-variants.
           perform                7000-print-free-text.
           perform                8000-print-summary.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value falls back to the default rather than to
      *>-> zero - zero months would report every code as dead
       1000-determine-range.
           move          function current-date(1:8) to w-current-date.
           accept                 w-months-env from environment
                                  "MSGCATU-MONTHS".
           move                   12 to w-months.
           if                     w-months-env not = spaces
              move    function trim(w-months-env) to w-months-just,
              inspect          w-months-just
                               replacing leading " " by "0",
              if               w-months-just is numeric
                 move          w-months-just to w-months,
              end-if,
           end-if.
           if                     w-months = 0
              move             12 to w-months,
           end-if.
           if                     w-months > 120
              move             120 to w-months,
           end-if.
           accept                 w-often-env from environment
                                  "MSGCATU-OFTEN".
           move                   10 to w-often.
           if                     w-often-env not = spaces
              move    function trim(w-often-env) to w-often-just,
              inspect          w-often-just
                               replacing leading " " by "0",
              if               w-often-just is numeric
                 move          w-often-just to w-often,
              end-if,
           end-if.
           compute                w-to-months =
                                  w-cur-year * 12 + w-cur-month
           end-compute.
           compute                w-from-months =
                                  w-to-months - w-months + 1
           end-compute.
           compute                w-walk-year =
                                  (w-from-months - 1) / 12
           end-compute.
           compute                w-walk-month =
                                  w-from-months - w-walk-year * 12
           end-compute.
           compute                w-from-date =
                                  w-walk-year * 10000
                                + w-walk-month * 100 + 1
           end-compute.
           move                   w-months to w-detail-months.
           move                   spaces to w-report-heading.
           string "CATALOG USAGE AND COVERAGE - " w-detail-months
                  " MONTHS FROM " w-from-date
                  into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> LANGTAB is keyed language first, so each language's rows
      *>-> arrive together; EN is the catalog's own language
       1500-load-languages.
           open                   input langtab-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          1600-read-next-language,
              perform          1700-table-language
                 until         w-eof-yes,
              close            langtab-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1600-read-next-language.
           read                   langtab-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       1700-table-language.
           if                     LT-LANGUAGE not = "EN" and
                                  LT-LANGUAGE not = spaces
              move             LT-LANGUAGE to w-look-language,
              perform          1800-find-language,
              if               w-lng-found = 0
                 if            w-lng-count < w-lng-max
                    add        1 to w-lng-count,
                    move       LT-LANGUAGE to w-lng-code(w-lng-count),
                 else,
                    move       "Y" to w-lng-overflow,
                 end-if,
              end-if,
           end-if.
           perform                1600-read-next-language.
      *>--------------------------------------------------------------------------------------------------------------<*
       1800-find-language.
           move                   zeros to w-lng-found.
           perform                1810-match-language
                     varying       w-lng-i from 1 by 1
                     until         w-lng-i > w-lng-count or
                                  w-lng-found > 0.
      *>--------------------------------------------------------------------------------------------------------------<*
       1810-match-language.
           if                     w-lng-code(w-lng-i) = w-look-language
              move             w-lng-i to w-lng-found,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-load-catalog.
           open                   input msgcat-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2100-read-next-code,
              perform          2200-table-code
                 until         w-eof-yes,
              perform          2260-drop-deleted-code,
              close            msgcat-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next-code.
           read                   msgcat-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A code is tabled on its first version; a later one already
      *>-> in effect (nothing dated beyond today is) gives the title
      *>-> the report prints. A code whose version in effect is a
      *>-> deletion (see MSGCATR) is not on the catalog any more: its
      *>-> entry is dropped, and its dialogs count as uncataloged
       2200-table-code.
           if                     w-cat-count > 0 and
                                  MC-CODE = w-cat-code(w-cat-count)
              if               MC-EFF-DATE not > w-current-date
                 move          MC-TITLE to w-cat-title(w-cat-count),
              end-if,
           else,
              perform          2250-table-new-code,
           end-if.
           perform                2100-read-next-code.
      *>--------------------------------------------------------------------------------------------------------------<*
       2250-table-new-code.
           perform                2260-drop-deleted-code.
           if                     w-cat-count < w-cat-max
              add              1 to w-cat-count,
              move             MC-CODE to w-cat-code(w-cat-count),
              move             MC-TITLE to w-cat-title(w-cat-count),
              move             zeros to w-cat-raised(w-cat-count),
              move             zeros to w-cat-last-date(w-cat-count),
              move             "N" to w-cat-help(w-cat-count),
              perform          2210-clear-variant-flags
                 varying       w-lng-i from 1 by 1
                 until         w-lng-i > 20,
           else,
              move             "Y" to w-cat-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2260-drop-deleted-code.
           if                     w-cat-count > 0
              if               w-cat-title(w-cat-count) = high-values
                 subtract      1 from w-cat-count,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2210-clear-variant-flags.
           move                   "N" to w-cat-cv(w-cat-count, w-lng-i).
           move                   "N" to w-cat-hv(w-cat-count, w-lng-i).
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-mark-variants.
           open                   input msgcatv-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2310-read-next-variant,
              perform          2320-mark-one-variant
                 until         w-eof-yes,
              close            msgcatv-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2310-read-next-variant.
           read                   msgcatv-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Versions arrive in order, so the latest decides: a deleted
      *>-> variant leaves the language uncovered
       2320-mark-one-variant.
           move                   CV-CODE to w-look-code.
           perform                2900-find-code.
           move                   CV-LANGUAGE to w-look-language.
           perform                1800-find-language.
           if                     w-cat-found > 0 and w-lng-found > 0
              if               CV-DELETED
                 move          "N" to
                               w-cat-cv(w-cat-found, w-lng-found),
              else,
                 move          "Y" to
                               w-cat-cv(w-cat-found, w-lng-found),
              end-if,
           end-if.
           perform                2310-read-next-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-mark-guidance.
           open                   input msghelp-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2510-read-next-guidance,
              perform          2520-mark-one-guidance
                 until         w-eof-yes,
              close            msghelp-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2510-read-next-guidance.
           read                   msghelp-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2520-mark-one-guidance.
           move                   HG-CODE to w-look-code.
           perform                2900-find-code.
           if                     w-cat-found > 0
              move             "Y" to w-cat-help(w-cat-found),
           end-if.
           perform                2510-read-next-guidance.
      *>--------------------------------------------------------------------------------------------------------------<*
       2700-mark-guidance-variants.
           open                   input msghlpv-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2710-read-next-guidance-variant,
              perform          2720-mark-one-guidance-variant
                 until         w-eof-yes,
              close            msghlpv-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2710-read-next-guidance-variant.
           read                   msghlpv-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2720-mark-one-guidance-variant.
           move                   HV-CODE to w-look-code.
           perform                2900-find-code.
           move                   HV-LANGUAGE to w-look-language.
           perform                1800-find-language.
           if                     w-cat-found > 0 and w-lng-found > 0
              move             "Y" to
                               w-cat-hv(w-cat-found, w-lng-found),
           end-if.
           perform                2710-read-next-guidance-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       2900-find-code.
           move                   zeros to w-cat-found.
           if                     w-cat-count > 0
              search all       w-cat-entry
                 at end
                    continue,
                 when w-cat-code(w-cat-ix) = w-look-code
                    set        w-cat-found to w-cat-ix,
              end-search,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A month lives in exactly one place - its archive once
      *>-> MSGARCH has cut it, the live log until then - so nothing is
      *>-> counted twice; a missing archive is simply skipped
       3100-read-one-archive.
           compute                w-walk-year =
                                  (w-walk-months - 1) / 12
           end-compute.
           compute                w-walk-month =
                                  w-walk-months - w-walk-year * 12
           end-compute.
           compute                w-walk-period =
                                  w-walk-year * 100 + w-walk-month
           end-compute.
           move                   spaces to w-log-name.
           string "MSGLOG-" w-walk-period ".DAT"
                                     into w-log-name.
           perform                3200-read-named-file.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-read-named-file.
           open                   input msglog-file.
           if                     w-log-status = "00"
              move             w-from-date to ML-LOG-DATE,
              move             zeros to ML-LOG-TIME,
              move             zeros to ML-SEQ-NO,
              move             "N" to w-eof,
              start            msglog-file key not < ML-KEY,
              if               w-log-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       3300-read-next,
              end-if,
              perform          3400-count-record
                 until         w-eof-yes,
              close            msglog-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> An archive's closing seal is not a dialog and ends the file
       3300-read-next.
           read                   msglog-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     not w-eof-yes and ML-CLOSING-SEAL
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3400-count-record.
           if                     ML-OCCURS = 0
              move             1 to w-rec-occurs,
           else,
              move             ML-OCCURS to w-rec-occurs,
           end-if.
           add                    w-rec-occurs to w-read-dialogs.
           if                     ML-CATALOG-CODE = spaces
              add              w-rec-occurs to w-free-dialogs,
              perform          3500-count-free-text,
           else,
              add              w-rec-occurs to w-coded-dialogs,
              move             ML-CATALOG-CODE to w-look-code,
              perform          2900-find-code,
              if               w-cat-found > 0
                 add           w-rec-occurs to
                               w-cat-raised(w-cat-found),
                 move          ML-LOG-DATE to
                               w-cat-last-date(w-cat-found),
              else,
                 add           w-rec-occurs to w-uncataloged-dialogs,
              end-if,
           end-if.
           perform                3300-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       3500-count-free-text.
           set                    w-prg-ix to 1.
           search                 w-prg-entry
              at end
                 perform          3600-add-program,
              when w-prg-ix > w-prg-count
                 perform          3600-add-program,
              when w-prg-name(w-prg-ix) = ML-PROGRAM
                 add              w-rec-occurs to
                                  w-prg-count-dialogs(w-prg-ix),
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       3600-add-program.
           if                     w-prg-count < w-prg-max
              add               1 to w-prg-count
              move                ML-PROGRAM to
                                  w-prg-name(w-prg-count)
              move                w-rec-occurs to
                                  w-prg-count-dialogs(w-prg-count)
           else,
              move                "Y" to w-prg-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-unraised-codes.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "CODES NOT RAISED IN THE PERIOD - RETIREMENT "
                  "CANDIDATES" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                4100-check-unraised-code
                     varying       w-cat-i from 1 by 1
                     until         w-cat-i > w-cat-count.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       4100-check-unraised-code.
           if                     w-cat-raised(w-cat-i) = 0
              add              1 to w-line-count,
              move             spaces to w-report-detail,
              string "  " w-cat-code(w-cat-i) "  "
                     w-cat-title(w-cat-i)
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-print-unguided-codes.
           move                   spaces to report-line.
           write                  report-line.
           move                   w-often to w-detail-count.
           move                   spaces to w-report-heading.
           string "CODES RAISED " w-detail-count
                  " TIMES OR MORE WITH NO MSGHELP GUIDANCE"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "  CODE    DIALOGS  LAST RAISED  TITLE"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                5100-check-unguided-code
                     varying       w-cat-i from 1 by 1
                     until         w-cat-i > w-cat-count.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-check-unguided-code.
           if                     w-cat-raised(w-cat-i) not < w-often
              and                 w-cat-raised(w-cat-i) > 0
              and                 w-cat-help(w-cat-i) not = "Y"
              add              1 to w-line-count,
              move             w-cat-raised(w-cat-i) to w-detail-count,
              move             spaces to w-report-detail,
              string "  " w-cat-code(w-cat-i) " " w-detail-count
                     "  " w-cat-last-date(w-cat-i) "     "
                     w-cat-title(w-cat-i)
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Guidance is only missing in a language when there is base
      *>-> guidance to translate; a code with none is listed above
       6000-print-missing-variants.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "CODES MISSING A LANGUAGE VARIANT"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           if                     w-lng-count = 0
              string "  NO LANGUAGE OTHER THAN EN ON LANGTAB.DAT"
                                  into w-report-heading,
           else,
              string "  LANGUAGES:" into w-report-heading,
              perform          6050-list-language
                 varying       w-lng-i from 1 by 1
                 until         w-lng-i > w-lng-count,
           end-if.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                6100-check-code-variants
                     varying       w-cat-i from 1 by 1
                     until         w-cat-i > w-cat-count.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       6050-list-language.
           compute                w-lng-pos = 10 + w-lng-i * 3
           end-compute.
           move                   w-lng-code(w-lng-i) to
                                  w-report-heading(w-lng-pos:2).
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-check-code-variants.
           perform                6200-check-one-language
                     varying       w-lng-i from 1 by 1
                     until         w-lng-i > w-lng-count.
      *>--------------------------------------------------------------------------------------------------------------<*
       6200-check-one-language.
           move                   spaces to w-missing-text.
           evaluate               true,
              when w-cat-cv(w-cat-i, w-lng-i) not = "Y" and
                   w-cat-help(w-cat-i) = "Y" and
                   w-cat-hv(w-cat-i, w-lng-i) not = "Y"
                 move "NO MSGCATV TEXT, NO MSGHLPV GUIDANCE"
                                  to w-missing-text,
              when w-cat-cv(w-cat-i, w-lng-i) not = "Y"
                 move "NO MSGCATV TEXT" to w-missing-text,
              when w-cat-help(w-cat-i) = "Y" and
                   w-cat-hv(w-cat-i, w-lng-i) not = "Y"
                 move "NO MSGHLPV GUIDANCE" to w-missing-text,
           end-evaluate.
           if                     w-missing-text not = spaces
              add              1 to w-line-count,
              move             spaces to w-report-detail,
              string "  " w-cat-code(w-cat-i) "  "
                     w-lng-code(w-lng-i) "  " w-missing-text
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Busiest program first: each pass picks the largest count not
      *>-> yet printed
       7000-print-free-text.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "FREE-TEXT DIALOGS BY CALLING PROGRAM, BUSIEST FIRST"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                7100-print-next-busiest
                     varying       w-prg-rank from 1 by 1
                     until         w-prg-rank > w-prg-count.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       7100-print-next-busiest.
           move                   zeros to w-prg-best.
           perform                7200-compare-program
                     varying       w-prg-i from 1 by 1
                     until         w-prg-i > w-prg-count.
           move                   "Y" to w-prg-printed(w-prg-best).
           add                    1 to w-line-count.
           move                   w-prg-count-dialogs(w-prg-best)
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           string "  " w-prg-name(w-prg-best) " " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       7200-compare-program.
           if                     w-prg-printed(w-prg-i) not = "Y"
              if               w-prg-best = 0
                 move          w-prg-i to w-prg-best,
              else,
                 if            w-prg-count-dialogs(w-prg-i) >
                               w-prg-count-dialogs(w-prg-best)
                    move       w-prg-i to w-prg-best,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       8000-print-summary.
           move                   spaces to report-line.
           write                  report-line.
           move                   w-cat-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "CODES ON MSGCAT.DAT. . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-read-dialogs to w-detail-count.
           move                   spaces to w-report-detail.
           string "DIALOGS READ . . . . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-coded-dialogs to w-detail-count.
           move                   spaces to w-report-detail.
           string "  BUILT FROM A CATALOG CODE. : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-free-dialogs to w-detail-count.
           move                   spaces to w-report-detail.
           string "  FREE TEXT. . . . . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-uncataloged-dialogs > 0
              move             w-uncataloged-dialogs to w-detail-count,
              move             spaces to w-report-detail,
              string "  *** CODE NO LONGER ON MSGCAT.DAT: "
                     w-detail-count into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-cat-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 2000 CATALOG CODES - REPORT "
                     "INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-lng-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 20 LANGUAGES ON LANGTAB.DAT - "
                     "REPORT INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-prg-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 FREE-TEXT PROGRAMS - "
                     "SHORTEN THE PERIOD AND RERUN"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-print-none.
           if                     w-line-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
       end program                msgcatu.
