      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGINTG: Nightly referential-integrity check of the message
      *>-> catalog and everything that names its codes. MSGMAINT,
      *>-> MSGCATI and MSGRCDM refuse (or cascade) any delete that
      *>-> would orphan a dependent row; this job sweeps for whatever
      *>-> got past them anyway - files restored from backup, rows
      *>-> keyed before the checks existed, hand-edited data - and
      *>-> lists on MSGINTG.PRT:
      *>->   - language variants (MSGCATV.DAT), guidance lines
      *>->     (MSGHELP.DAT) and translated guidance lines (MSGHLPV.DAT)
      *>->     whose catalog code is not on MSGCAT.DAT (a code, or a
      *>->     variant, whose latest version is a deletion - see
      *>->     MSGCATR - is not on file);
      *>->   - headless policy "C" entries (MSGPOL.DAT) naming a code
      *>->     that is not on MSGCAT.DAT;
      *>->   - justifications on the audit trail (MSGRSN.DAT) naming a
      *>->     catalog code that is not on MSGCAT.DAT, or citing a
      *>->     reason code that is not on MSGRCD.DAT;
      *>->   - policy "P" entries and maintenance windows (MSGWIND.DAT)
      *>->     naming a calling program never seen on the audit trail.
      *>-> There is no master of calling programs, so the last section
      *>-> is checked against the programs on the live audit trail
      *>-> (MSGLOG.DAT), the MSGARCH archives of the months before it
      *>-> (MSGLOG-YYYYMM.DAT) and the justification trail, and is a
      *>-> warning only: a program deployed since and not yet shown a
      *>-> dialog is listed too. MSGINTG-MONTHS sets how many months up
      *>-> to the current one are read (unset/blank keeps 24, at most
      *>-> 120).
      *>->
      *>-> Return code for the scheduler: 0 = clean, 4 = program
      *>-> references to look into, 8 = orphan or dangling rows found,
      *>-> or a file that could not be read.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgintg.
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
           select                 msgpol-file
                                  assign to "MSGPOL.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is PY-KEY
                                  file status is w-file-status.
           select                 msgrsn-file
                                  assign to "MSGRSN.DAT"
                                  organization is sequential
                                  file status is w-file-status.
           select                 msgrcd-file
                                  assign to "MSGRCD.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is RC-CODE
                                  file status is w-rcd-status.
           select                 msgwind-file
                                  assign to "MSGWIND.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MW-WINDOW-ID
                                  file status is w-file-status.
      *>-> One FD serves the live log and every archive, the name being
      *>-> rebuilt before each open, as in MSGCATU
           select                 msglog-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is sequential
                                  record key is ML-KEY
                                  file status is w-file-status.
           select                 report-file
                                  assign to "MSGINTG.PRT"
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
       fd  msgpol-file.
           copy                   MSGPOLR.
       fd  msgrsn-file.
           copy                   MSGRSNR.
       fd  msgrcd-file.
           copy                   MSGRCDR.
       fd  msgwind-file.
           copy                   MSGWINDR.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-cat-status          pic x(02)      value spaces.
       77  w-rcd-status          pic x(02)      value spaces.
       77  w-file-status         pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  filler redefines w-cur-date.
               10  w-cur-year    pic 9(04).
               10  w-cur-month   pic 9(02).
               10  filler        pic 9(02).
           05  w-cur-time        pic 9(08).
      *>-- The two masters every reference is looked up on; a master
      *>-- that does not exist yet holds no codes at all
       77  w-cat-open            pic x(01)      value "N".
           88 w-cat-open-yes                     value "Y".
       77  w-rcd-open            pic x(01)      value "N".
           88 w-rcd-open-yes                     value "Y".
      *>-- Open of the dependent file being walked: "35" is a file
      *>-- nobody has written to yet, nothing to check
       77  w-open-name           pic x(17)      value spaces.
       77  w-file-ok             pic x(01)      value "N".
           88 w-file-ok-yes                      value "Y".
      *>-- A file walked a second time (MSGRSN.DAT for its programs,
      *>-- MSGPOL.DAT for its program entries) was already reported
      *>-- once if it could not be read, and is not counted again
       77  w-report-failure      pic x(01)      value "Y".
           88 w-report-failure-yes               value "Y".
      *>-- Audit-trail months read for the calling programs, counted
      *>-- back from the current one; the environment value arrives
      *>-- left-justified and is squared up before the numeric test
       77  w-log-name            pic x(40)      value spaces.
       77  w-months-env          pic x(03)      value spaces.
       77  w-months-just         pic x(03)      value spaces
                                                justified right.
       77  w-months              pic 9(03)      value zeros.
       77  w-from-months         pic 9(07)      value zeros comp-x.
       77  w-to-months           pic 9(07)      value zeros comp-x.
       77  w-walk-months         pic 9(07)      value zeros comp-x.
       77  w-walk-year           pic 9(04)      value zeros.
       77  w-walk-month          pic 9(02)      value zeros.
       77  w-walk-period         pic 9(06)      value zeros.
      *>-- Catalog lookup, remembered for the run of rows that name the
      *>-- same code one after the other
       77  w-look-code           pic x(06)      value spaces.
       77  w-last-code           pic x(06)      value high-values.
       77  w-last-found          pic x(01)      value "N".
       77  w-cat-done            pic x(01)      value "N".
           88 w-cat-done-yes                     value "Y".
      *>-- A variant is judged on its latest version, once per code +
      *>-- language
       77  w-look-language       pic x(02)      value spaces.
       77  w-look-title          pic x(60)      value spaces.
       77  w-code-found          pic x(01)      value "N".
           88 w-code-found-yes                   value "Y".
       77  w-reason-found        pic x(01)      value "N".
           88 w-reason-found-yes                 value "Y".
      *>-- Group of orphan guidance lines (code, or code + language)
       77  w-grp-open            pic x(01)      value "N".
           88 w-grp-open-yes                     value "Y".
       77  w-grp-code            pic x(06)      value spaces.
       77  w-grp-lang            pic x(02)      value spaces.
       77  w-grp-lines           pic 9(05)      value zeros.
      *>-- Calling programs seen on the audit trail
       77  w-pgm-max             pic 9(04)      value 1000.
       77  w-pgm-count           pic 9(04)      value zeros comp-x.
       77  w-pgm-overflow        pic x(01)      value "N".
           88 w-pgm-overflow-yes                 value "Y".
       01  w-pgm-table.
           05  w-pgm-entry       occurs 1000 times
                                  indexed by w-pgm-ix.
               10  w-pgm-name    pic x(30)      value spaces.
       77  w-look-program        pic x(30)      value spaces.
       77  w-pgm-found           pic x(01)      value "N".
           88 w-pgm-found-yes                    value "Y".
      *>-- Counts for the summary
       77  w-variant-orphans     pic 9(07)      value zeros.
       77  w-help-orphans        pic 9(07)      value zeros.
       77  w-hlpv-orphans        pic 9(07)      value zeros.
       77  w-policy-dangling     pic 9(07)      value zeros.
       77  w-trail-code-dangling pic 9(07)      value zeros.
       77  w-trail-rsn-dangling  pic 9(07)      value zeros.
       77  w-program-unseen      pic 9(07)      value zeros.
       77  w-unreadable-count    pic 9(07)      value zeros.
       77  w-error-total         pic 9(07)      value zeros.
       77  w-line-count          pic 9(05)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-lines        pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           open                   output report-file.
           perform                1000-print-heading.
           perform                1100-open-masters.
           perform                1200-load-programs.
           perform                2000-check-variants.
           perform                3000-check-help.
           perform                3500-check-help-variants.
           perform                4000-check-code-policies.
           perform                5000-check-justifications.
           perform                6000-check-program-references.
           if                     w-cat-open-yes
              close            msgcat-file,
           end-if.
           if                     w-rcd-open-yes
              close            msgrcd-file,
           end-if.
           perform                7000-print-summary.
           close                  report-file.
           compute                w-error-total =
                                  w-variant-orphans + w-help-orphans +
                                  w-hlpv-orphans + w-policy-dangling +
                                  w-trail-code-dangling +
                                  w-trail-rsn-dangling +
                                  w-unreadable-count
           end-compute.
           evaluate               true,
              when w-error-total > 0
                 move             8 to return-code,
              when w-program-unseen > 0
                 move             4 to return-code,
              when other
                 move             0 to return-code,
           end-evaluate.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-print-heading.
           move                   spaces to w-report-heading.
           string "REFERENTIAL INTEGRITY CHECK - RUN " w-cur-date " "
                  w-cur-time(1:4) into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-open-masters.
           open                   input msgcat-file.
           move                   "MSGCAT.DAT" to w-open-name.
           move                   w-cat-status to w-file-status.
           perform                8900-check-open.
           move                   w-file-ok to w-cat-open.
           open                   input msgrcd-file.
           move                   "MSGRCD.DAT" to w-open-name.
           move                   w-rcd-status to w-file-status.
           perform                8900-check-open.
           move                   w-file-ok to w-rcd-open.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every program the audit trail - its archives of the months
      *>-> read, then the live log - and the justification trail have
      *>-> seen show a dialog. MSGRSN.DAT is reported, if unreadable,
      *>-> where its justifications are checked
       1200-load-programs.
           perform                1250-determine-months.
           perform                1260-read-one-archive
                     varying       w-walk-months from w-from-months
                                  by 1
                     until         w-walk-months > w-to-months.
           move                   "MSGLOG.DAT" to w-log-name.
           perform                1270-read-named-log.
           move                   "N" to w-report-failure.
           open                   input msgrsn-file.
           move                   "MSGRSN.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          5100-read-next-justification,
              perform          1230-table-trail-program
                 until         w-eof-yes,
              close            msgrsn-file,
           end-if.
           move                   "Y" to w-report-failure.
      *>--------------------------------------------------------------------------------------------------------------<*
       1210-read-next-log.
           read                   msglog-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1220-table-log-program.
           if                     not ML-CLOSING-SEAL
              move             ML-PROGRAM to w-look-program,
              perform          1240-table-program,
           end-if.
           perform                1210-read-next-log.
      *>--------------------------------------------------------------------------------------------------------------<*
       1230-table-trail-program.
           move                   RR-PROGRAM to w-look-program.
           perform                1240-table-program.
           perform                5100-read-next-justification.
      *>--------------------------------------------------------------------------------------------------------------<*
       1240-table-program.
           perform                8200-find-program.
           if                     not w-pgm-found-yes and
                                  w-look-program not = spaces
              if               w-pgm-count < w-pgm-max
                 add           1 to w-pgm-count,
                 move          w-look-program
                               to w-pgm-name(w-pgm-count),
              else,
                 move          "Y" to w-pgm-overflow,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value falls back to the default rather than to
      *>-> zero - zero months would read no archive at all
       1250-determine-months.
           accept                 w-months-env from environment
                                  "MSGINTG-MONTHS".
           move                   24 to w-months.
           if                     w-months-env not = spaces
              move    function trim(w-months-env) to w-months-just,
              inspect          w-months-just
                               replacing leading " " by "0",
              if               w-months-just is numeric
                 move          w-months-just to w-months,
              end-if,
           end-if.
           if                     w-months = 0
              move             24 to w-months,
           end-if.
           if                     w-months > 120
              move             120 to w-months,
           end-if.
           compute                w-to-months =
                                  w-cur-year * 12 + w-cur-month
           end-compute.
           compute                w-from-months =
                                  w-to-months - w-months + 1
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A month not yet cut by MSGARCH has no archive - a missing
      *>-> archive is simply skipped
       1260-read-one-archive.
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
           perform                1270-read-named-log.
      *>--------------------------------------------------------------------------------------------------------------<*
       1270-read-named-log.
           open                   input msglog-file.
           move                   w-log-name to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          1210-read-next-log,
              perform          1220-table-log-program
                 until         w-eof-yes,
              close            msglog-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-check-variants.
           move                   spaces to w-report-heading.
           string "LANGUAGE VARIANTS WITHOUT A CATALOG ROW   CODE   "
                  "LANG  TITLE" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgcatv-file.
           move                   "MSGCATV.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          2100-read-next-variant,
              perform          2200-check-one-variant
                 until         w-eof-yes,
              close            msgcatv-file,
           end-if.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next-variant.
           read                   msgcatv-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A variant deleted itself hangs off nothing, whatever became
      *>-> of its code
       2200-check-one-variant.
           move                   CV-CODE to w-look-code.
           move                   CV-LANGUAGE to w-look-language.
           perform                2210-take-variant-version
                     until         w-eof-yes or
                                   CV-CODE not = w-look-code or
                                   CV-LANGUAGE not = w-look-language.
           if                     w-look-title not = high-values
              perform          8000-find-code,
              if               not w-code-found-yes
                 add           1 to w-variant-orphans,
                 add           1 to w-line-count,
                 move          spaces to w-report-detail,
                 move          w-look-code to w-report-detail(43:6),
                 move          w-look-language
                               to w-report-detail(50:2),
                 move          w-look-title to w-report-detail(56:60),
                 write         report-line from w-report-detail,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2210-take-variant-version.
           move                   CV-TITLE to w-look-title.
           perform                2100-read-next-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One line per orphaned code, with the number of its lines
       3000-check-help.
           move                   spaces to w-report-heading.
           string "GUIDANCE WITHOUT A CATALOG ROW            CODE   "
                  "      LINES" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           move                   "N" to w-grp-open.
           open                   input msghelp-file.
           move                   "MSGHELP.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          3100-read-next-help,
              perform          3200-check-one-help-line
                 until         w-eof-yes,
              close            msghelp-file,
           end-if.
           perform                8500-flush-group.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-read-next-help.
           read                   msghelp-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-check-one-help-line.
           move                   HG-CODE to w-look-code.
           perform                8000-find-code.
           if                     not w-code-found-yes
              add              1 to w-help-orphans,
              if               not w-grp-open-yes or
                               HG-CODE not = w-grp-code
                 perform       8500-flush-group,
                 move          "Y" to w-grp-open,
                 move          HG-CODE to w-grp-code,
                 move          spaces to w-grp-lang,
                 move          zeros to w-grp-lines,
              end-if,
              add              1 to w-grp-lines,
           end-if.
           perform                3100-read-next-help.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One line per orphaned code and language
       3500-check-help-variants.
           move                   spaces to w-report-heading.
           string "TRANSLATED GUIDANCE WITHOUT A CATALOG ROW CODE   "
                  "LANG  LINES" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           move                   "N" to w-grp-open.
           open                   input msghlpv-file.
           move                   "MSGHLPV.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          3600-read-next-help-variant,
              perform          3700-check-one-help-variant
                 until         w-eof-yes,
              close            msghlpv-file,
           end-if.
           perform                8500-flush-group.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       3600-read-next-help-variant.
           read                   msghlpv-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3700-check-one-help-variant.
           move                   HV-CODE to w-look-code.
           perform                8000-find-code.
           if                     not w-code-found-yes
              add              1 to w-hlpv-orphans,
              if               not w-grp-open-yes or
                               HV-CODE not = w-grp-code or
                               HV-LANGUAGE not = w-grp-lang
                 perform       8500-flush-group,
                 move          "Y" to w-grp-open,
                 move          HV-CODE to w-grp-code,
                 move          HV-LANGUAGE to w-grp-lang,
                 move          zeros to w-grp-lines,
              end-if,
              add              1 to w-grp-lines,
           end-if.
           perform                3600-read-next-help-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-check-code-policies.
           move                   spaces to w-report-heading.
           string "POLICY ENTRIES NAMING NO CATALOG CODE     CODE   "
                  "      ACTION" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgpol-file.
           move                   "MSGPOL.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          4100-read-next-policy,
              perform          4200-check-one-code-policy
                 until         w-eof-yes,
              close            msgpol-file,
           end-if.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       4100-read-next-policy.
           read                   msgpol-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4200-check-one-code-policy.
           if                     PY-KEY-TYPE = "C"
              move             PY-KEY-VALUE(1:6) to w-look-code,
              perform          8000-find-code,
              if               not w-code-found-yes
                 add           1 to w-policy-dangling,
                 add           1 to w-line-count,
                 move          spaces to w-report-detail,
                 move          PY-KEY-VALUE(1:6)
                               to w-report-detail(43:6),
                 move          PY-ACTION to w-report-detail(56:1),
                 write         report-line from w-report-detail,
              end-if,
           end-if.
           perform                4100-read-next-policy.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Records captured before catalog codes or reason codes were
      *>-> carried on the trail hold spaces there and name nothing
       5000-check-justifications.
           move                   spaces to w-report-heading.
           string "JUSTIFICATIONS NAMING NO CODE    LOGGED        "
                  "PROGRAM                        CODE   REASON  "
                  "MISSING" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgrsn-file.
           move                   "MSGRSN.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          5100-read-next-justification,
              perform          5200-check-one-justification
                 until         w-eof-yes,
              close            msgrsn-file,
           end-if.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-read-next-justification.
           read                   msgrsn-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5200-check-one-justification.
           move                   "Y" to w-code-found.
           move                   "Y" to w-reason-found.
           if                     RR-CODE not = spaces
              move             RR-CODE to w-look-code,
              perform          8000-find-code,
           end-if.
           if                     RR-REASON-CODE not = spaces
              perform          8100-find-reason,
           end-if.
           if                     not w-code-found-yes or
                                  not w-reason-found-yes
              add              1 to w-line-count,
              move             spaces to w-report-detail,
              move             RR-LOG-DATE to w-report-detail(34:8),
              move             RR-LOG-TIME(1:4)
                               to w-report-detail(43:4),
              move             RR-PROGRAM to w-report-detail(48:30),
              move             RR-CODE to w-report-detail(79:6),
              move             RR-REASON-CODE
                               to w-report-detail(86:4),
              evaluate         true,
                 when not w-code-found-yes and
                      not w-reason-found-yes
                    add        1 to w-trail-code-dangling,
                    add        1 to w-trail-rsn-dangling,
                    move       "CATALOG CODE, REASON CODE"
                               to w-report-detail(94:25),
                 when not w-code-found-yes
                    add        1 to w-trail-code-dangling,
                    move       "CATALOG CODE"
                               to w-report-detail(94:25),
                 when other
                    add        1 to w-trail-rsn-dangling,
                    move       "REASON CODE"
                               to w-report-detail(94:25),
              end-evaluate,
              write            report-line from w-report-detail,
           end-if.
           perform                5100-read-next-justification.
      *>--------------------------------------------------------------------------------------------------------------<*
       6000-check-program-references.
           move                   spaces to w-report-heading.
           string "PROGRAMS NOT SEEN ON THE AUDIT TRAIL      FILE      "
                  "ENTRY     PROGRAM" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           if                     w-pgm-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 1000 PROGRAMS ON THE AUDIT "
                     "TRAIL - SOME LISTED BELOW MAY HAVE BEEN SEEN"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   "N" to w-report-failure.
           open                   input msgpol-file.
           move                   "MSGPOL.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          4100-read-next-policy,
              perform          6100-check-one-program-policy
                 until         w-eof-yes,
              close            msgpol-file,
           end-if.
           move                   "Y" to w-report-failure.
           open                   input msgwind-file.
           move                   "MSGWIND.DAT" to w-open-name.
           perform                8900-check-open.
           if                     w-file-ok-yes
              move             "N" to w-eof,
              perform          6200-read-next-window,
              perform          6300-check-one-window
                 until         w-eof-yes,
              close            msgwind-file,
           end-if.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-check-one-program-policy.
           if                     PY-KEY-TYPE = "P"
              move             PY-KEY-VALUE to w-look-program,
              perform          8200-find-program,
              if               not w-pgm-found-yes
                 add           1 to w-program-unseen,
                 add           1 to w-line-count,
                 move          spaces to w-report-detail,
                 move          "MSGPOL" to w-report-detail(43:6),
                 move          "POLICY" to w-report-detail(53:6),
                 move          PY-KEY-VALUE to w-report-detail(63:30),
                 write         report-line from w-report-detail,
              end-if,
           end-if.
           perform                4100-read-next-policy.
      *>--------------------------------------------------------------------------------------------------------------<*
       6200-read-next-window.
           read                   msgwind-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              perform          8950-report-read-failure,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "ALL" (or spaces) covers every program and names none
       6300-check-one-window.
           if                     MW-PROGRAM not = spaces and
                                  MW-PROGRAM not = "ALL"
              move             MW-PROGRAM to w-look-program,
              perform          8200-find-program,
              if               not w-pgm-found-yes
                 add           1 to w-program-unseen,
                 add           1 to w-line-count,
                 move          spaces to w-report-detail,
                 move          "MSGWIND" to w-report-detail(43:7),
                 move          MW-WINDOW-ID to w-report-detail(53:8),
                 move          MW-PROGRAM to w-report-detail(63:30),
                 write         report-line from w-report-detail,
              end-if,
           end-if.
           perform                6200-read-next-window.
      *>--------------------------------------------------------------------------------------------------------------<*
       7000-print-summary.
           move                   spaces to w-report-heading.
           string "INTEGRITY SUMMARY" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   w-variant-orphans to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ORPHAN LANGUAGE VARIANTS. . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-help-orphans to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ORPHAN GUIDANCE LINES . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-hlpv-orphans to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ORPHAN TRANSLATED GUIDANCE LINES. : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-policy-dangling to w-detail-count.
           move                   spaces to w-report-detail.
           string "  POLICIES NAMING NO CATALOG CODE . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-trail-code-dangling
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           string "  JUSTIFICATIONS, NO CATALOG CODE . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-trail-rsn-dangling
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           string "  JUSTIFICATIONS, NO REASON CODE. . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-program-unseen to w-detail-count.
           move                   spaces to w-report-detail.
           string "  PROGRAMS NOT SEEN (WARNING) . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-unreadable-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  FILES THAT COULD NOT BE READ. . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Rows of one dependent file arrive in code order, so the same
      *>-> code is only looked up once per run of rows naming it. A
      *>-> catalog that exists but cannot be read proves nothing either
      *>-> way - it is reported once, not as every row an orphan. Any
      *>-> version of the code, in effect or still to come, counts -
      *>-> unless the latest one is a deletion
       8000-find-code.
           if                     w-look-code not = w-last-code
              move             w-look-code to w-last-code,
              move             "N" to w-last-found,
              if               w-cat-open-yes
                 move          w-look-code to MC-CODE,
                 move          zeros to MC-EFF-DATE, MC-EFF-TIME,
                 start         msgcat-file key not < MC-KEY,
                 if            w-cat-status = "00"
                    move       "N" to w-cat-done,
                    perform    8010-check-code-version
                       until   w-cat-done-yes,
                 end-if,
              else,
                 if            w-cat-status not = "35"
                    move       "Y" to w-last-found,
                 end-if,
              end-if,
           end-if.
           move                   w-last-found to w-code-found.
      *>--------------------------------------------------------------------------------------------------------------<*
       8010-check-code-version.
           read                   msgcat-file next record.
           if                     w-cat-status not = "00" or
                                  MC-CODE not = w-look-code
              move             "Y" to w-cat-done,
           else,
              if               MC-DELETED
                 move          "N" to w-last-found,
              else,
                 move          "Y" to w-last-found,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       8100-find-reason.
           move                   "N" to w-reason-found.
           if                     not w-rcd-open-yes and
                                  w-rcd-status not = "35"
              move             "Y" to w-reason-found,
           end-if.
           if                     w-rcd-open-yes
              move             RR-REASON-CODE to RC-CODE,
              read             msgrcd-file key is RC-CODE,
              if               w-rcd-status = "00"
                 move          "Y" to w-reason-found,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       8200-find-program.
           move                   "N" to w-pgm-found.
           if                     w-pgm-count > 0
              set              w-pgm-ix to 1,
              search           w-pgm-entry
                 when          w-pgm-ix > w-pgm-count
                    continue
                 when          w-pgm-name(w-pgm-ix) = w-look-program
                    move       "Y" to w-pgm-found
              end-search,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       8500-flush-group.
           if                     w-grp-open-yes
              add              1 to w-line-count,
              move             w-grp-lines to w-detail-lines,
              move             spaces to w-report-detail,
              move             w-grp-code to w-report-detail(43:6),
              move             w-grp-lang to w-report-detail(50:2),
              move             w-detail-lines to w-report-detail(56:5),
              write            report-line from w-report-detail,
              move             "N" to w-grp-open,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A file that cannot be opened for any reason but not being
      *>-> there yet is itself a finding: its rows went unchecked
       8900-check-open.
           move                   "N" to w-file-ok.
           evaluate               w-file-status,
              when "00"
                 move             "Y" to w-file-ok,
              when "35"
                 continue,
              when other
                 if               w-report-failure-yes
                    add           1 to w-unreadable-count,
                    move          spaces to w-report-detail,
                    string "  *** " w-open-name
                           " COULD NOT BE OPENED - STATUS "
                           w-file-status " - NOT CHECKED"
                                  into w-report-detail,
                    write         report-line from w-report-detail,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A read that fails part way through leaves the rest of the
      *>-> file unchecked - a finding in its own right, and the end of
      *>-> the walk
       8950-report-read-failure.
           if                     w-report-failure-yes
              add              1 to w-unreadable-count,
              move             spaces to w-report-detail,
              string "  *** " w-open-name " READ FAILED, STATUS "
                     w-file-status " - REST OF FILE NOT CHECKED"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   "Y" to w-eof.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-print-none.
           if                     w-line-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
       end program                msgintg.
