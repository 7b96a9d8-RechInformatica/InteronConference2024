      *>-> via MSGHLPVW) that show swaps in for the operator's language.
      *>-> A variant's placeholders are validated against the BASE row's
      *>-> substitution count: a translation can never break an addSub
      *>-> chain the base wording satisfies. A code is only deleted
      *>-> once nothing depends on it (see 5000-delete-row).
      *>->
      *>-> Rows and variants are kept as dated versions (see MSGCATR):
      *>-> an add or change asks the date it takes effect from, and a
      *>-> future date leaves the wording on file, unused, until then.
      *>-> V)ersions lists every version of a code or variant with its
      *>-> effective window and who keyed it, and shows the wording in
      *>-> effect on any date asked; W)ithdraw drops a version that has
      *>-> not yet taken effect. A delete keeps the versions already in
      *>-> effect and files a dated deletion behind them, listed as
      *>-> DELETED.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgmaint.
           select                 msgcat-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is MC-KEY
                                  file status is w-file-status.
           select                 msgcatv-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CV-KEY
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgcat-file.
           copy                   MSGCATR.
       fd  msgcatv-file.
           copy                   MSGCATVR.
       working-storage            section.
       copy                       MBCONST.
       77  w-file-status         pic x(02)      value spaces.
           88 w-option-help                      value "H".
           88 w-option-lang-row                  value "L".
           88 w-option-lang-help                 value "G".
           88 w-option-versions                  value "V".
           88 w-option-withdraw                  value "W".
           88 w-option-exit                      value "X".
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                          value "Y".
       77  w-help-text           pic x(70)      value spaces.
       77  w-help-done           pic x(01)      value "N".
           88 w-help-done-yes                    value "Y".
      *>-> Dependent-row check before a delete (MSGREFC)
       copy                       MSGREFP.
       77  w-confirm             pic x(01)      value spaces.
       01  w-display-count       pic z(6)9.
      *>-> Effective-from entry: zeros file the version as of now, a
      *>-> later date from the start of that day
       77  w-eff-entry           pic x(08)      value spaces.
       01  w-eff.
           05  w-eff-date        pic 9(08)      value zeros.
           05  w-eff-time        pic 9(08)      value zeros.
       01  w-now.
           05  w-now-date        pic 9(08)      value zeros.
           05  w-now-time        pic 9(08)      value zeros.
      *>-> As-of for the catalog lookups: the latest version keyed,
      *>-> whatever its date - is the code cataloged at all
       01  w-latest.
           05  w-latest-date     pic 9(08)      value 99999999.
           05  w-latest-time     pic 9(08)      value zeros.
      *>-> Version history inquiry; a version is held until the next
      *>-> one read closes its window
       77  w-hist-any            pic x(01)      value "N".
           88 w-hist-any-yes                     value "Y".
       77  w-hist-done           pic x(01)      value "N".
           88 w-hist-done-yes                    value "Y".
       77  w-hist-status         pic x(11)      value spaces.
       77  w-hist-line           pic x(79)      value spaces.
       01  w-hist-hold.
           05  w-hold-from.
               10  w-hold-from-date pic 9(08)   value zeros.
               10  w-hold-from-time pic 9(08)   value zeros.
           05  w-hold-keyed-by   pic x(08)      value spaces.
           05  w-hold-keyed-date pic 9(08)      value zeros.
           05  w-hold-title      pic x(60)      value spaces.
       01  w-hist-to.
           05  w-hist-to-date    pic 9(08)      value zeros.
           05  w-hist-to-time    pic 9(08)      value zeros.
       01  w-hist-stamp.
           05  w-hist-stamp-date pic 9(08).
           05  w-hist-stamp-time pic 9(08).
       77  w-hist-stamp-text     pic x(16)      value spaces.
       77  w-hist-from-text      pic x(16)      value spaces.
       77  w-as-of-entry         pic x(08)      value spaces.
       77  w-as-of-time-entry    pic x(06)      value spaces.
       01  w-as-of.
           05  w-as-of-date      pic 9(08)      value zeros.
           05  w-as-of-time      pic 9(08)      value zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
                 perform          8000-maintain-variant-row,
              when w-option-lang-help
                 perform          8500-maintain-variant-help,
              when w-option-versions
                 perform          9000-version-history,
              when w-option-withdraw
                 perform          9500-withdraw-version,
              when w-option-exit
                 move             "Y" to w-done,
              when other
       1000-show-menu.
           display "MSGCAT Maintenance - B)rowse A)dd C)hange "
              "D)elete H)elp text L)anguage row G) language help "
              "V)ersions W)ithdraw X)it" upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-option.
           move                   spaces to w-option.
           accept                 w-option from crt.
           move          function upper-case(w-option) to w-option.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every version on file, in effective order within the code
       2000-browse-catalog.
           open                   input msgcat-file.
           if                     w-file-status not = "00"
              at end
                 continue,
              not at end
                 if MC-DELETED
                    display MC-CODE " " MC-EFF-DATE " *** DELETED ***"
                       upon crt,
                 else,
                    display MC-CODE " " MC-EFF-DATE " " MC-TITLE
                       upon crt,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-add-row.
           accept                 w-code from crt.
           perform                6000-enter-row-fields.
           if w-valid-yes
              perform          6500-enter-effective-date,
           end-if.
           if w-valid-yes
              call "MSGCATW" using "A", w-code, w-eff, w-title, w-icon,
                 w-buttons, w-subst-count, w-text, w-return-code
              evaluate         w-return-code,
                 when 2
                    display "Code already exists" upon crt,
                 when 3
                    display "Effective date has already passed"
                       upon crt,
              end-evaluate,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-change-row.
           accept                 w-code from crt.
           perform                6000-enter-row-fields.
           if w-valid-yes
              perform          6500-enter-effective-date,
           end-if.
           if w-valid-yes
              call "MSGCATW" using "C", w-code, w-eff, w-title, w-icon,
                 w-buttons, w-subst-count, w-text, w-return-code
              evaluate         w-return-code,
                 when 1
                    display "Code not found" upon crt,
                 when 3
                    display "Effective date has already passed"
                       upon crt,
              end-evaluate,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A code still named elsewhere is never simply deleted: the
      *>-> justifications on the audit trail refuse it outright, and
      *>-> its policy entry, variants and guidance are listed and only
      *>-> taken off with it once the operator confirms the cascade.
      *>-> The dependents go first, so a cascade that fails part-way
      *>-> keeps the catalog row they still hang off
       5000-delete-row.
           display "Code to delete: " upon crt.
           accept                 w-code from crt.
           call "MSGCATL" using w-code, w-found, w-title, w-icon,
              w-buttons, w-subst-count, w-text, w-latest.
           if w-found = "N"
              display "Code not found" upon crt,
           else,
              move             "C" to RF-FUNCTION,
              move             w-code to RF-CODE,
              call "MSGREFC" using MSGREF-PARMS,
              evaluate         true,
                 when not RF-OK
                    display "Dependent files could not be checked, "
                       "code not deleted" upon crt,
                 when RF-TRAIL-COUNT > 0
                    move       RF-TRAIL-COUNT to w-display-count,
                    display "Code is named by" w-display-count
                       " justifications on the audit trail - it "
                       "cannot be deleted" upon crt,
                 when RF-POLICY-COUNT = 0 and RF-VARIANT-COUNT = 0
                      and RF-HELP-COUNT = 0 and RF-HLPV-COUNT = 0
                    perform    5100-delete-catalog-row,
                 when other
                    perform    5200-confirm-cascade,
              end-evaluate,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-delete-catalog-row.
           call "MSGCATW" using "D", w-code, w-eff, w-title, w-icon,
              w-buttons, w-subst-count, w-text, w-return-code.
           if w-return-code = 1
              display "Code not found" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5200-confirm-cascade.
           display "Code " w-code " is still named by:" upon crt.
           move                   RF-POLICY-COUNT to w-display-count.
           display "  headless policy entries.:" w-display-count
              upon crt.
           move                   RF-VARIANT-COUNT to w-display-count.
           display "  language variants.......:" w-display-count
              upon crt.
           move                   RF-HELP-COUNT to w-display-count.
           display "  guidance lines..........:" w-display-count
              upon crt.
           move                   RF-HLPV-COUNT to w-display-count.
           display "  translated guidance.....:" w-display-count
              upon crt.
           display "Delete the code and all of these (Y/N): "
              upon crt.
           move                   spaces to w-confirm.
           accept                 w-confirm from crt.
           move          function upper-case(w-confirm) to w-confirm.
           if w-confirm = "Y"
              move             "D" to RF-FUNCTION,
              move             w-code to RF-CODE,
              call "MSGREFC" using MSGREF-PARMS,
              if RF-OK
                 perform       5100-delete-catalog-row,
              else,
                 display "Dependent rows could not all be deleted, "
                    "code kept" upon crt,
              end-if,
           else,
              display "Code not deleted" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       6000-enter-row-fields.
           move                   "Y" to w-valid.
                 "substitution count" upon crt,
              move "N" to w-valid,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Blank or today files the version as of now; a later date
      *>-> holds it back until the start of that day. The wording a
      *>-> dialog was already shown is never rewritten, so an earlier
      *>-> date is refused
       6500-enter-effective-date.
           move                   zeros to w-eff.
           move       function current-date(1:16) to w-now.
           display "Effective from (YYYYMMDD, blank = now): "
              upon crt.
           move                   spaces to w-eff-entry.
           accept                 w-eff-entry from crt.
           if w-eff-entry not = spaces
              if w-eff-entry is not numeric
                 display "Key the date as YYYYMMDD" upon crt,
                 move          "N" to w-valid,
              else,
                 move          w-eff-entry to w-eff-date,
                 evaluate      true,
                    when function integer-of-date(w-eff-date) = 0
                       display "Not a valid date: " w-eff-entry
                          upon crt,
                       move    "N" to w-valid,
                    when w-eff-date < w-now-date
                       display "A version cannot take effect in the "
                          "past" upon crt,
                       move    "N" to w-valid,
                    when w-eff-date = w-now-date
                       move    zeros to w-eff-date,
                 end-evaluate,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       6310-scan-next-char.
           if w-text(w-place-scan:1) = "%" and
           display "Code for guidance text: " upon crt.
           accept                 w-code from crt.
           call "MSGCATL" using w-code, w-found, w-title, w-icon,
              w-buttons, w-subst-count, w-text, w-latest.
           if w-found = "N"
              display "Code not found in catalog" upon crt,
           else,
           display "Code for language variant: " upon crt.
           accept                 w-code from crt.
           call "MSGCATL" using w-code, w-found, w-title, w-icon,
              w-buttons, w-subst-count, w-text, w-latest.
           if w-found = "N"
              display "Code not found in catalog" upon crt,
           else,
           evaluate               w-var-action,
              when "D"
                 call "MSGCATVW" using "D", w-code, w-language,
                    w-eff, w-title, w-text, w-return-code,
                 if w-return-code = 1
                    display "Variant not found" upon crt,
                 end-if,
              "placeholders): " upon crt.
           accept                 w-text from crt.
           perform                6300-validate-placeholders.
           if w-valid-yes
              perform          6500-enter-effective-date,
           end-if.
           if w-valid-yes
              call "MSGCATVW" using w-var-action, w-code, w-language,
                 w-eff, w-title, w-text, w-return-code
              evaluate            w-return-code,
                 when 1
                    display "Variant not found" upon crt,
                 when 2
                    display "Variant already exists" upon crt,
                 when 3
                    display "Effective date has already passed"
                       upon crt,
              end-evaluate,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
           display "Code for guidance variant: " upon crt.
           accept                 w-code from crt.
           call "MSGCATL" using w-code, w-found, w-title, w-icon,
              w-buttons, w-subst-count, w-text, w-latest.
           if w-found = "N"
              display "Code not found in catalog" upon crt,
           else,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lists every version of a code's row, or of one language
      *>-> variant, with the window it was (or will be) in effect and
      *>-> who keyed it, then shows the wording in effect on any date
      *>-> asked - what a dialog built from the code said that day
       9000-version-history.
           display "Code for version history: " upon crt.
           accept                 w-code from crt.
           display "Language (blank = the base row): " upon crt.
           move                   spaces to w-language.
           accept                 w-language from crt.
           move          function upper-case(w-language)
                                  to w-language.
           move       function current-date(1:16) to w-now.
           move                   "N" to w-hist-any.
           move                   "N" to w-hist-done.
           if w-language = spaces
              perform          9100-list-row-versions,
           else,
              perform          9200-list-variant-versions,
           end-if.
           if w-hist-any-yes
              move             99999999 to w-hist-to-date,
              move             zeros to w-hist-to-time,
              perform          9300-show-held-version,
              perform          9400-show-wording-as-of,
           else,
              display "No versions on file" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9100-list-row-versions.
           open                   input msgcat-file.
           if w-file-status = "00"
              move             w-code to MC-CODE,
              move             zeros to MC-EFF-DATE, MC-EFF-TIME,
              start            msgcat-file key not < MC-KEY,
              if w-file-status = "00"
                 perform       9110-next-row-version
                    until      w-hist-done-yes,
              end-if,
              close            msgcat-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each version read closes the window of the one held
       9110-next-row-version.
           read                   msgcat-file next record
              at end
                 move          "Y" to w-hist-done,
              not at end
                 if MC-CODE not = w-code
                    move       "Y" to w-hist-done,
                 else,
                    move       MC-EFF-DATE to w-hist-to-date,
                    move       MC-EFF-TIME to w-hist-to-time,
                    if w-hist-any-yes
                       perform 9300-show-held-version,
                    end-if,
                    move       "Y" to w-hist-any,
                    move       MC-EFF-DATE to w-hold-from-date,
                    move       MC-EFF-TIME to w-hold-from-time,
                    move       MC-KEYED-BY to w-hold-keyed-by,
                    move       MC-KEYED-DATE to w-hold-keyed-date,
                    move       MC-TITLE to w-hold-title,
                    if MC-DELETED
                       move    "*** DELETED - CODE NOT FOUND"
                               to w-hold-title,
                    end-if,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       9200-list-variant-versions.
           open                   input msgcatv-file.
           if w-file-status = "00"
              move             w-code to CV-CODE,
              move             w-language to CV-LANGUAGE,
              move             zeros to CV-EFF-DATE, CV-EFF-TIME,
              start            msgcatv-file key not < CV-KEY,
              if w-file-status = "00"
                 perform       9210-next-variant-version
                    until      w-hist-done-yes,
              end-if,
              close            msgcatv-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9210-next-variant-version.
           read                   msgcatv-file next record
              at end
                 move          "Y" to w-hist-done,
              not at end
                 if CV-CODE not = w-code or
                    CV-LANGUAGE not = w-language
                    move       "Y" to w-hist-done,
                 else,
                    move       CV-EFF-DATE to w-hist-to-date,
                    move       CV-EFF-TIME to w-hist-to-time,
                    if w-hist-any-yes
                       perform 9300-show-held-version,
                    end-if,
                    move       "Y" to w-hist-any,
                    move       CV-EFF-DATE to w-hold-from-date,
                    move       CV-EFF-TIME to w-hold-from-time,
                    move       CV-KEYED-BY to w-hold-keyed-by,
                    move       CV-KEYED-DATE to w-hold-keyed-date,
                    move       CV-TITLE to w-hold-title,
                    if CV-DELETED
                       move    "*** DELETED - BASE WORDING STANDS"
                               to w-hold-title,
                    end-if,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A version still to come is pending; one whose successor has
      *>-> also taken effect is superseded; an all-nines "to" means no
      *>-> successor is on file
       9300-show-held-version.
           evaluate               true,
              when w-hold-from > w-now
                 move          "PENDING" to w-hist-status,
              when w-hist-to-date not = 99999999 and
                   w-hist-to not > w-now
                 move          "SUPERSEDED" to w-hist-status,
              when other
                 move          "IN EFFECT" to w-hist-status,
           end-evaluate.
           move                   spaces to w-hist-line.
           move                   w-hold-from to w-hist-stamp.
           perform                9350-format-stamp.
           move                   w-hist-stamp-text to w-hist-from-text.
           move                   w-hist-to to w-hist-stamp.
           perform                9350-format-stamp.
           string "From " w-hist-from-text " to " w-hist-stamp-text
              "  " w-hist-status " by " w-hold-keyed-by " on "
              w-hold-keyed-date delimited by size into w-hist-line.
           display                w-hist-line upon crt.
           display "   " w-hold-title upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Zeros are rows carried over from before versions were kept
       9350-format-stamp.
           evaluate               true,
              when w-hist-stamp = zeros
                 move          "(first on file)" to w-hist-stamp-text,
              when w-hist-stamp-date = 99999999
                 move          "(open)" to w-hist-stamp-text,
              when other
                 move          spaces to w-hist-stamp-text,
                 string w-hist-stamp-date(1:4) "-"
                    w-hist-stamp-date(5:2) "-" w-hist-stamp-date(7:2)
                    " " w-hist-stamp-time(1:2) ":"
                    w-hist-stamp-time(3:2) delimited by size
                    into w-hist-stamp-text,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The lookup MessageBox:>showCode itself makes, as of the date
      *>-> (and time) asked - end of that day when no time is keyed
       9400-show-wording-as-of.
           display "Wording in effect on (YYYYMMDD, blank = skip): "
              upon crt.
           move                   spaces to w-as-of-entry.
           accept                 w-as-of-entry from crt.
           if w-as-of-entry not = spaces
              move             "Y" to w-valid,
              perform          9410-enter-as-of-time,
              if w-valid-yes
                 perform       9420-look-up-as-of,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9410-enter-as-of-time.
           if w-as-of-entry is not numeric
              display "Key the date as YYYYMMDD" upon crt,
              move             "N" to w-valid,
           else,
              move             w-as-of-entry to w-as-of-date,
              if function integer-of-date(w-as-of-date) = 0
                 display "Not a valid date: " w-as-of-entry upon crt,
                 move          "N" to w-valid,
              end-if,
           end-if.
           if w-valid-yes
              display "At (HHMMSS, blank = end of day): " upon crt,
              move             spaces to w-as-of-time-entry,
              accept           w-as-of-time-entry from crt,
              if w-as-of-time-entry = spaces
                 move          23595999 to w-as-of-time,
              else,
                 if w-as-of-time-entry is not numeric or
                    w-as-of-time-entry(1:2) > "23" or
                    w-as-of-time-entry(3:2) > "59" or
                    w-as-of-time-entry(5:2) > "59"
                    display "Key the time as HHMMSS" upon crt,
                    move       "N" to w-valid,
                 else,
                    move       zeros to w-as-of-time,
                    move       w-as-of-time-entry
                                  to w-as-of-time(1:6),
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9420-look-up-as-of.
           if w-language = spaces
              call "MSGCATL" using w-code, w-found, w-title, w-icon,
                 w-buttons, w-subst-count, w-text, w-as-of,
              if w-found = "N"
                 display "Code was not cataloged then (not yet, or "
                    "deleted)" upon crt,
              end-if,
           else,
              call "MSGCATVL" using w-code, w-language, w-found,
                 w-title, w-text, w-as-of,
              if w-found = "N"
                 display "No variant in effect then - the base "
                    "wording was shown" upon crt,
              end-if,
           end-if.
           if w-found not = "N"
              display "Title: " w-title upon crt,
              display "Text.: " w-text(1:100) upon crt,
              display "       " w-text(101:100) upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Takes back a version keyed for a later date before it takes
      *>-> effect; one already in effect stays on file for good
       9500-withdraw-version.
           display "Code of the version to withdraw: " upon crt.
           accept                 w-code from crt.
           display "Language (blank = the base row): " upon crt.
           move                   spaces to w-language.
           accept                 w-language from crt.
           move          function upper-case(w-language)
                                  to w-language.
           display "Effective from (YYYYMMDD): " upon crt.
           move                   spaces to w-eff-entry.
           accept                 w-eff-entry from crt.
           if w-eff-entry is not numeric
              display "Key the date as YYYYMMDD" upon crt,
           else,
              move             w-eff-entry to w-eff-date,
              move             zeros to w-eff-time,
              if w-language = spaces
                 call "MSGCATW" using "V", w-code, w-eff, w-title,
                    w-icon, w-buttons, w-subst-count, w-text,
                    w-return-code,
              else,
                 call "MSGCATVW" using "V", w-code, w-language,
                    w-eff, w-title, w-text, w-return-code,
              end-if,
              evaluate         w-return-code,
                 when 0
                    display "Version withdrawn" upon crt,
                 when 1
                    display "No version takes effect on that date"
                       upon crt,
                 when 3
                    display "That version is already in effect - "
                       "key a change instead" upon crt,
                 when other
                    display "Version not withdrawn (I/O error)"
                       upon crt,
              end-evaluate,
           end-if.
       end program                msgmaint.
