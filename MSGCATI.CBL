      *>-> applied under the same all-or-nothing rule. An export without
      *>-> a MSGCATVX.DAT at all (produced before variants existed)
      *>-> leaves the local variants untouched.
      *>->
      *>-> A row the export drops is checked for what still names it
      *>-> (MSGREFC) before anything is applied. Justifications on the
      *>-> audit trail refuse the load outright. A policy entry,
      *>-> variants the export does not drop itself, and guidance lines
      *>-> refuse it too, unless MSGCATI-CASCADE in the environment is
      *>-> set to "YES": then they are listed on the report and taken
      *>-> off with the row, ahead of it, when the load is applied.
      *>->
      *>-> The catalog keeps dated versions (see MSGCATR), so a load
      *>-> never overwrites wording: each row or variant it changes
      *>-> gets a new version, effective from the date MSGCATI-EFFECTIVE
      *>-> in the environment names (YYYYMMDD; unset or today means the
      *>-> moment of the load). The diff is taken against the version
      *>-> that would otherwise be in effect then. A future-dated load
      *>-> sits on file until its date and deletes nothing: a code can
      *>-> only be taken off by an immediate load, so rows the export
      *>-> drops are listed as not deleted instead. A row exported with
      *>-> a later effective moment than the load's own (a version
      *>-> still to come where it was exported) is filed from that
      *>-> moment instead - never put in effect ahead of its date (an
      *>-> export written before that moment travelled with the rows is
      *>-> filed as of the load alone). A code or variant whose version
      *>-> in effect here is a deletion (see MSGCATR) counts as not on
      *>-> file.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcati.
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MC-KEY
                                  file status is w-cat-status.
           select                 importv-file
                                  assign to "MSGCATVX.DAT"
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
      *>-> The row fields of MSGCATR, under their own names so incoming
      *>-> rows never have to be staged through the catalog file's
      *>-> record area - an export carries wording and the moment it
      *>-> took effect where it was exported, not versions
       fd  import-file.
       01  import-record.
           05  xp-code            pic x(06).
           05  xp-buttons         pic 9(01).
           05  xp-subst-count     pic 9(01).
           05  xp-text            pic x(200).
           05  xp-eff.
               10  xp-eff-date    pic 9(08).
               10  xp-eff-time    pic 9(08).
       fd  msgcat-file.
           copy                   MSGCATR.
      *>-> The variant fields of MSGCATVR, under their own names, as
      *>-> above
       fd  importv-file.
       01  importv-record.
           05  yv-code            pic x(06).
           05  yv-language        pic x(02).
           05  yv-title           pic x(60).
           05  yv-text            pic x(200).
           05  yv-eff.
               10  yv-eff-date    pic 9(08).
               10  yv-eff-time    pic 9(08).
       fd  msgcatv-file.
           copy                   MSGCATVR.
       fd  report-file.
       77  w-apply-env           pic x(03)      value spaces.
       77  w-apply               pic x(01)      value "Y".
           88 w-apply-yes                        value "Y".
      *>-- MSGCATI-CASCADE = "YES" confirms that the dependents of a
      *>-- dropped row go with it; anything else refuses such a load
       77  w-cascade-env         pic x(03)      value spaces.
       77  w-cascade             pic x(01)      value "N".
           88 w-cascade-yes                      value "Y".
      *>-- MSGCATI-EFFECTIVE = YYYYMMDD dates the versions the load
      *>-- files; unset or today files them as of now (zeros to the
      *>-- writers), a later date from the start of that day
       77  w-effective-env       pic x(08)      value spaces.
       77  w-load-future         pic x(01)      value "N".
           88 w-load-future-yes                  value "Y".
       01  w-load-eff.
           05  w-load-eff-date   pic 9(08)      value zeros.
           05  w-load-eff-time   pic 9(08)      value zeros.
      *>-- The moment the diff is taken as of: now, or the future date
       01  w-load-as-of.
           05  w-load-as-of-date pic 9(08)      value zeros.
           05  w-load-as-of-time pic 9(08)      value zeros.
      *>-- Handed to the writers afresh on every call (they hand back
      *>-- the moment they filed a version as of)
       01  w-eff.
           05  w-eff-date        pic 9(08)      value zeros.
           05  w-eff-time        pic 9(08)      value zeros.
      *>-- Version grouping of the catalog walks: the version that
      *>-- would be in effect as of the load is held while the rest of
      *>-- the code's versions are read past, and the first one beyond
      *>-- it beside it; the record read past them is kept aside
      *>-- meanwhile
       01  w-hold-row            pic x(309)     value spaces.
       01  w-next-row            pic x(309)     value spaces.
       01  w-pend-row            pic x(309)     value spaces.
       01  w-hold-vrow           pic x(308)     value spaces.
       01  w-next-vrow           pic x(308)     value spaces.
       01  w-pend-vrow           pic x(308)     value spaces.
       77  w-group-code          pic x(06)      value spaces.
       77  w-group-lang          pic x(02)      value spaces.
       77  w-hold-in-effect      pic x(01)      value "N".
           88 w-hold-in-effect-yes               value "Y".
       77  w-pending-date        pic 9(08)      value zeros.
      *>-- Moment an incoming row was exported as taking effect
       01  w-row-eff.
           05  w-row-eff-date    pic 9(08)      value zeros.
           05  w-row-eff-time    pic 9(08)      value zeros.
       77  w-deferred-count      pic 9(05)      value zeros.
       77  w-vdeferred-count     pic 9(05)      value zeros.
      *>-- Incoming rows; 500 is several times the largest catalog seen,
      *>-- overflow aborts the load rather than applying half an export
       77  w-imp-max             pic 9(03)      value 500.
               10  w-imp-buttons pic 9(01)      value zeros.
               10  w-imp-subst   pic 9(01)      value zeros.
               10  w-imp-text    pic x(200)     value spaces.
               10  w-imp-eff     pic 9(16)      value zeros.
      *>-- "A" row not in the catalog, "C" row differs, "=" row matched
      *>-- unchanged, " " not met by the catalog walk (yet)
               10  w-imp-action  pic x(01)      value spaces.
               10  w-vimp-lang   pic x(02)      value spaces.
               10  w-vimp-title  pic x(60)      value spaces.
               10  w-vimp-text   pic x(200)     value spaces.
               10  w-vimp-eff    pic 9(16)      value zeros.
               10  w-vimp-action pic x(01)      value spaces.
      *>-- Variants to delete: local but absent from the variant export
       77  w-vdel-max            pic 9(03)      value 500.
       01  w-del-table.
           05  w-del-entry       occurs 500 times.
               10  w-del-code    pic x(06)      value spaces.
      *>-- "Y" dependents to be cascaded ahead of the row itself
               10  w-del-cascade pic x(01)      value "N".
      *>-- Dependent-row check of the rows to delete (MSGREFC); the
      *>-- variants the export drops itself are not left behind
       copy                       MSGREFP.
       77  w-vdel-own            pic 9(05)      value zeros.
       77  w-left-variants       pic 9(05)      value zeros.
       77  w-cascade-count       pic 9(05)      value zeros.
       01  w-ref-policy          pic z(4)9.
       01  w-ref-variant         pic z(4)9.
       01  w-ref-help            pic z(4)9.
       01  w-ref-hlpv            pic z(4)9.
       01  w-ref-trail           pic z(6)9.
      *>-- Work row for the validation rules copied from MSGMAINT
       01  w-work-row.
           05  w-code            pic x(06)      value spaces.
           string "CATALOG PROMOTION - MSGCATX.DAT AGAINST MSGCAT.DAT"
                                     into w-report-heading.
           write                  report-line from w-report-heading.
           perform                0500-determine-effective-date.
           perform                1000-load-import-file.
           if                     w-import-opened-yes
              perform          1500-load-variant-file,
              perform          2600-validate-variant-rows,
              perform          3000-diff-against-catalog,
              perform          3600-diff-against-variants,
              perform          3700-check-deleted-references,
              perform          4000-print-diff-report,
              perform          5000-apply-load,
           end-if.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A version filed in the past would rewrite what dialogs were
      *>-> already shown, so an earlier (or unreadable) date refuses the
      *>-> load like any other validation error
       0500-determine-effective-date.
           move       function current-date(1:16) to w-load-as-of.
           accept                 w-effective-env from environment
                                  "MSGCATI-EFFECTIVE".
           if                     w-effective-env not = spaces
              if               w-effective-env is not numeric
                 move          "Y" to w-any-invalid,
              else,
                 move          w-effective-env to w-load-eff-date,
                 if            function integer-of-date(w-load-eff-date)
                               = 0 or
                               w-load-eff-date < w-load-as-of-date
                    move       "Y" to w-any-invalid,
                 end-if,
                 if            w-load-eff-date > w-load-as-of-date
                    move       "Y" to w-load-future,
                    move       w-load-eff to w-load-as-of,
                 else,
                    move       zeros to w-load-eff,
                 end-if,
              end-if,
           end-if.
           move                   spaces to w-report-detail.
           evaluate               true,
              when w-any-invalid-yes
                 string "  *** MSGCATI-EFFECTIVE " w-effective-env
                        " IS NOT TODAY OR A LATER YYYYMMDD DATE - "
                        "LOAD NOT APPLIED" into w-report-detail,
              when w-load-future-yes
                 string "  CHANGES TAKE EFFECT FROM "
                        w-load-eff-date(1:4) "-" w-load-eff-date(5:2)
                        "-" w-load-eff-date(7:2) " - NOTHING IS "
                        "DELETED BY A FUTURE-DATED LOAD"
                                  into w-report-detail,
              when other
                 string "  CHANGES TAKE EFFECT AS SOON AS THE LOAD IS "
                        "APPLIED" into w-report-detail,
           end-evaluate.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-load-import-file.
           open                   input import-file.
                                  w-imp-buttons(w-imp-count)
              move                xp-subst-count to
                                  w-imp-subst(w-imp-count)
              move                xp-text to w-imp-text(w-imp-count)
              if                  xp-eff is numeric
                 move             xp-eff to w-imp-eff(w-imp-count),
              end-if,
           else,
              move                "Y" to w-imp-overflow,
           end-if.
              move                yv-title to
                                  w-vimp-title(w-vimp-count)
              move                yv-text to
                                  w-vimp-text(w-vimp-count)
              if                  yv-eff is numeric
                 move             yv-eff to w-vimp-eff(w-vimp-count),
              end-if,
           else,
              move                "Y" to w-vimp-overflow,
           end-if.
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Walk the current catalog once, a code (all its versions) at
      *>-> a time: a code absent from the export is deleted, a code
      *>-> whose version in effect as of the load differs is changed,
      *>-> the rest are untouched; export rows not met along the way
      *>-> are additions
       3000-diff-against-catalog.
           open                   input msgcat-file.
           if                     w-cat-status = "00"
              move             "N" to w-eof,
              perform          3100-read-next-catalog-row,
              perform          3200-diff-one-catalog-code
                 until         w-eof-yes,
              close            msgcat-file,
           end-if.
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A code whose versions all lie beyond the load's date still
      *>-> has its first one held - compared, but only taken as
      *>-> matching when the export carries that very version, since
      *>-> nothing of the code is in effect then
       3200-diff-one-catalog-code.
           move                   MSGCAT-RECORD to w-hold-row.
           move                   MC-CODE to w-group-code.
           move                   "N" to w-hold-in-effect.
           move                   zeros to w-pending-date.
           perform                3150-gather-code-version
                     until         w-eof-yes or
                                   MC-CODE not = w-group-code.
           move                   MSGCAT-RECORD to w-next-row.
           move                   w-hold-row to MSGCAT-RECORD.
           if                     w-hold-in-effect-yes and MC-DELETED
              perform          3250-pass-deleted-code,
           else,
              perform          3260-match-export-row,
           end-if.
           move                   w-next-row to MSGCAT-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A code deleted as of the load is not on file: nothing to
      *>-> delete, and an export row for it is an addition - unless it
      *>-> has been added again for a date beyond, which is then held
      *>-> as above
       3250-pass-deleted-code.
           if                     w-pending-date not = zeros
              move             w-pend-row to MSGCAT-RECORD,
              move             "N" to w-hold-in-effect,
              perform          3260-match-export-row,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3260-match-export-row.
           set                    w-imp-ix to 1.
           search                 w-imp-entry
              at end
              when w-imp-code(w-imp-ix) = MC-CODE
                 perform          3400-compare-row-fields,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Versions arrive in effective order: each one in effect as of
      *>-> the load replaces the one held, the first one beyond it is
      *>-> noted as pending
       3150-gather-code-version.
           if                     MC-EFF-DATE < w-load-as-of-date or
                                  (MC-EFF-DATE = w-load-as-of-date and
                                   MC-EFF-TIME not > w-load-as-of-time)
              move             MSGCAT-RECORD to w-hold-row,
              move             "Y" to w-hold-in-effect,
           else,
              if               w-pending-date = zeros
                 move          MC-EFF-DATE to w-pending-date,
                 move          MSGCAT-RECORD to w-pend-row,
              end-if,
           end-if.
           perform                3100-read-next-catalog-row.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A catalog with more pending deletions than the table holds
      *>-> does - applying only the first 500 would leave the two
      *>-> environments silently different
       3300-mark-deletion.
           if                     w-load-future-yes
              perform          3310-report-deferred-deletion,
           else,
              perform          3320-table-deletion,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3310-report-deferred-deletion.
           add                    1 to w-deferred-count.
           move                   spaces to w-report-detail.
           string "  NOT DELETED " MC-CODE " - ONLY AN IMMEDIATE LOAD "
                  "DELETES A CODE" into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       3320-table-deletion.
           if                     w-del-count < w-del-max
              add               1 to w-del-count
              add               1 to w-deleted-count
              w-imp-icon(w-imp-ix) = MC-ICON and
              w-imp-buttons(w-imp-ix) = MC-BUTTONS and
              w-imp-subst(w-imp-ix) = MC-SUBST-COUNT and
              w-imp-text(w-imp-ix) = MC-TEXT and
              (w-hold-in-effect-yes or
               w-imp-eff(w-imp-ix) = MC-KEY(7:16))
      *>-> Marked so 3500 does not mistake an unchanged row for an
      *>-> addition (and 5100 re-add what is already there)
              move             "=" to w-imp-action(w-imp-ix),
           move                   spaces to w-report-detail.
           string "  CHANGED " MC-CODE into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-imp-eff(w-imp-ix) to w-row-eff.
           perform                3430-report-exported-date.
           perform                3420-report-pending-version.
           move                   spaces to w-report-detail.
           string "    OLD: " MC-ICON " " MC-BUTTONS " "
                  MC-SUBST-COUNT " " MC-TITLE
                                     into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The load's version only lasts until a later one already on
      *>-> file takes over - the reviewer is told so
       3420-report-pending-version.
           if                     w-pending-date not = zeros
              move             spaces to w-report-detail,
              string "    NOTE: A LATER VERSION ON FILE TAKES OVER "
                     "FROM " w-pending-date(1:4) "-"
                     w-pending-date(5:2) "-" w-pending-date(7:2)
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A row still to come where it was exported is filed from its
      *>-> own date, not the load's (see 5100) - the reviewer is told
       3430-report-exported-date.
           if                     w-row-eff > w-load-as-of
              move             spaces to w-report-detail,
              string "    NOTE: TAKES EFFECT FROM "
                     w-row-eff-date(1:4) "-" w-row-eff-date(5:2) "-"
                     w-row-eff-date(7:2) " " w-row-eff-time(1:2) ":"
                     w-row-eff-time(3:2) " AS EXPORTED"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Anything the catalog walk neither matched nor flagged changed
      *>-> is new - including every row when the walk never ran because
      *>-> the local catalog is still empty or missing
                  w-imp-title(w-imp-i)
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-imp-eff(w-imp-i) to w-row-eff.
           perform                3430-report-exported-date.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Same walk over the local variants: absent from the variant
      *>-> export means deleted, different fields mean changed, variant
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One code + language (all its versions) at a time, held the
      *>-> way 3200 holds the base rows
       3620-diff-one-local-variant.
           move                   MSGCATV-RECORD to w-hold-vrow.
           move                   CV-CODE to w-group-code.
           move                   CV-LANGUAGE to w-group-lang.
           move                   "N" to w-hold-in-effect.
           move                   zeros to w-pending-date.
           perform                3615-gather-variant-version
                     until         w-eof-yes or
                                   CV-CODE not = w-group-code or
                                   CV-LANGUAGE not = w-group-lang.
           move                   MSGCATV-RECORD to w-next-vrow.
           move                   w-hold-vrow to MSGCATV-RECORD.
           if                     w-hold-in-effect-yes and CV-DELETED
              perform          3625-pass-deleted-variant,
           else,
              perform          3626-match-export-variant,
           end-if.
           move                   w-next-vrow to MSGCATV-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       3625-pass-deleted-variant.
           if                     w-pending-date not = zeros
              move             w-pend-vrow to MSGCATV-RECORD,
              move             "N" to w-hold-in-effect,
              perform          3626-match-export-variant,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3626-match-export-variant.
           set                    w-vimp-ix to 1.
           search                 w-vimp-entry
              at end
                   w-vimp-lang(w-vimp-ix) = CV-LANGUAGE
                 perform          3640-compare-variant-fields,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       3615-gather-variant-version.
           if                     CV-EFF-DATE < w-load-as-of-date or
                                  (CV-EFF-DATE = w-load-as-of-date and
                                   CV-EFF-TIME not > w-load-as-of-time)
              move             MSGCATV-RECORD to w-hold-vrow,
              move             "Y" to w-hold-in-effect,
           else,
              if               w-pending-date = zeros
                 move          CV-EFF-DATE to w-pending-date,
                 move          MSGCATV-RECORD to w-pend-vrow,
              end-if,
           end-if.
           perform                3610-read-next-local-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       3630-mark-variant-deletion.
           if                     w-load-future-yes
              perform          3635-report-deferred-variant,
           else,
              perform          3638-table-variant-deletion,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3635-report-deferred-variant.
           add                    1 to w-vdeferred-count.
           move                   spaces to w-report-detail.
           string "  V-NOT DELETED " CV-CODE "/" CV-LANGUAGE
                  " - ONLY AN IMMEDIATE LOAD DELETES A VARIANT"
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       3638-table-variant-deletion.
           if                     w-vdel-count < w-vdel-max
              add               1 to w-vdel-count
              add               1 to w-vdeleted-count
      *>--------------------------------------------------------------------------------------------------------------<*
       3640-compare-variant-fields.
           if w-vimp-title(w-vimp-ix) = CV-TITLE and
              w-vimp-text(w-vimp-ix) = CV-TEXT and
              (w-hold-in-effect-yes or
               w-vimp-eff(w-vimp-ix) = CV-KEY(9:16))
              move             "=" to w-vimp-action(w-vimp-ix),
              add              1 to w-vsame-count,
           else,
           string "  V-CHANGED " CV-CODE "/" CV-LANGUAGE
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-vimp-eff(w-vimp-ix) to w-row-eff.
           perform                3430-report-exported-date.
           perform                3420-report-pending-version.
           move                   spaces to w-report-detail.
           string "    OLD: " CV-TITLE into w-report-detail.
           write                  report-line from w-report-detail.
                     w-vimp-title(w-vimp-i)
                                  into w-report-detail,
              write            report-line from w-report-detail,
              move             w-vimp-eff(w-vimp-i) to w-row-eff,
              perform          3430-report-exported-date,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Run once both diffs are complete, so the variants the export
      *>-> drops on its own are known and not counted against the row
       3700-check-deleted-references.
           accept                 w-cascade-env from environment
                                  "MSGCATI-CASCADE".
           move          function upper-case(w-cascade-env)
                                  to w-cascade-env.
           if                     w-cascade-env = "YES"
              move             "Y" to w-cascade,
           end-if.
           perform                3710-check-one-deletion
                     varying       w-del-i from 1 by 1
                     until         w-del-i > w-del-count.
      *>--------------------------------------------------------------------------------------------------------------<*
       3710-check-one-deletion.
           move                   "C" to RF-FUNCTION.
           move                   w-del-code(w-del-i) to RF-CODE.
           call "MSGREFC" using MSGREF-PARMS.
           move                   zeros to w-vdel-own.
           perform                3720-count-own-variant-deletion
                     varying       w-vdel-i from 1 by 1
                     until         w-vdel-i > w-vdel-count.
           if                     RF-VARIANT-COUNT > w-vdel-own
              compute          w-left-variants =
                               RF-VARIANT-COUNT - w-vdel-own,
           else,
              move             zeros to w-left-variants,
           end-if.
           move                   RF-POLICY-COUNT to w-ref-policy.
           move                   w-left-variants to w-ref-variant.
           move                   RF-HELP-COUNT to w-ref-help.
           move                   RF-HLPV-COUNT to w-ref-hlpv.
           move                   RF-TRAIL-COUNT to w-ref-trail.
           move                   spaces to w-report-detail.
           evaluate               true,
              when not RF-OK
                 move             "Y" to w-any-invalid,
                 string "  *** DELETED " RF-CODE " - DEPENDENT FILES "
                        "COULD NOT BE CHECKED (MSGREFC RC "
                        RF-RETURN-CODE ")" into w-report-detail,
                 write            report-line from w-report-detail,
              when RF-TRAIL-COUNT > 0
                 move             "Y" to w-any-invalid,
                 string "  *** DELETED " RF-CODE " IS NAMED BY"
                        w-ref-trail " JUSTIFICATIONS ON THE AUDIT "
                        "TRAIL - IT CANNOT BE DELETED"
                                  into w-report-detail,
                 write            report-line from w-report-detail,
              when RF-POLICY-COUNT = 0 and w-left-variants = 0 and
                   RF-HELP-COUNT = 0 and RF-HLPV-COUNT = 0
                 continue,
              when w-cascade-yes
                 move             "Y" to w-del-cascade(w-del-i),
                 add              1 to w-cascade-count,
                 string "  CASCADE " RF-CODE ": POLICY" w-ref-policy
                        "  VARIANTS" w-ref-variant "  GUIDANCE"
                        w-ref-help "  TRANSLATED GUIDANCE" w-ref-hlpv
                                  into w-report-detail,
                 write            report-line from w-report-detail,
              when other
                 move             "Y" to w-any-invalid,
                 string "  *** DELETED " RF-CODE " STILL NAMED BY "
                        "POLICY" w-ref-policy " VARIANTS"
                        w-ref-variant " GUIDANCE" w-ref-help
                        " TRANSLATED" w-ref-hlpv
                        " - NEEDS MSGCATI-CASCADE=YES"
                                  into w-report-detail,
                 write            report-line from w-report-detail,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3720-count-own-variant-deletion.
           if                     w-vdel-code(w-vdel-i) = RF-CODE
              add              1 to w-vdel-own,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-diff-report.
           string "  ROWS UNCHANGED. . . . . . . : " w-detail-count
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-cascade-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  DELETIONS CASCADED. . . . . : " w-detail-count
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-load-future-yes
              move             w-deferred-count to w-detail-count,
              move             spaces to w-report-detail,
              string "  ROWS NOT DELETED (DATED). . : " w-detail-count
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-variant-opened-yes
              perform          4300-print-variant-summary,
           end-if.
           string "  VARIANTS DELETED. . . . . . : " w-detail-count
                                     into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-load-future-yes
              move             w-vdeferred-count to w-detail-count,
              move             spaces to w-report-detail,
              string "  VARIANTS NOT DELETED (DATED): " w-detail-count
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   w-vsame-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "  VARIANTS UNCHANGED. . . . . : " w-detail-count
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The catalog is only touched after the whole diff is on paper,
      *>-> and not at all when any row failed validation or the run was
      *>-> marked review-only. Rows are deleted last, after the variant
      *>-> deletions, so nothing that hangs off a row outlives it
       5000-apply-load.
           accept                 w-apply-env from environment
                                  "MSGCATI-APPLY".
              perform          5100-apply-import-row
                        varying w-imp-i from 1 by 1
                        until   w-imp-i > w-imp-count,
              perform          5400-apply-variant-row
                        varying w-vimp-i from 1 by 1
                        until   w-vimp-i > w-vimp-count,
              perform          5500-apply-variant-deletion
                        varying w-vdel-i from 1 by 1
                        until   w-vdel-i > w-vdel-count,
              perform          5200-apply-deletion
                        varying w-del-i from 1 by 1
                        until   w-del-i > w-del-count,
           end-if.
           perform                5300-report-apply-outcome.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each apply checks MSGCATW's return code the way MSGMAINT
      *>-> does at the keyboard: a row the catalog refused (duplicate
      *>-> add from a hand-edited export, not-found on change/delete,
      *>-> I/O error) goes on the report instead of being swallowed. The
      *>-> version is filed from the load's moment, or the row's own as
      *>-> exported when that is later
       5100-apply-import-row.
           if                     w-imp-action(w-imp-i) = "A" or
                                  w-imp-action(w-imp-i) = "C"
              move             w-imp-buttons(w-imp-i) to w-buttons,
              move             w-imp-subst(w-imp-i) to w-subst-count,
              move             w-imp-text(w-imp-i) to w-text,
              move             w-load-eff to w-eff,
              if               w-imp-eff(w-imp-i) > w-load-as-of
                 move          w-imp-eff(w-imp-i) to w-eff,
              end-if,
              call "MSGCATW" using w-function, w-code, w-eff, w-title,
                 w-icon, w-buttons, w-subst-count, w-text,
                 w-return-code,
              if w-return-code not = 0
                                     into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A confirmed cascade takes the dependents off first; if that
      *>-> fails part-way the row stays, with what is left of them
       5200-apply-deletion.
           move                   "D" to w-function.
           move                   w-del-code(w-del-i) to w-code.
           move                   zeros to RF-RETURN-CODE.
           if                     w-del-cascade(w-del-i) = "Y"
              move             "D" to RF-FUNCTION,
              move             w-code to RF-CODE,
              call "MSGREFC" using MSGREF-PARMS,
           end-if.
           if                     RF-OK
              call "MSGCATW" using w-function, w-code, w-eff, w-title,
                 w-icon, w-buttons, w-subst-count, w-text,
                 w-return-code,
              if                  w-return-code not = 0
                 perform       5110-report-failed-row,
              end-if,
           else,
              perform          5210-report-failed-cascade,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5210-report-failed-cascade.
           add                    1 to w-apply-fail-count.
           move                   spaces to w-report-detail.
           string "  *** ROW " w-code " NOT DELETED - DEPENDENT ROWS "
                  "NOT ALL DELETED (MSGREFC RC " RF-RETURN-CODE ")"
                                     into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       5300-report-apply-outcome.
           move                   spaces to w-report-detail.
              move             w-vimp-lang(w-vimp-i) to w-lang,
              move             w-vimp-title(w-vimp-i) to w-title,
              move             w-vimp-text(w-vimp-i) to w-text,
              move             w-load-eff to w-eff,
              if               w-vimp-eff(w-vimp-i) > w-load-as-of
                 move          w-vimp-eff(w-vimp-i) to w-eff,
              end-if,
              call "MSGCATVW" using w-function, w-code, w-lang, w-eff,
                 w-title, w-text, w-return-code,
              if w-return-code not = 0
                 perform       5410-report-failed-variant,
           move                   "D" to w-function.
           move                   w-vdel-code(w-vdel-i) to w-code.
           move                   w-vdel-lang(w-vdel-i) to w-lang.
           call "MSGCATVW" using w-function, w-code, w-lang, w-eff,
              w-title, w-text, w-return-code.
           if                     w-return-code not = 0
              perform          5410-report-failed-variant,
