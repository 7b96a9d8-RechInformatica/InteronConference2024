      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGJRNA: Periodic master-file change report over the change
      *>-> journal (MSGJRN.DAT) MSGJRNW writes for every row the
      *>-> maintenance writers add, change or delete - the catalog and
      *>-> its variants and guidance, the operator master, the headless
      *>-> policy, the maintenance-window calendar, the reason-code
      *>-> master and the on-call roster. Prints (MSGJRNA.PRT), for a
      *>-> period:
      *>->   - every change, file by file, oldest first: when, by whom,
      *>->     from which workstation, the action and the row key, with
      *>->     the whole row before and after;
      *>->   - the changes counted by operator and file;
      *>->   - a sign-off block for the auditor.
      *>-> The PIN in MSGOPR.DAT images is masked - the report is for
      *>-> audit, not for handing colleagues' PINs around - and a change
      *>-> of PIN is called out instead, so it is still seen. So is the
      *>-> dated deletion version a catalog delete files (see MSGCATR),
      *>-> whose HIGH-VALUES title prints as asterisks.
      *>->
      *>-> MSGJRNA-FROM / MSGJRNA-TO in the environment bound the period
      *>-> as YYYYMMDD (unset: the whole of the previous month, the
      *>-> period auditors sign off).
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgjrna.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgjrn-file
                                  assign to "MSGJRN.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is MJ-KEY
                                  file status is w-file-status.
           select                 report-file
                                  assign to "MSGJRNA.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgjrn-file.
           copy                   MSGJRNR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
      *>-- Operator master layout, used to mask the PIN in an image
       copy                       MSGOPRR.
       77  w-file-status         pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
      *>-- Reported period, YYYYMMDD inclusive
       77  w-from-env            pic x(08)      value spaces.
       77  w-to-env              pic x(08)      value spaces.
       77  w-from-date           pic 9(08)      value zeros.
       77  w-to-date             pic 9(08)      value zeros.
       01  w-current-date        pic 9(08)      value zeros.
       01  filler redefines w-current-date.
           05  w-cur-year        pic 9(04).
           05  w-cur-month       pic 9(02).
           05  w-cur-day         pic 9(02).
       77  w-prev-year           pic 9(04)      value zeros.
       77  w-prev-month          pic 9(02)      value zeros.
      *>-- The journaled master files, in report order
       01  w-file-names.
           05  filler            pic x(08)      value "MSGCAT".
           05  filler            pic x(08)      value "MSGCATV".
           05  filler            pic x(08)      value "MSGHELP".
           05  filler            pic x(08)      value "MSGHLPV".
           05  filler            pic x(08)      value "MSGOPR".
           05  filler            pic x(08)      value "MSGPOL".
           05  filler            pic x(08)      value "MSGWIND".
           05  filler            pic x(08)      value "MSGRCD".
           05  filler            pic x(08)      value "MSGONC".
       01  filler redefines w-file-names.
           05  w-fil-name        pic x(08)      occurs 9 times.
       77  w-fil-max             pic 9(02)      value 9.
       77  w-fil-i               pic 9(02)      value zeros comp-x.
       77  w-fil-added           pic 9(07)      value zeros.
       77  w-fil-changed         pic 9(07)      value zeros.
       77  w-fil-deleted         pic 9(07)      value zeros.
       77  w-grand-total         pic 9(07)      value zeros.
      *>-- One row per operator, one count per journaled file
       77  w-opr-max             pic 9(03)      value 200.
       77  w-opr-count           pic 9(03)      value zeros comp-x.
       77  w-opr-i               pic 9(03)      value zeros comp-x.
       77  w-opr-overflow        pic x(01)      value "N".
           88 w-opr-overflow-yes                 value "Y".
       01  w-opr-table.
           05  w-opr-entry       occurs 200 times
                                  indexed by w-opr-ix.
               10  w-opr-id      pic x(08)      value spaces.
               10  w-opr-file-count
                                 pic 9(07)      value zeros
                                  occurs 9 times.
               10  w-opr-total   pic 9(07)      value zeros.
      *>-- Image being printed, 100 bytes to a line
       01  w-image               pic x(400)     value spaces.
       77  w-image-label         pic x(06)      value spaces.
       77  w-img-i               pic 9(01)      value zeros comp-x.
       77  w-img-start           pic 9(03)      value zeros comp-x.
       77  w-pin-before          pic x(04)      value spaces.
       77  w-pin-after           pic x(04)      value spaces.
       77  w-action-text         pic x(07)      value spaces.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-added        pic z(6)9.
       01  w-detail-changed      pic z(6)9.
       01  w-detail-deleted      pic z(6)9.
       01  w-opr-line.
           05  w-opr-line-id     pic x(10).
           05  w-opr-line-cell   pic z(6)9b(2)  occurs 9 times.
           05  w-opr-line-total  pic z(6)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-period.
           perform                2000-print-one-file
                     varying       w-fil-i from 1 by 1
                     until         w-fil-i > w-fil-max.
           perform                3000-print-by-operator.
           perform                4000-print-sign-off.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unset bounds default to the previous calendar month - the
      *>-> journal is signed off a month at a time
       1000-determine-period.
           move          function current-date(1:8) to w-current-date.
           if                     w-cur-month = 1
              compute          w-prev-year = w-cur-year - 1
              end-compute,
              move             12 to w-prev-month,
           else,
              move             w-cur-year to w-prev-year,
              compute          w-prev-month = w-cur-month - 1
              end-compute,
           end-if.
           accept                 w-from-env from environment
                                  "MSGJRNA-FROM".
           accept                 w-to-env from environment
                                  "MSGJRNA-TO".
           if                     w-from-env is numeric
              move             w-from-env to w-from-date,
           else,
              compute          w-from-date = w-prev-year * 10000
                                           + w-prev-month * 100 + 1
              end-compute,
           end-if.
           if                     w-to-env is numeric
              move             w-to-env to w-to-date,
           else,
              compute          w-to-date = w-prev-year * 10000
                                         + w-prev-month * 100 + 31
              end-compute,
           end-if.
           move                   spaces to w-report-heading.
           string "MASTER-FILE CHANGE JOURNAL - " w-from-date
                  " TO " w-to-date into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "PINS IN MSGOPR IMAGES ARE MASKED; A CHANGED PIN IS "
                  "FLAGGED" into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One pass of the journal per master file, started at the
      *>-> first key of the period, so each file's changes print as one
      *>-> block in the order they were made
       2000-print-one-file.
           move                   zeros to w-fil-added.
           move                   zeros to w-fil-changed.
           move                   zeros to w-fil-deleted.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "FILE " w-fil-name(w-fil-i) ".DAT"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           open                   input msgjrn-file.
           if                     w-file-status = "00"
              move             w-from-date to MJ-LOG-DATE,
              move             zeros to MJ-LOG-TIME,
              move             zeros to MJ-SEQ-NO,
              move             "N" to w-eof,
              start            msgjrn-file key not < MJ-KEY,
              if               w-file-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       2100-read-next,
              end-if,
              perform          2200-select-change
                 until         w-eof-yes,
              close            msgjrn-file,
           end-if.
           compute                w-grand-total = w-grand-total
                                  + w-fil-added + w-fil-changed
                                  + w-fil-deleted
           end-compute.
           move                   w-fil-added to w-detail-added.
           move                   w-fil-changed to w-detail-changed.
           move                   w-fil-deleted to w-detail-deleted.
           move                   spaces to w-report-detail.
           string "  ROWS ADDED " w-detail-added
                  "   CHANGED " w-detail-changed
                  "   DELETED " w-detail-deleted
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next.
           read                   msgjrn-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
           if                     not w-eof-yes and
                                  MJ-LOG-DATE > w-to-date
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-select-change.
           if                     MJ-FILE = w-fil-name(w-fil-i)
              perform          2300-print-one-change,
              perform          2500-tally-operator,
           end-if.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-print-one-change.
           evaluate               true,
              when MJ-ACTION-ADD
                 move             "ADDED" to w-action-text,
                 add              1 to w-fil-added,
              when MJ-ACTION-CHANGE
                 move             "CHANGED" to w-action-text,
                 add              1 to w-fil-changed,
              when other
                 move             "DELETED" to w-action-text,
                 add              1 to w-fil-deleted,
           end-evaluate.
           move                   spaces to w-report-detail.
           string "  " MJ-LOG-DATE " " MJ-LOG-TIME " " w-action-text
                  " BY " MJ-OPERATOR " AT " MJ-WORKSTATION
                  " KEY " MJ-ROW-KEY
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           if                     MJ-FILE = "MSGOPR"
              perform          2350-mask-operator-pins,
           end-if.
           if                     MJ-BEFORE-IMAGE not = spaces
              move             "BEFORE" to w-image-label,
              move             MJ-BEFORE-IMAGE to w-image,
              perform          2400-print-image,
           end-if.
           if                     MJ-AFTER-IMAGE not = spaces
              move             "AFTER" to w-image-label,
              move             MJ-AFTER-IMAGE to w-image,
              perform          2400-print-image,
           end-if.
           if                     MJ-FILE = "MSGOPR" and
                                  MJ-ACTION-CHANGE and
                                  w-pin-before not = w-pin-after
              move             spaces to w-report-detail,
              string "    *** PIN CHANGED" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     (MJ-FILE = "MSGCAT" or
                                   MJ-FILE = "MSGCATV") and
                                  MJ-ACTION-DELETE and
                                  MJ-AFTER-IMAGE not = spaces
              move             spaces to w-report-detail,
              string "    *** DELETION VERSION FILED - NOT FOUND FROM "
                     "ITS EFFECTIVE MOMENT ON" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The images are laid over the operator master layout so the
      *>-> PIN is found by name, wherever the layout puts it; only the
      *>-> printed copy is masked, the journal itself is untouched
       2350-mask-operator-pins.
           move                   spaces to w-pin-before.
           move                   spaces to w-pin-after.
           if                     MJ-BEFORE-IMAGE not = spaces
              move             MJ-BEFORE-IMAGE to MSGOPR-RECORD,
              move             OM-PIN to w-pin-before,
              move             "****" to OM-PIN,
              move             MSGOPR-RECORD to MJ-BEFORE-IMAGE,
           end-if.
           if                     MJ-AFTER-IMAGE not = spaces
              move             MJ-AFTER-IMAGE to MSGOPR-RECORD,
              move             OM-PIN to w-pin-after,
              move             "****" to OM-PIN,
              move             MSGOPR-RECORD to MJ-AFTER-IMAGE,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2400-print-image.
           inspect                w-image
                                  replacing all high-values by "*".
           perform                2410-print-image-line
                     varying       w-img-i from 1 by 1
                     until         w-img-i > 4.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A row prints 100 bytes to a line; trailing blank stretches
      *>-> of the 400-byte image are not printed
       2410-print-image-line.
           compute                w-img-start = (w-img-i - 1) * 100 + 1
           end-compute.
           if                     w-img-i = 1 or
                                  w-image(w-img-start:) not = spaces
              move             spaces to w-report-detail,
              if               w-img-i = 1
                 string "    " w-image-label
                                  into w-report-detail,
              end-if,
              move             w-image(w-img-start:100)
                               to w-report-detail(12:100),
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-tally-operator.
           set                    w-opr-ix to 1.
           search                 w-opr-entry
              at end
                 perform          2510-add-operator,
              when w-opr-ix > w-opr-count
                 perform          2510-add-operator,
              when w-opr-id(w-opr-ix) = MJ-OPERATOR
                 perform          2520-tally-cell,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       2510-add-operator.
           if                     w-opr-count < w-opr-max
              add                 1 to w-opr-count
              move                MJ-OPERATOR to
                                  w-opr-id(w-opr-count)
              set                 w-opr-ix to w-opr-count
              perform             2520-tally-cell,
           else,
              move                "Y" to w-opr-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2520-tally-cell.
           add                    1 to w-opr-file-count(w-opr-ix,
                                                        w-fil-i).
           add                    1 to w-opr-total(w-opr-ix).
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-print-by-operator.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "CHANGES BY OPERATOR AND FILE"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "OPERATOR   MSGCAT  MSGCATV  MSGHELP  MSGHLPV  "
                  " MSGOPR   MSGPOL  MSGWIND   MSGRCD   MSGONC    TOTAL"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           if                     w-opr-count = 0
              move             spaces to w-report-detail,
              string "  NONE - NO MASTER-FILE CHANGES IN THE PERIOD"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           else,
              perform          3100-print-operator-row
                        varying w-opr-i from 1 by 1
                        until   w-opr-i > w-opr-count,
           end-if.
           if                     w-opr-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 OPERATORS - LATER ONES NOT "
                     "COUNTED ABOVE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   w-grand-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  CHANGES IN THE PERIOD . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-print-operator-row.
           move                   spaces to w-opr-line.
           if                     w-opr-id(w-opr-i) = spaces
              move             "(UNKNOWN)" to w-opr-line-id,
           else,
              move             w-opr-id(w-opr-i) to w-opr-line-id,
           end-if.
           perform                3110-move-operator-cell
                     varying       w-fil-i from 1 by 1
                     until         w-fil-i > w-fil-max.
           move                   w-opr-total(w-opr-i)
                                  to w-opr-line-total.
           write                  report-line from w-opr-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       3110-move-operator-cell.
           move                   w-opr-file-count(w-opr-i, w-fil-i)
                                  to w-opr-line-cell(w-fil-i).
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-sign-off.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-detail.
           string "REVIEWED BY: ______________________________   "
                  "DATE: ____________   SIGNATURE: "
                  "______________________________"
                                  into w-report-detail.
           write                  report-line from w-report-detail.
       end program                msgjrna.
