      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSECA: Daily security exceptions report over the security-
      *>-> event file (MSGSEC.DAT) MSGBOX and MSGOPRM write through
      *>-> MSGSECW, and the operator master (MSGOPR.DAT). Prints
      *>-> (MSGSECA.PRT), for one day:
      *>->   - lockouts, challenges turned away from locked operators
      *>->     and supervisor unlocks, in the order they happened;
      *>->   - failed identity challenges counted by operator id keyed
      *>->     and by workstation - a PIN being guessed at shows up as
      *>->     one workstation trying several ids, or one id failing
      *>->     from several places;
      *>->   - expired PINs: the changes demanded and made at the
      *>->     challenge that day, then every active operator whose PIN
      *>->     is past its age right now, and every operator still
      *>->     locked out.
      *>->
      *>-> MSGSECA-DATE in the environment names the day as YYYYMMDD
      *>-> (unset: yesterday, for the morning run). MSGBOX-PIN-DAYS is
      *>-> read exactly as MSGBOX reads it (unset/blank 90, zero means
      *>-> no ageing), so the report and the challenge always agree on
      *>-> which PINs have expired.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgseca.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgsec-file
                                  assign to "MSGSEC.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is SE-KEY
                                  file status is w-file-status.
           select                 msgopr-file
                                  assign to "MSGOPR.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OM-OPERATOR-ID
                                  file status is w-opr-status.
           select                 report-file
                                  assign to "MSGSECA.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgsec-file.
           copy                   MSGSECR.
       fd  msgopr-file.
           copy                   MSGOPRR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-file-status         pic x(02)      value spaces.
       77  w-opr-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
      *>-- Day reported, YYYYMMDD
       77  w-date-env            pic x(08)      value spaces.
       77  w-report-date         pic 9(08)      value zeros.
       77  w-today               pic 9(08)      value zeros.
      *>-- Which events the current pass over the day prints:
      *>-- "L" lockouts/turn-aways/unlocks, "E" PIN expiry and changes
       77  w-pass                pic x(01)      value spaces.
           88 w-pass-lockouts                    value "L".
           88 w-pass-expiry                      value "E".
       77  w-pass-count          pic 9(05)      value zeros.
      *>-- PIN ageing, read as MSGBOX reads it
       77  w-pin-days-env        pic x(03)      value spaces.
       77  w-pin-days-just       pic x(03)      value spaces
                                                justified right.
       77  w-pin-days            pic 9(03)      value zeros.
       77  w-pin-age             pic s9(07)     value zeros.
       77  w-expired             pic x(01)      value "N".
      *>-- Failed challenges by operator id keyed
       77  w-fop-max             pic 9(03)      value 200.
       77  w-fop-count           pic 9(03)      value zeros comp-x.
       77  w-fop-i               pic 9(03)      value zeros comp-x.
       77  w-fop-overflow        pic x(01)      value "N".
           88 w-fop-overflow-yes                 value "Y".
       01  w-fop-table.
           05  w-fop-entry       occurs 200 times
                                  indexed by w-fop-ix.
               10  w-fop-id      pic x(08)      value spaces.
               10  w-fop-fails   pic 9(05)      value zeros.
      *>-- Failed challenges by workstation
       77  w-fws-max             pic 9(03)      value 200.
       77  w-fws-count           pic 9(03)      value zeros comp-x.
       77  w-fws-i               pic 9(03)      value zeros comp-x.
       77  w-fws-overflow        pic x(01)      value "N".
           88 w-fws-overflow-yes                 value "Y".
       01  w-fws-table.
           05  w-fws-entry       occurs 200 times
                                  indexed by w-fws-ix.
               10  w-fws-name    pic x(15)      value spaces.
               10  w-fws-fails   pic 9(05)      value zeros.
       77  w-fail-total          pic 9(05)      value zeros.
       77  w-lockout-total       pic 9(05)      value zeros.
       77  w-expired-total       pic 9(05)      value zeros.
       77  w-locked-total        pic 9(05)      value zeros.
       77  w-event-text          pic x(11)      value spaces.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-date.
           perform                1500-determine-pin-days.
           set                    w-pass-lockouts to true.
           perform                2000-print-lockouts.
           perform                3000-print-failures.
           set                    w-pass-expiry to true.
           perform                4000-print-expired-pins.
           perform                5000-print-totals.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unset, the report covers yesterday - it is read first thing
      *>-> in the morning, about the day and night just ended
       1000-determine-date.
           move          function current-date(1:8) to w-today.
           accept                 w-date-env from environment
                                  "MSGSECA-DATE".
           if                     w-date-env is numeric
              move             w-date-env to w-report-date,
           else,
              compute          w-report-date = function date-of-integer
                               (function integer-of-date(w-today) - 1)
              end-compute,
           end-if.
           move                   spaces to w-report-heading.
           string "SECURITY EXCEPTIONS REPORT - " w-report-date
                                  into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value must fall back to the default, not to zero -
      *>-> zero is the deliberate "no ageing" setting
       1500-determine-pin-days.
           accept                 w-pin-days-env from environment
                                  "MSGBOX-PIN-DAYS".
           move                   90 to w-pin-days.
           if                     w-pin-days-env not = spaces
              move    function trim(w-pin-days-env) to w-pin-days-just,
              inspect          w-pin-days-just
                               replacing leading " " by "0",
              if               w-pin-days-just is numeric
                 move          w-pin-days-just to w-pin-days,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-print-lockouts.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "LOCKOUTS, LOCKED-OPERATOR CHALLENGES AND UNLOCKS"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           perform                2100-walk-the-day.
           if                     w-pass-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Each pass starts at the day's first key and stops at the
      *>-> first event of the day after, so only the day is read
       2100-walk-the-day.
           move                   zeros to w-pass-count.
           open                   input msgsec-file.
           if                     w-file-status = "00"
              move             w-report-date to SE-LOG-DATE,
              move             zeros to SE-LOG-TIME,
              move             zeros to SE-SEQ-NO,
              move             "N" to w-eof,
              start            msgsec-file key not < SE-KEY,
              if               w-file-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       2200-read-next,
              end-if,
              perform          2300-process-event
                 until         w-eof-yes,
              close            msgsec-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-read-next.
           read                   msgsec-file next record
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
                                  SE-LOG-DATE > w-report-date
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-process-event.
           evaluate               true,
              when w-pass-lockouts and
                   (SE-EVENT-LOCKOUT or SE-EVENT-LOCKED or
                    SE-EVENT-UNLOCKED)
                 perform          2400-print-event,
                 if               SE-EVENT-LOCKOUT
                    add           1 to w-lockout-total,
                 end-if,
              when w-pass-lockouts and SE-EVENT-FAILED
                 perform          2500-tally-failure,
              when w-pass-expiry and
                   (SE-EVENT-EXPIRED or SE-EVENT-PIN-CHANGED)
                 perform          2400-print-event,
           end-evaluate.
           perform                2200-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       2400-print-event.
           add                    1 to w-pass-count.
           evaluate               true,
              when SE-EVENT-LOCKOUT
                 move             "LOCKED OUT" to w-event-text,
              when SE-EVENT-LOCKED
                 move             "TURNED AWAY" to w-event-text,
              when SE-EVENT-UNLOCKED
                 move             "UNLOCKED" to w-event-text,
              when SE-EVENT-EXPIRED
                 move             "EXPIRED" to w-event-text,
              when SE-EVENT-PIN-CHANGED
                 move             "PIN CHANGED" to w-event-text,
           end-evaluate.
           move                   spaces to w-report-detail.
           string "  " SE-LOG-TIME(1:6) " " w-event-text " "
                  SE-OPERATOR-ID " LOGIN " SE-LOGIN " AT "
                  SE-WORKSTATION " " SE-PROGRAM
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   spaces to w-report-detail.
           string "         " SE-TITLE " " SE-DETAIL
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-tally-failure.
           add                    1 to w-fail-total.
           set                    w-fop-ix to 1.
           search                 w-fop-entry
              at end
                 perform          2510-add-operator,
              when w-fop-ix > w-fop-count
                 perform          2510-add-operator,
              when w-fop-id(w-fop-ix) = SE-OPERATOR-ID
                 add              1 to w-fop-fails(w-fop-ix),
           end-search.
           set                    w-fws-ix to 1.
           search                 w-fws-entry
              at end
                 perform          2520-add-workstation,
              when w-fws-ix > w-fws-count
                 perform          2520-add-workstation,
              when w-fws-name(w-fws-ix) = SE-WORKSTATION
                 add              1 to w-fws-fails(w-fws-ix),
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       2510-add-operator.
           if                     w-fop-count < w-fop-max
              add                 1 to w-fop-count
              move                SE-OPERATOR-ID to
                                  w-fop-id(w-fop-count)
              move                1 to w-fop-fails(w-fop-count),
           else,
              move                "Y" to w-fop-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2520-add-workstation.
           if                     w-fws-count < w-fws-max
              add                 1 to w-fws-count
              move                SE-WORKSTATION to
                                  w-fws-name(w-fws-count)
              move                1 to w-fws-fails(w-fws-count),
           else,
              move                "Y" to w-fws-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-print-failures.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "FAILED CHALLENGES BY OPERATOR ID KEYED"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           if                     w-fop-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           else,
              perform          3100-print-operator-failures
                        varying w-fop-i from 1 by 1
                        until   w-fop-i > w-fop-count,
           end-if.
           if                     w-fop-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 OPERATOR IDS - LATER ONES "
                     "NOT COUNTED ABOVE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "FAILED CHALLENGES BY WORKSTATION"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           if                     w-fws-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           else,
              perform          3200-print-workstation-failures
                        varying w-fws-i from 1 by 1
                        until   w-fws-i > w-fws-count,
           end-if.
           if                     w-fws-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 WORKSTATIONS - LATER ONES "
                     "NOT COUNTED ABOVE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-print-operator-failures.
           move                   w-fop-fails(w-fop-i)
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           if                     w-fop-id(w-fop-i) = spaces
              string "  (BLANK)  " w-detail-count
                                  into w-report-detail,
           else,
              string "  " w-fop-id(w-fop-i) " " w-detail-count
                                  into w-report-detail,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-print-workstation-failures.
           move                   w-fws-fails(w-fws-i)
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           if                     w-fws-name(w-fws-i) = spaces
              string "  (UNKNOWN)       " w-detail-count
                                  into w-report-detail,
           else,
              string "  " w-fws-name(w-fws-i) " " w-detail-count
                                  into w-report-detail,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-expired-pins.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "PIN EXPIRY AT THE CHALLENGE"
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           perform                2100-walk-the-day.
           if                     w-pass-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           if                     w-pin-days = 0
              string "OPERATOR MASTER - PIN AGEING IS OFF; LOCKED "
                     "OPERATORS ONLY" into w-report-heading,
           else,
              string "OPERATOR MASTER - EXPIRED PINS AND LOCKED "
                     "OPERATORS AS OF " w-today
                                  into w-report-heading,
           end-if.
           write                  report-line from w-report-heading.
           open                   input msgopr-file.
           if                     w-opr-status = "00"
              move             "N" to w-eof,
              perform          4100-read-next-operator,
              perform          4200-check-operator
                 until         w-eof-yes,
              close            msgopr-file,
           end-if.
           if                     w-expired-total = 0 and
                                  w-locked-total = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4100-read-next-operator.
           read                   msgopr-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Deactivated operators cannot be challenged at all, so only
      *>-> an active operator's PIN age is an exception; a PIN date of
      *>-> zeros (set before ageing) counts as expired, as at MSGBOX
       4200-check-operator.
           move                   "N" to w-expired.
           if                     w-pin-days > 0 and OM-ACTIVE = "Y"
              if               OM-PIN-DATE = zeros
                 move          "Y" to w-expired,
              else,
                 compute       w-pin-age =
                               function integer-of-date(w-today)
                             - function integer-of-date(OM-PIN-DATE)
                 end-compute,
                 if            w-pin-age > w-pin-days
                    move       "Y" to w-expired,
                 end-if,
              end-if,
           end-if.
           if                     w-expired = "Y"
              add              1 to w-expired-total,
              move             spaces to w-report-detail,
              string "  " OM-OPERATOR-ID " " OM-NAME
                     " PIN EXPIRED - SET " OM-PIN-DATE
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     OM-LOCKED = "Y"
              add              1 to w-locked-total,
              move             OM-FAIL-COUNT to w-detail-count,
              move             spaces to w-report-detail,
              string "  " OM-OPERATOR-ID " " OM-NAME
                     " STILL LOCKED OUT - FAILURES " w-detail-count
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           perform                4100-read-next-operator.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-print-totals.
           move                   spaces to report-line.
           write                  report-line.
           move                   w-fail-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  FAILED CHALLENGES . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-lockout-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  LOCKOUTS. . . . . . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-expired-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ACTIVE PINS EXPIRED NOW . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-locked-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  OPERATORS STILL LOCKED. . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
       end program                msgseca.
