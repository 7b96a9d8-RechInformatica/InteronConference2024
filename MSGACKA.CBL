      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGACKA: Time-to-acknowledge report over the alert file
      *>-> (MSGALRT.DAT) - the evidence that critical headless errors
      *>-> reached a human, and how fast. Prints (MSGACKA.PRT), for the
      *>-> alerts raised in a period:
      *>->   - the alerts grouped by time to acknowledge - within 5
      *>->     minutes, 15, 30, 60, over an hour, and never - each with
      *>->     what raised it, who acknowledged, the minutes, the
      *>->     roster tier that had been paged by then and the pages
      *>->     sent;
      *>->   - the count in each group, the acknowledgments by tier
      *>->     (how often the first contact answered, how often it took
      *>->     an escalation), the average and the longest time.
      *>->
      *>-> MSGACKA-FROM / MSGACKA-TO in the environment bound the period
      *>-> as YYYYMMDD (unset: the whole of the previous month, the
      *>-> period reported to management).
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgacka.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgalrt-file
                                  assign to "MSGALRT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is AL-ALERT-ID
                                  file status is w-file-status.
           select                 report-file
                                  assign to "MSGACKA.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgalrt-file.
           copy                   MSGALRTR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
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
      *>-- Time-to-acknowledge groups, in report order; the upper
      *>-- bound is in minutes, the last group is "never acknowledged"
       01  w-group-names.
           05  filler            pic x(24)
                                  value "WITHIN 5 MINUTES".
           05  filler            pic x(24)
                                  value "6 TO 15 MINUTES".
           05  filler            pic x(24)
                                  value "16 TO 30 MINUTES".
           05  filler            pic x(24)
                                  value "31 TO 60 MINUTES".
           05  filler            pic x(24)
                                  value "OVER AN HOUR".
           05  filler            pic x(24)
                                  value "NOT ACKNOWLEDGED".
       01  filler redefines w-group-names.
           05  w-grp-name        pic x(24)      occurs 6 times.
       01  w-group-limits.
           05  filler            pic 9(05)      value 5.
           05  filler            pic 9(05)      value 15.
           05  filler            pic 9(05)      value 30.
           05  filler            pic 9(05)      value 60.
           05  filler            pic 9(05)      value 99999.
           05  filler            pic 9(05)      value 99999.
       01  filler redefines w-group-limits.
           05  w-grp-limit       pic 9(05)      occurs 6 times.
       01  w-group-counts.
           05  w-grp-count       pic 9(07)      value zeros
                                  occurs 6 times.
       77  w-grp-max             pic 9(01)      value 6.
       77  w-grp-i               pic 9(01)      value zeros.
       77  w-alert-group         pic 9(01)      value zeros.
       01  w-tier-counts.
           05  w-tier-count      pic 9(07)      value zeros
                                  occurs 4 times.
       77  w-tier-i              pic 9(01)      value zeros.
       77  w-alert-total         pic 9(07)      value zeros.
       77  w-acked-total         pic 9(07)      value zeros.
       77  w-minutes-total       pic 9(09)      value zeros.
       77  w-minutes-longest     pic 9(05)      value zeros.
       77  w-minutes-average     pic 9(05)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-minutes      pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-period.
           perform                2000-print-one-group
                     varying       w-grp-i from 1 by 1
                     until         w-grp-i > w-grp-max.
           perform                3000-print-summary.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unset bounds default to the previous calendar month
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
                                  "MSGACKA-FROM".
           accept                 w-to-env from environment
                                  "MSGACKA-TO".
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
           string "ALERTS BY TIME TO ACKNOWLEDGE - " w-from-date
                  " TO " w-to-date into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One pass of the alert file per group, started at the first
      *>-> alert of the period, so each group prints as one block in
      *>-> the order the alerts were raised; the totals are taken on
      *>-> the first pass only
       2000-print-one-group.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string w-grp-name(w-grp-i) into w-report-heading.
           write                  report-line from w-report-heading.
           open                   input msgalrt-file.
           if                     w-file-status = "00"
              move             w-from-date to AL-ALERT-DATE,
              move             zeros to AL-ALERT-TIME,
              move             zeros to AL-SEQ-NO,
              move             "N" to w-eof,
              start            msgalrt-file key not < AL-ALERT-ID,
              if               w-file-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       2100-read-next,
              end-if,
              perform          2200-process-alert
                 until         w-eof-yes,
              close            msgalrt-file,
           end-if.
           if                     w-grp-count(w-grp-i) = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next.
           read                   msgalrt-file next record
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
                                  AL-ALERT-DATE > w-to-date
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-process-alert.
           perform                2300-determine-group.
           if                     w-alert-group = w-grp-i
              add              1 to w-grp-count(w-grp-i),
              perform          2400-print-alert,
           end-if.
           if                     w-grp-i = 1
              perform          2500-accumulate-totals,
           end-if.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-determine-group.
           if                     not AL-ACKNOWLEDGED
              move             w-grp-max to w-alert-group,
           else,
              move             1 to w-alert-group,
              perform          2310-next-group
                 until         AL-ACK-MINUTES not >
                               w-grp-limit(w-alert-group),
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2310-next-group.
           add                    1 to w-alert-group.
      *>--------------------------------------------------------------------------------------------------------------<*
       2400-print-alert.
           move                   spaces to w-report-detail.
           string "  " AL-ALERT-ID " " AL-PROGRAM " " AL-TITLE
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   spaces to w-report-detail.
           if                     AL-ACKNOWLEDGED
              move             AL-ACK-MINUTES to w-detail-minutes,
              string "      ACKNOWLEDGED BY " AL-ACK-OPERATOR
                     " AFTER " w-detail-minutes " MIN AT TIER "
                     AL-ACK-TIER " - PAGES SENT " AL-PAGE-COUNT
                     " " AL-ACK-COMMENT
                                  into w-report-detail,
           else,
              if               AL-EXHAUSTED
                 string "      NOT ACKNOWLEDGED - EVERY ROSTER TIER "
                        "PAGED, PAGES SENT " AL-PAGE-COUNT
                                  into w-report-detail,
              else,
                 string "      NOT ACKNOWLEDGED - TIER " AL-TIER
                        " PAGED, PAGES SENT " AL-PAGE-COUNT
                                  into w-report-detail,
              end-if,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-accumulate-totals.
           add                    1 to w-alert-total.
           if                     AL-ACKNOWLEDGED
              add              1 to w-acked-total,
              add              AL-ACK-MINUTES to w-minutes-total,
              if               AL-ACK-MINUTES > w-minutes-longest
                 move          AL-ACK-MINUTES to w-minutes-longest,
              end-if,
              compute          w-tier-i = AL-ACK-TIER + 1
              end-compute,
              add              1 to w-tier-count(w-tier-i),
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-print-summary.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "SUMMARY" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   w-alert-total to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ALERTS RAISED . . . . . . . . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           perform                3100-print-group-count
                     varying       w-grp-i from 1 by 1
                     until         w-grp-i > w-grp-max.
           move                   w-tier-count(2) to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ACKNOWLEDGED AT 1ST CONTACT . . . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-tier-count(3) to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ACKNOWLEDGED AFTER 2ND CONTACT. . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-tier-count(4) to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ACKNOWLEDGED AFTER 3RD CONTACT. . : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-tier-count(1) to w-detail-count.
           move                   spaces to w-report-detail.
           string "  ACKNOWLEDGED, NO ROSTER IN FORCE. : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-acked-total > 0
              compute          w-minutes-average rounded =
                               w-minutes-total / w-acked-total
              end-compute,
           end-if.
           move                   w-minutes-average to w-detail-minutes.
           move                   spaces to w-report-detail.
           string "  AVERAGE MINUTES TO ACKNOWLEDGE. . : "
                  "  " w-detail-minutes into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-minutes-longest to w-detail-minutes.
           move                   spaces to w-report-detail.
           string "  LONGEST MINUTES TO ACKNOWLEDGE. . : "
                  "  " w-detail-minutes into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-print-group-count.
           move                   w-grp-count(w-grp-i)
                                  to w-detail-count.
           move                   spaces to w-report-detail.
           string "    " w-grp-name(w-grp-i) "        : "
                  w-detail-count into w-report-detail.
           write                  report-line from w-report-detail.
       end program                msgacka.
