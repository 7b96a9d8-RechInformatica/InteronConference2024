      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGHAND: Shift handover report and acknowledgment, run at the
      *>-> console by the outgoing shift. One report (MSGHAND.PRT) in
      *>-> place of MSGPENDR, MSGCKPTP, MSGWINM and MSGQRY checked
      *>-> one at a time:
      *>->   - dialogs answered during the shift, by operator and
      *>->     severity (headless auto-answers and window-muted dialogs
      *>->     under their own headings);
      *>->   - pending-decisions queue entries (MSGPEND.DAT) still
      *>->     unreviewed, and WRONG-ANSWER entries not yet re-driven -
      *>->     re-driven meaning the audit trail shows the same program
      *>->     and dialog answered with the correct answer since;
      *>->   - checkpointed runs (MSGCKRN.DAT) still running - stopped
      *>->     part-way through their sequence, or not finished yet; a
      *>->     restart of the same run replays their answered steps;
      *>->   - dialogs that timed out, or waited on screen longer than
      *>->     MSGHAND-WAIT-MINUTES (unset/blank keeps 10);
      *>->   - error pages sent while headless (MSGALRT.DAT) raised
      *>->     during the shift, and any still unacknowledged;
      *>->   - maintenance windows (MSGWIND.DAT) starting or ending
      *>->     during the next shift.
      *>-> The shift and span are asked for: a blank shift takes the
      *>-> shift on duty now, from the roster hours (MSGONC.DAT), a
      *>-> blank start the latest start of that shift, a blank end now.
      *>-> The next shift is the roster shift starting when this one
      *>-> ends; with none on the roster the next eight hours are used.
      *>->
      *>-> The incoming operator then acknowledges the handover with
      *>-> their operator id and PIN, challenged as MSGACK challenges
      *>-> an acknowledging operator; the acknowledgment, with what
      *>-> the report showed open, is kept on MSGHND.DAT (MSGHNDW).
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msghand.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
           select                 msgonc-file
                                  assign to "MSGONC.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OC-KEY
                                  file status is w-file-status.
           select                 msglog-file
                                  assign to "MSGLOG.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ML-KEY
                                  file status is w-log-status.
           select                 msgpend-file
                                  assign to "MSGPEND.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MQ-KEY
                                  file status is w-file-status.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is CR-KEY
                                  file status is w-file-status.
           select                 msgalrt-file
                                  assign to "MSGALRT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is AL-ALERT-ID
                                  file status is w-file-status.
           select                 msgwind-file
                                  assign to "MSGWIND.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MW-WINDOW-ID
                                  file status is w-file-status.
           select                 report-file
                                  assign to "MSGHAND.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgonc-file.
           copy                   MSGONCR.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  msgpend-file.
           copy                   MSGQUER.
       fd  msgckrn-file.
           copy                   MSGCKRNR.
       fd  msgalrt-file.
           copy                   MSGALRTR.
       fd  msgwind-file.
           copy                   MSGWINDR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       copy                       MBCONST.
      *>-- Acknowledgment record handed to MSGHNDW
       copy                       MSGHNDR.
       77  w-file-status         pic x(02)      value spaces.
       77  w-log-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-valid               pic x(01)      value "Y".
           88 w-valid-yes                        value "Y".
       77  w-return-code         pic 9(02)      value zeros.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  filler redefines w-current-datetime.
           05  filler            pic 9(08).
           05  w-cur-hhmm        pic 9(04).
           05  filler            pic 9(04).
      *>-- Shift rows of the roster (blank calling program): code and
      *>-- hours HHMM, an end at or before the start running past
      *>-- midnight
       77  w-sft-max             pic 9(02)      value 20.
       77  w-sft-count           pic 9(02)      value zeros comp-x.
       77  w-sft-i               pic 9(02)      value zeros comp-x.
       77  w-sft-found           pic 9(02)      value zeros comp-x.
       77  w-sft-next            pic 9(02)      value zeros comp-x.
       01  w-sft-table.
           05  w-sft-entry       occurs 20 times.
               10  w-sft-code    pic x(01)      value spaces.
               10  w-sft-start   pic 9(04)      value zeros.
               10  w-sft-end     pic 9(04)      value zeros.
      *>-- Shift and span handed over, as keyed and as YYYYMMDDHHMM
       77  w-shift               pic x(01)      value spaces.
       77  w-next-shift          pic x(01)      value spaces.
       77  w-from-x              pic x(12)      value spaces.
       77  w-to-x                pic x(12)      value spaces.
       77  w-from-stamp          pic 9(12)      value zeros.
       77  w-to-stamp            pic 9(12)      value zeros.
       77  w-next-end-stamp      pic 9(12)      value zeros.
      *>-- The same moments as absolute minutes (day number * 1440 +
      *>-- minute of the day), so spans cross midnight and month ends
       77  w-from-minutes        pic s9(11)     value zeros.
       77  w-to-minutes          pic s9(11)     value zeros.
       77  w-this-end-minutes    pic s9(11)     value zeros.
       77  w-next-end-minutes    pic s9(11)     value zeros.
       77  w-shift-length        pic s9(05)     value zeros.
      *>-- Stamp <-> minutes conversion work area
       01  w-cv-stamp            pic 9(12)      value zeros.
       01  filler redefines w-cv-stamp.
           05  w-cv-date         pic 9(08).
           05  w-cv-hh           pic 9(02).
           05  w-cv-mm           pic 9(02).
       01  w-cv-stamp-x redefines w-cv-stamp
                                 pic x(12).
       77  w-cv-minutes          pic s9(11)     value zeros.
       77  w-cv-days             pic s9(09)     value zeros.
       77  w-cv-rest             pic s9(05)     value zeros.
       01  w-hhmm                pic 9(04)      value zeros.
       01  filler redefines w-hhmm.
           05  w-hhmm-hh         pic 9(02).
           05  w-hhmm-mm         pic 9(02).
      *>-- Long-wait threshold in minutes; the environment value
      *>-- arrives left-justified and is squared up before the test
       77  w-wait-env            pic x(04)      value spaces.
       77  w-wait-just           pic x(04)      value spaces
                                                justified right.
       77  w-wait-limit          pic 9(04)      value zeros.
       77  w-wait-minutes        pic s9(09)     value zeros.
       01  w-time-parts          pic 9(08)      value zeros.
       01  filler redefines w-time-parts.
           05  w-tp-hh           pic 9(02).
           05  w-tp-mm           pic 9(02).
           05  filler            pic 9(04).
      *>-- Moment of the audit record in hand, YYYYMMDDHHMM
       77  w-rec-stamp           pic 9(12)      value zeros.
       77  w-rec-occurs          pic 9(07)      value zeros.
      *>-- Dialogs by operator, one count per severity
       77  w-opr-max             pic 9(03)      value 100.
       77  w-opr-count           pic 9(03)      value zeros comp-x.
       77  w-opr-i               pic 9(03)      value zeros comp-x.
       77  w-opr-overflow        pic x(01)      value "N".
           88 w-opr-overflow-yes                 value "Y".
       77  w-opr-key             pic x(10)      value spaces.
       01  w-opr-table.
           05  w-opr-entry       occurs 100 times
                                  indexed by w-opr-ix.
               10  w-opr-id      pic x(10)      value spaces.
               10  w-opr-info    pic 9(07)      value zeros.
               10  w-opr-warn    pic 9(07)      value zeros.
               10  w-opr-error   pic 9(07)      value zeros.
               10  w-opr-total   pic 9(07)      value zeros.
       77  w-dialog-count        pic 9(07)      value zeros.
      *>-- Timed-out and long-waiting dialogs, kept for their section
       77  w-stl-max             pic 9(03)      value 200.
       77  w-stl-count           pic 9(03)      value zeros comp-x.
       77  w-stl-i               pic 9(03)      value zeros comp-x.
       77  w-stl-overflow        pic x(01)      value "N".
           88 w-stl-overflow-yes                 value "Y".
       01  w-stl-table.
           05  w-stl-entry       occurs 200 times.
               10  w-stl-date    pic 9(08)      value zeros.
               10  w-stl-time    pic 9(06)      value zeros.
               10  w-stl-program pic x(30)      value spaces.
               10  w-stl-title   pic x(40)      value spaces.
               10  w-stl-operator
                                 pic x(10)      value spaces.
               10  w-stl-wait    pic 9(05)      value zeros.
               10  w-stl-timed-out
                                 pic x(01)      value spaces.
      *>-- WRONG-ANSWER entries of the pending queue, checked against
      *>-- the audit trail for a re-driven correct answer
       77  w-wrg-max             pic 9(03)      value 200.
       77  w-wrg-count           pic 9(03)      value zeros comp-x.
       77  w-wrg-i               pic 9(03)      value zeros comp-x.
       77  w-wrg-overflow        pic x(01)      value "N".
           88 w-wrg-overflow-yes                 value "Y".
       77  w-wrg-first-date      pic 9(08)      value zeros.
       77  w-log-key-stamp       pic 9(16)      value zeros.
       01  w-wrg-table.
           05  w-wrg-entry       occurs 200 times.
               10  w-wrg-stamp   pic 9(16)      value zeros.
               10  w-wrg-program pic x(30)      value spaces.
               10  w-wrg-title   pic x(60)      value spaces.
               10  w-wrg-auto    pic 9(01)      value zeros.
               10  w-wrg-correct pic 9(01)      value zeros.
               10  w-wrg-redriven
                                 pic x(01)      value "N".
       77  w-unreviewed-count    pic 9(05)      value zeros.
       77  w-wrong-count         pic 9(05)      value zeros.
       77  w-ckpt-count          pic 9(05)      value zeros.
       77  w-alert-count         pic 9(05)      value zeros.
       77  w-window-count        pic 9(05)      value zeros.
       77  w-alert-stamp         pic 9(12)      value zeros.
       77  w-win-start-minutes   pic s9(11)     value zeros.
       77  w-win-end-minutes     pic s9(11)     value zeros.
       77  w-win-starts          pic x(01)      value "N".
       77  w-win-ends            pic x(01)      value "N".
       77  w-line-count          pic 9(05)      value zeros.
       77  w-severity-text       pic x(07)      value spaces.
       77  w-status-text         pic x(30)      value spaces.
       77  w-event-text          pic x(16)      value spaces.
       77  w-comment             pic x(60)      value spaces.
      *>-> Operator challenge: MSGOPRL lookup and MSGSECW events
       77  w-operator-id         pic x(08)      value spaces.
       77  w-operator-pin        pic x(04)      value spaces.
       77  w-om-found            pic x(01)      value spaces.
       77  w-om-name             pic x(30)      value spaces.
       77  w-om-shift            pic x(01)      value spaces.
       77  w-om-level            pic 9(01)      value zeros.
       77  w-om-pin              pic x(04)      value spaces.
       77  w-om-active           pic x(01)      value spaces.
       77  w-om-fail-count       pic 9(02)      value zeros.
       77  w-om-locked           pic x(01)      value spaces.
       77  w-om-pin-date         pic 9(08)      value zeros.
       77  w-login-id            pic x(08)      value spaces.
       77  w-workstation         pic x(15)      value spaces.
       77  w-sec-event           pic x(01)      value spaces.
       77  w-sec-program         pic x(30)      value "MSGHAND".
       77  w-sec-title           pic x(60)      value
                                 "ACKNOWLEDGE SHIFT HANDOVER".
       77  w-sec-fail-count      pic 9(02)      value zeros.
       77  w-sec-detail          pic x(40)      value spaces.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-wait         pic z(4)9.
       01  w-display-count       pic z(4)9.
       01  w-opr-line.
           05  w-opr-line-id     pic x(12).
           05  w-opr-line-cell   pic z(6)9b(2)  occurs 4 times.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           perform                1000-determine-session.
           perform                1100-load-shifts.
           perform                1200-ask-shift.
           if                     not w-valid-yes
              stop             run,
           end-if.
           perform                1300-ask-span.
           if                     not w-valid-yes
              stop             run,
           end-if.
           perform                1400-determine-next-shift.
           perform                1500-determine-wait-limit.
           open                   output report-file.
           perform                2000-print-heading.
           perform                3000-report-dialogs.
           perform                4000-report-pending.
           perform                5000-report-checkpoints.
           perform                3500-print-stalls.
           perform                6000-report-alerts.
           perform                6500-report-windows.
           perform                7000-acknowledge-handover.
           close                  report-file.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Login and workstation of this session, found the same way
      *>-> MSGBOX finds them, for the acknowledgment and security events
       1000-determine-session.
           accept                 w-login-id from environment
                                  "USER".
           if w-login-id = spaces
              accept           w-login-id from environment
                               "USERNAME",
           end-if.
           accept                 w-workstation from environment
                                  "COMPUTERNAME".
           if w-workstation = spaces
              accept           w-workstation from environment
                               "HOSTNAME",
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-load-shifts.
           open                   input msgonc-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          1110-read-next-row,
              perform          1120-table-shift
                 until         w-eof-yes,
              close            msgonc-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1110-read-next-row.
           read                   msgonc-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1120-table-shift.
           if                     OC-PROGRAM = spaces and
                                  OC-ACTIVE = "Y" and
                                  w-sft-count < w-sft-max
              add              1 to w-sft-count,
              move             OC-SHIFT to w-sft-code(w-sft-count),
              move             OC-START-TIME to
                               w-sft-start(w-sft-count),
              move             OC-END-TIME to w-sft-end(w-sft-count),
           end-if.
           perform                1110-read-next-row.
      *>--------------------------------------------------------------------------------------------------------------<*
       1200-ask-shift.
           move                   "Y" to w-valid.
           display "Shift handed over (blank = the shift on duty now): "
              upon crt.
           accept                 w-shift from crt.
           move          function upper-case(w-shift) to w-shift.
           move                   zeros to w-sft-found.
           if                     w-shift = spaces
              perform          1210-check-on-duty
                 varying       w-sft-i from 1 by 1
                 until         w-sft-i > w-sft-count or
                               w-sft-found > 0,
              if               w-sft-found = 0
                 display "No shift on the roster is on duty now"
                    upon crt,
                 move          "N" to w-valid,
              else,
                 move          w-sft-code(w-sft-found) to w-shift,
              end-if,
           else,
              perform          1220-check-shift-code
                 varying       w-sft-i from 1 by 1
                 until         w-sft-i > w-sft-count or
                               w-sft-found > 0,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A shift whose end is at or before its start runs past
      *>-> midnight, so it covers from the start OR before the end
       1210-check-on-duty.
           if                     w-sft-start(w-sft-i) <
                                  w-sft-end(w-sft-i)
              if               w-cur-hhmm not < w-sft-start(w-sft-i)
                               and w-cur-hhmm < w-sft-end(w-sft-i)
                 move          w-sft-i to w-sft-found,
              end-if,
           else,
              if               w-cur-hhmm not < w-sft-start(w-sft-i)
                               or w-cur-hhmm < w-sft-end(w-sft-i)
                 move          w-sft-i to w-sft-found,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1220-check-shift-code.
           if                     w-sft-code(w-sft-i) = w-shift
              move             w-sft-i to w-sft-found,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A blank start is the latest start of the shift's hours up to
      *>-> now; a shift the roster does not carry has no hours, so its
      *>-> start must be keyed
       1300-ask-span.
           display "Span from (YYYYMMDDHHMM, blank = the shift's "
              "start): " upon crt.
           accept                 w-from-x from crt.
           display "Span to (YYYYMMDDHHMM, blank = now): " upon crt.
           accept                 w-to-x from crt.
           if                     w-from-x = spaces
              if               w-sft-found = 0
                 display "Shift " w-shift " is not on the roster - "
                    "key the start of the span" upon crt,
                 move          "N" to w-valid,
              else,
                 compute       w-cv-stamp = w-cur-date * 10000
                                          + w-sft-start(w-sft-found)
                 end-compute,
                 perform       8100-stamp-to-minutes,
                 if            w-cur-hhmm < w-sft-start(w-sft-found)
                    subtract   1440 from w-cv-minutes,
                 end-if,
                 move          w-cv-minutes to w-from-minutes,
              end-if,
           else,
              move             w-from-x to w-cv-stamp-x,
              perform          1310-validate-stamp,
              move             w-cv-minutes to w-from-minutes,
           end-if.
           if                     w-to-x = spaces
              compute          w-cv-stamp = w-cur-date * 10000
                                          + w-cur-hhmm
              end-compute,
              perform          8100-stamp-to-minutes,
              move             w-cv-minutes to w-to-minutes,
           else,
              move             w-to-x to w-cv-stamp-x,
              perform          1310-validate-stamp,
              move             w-cv-minutes to w-to-minutes,
           end-if.
           if                     w-valid-yes and
                                  w-to-minutes < w-from-minutes
              display "The span ends before it starts" upon crt,
              move             "N" to w-valid,
           end-if.
           if                     w-valid-yes
              move             w-from-minutes to w-cv-minutes,
              perform          8200-minutes-to-stamp,
              move             w-cv-stamp to w-from-stamp,
              move             w-to-minutes to w-cv-minutes,
              perform          8200-minutes-to-stamp,
              move             w-cv-stamp to w-to-stamp,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1310-validate-stamp.
           if                     w-cv-stamp-x is not numeric
              display "Key the moment as YYYYMMDDHHMM" upon crt,
              move             "N" to w-valid,
           else,
              if               w-cv-hh > 23 or w-cv-mm > 59 or
                        function integer-of-date(w-cv-date) = 0
                 display "Not a valid date and time: " w-cv-stamp-x
                    upon crt,
                 move          "N" to w-valid,
              else,
                 perform       8100-stamp-to-minutes,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The next shift is the roster shift starting when this one
      *>-> ends, and runs its own hours from there
       1400-determine-next-shift.
           move                   spaces to w-next-shift.
           move                   zeros to w-sft-next.
           if                     w-sft-found > 0
              move             w-sft-start(w-sft-found) to w-hhmm,
              compute          w-shift-length =
                               0 - w-hhmm-hh * 60 - w-hhmm-mm
              end-compute,
              move             w-sft-end(w-sft-found) to w-hhmm,
              compute          w-shift-length = w-shift-length
                               + w-hhmm-hh * 60 + w-hhmm-mm
              end-compute,
              if               w-shift-length not > 0
                 add           1440 to w-shift-length,
              end-if,
              compute          w-this-end-minutes =
                               w-from-minutes + w-shift-length
              end-compute,
              if               w-this-end-minutes < w-to-minutes
                 move          w-to-minutes to w-this-end-minutes,
              end-if,
              perform          1410-check-next-shift
                 varying       w-sft-i from 1 by 1
                 until         w-sft-i > w-sft-count or
                               w-sft-next > 0,
           else,
              move             w-to-minutes to w-this-end-minutes,
           end-if.
           if                     w-sft-next > 0
              move             w-sft-code(w-sft-next) to w-next-shift,
              move             w-sft-start(w-sft-next) to w-hhmm,
              compute          w-shift-length =
                               0 - w-hhmm-hh * 60 - w-hhmm-mm
              end-compute,
              move             w-sft-end(w-sft-next) to w-hhmm,
              compute          w-shift-length = w-shift-length
                               + w-hhmm-hh * 60 + w-hhmm-mm
              end-compute,
              if               w-shift-length not > 0
                 add           1440 to w-shift-length,
              end-if,
           else,
              move             480 to w-shift-length,
           end-if.
           compute                w-next-end-minutes =
                                  w-this-end-minutes + w-shift-length
           end-compute.
           move                   w-next-end-minutes to w-cv-minutes.
           perform                8200-minutes-to-stamp.
           move                   w-cv-stamp to w-next-end-stamp.
      *>--------------------------------------------------------------------------------------------------------------<*
       1410-check-next-shift.
           if                     w-sft-i not = w-sft-found and
                                  w-sft-start(w-sft-i) =
                                  w-sft-end(w-sft-found)
              move             w-sft-i to w-sft-next,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped threshold falls back to the default rather than
      *>-> to zero, which would list every dialog as a long wait
       1500-determine-wait-limit.
           accept                 w-wait-env from environment
                                  "MSGHAND-WAIT-MINUTES".
           move                   10 to w-wait-limit.
           if                     w-wait-env not = spaces
              move    function trim(w-wait-env) to w-wait-just,
              inspect          w-wait-just
                               replacing leading " " by "0",
              if               w-wait-just is numeric and
                               w-wait-just not = "0000"
                 move          w-wait-just to w-wait-limit,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-print-heading.
           move                   spaces to w-report-heading.
           string "SHIFT HANDOVER - SHIFT " w-shift " FROM "
                  w-from-stamp " TO " w-to-stamp
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "PREPARED BY " w-login-id " AT " w-workstation
                  " ON " w-cur-date " " w-cur-time(1:4)
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           if                     w-next-shift = spaces
              string "NEXT SHIFT NOT ON THE ROSTER - LOOKING AHEAD TO "
                     w-next-end-stamp into w-report-heading,
           else,
              string "NEXT SHIFT " w-next-shift " - LOOKING AHEAD TO "
                     w-next-end-stamp into w-report-heading,
           end-if.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One pass of the audit trail over the span gives both the
      *>-> answers by operator and the stalled dialogs
       3000-report-dialogs.
           open                   input msglog-file.
           if                     w-log-status = "00"
              move             w-from-stamp(1:8) to ML-LOG-DATE,
              move             zeros to ML-LOG-TIME,
              move             zeros to ML-SEQ-NO,
              move             "N" to w-eof,
              start            msglog-file key not < ML-KEY,
              if               w-log-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       3010-read-next-dialog,
              end-if,
              perform          3100-count-dialog
                 until         w-eof-yes,
              close            msglog-file,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "DIALOGS ANSWERED DURING THE SHIFT BY OPERATOR AND "
                  "SEVERITY" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "  OPERATOR       INFO  WARNING    ERROR    TOTAL"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                3300-print-one-operator
                     varying       w-opr-i from 1 by 1
                     until         w-opr-i > w-opr-count.
           perform                9000-print-none.
           if                     w-opr-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 100 OPERATORS - TABLE INCOMPLETE"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3010-read-next-dialog.
           read                   msglog-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     not w-eof-yes
              if               ML-LOG-DATE > w-to-stamp(1:8)
                 move          "Y" to w-eof,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-count-dialog.
           move                   ML-LOG-TIME to w-time-parts.
           compute                w-rec-stamp = ML-LOG-DATE * 10000
                                  + w-tp-hh * 100 + w-tp-mm
           end-compute.
           if                     w-rec-stamp not < w-from-stamp and
                                  w-rec-stamp not > w-to-stamp
              if               ML-OCCURS = 0
                 move          1 to w-rec-occurs,
              else,
                 move          ML-OCCURS to w-rec-occurs,
              end-if,
              add              w-rec-occurs to w-dialog-count,
              evaluate         true,
                 when ML-WINDOW-ID not = spaces
                    move       "*WINDOW" to w-opr-key,
                 when ML-HEADLESS = "Y"
                    move       "*HEADLESS" to w-opr-key,
                 when ML-OPERATOR = spaces
                    move       "*CONSOLE" to w-opr-key,
                 when other
                    move       ML-OPERATOR to w-opr-key,
              end-evaluate,
              perform          3110-tally-operator,
              perform          3200-check-stall,
           end-if.
           perform                3010-read-next-dialog.
      *>--------------------------------------------------------------------------------------------------------------<*
       3110-tally-operator.
           set                    w-opr-ix to 1.
           search                 w-opr-entry
              at end
                 perform          3120-add-operator,
              when w-opr-ix > w-opr-count
                 perform          3120-add-operator,
              when w-opr-id(w-opr-ix) = w-opr-key
                 perform          3130-tally-cell,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       3120-add-operator.
           if                     w-opr-count < w-opr-max
              add              1 to w-opr-count,
              move             w-opr-key to w-opr-id(w-opr-count),
              set              w-opr-ix to w-opr-count,
              perform          3130-tally-cell,
           else,
              move             "Y" to w-opr-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3130-tally-cell.
           evaluate               ML-ICON,
              when mb-warning-icon
                 add w-rec-occurs to w-opr-warn(w-opr-ix),
              when mb-error-icon
                 add w-rec-occurs to w-opr-error(w-opr-ix),
              when other
                 add w-rec-occurs to w-opr-info(w-opr-ix),
           end-evaluate.
           add                    w-rec-occurs to w-opr-total(w-opr-ix).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Minutes on screen, show to answer, across midnight; records
      *>-> without a show time cannot have waited that anyone knows of
       3200-check-stall.
           move                   zeros to w-wait-minutes.
           if                     ML-SHOW-DATE > 0
              move             ML-SHOW-TIME to w-time-parts,
              compute          w-wait-minutes =
                               0 - w-tp-hh * 60 - w-tp-mm
                             - function integer-of-date(ML-SHOW-DATE)
                               * 1440
              end-compute,
              move             ML-LOG-TIME to w-time-parts,
              compute          w-wait-minutes = w-wait-minutes
                             + function integer-of-date(ML-LOG-DATE)
                               * 1440
                             + w-tp-hh * 60 + w-tp-mm
              end-compute,
              if               w-wait-minutes < 0
                 move          zeros to w-wait-minutes,
              end-if,
           end-if.
           if                     ML-TIMED-OUT = "Y" or
                                  w-wait-minutes > w-wait-limit
              if               w-stl-count < w-stl-max
                 add           1 to w-stl-count,
                 move          ML-LOG-DATE to w-stl-date(w-stl-count),
                 move          ML-LOG-TIME(1:6) to
                               w-stl-time(w-stl-count),
                 move          ML-PROGRAM to
                               w-stl-program(w-stl-count),
                 move          ML-TITLE to w-stl-title(w-stl-count),
                 move          w-opr-key to
                               w-stl-operator(w-stl-count),
                 if            w-wait-minutes > 99999
                    move       99999 to w-stl-wait(w-stl-count),
                 else,
                    move       w-wait-minutes to
                               w-stl-wait(w-stl-count),
                 end-if,
                 move          ML-TIMED-OUT to
                               w-stl-timed-out(w-stl-count),
              else,
                 move          "Y" to w-stl-overflow,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-print-one-operator.
           add                    1 to w-line-count.
           move                   spaces to w-opr-line.
           string "  " w-opr-id(w-opr-i) into w-opr-line-id.
           move                   w-opr-info(w-opr-i) to
                                  w-opr-line-cell(1).
           move                   w-opr-warn(w-opr-i) to
                                  w-opr-line-cell(2).
           move                   w-opr-error(w-opr-i) to
                                  w-opr-line-cell(3).
           move                   w-opr-total(w-opr-i) to
                                  w-opr-line-cell(4).
           write                  report-line from w-opr-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       3500-print-stalls.
           move                   spaces to report-line.
           write                  report-line.
           move                   w-wait-limit to w-detail-wait.
           move                   spaces to w-report-heading.
           string "DIALOGS THAT TIMED OUT OR WAITED OVER "
                  w-detail-wait " MINUTES"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                3510-print-one-stall
                     varying       w-stl-i from 1 by 1
                     until         w-stl-i > w-stl-count.
           perform                9000-print-none.
           if                     w-stl-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 STALLED DIALOGS - LIST "
                     "INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3510-print-one-stall.
           add                    1 to w-line-count.
           move                   w-stl-wait(w-stl-i) to w-detail-wait.
           move                   spaces to w-report-detail.
           if                     w-stl-timed-out(w-stl-i) = "Y"
              string "  " w-stl-date(w-stl-i) " " w-stl-time(w-stl-i)
                     " " w-stl-program(w-stl-i) " "
                     w-stl-title(w-stl-i) " " w-stl-operator(w-stl-i)
                     " TIMED OUT AFTER " w-detail-wait " MIN"
                                  into w-report-detail,
           else,
              string "  " w-stl-date(w-stl-i) " " w-stl-time(w-stl-i)
                     " " w-stl-program(w-stl-i) " "
                     w-stl-title(w-stl-i) " " w-stl-operator(w-stl-i)
                     " WAITED " w-detail-wait " MIN"
                                  into w-report-detail,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The whole queue, not just the shift: whatever is still open
      *>-> is handed over, however old
       4000-report-pending.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "PENDING DECISIONS NOT YET REVIEWED"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgpend-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          4010-read-next-pending,
              perform          4100-check-pending-entry
                 until         w-eof-yes,
              close            msgpend-file,
           end-if.
           perform                9000-print-none.
           if                     w-wrg-count > 0
              perform          4200-find-redriven-answers,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "WRONG-ANSWER DISPOSITIONS NOT YET RE-DRIVEN"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                4300-print-wrong-answer
                     varying       w-wrg-i from 1 by 1
                     until         w-wrg-i > w-wrg-count.
           perform                9000-print-none.
           if                     w-wrg-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 WRONG-ANSWER ENTRIES - LIST "
                     "INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4010-read-next-pending.
           read                   msgpend-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4100-check-pending-entry.
           if                     MQ-REVIEWED not = "Y"
              add              1 to w-line-count,
              add              1 to w-unreviewed-count,
              move             spaces to w-report-detail,
              string "  " MQ-LOG-DATE " " MQ-LOG-TIME(1:6) " "
                     MQ-PROGRAM " " MQ-TITLE(1:40)
                     " ANSWERED " MQ-AUTO-ANSWER
                     " SOURCE " MQ-POLICY-SOURCE
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     MQ-DISPOSITION = "W"
              if               w-wrg-count < w-wrg-max
                 add           1 to w-wrg-count,
                 compute       w-wrg-stamp(w-wrg-count) =
                               MQ-LOG-DATE * 100000000 + MQ-LOG-TIME
                 end-compute,
                 move          MQ-PROGRAM to
                               w-wrg-program(w-wrg-count),
                 move          MQ-TITLE to w-wrg-title(w-wrg-count),
                 move          MQ-AUTO-ANSWER to
                               w-wrg-auto(w-wrg-count),
                 move          MQ-CORRECT-ANSWER to
                               w-wrg-correct(w-wrg-count),
                 move          "N" to w-wrg-redriven(w-wrg-count),
                 if            w-wrg-first-date = 0 or
                               MQ-LOG-DATE < w-wrg-first-date
                    move       MQ-LOG-DATE to w-wrg-first-date,
                 end-if,
              else,
                 move          "Y" to w-wrg-overflow,
              end-if,
           end-if.
           perform                4010-read-next-pending.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A wrong answer is re-driven once the audit trail shows the
      *>-> same program's same dialog answered the correct way after
      *>-> the entry was queued - the rerun the worklist asked for
       4200-find-redriven-answers.
           open                   input msglog-file.
           if                     w-log-status = "00"
              move             w-wrg-first-date to ML-LOG-DATE,
              move             zeros to ML-LOG-TIME,
              move             zeros to ML-SEQ-NO,
              move             "N" to w-eof,
              start            msglog-file key not < ML-KEY,
              if               w-log-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       4210-read-next-answer,
              end-if,
              perform          4220-check-answer
                 until         w-eof-yes,
              close            msglog-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4210-read-next-answer.
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
       4220-check-answer.
           compute                w-log-key-stamp =
                                  ML-LOG-DATE * 100000000 + ML-LOG-TIME
           end-compute.
           perform                4230-match-wrong-answer
                     varying       w-wrg-i from 1 by 1
                     until         w-wrg-i > w-wrg-count.
           perform                4210-read-next-answer.
      *>--------------------------------------------------------------------------------------------------------------<*
       4230-match-wrong-answer.
           if                     w-wrg-redriven(w-wrg-i) = "N" and
                                  w-log-key-stamp >
                                  w-wrg-stamp(w-wrg-i) and
                                  ML-PROGRAM = w-wrg-program(w-wrg-i)
                                  and
                                  ML-TITLE = w-wrg-title(w-wrg-i) and
                                  ML-RETURN = w-wrg-correct(w-wrg-i)
              move             "Y" to w-wrg-redriven(w-wrg-i),
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4300-print-wrong-answer.
           if                     w-wrg-redriven(w-wrg-i) = "N"
              add              1 to w-line-count,
              add              1 to w-wrong-count,
              move             spaces to w-report-detail,
              string "  " w-wrg-stamp(w-wrg-i)(1:8) " "
                     w-wrg-stamp(w-wrg-i)(9:6) " "
                     w-wrg-program(w-wrg-i) " "
                     w-wrg-title(w-wrg-i)(1:40)
                     " ANSWERED " w-wrg-auto(w-wrg-i)
                     " SHOULD BE " w-wrg-correct(w-wrg-i)
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every run the control file still has running: one stopped
      *>-> part-way is what the incoming shift must restart, close with
      *>-> MSGCKPTD, or leave to MSGCKPTP to expire
       5000-report-checkpoints.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "CHECKPOINTED RUNS STOPPED PART-WAY THROUGH A "
                  "SEQUENCE (STILL RUNNING)" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgckrn-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          5010-read-next-run,
              perform          5100-check-run
                 until         w-eof-yes,
              close            msgckrn-file,
           end-if.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       5010-read-next-run.
           read                   msgckrn-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-check-run.
           if                     CR-RUNNING
              add              1 to w-line-count,
              add              1 to w-ckpt-count,
              move             CR-STEP-COUNT to w-display-count,
              move             spaces to w-report-detail,
              string "  JOB " CR-JOB-ID " RUN " CR-RUN-ID
                     " STARTED " CR-START-DATE " "
                     CR-START-TIME(1:6) " LAST STEP " CR-LAST-DATE
                     " " CR-LAST-TIME(1:6) " STEPS " w-display-count
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           perform                5010-read-next-run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Pages raised during the shift, and any raised earlier that
      *>-> nobody has acknowledged yet
       6000-report-alerts.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "ERROR PAGES SENT WHILE HEADLESS"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgalrt-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          6010-read-next-alert,
              perform          6100-check-alert
                 until         w-eof-yes,
              close            msgalrt-file,
           end-if.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       6010-read-next-alert.
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
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-check-alert.
           move                   AL-ALERT-TIME to w-time-parts.
           compute                w-alert-stamp = AL-ALERT-DATE * 10000
                                  + w-tp-hh * 100 + w-tp-mm
           end-compute.
           if                     AL-OUTSTANDING or
                                  (w-alert-stamp not < w-from-stamp and
                                   w-alert-stamp not > w-to-stamp)
              add              1 to w-line-count,
              add              1 to w-alert-count,
              evaluate         true,
                 when AL-EXHAUSTED
                    move "UNACKNOWLEDGED, ROSTER EXHAUSTED"
                                  to w-status-text,
                 when AL-UNACKNOWLEDGED
                    move "UNACKNOWLEDGED" to w-status-text,
                 when other
                    move       spaces to w-status-text,
                    string "ACKNOWLEDGED BY " AL-ACK-OPERATOR
                                  into w-status-text,
              end-evaluate,
              move             spaces to w-report-detail,
              string "  " AL-ALERT-ID " " AL-PROGRAM " "
                     AL-TITLE(1:40) " TIER " AL-TIER " PAGES "
                     AL-PAGE-COUNT " " w-status-text
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           perform                6010-read-next-alert.
      *>--------------------------------------------------------------------------------------------------------------<*
       6500-report-windows.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "MAINTENANCE WINDOWS STARTING OR ENDING BY "
                  w-next-end-stamp into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           open                   input msgwind-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          6510-read-next-window,
              perform          6600-check-window
                 until         w-eof-yes,
              close            msgwind-file,
           end-if.
           perform                9000-print-none.
      *>--------------------------------------------------------------------------------------------------------------<*
       6510-read-next-window.
           read                   msgwind-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-file-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Window times are HHMMSS; the seconds do not matter here
       6600-check-window.
           if                     MW-ACTIVE = "Y"
              compute          w-cv-stamp = MW-START-DATE * 10000
                               + MW-START-TIME / 100
              end-compute,
              perform          8100-stamp-to-minutes,
              move             w-cv-minutes to w-win-start-minutes,
              compute          w-cv-stamp = MW-END-DATE * 10000
                               + MW-END-TIME / 100
              end-compute,
              perform          8100-stamp-to-minutes,
              move             w-cv-minutes to w-win-end-minutes,
              move             "N" to w-win-starts,
              move             "N" to w-win-ends,
              if               w-win-start-minutes not < w-to-minutes
                               and w-win-start-minutes not >
                               w-next-end-minutes
                 move          "Y" to w-win-starts,
              end-if,
              if               w-win-end-minutes not < w-to-minutes
                               and w-win-end-minutes not >
                               w-next-end-minutes
                 move          "Y" to w-win-ends,
              end-if,
              evaluate         true,
                 when w-win-starts = "Y" and w-win-ends = "Y"
                    move       "STARTS AND ENDS" to w-event-text,
                 when w-win-starts = "Y"
                    move       "STARTS" to w-event-text,
                 when w-win-ends = "Y"
                    move       "ENDS" to w-event-text,
                 when other
                    move       spaces to w-event-text,
              end-evaluate,
              if               w-event-text not = spaces
                 add           1 to w-line-count,
                 add           1 to w-window-count,
                 move          spaces to w-report-detail,
                 string "  " MW-WINDOW-ID " " w-event-text " "
                        MW-START-DATE " " MW-START-TIME " TO "
                        MW-END-DATE " " MW-END-TIME " "
                        MW-PROGRAM " AUTO-ANSWER " MW-AUTO-ANSWER
                                  into w-report-detail,
                 write         report-line from w-report-detail,
              end-if,
           end-if.
           perform                6510-read-next-window.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The incoming operator takes the console over by proving who
      *>-> they are; a blank id leaves the handover unacknowledged, to
      *>-> be run again when the incoming operator is there
       7000-acknowledge-handover.
           move                   w-dialog-count to w-detail-count.
           display "Dialogs answered this shift.: " w-detail-count
              upon crt.
           move                   w-unreviewed-count to w-display-count.
           display "Pending, not reviewed . . .: " w-display-count
              upon crt.
           move                   w-wrong-count to w-display-count.
           display "Wrong answers not re-driven: " w-display-count
              upon crt.
           move                   w-ckpt-count to w-display-count.
           display "Jobs stopped mid-sequence .: " w-display-count
              upon crt.
           move                   w-stl-count to w-display-count.
           display "Timed out or long waits . .: " w-display-count
              upon crt.
           move                   w-alert-count to w-display-count.
           display "Headless error pages. . . .: " w-display-count
              upon crt.
           move                   w-window-count to w-display-count.
           display "Windows in the next shift .: " w-display-count
              upon crt.
           display "Report printed to MSGHAND.PRT" upon crt.
           display "Incoming operator - acknowledge the handover "
              "(blank ID = not now)" upon crt.
           perform                7100-verify-operator.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-detail.
           if                     w-valid-yes
              perform          7500-store-acknowledgment,
              if               w-return-code = 0
                 string "HANDOVER ACKNOWLEDGED BY " w-operator-id
                        " " w-om-name into w-report-detail,
                 display "Handover acknowledged" upon crt,
              else,
                 string "HANDOVER ACKNOWLEDGED BY " w-operator-id
                        " - NOT RECORDED, MSGHND.DAT UNAVAILABLE"
                                  into w-report-detail,
                 display "Acknowledgment could NOT be recorded"
                    upon crt,
              end-if,
           else,
              string "HANDOVER NOT ACKNOWLEDGED"
                                  into w-report-detail,
              display "Handover not acknowledged" upon crt,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The incoming operator is challenged the way MSGBOX
      *>-> challenges an answering operator: a wrong PIN counts toward
      *>-> their lockout the same way, and a PIN past its age is
      *>-> renewed through MSGPINA before the identity stands
       7100-verify-operator.
           move                   "Y" to w-valid.
           display "Operator ID: " upon crt.
           accept                 w-operator-id from crt.
           if                     w-operator-id = spaces
              move             "N" to w-valid,
           else,
              display "PIN: " upon crt,
              accept           w-operator-pin from crt,
              call "MSGOPRL" using w-operator-id, w-om-found,
                 w-om-name, w-om-shift, w-om-level, w-om-pin,
                 w-om-active, w-om-fail-count, w-om-locked,
                 w-om-pin-date,
              perform          7200-check-challenge,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       7200-check-challenge.
           evaluate               true,
              when w-om-found not = "Y" or w-om-active not = "Y"
                 display "Operator not known or not active"
                    upon crt,
                 move          "N" to w-valid,
                 move          "F" to w-sec-event,
                 move          zeros to w-sec-fail-count,
                 move          "UNKNOWN OR INACTIVE OPERATOR"
                               to w-sec-detail,
                 perform       7400-write-security-event,
              when w-om-locked = "Y"
                 display "Operator is locked out" upon crt,
                 move          "N" to w-valid,
                 move          "K" to w-sec-event,
                 move          w-om-fail-count to w-sec-fail-count,
                 move          "CHALLENGE ON A LOCKED OPERATOR"
                               to w-sec-detail,
                 perform       7400-write-security-event,
              when w-om-pin not = w-operator-pin
                 display "PIN does not match" upon crt,
                 move          "N" to w-valid,
                 perform       7300-record-failure,
              when other
                 if w-om-fail-count > 0
                    call "MSGOPRW" using "S", w-operator-id,
                       w-om-name, w-om-shift, w-om-level, w-om-pin,
                       w-om-active, w-return-code
                 end-if,
                 call "MSGPINA" using w-operator-id, w-om-pin,
                    w-om-pin-date, w-login-id, w-workstation,
                    w-sec-program, w-sec-title, w-valid,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       7300-record-failure.
           call "MSGOPRW" using "F", w-operator-id, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-return-code.
           move                   "F" to w-sec-event.
           if w-om-fail-count < 99
              compute          w-sec-fail-count = w-om-fail-count + 1
              end-compute,
           else,
              move             w-om-fail-count to w-sec-fail-count,
           end-if.
           move                   "PIN DOES NOT MATCH" to w-sec-detail.
           perform                7400-write-security-event.
           if w-return-code = 3
              display "Operator is now locked out" upon crt,
              move             "L" to w-sec-event,
              move             "LOCKED AFTER REPEATED FAILURES"
                               to w-sec-detail,
              perform          7400-write-security-event,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       7400-write-security-event.
           call "MSGSECW" using w-sec-event, w-operator-id,
              w-login-id, w-workstation, w-sec-program, w-sec-title,
              w-sec-fail-count, w-sec-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       7500-store-acknowledgment.
           display "Comment: " upon crt.
           accept                 w-comment from crt.
           move                   spaces to MSGHND-RECORD.
           move                   w-shift to HN-SHIFT.
           move                   w-from-stamp to HN-FROM-STAMP.
           move                   w-to-stamp to HN-TO-STAMP.
           move                   w-next-shift to HN-NEXT-SHIFT.
           move                   w-operator-id to HN-INCOMING-ID.
           move                   w-login-id to HN-LOGIN.
           move                   w-workstation to HN-WORKSTATION.
           move                   w-dialog-count to HN-DIALOG-COUNT.
           move                   w-unreviewed-count to
                                  HN-UNREVIEWED-COUNT.
           move                   w-wrong-count to HN-WRONG-COUNT.
           move                   w-ckpt-count to HN-CKPT-COUNT.
           move                   w-stl-count to HN-STALL-COUNT.
           move                   w-alert-count to HN-ALERT-COUNT.
           move                   w-window-count to HN-WINDOW-COUNT.
           move                   w-comment to HN-COMMENT.
           call "MSGHNDW" using MSGHND-RECORD, w-return-code.
      *>--------------------------------------------------------------------------------------------------------------<*
       8100-stamp-to-minutes.
           compute                w-cv-minutes =
                  function integer-of-date(w-cv-date) * 1440
                                + w-cv-hh * 60 + w-cv-mm
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
       8200-minutes-to-stamp.
           compute                w-cv-days = w-cv-minutes / 1440
           end-compute.
           compute                w-cv-rest =
                                  w-cv-minutes - w-cv-days * 1440
           end-compute.
           compute                w-cv-date =
                                  function date-of-integer(w-cv-days)
           end-compute.
           compute                w-cv-hh = w-cv-rest / 60
           end-compute.
           compute                w-cv-mm = w-cv-rest - w-cv-hh * 60
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-print-none.
           if                     w-line-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
       end program                msghand.
