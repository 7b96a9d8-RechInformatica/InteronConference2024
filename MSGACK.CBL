      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGACK: Outstanding-alerts screen and acknowledgment entry
      *>-> for the alerts MSGNOTFY pages out for headless errors
      *>-> (MSGALRT.DAT).
      *>->
      *>-> O)utstanding lists every alert nobody has acknowledged yet,
      *>-> oldest first: what raised it, the roster tier paged so far,
      *>-> how many pages, minutes since it was raised, and whether
      *>-> MSGESCL has run out of contacts for it.
      *>->
      *>-> A)cknowledge takes the alert id from the page and the
      *>-> acknowledging operator's id and PIN, challenged against the
      *>-> operator master the way MSGBOX challenges an answering
      *>-> operator - the acknowledgment is the proof a human was
      *>-> reached, so it must be a known, active, unlocked operator,
      *>-> a wrong PIN counts toward their lockout, and a PIN past its
      *>-> age must be renewed first (MSGPINA). The alert is
      *>-> marked acknowledged in place with a REWRITE, stamped with
      *>-> who, when, the minutes it took and the tier paged by then;
      *>-> escalation stops there. The alert is held locked only for
      *>-> that REWRITE, re-read once the operator has finished
      *>-> typing, so MSGESCL never waits on the keyboard and never
      *>-> has its own update overwritten.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgack.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
           select                 msgalrt-file
                                  assign to "MSGALRT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is AL-ALERT-ID
                                  lock mode is manual
                                  file status is w-file-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgalrt-file.
           copy                   MSGALRTR.
       working-storage            section.
       77  w-file-status         pic x(02)      value spaces.
           88 w-alert-locked                     value "51" "99" "9D".
       77  w-option              pic x(01)      value spaces.
           88 w-option-outstanding               value "O".
           88 w-option-acknowledge               value "A".
           88 w-option-exit                      value "X".
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                          value "Y".
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-valid               pic x(01)      value "Y".
           88 w-valid-yes                        value "Y".
       77  w-return-code         pic 9(02)      value zeros.
       77  w-alert-id            pic x(19)      value spaces.
       77  w-comment             pic x(60)      value spaces.
       77  w-ack-ready           pic x(01)      value "N".
           88 w-ack-ready-yes                    value "Y".
       77  w-lock-tries          pic 9(02)      value zeros.
       77  w-lock-max            pic 9(02)      value 10.
       77  w-lock-wait           pic 9(02)      value 1.
       77  w-outstanding-count   pic 9(05)      value zeros.
       01  w-display-count       pic z(4)9.
       01  w-display-minutes     pic z(6)9.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  filler redefines w-current-datetime.
           05  filler            pic 9(08).
           05  w-cur-hh          pic 9(02).
           05  w-cur-mm          pic 9(02).
           05  filler            pic 9(04).
      *>-- Time the alert was raised, split for the minute arithmetic
       01  w-then-time           pic 9(08)      value zeros.
       01  filler redefines w-then-time.
           05  w-then-hh         pic 9(02).
           05  w-then-mm         pic 9(02).
           05  filler            pic 9(04).
       77  w-elapsed             pic s9(07)     value zeros.
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
       77  w-sec-program         pic x(30)      value "MSGACK".
       77  w-sec-title           pic x(60)      value
                                 "ACKNOWLEDGE ALERT".
       77  w-sec-fail-count      pic 9(02)      value zeros.
       77  w-sec-detail          pic x(40)      value spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           perform                7300-determine-session.
           perform                0100-process-one-option
                                  until w-done-yes.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       0100-process-one-option.
           perform                1000-show-menu.
           perform                1100-read-option.
           evaluate               true,
              when w-option-outstanding
                 perform          2000-list-outstanding,
              when w-option-acknowledge
                 perform          3000-acknowledge-alert,
              when w-option-exit
                 move             "Y" to w-done,
              when other
                 display "Invalid option" upon crt,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-show-menu.
           display "Alerts - O)utstanding A)cknowledge X)it"
              upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-option.
           move                   spaces to w-option.
           accept                 w-option from crt.
           move          function upper-case(w-option) to w-option.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-list-outstanding.
           move                   zeros to w-outstanding-count.
           move          function current-date to w-current-datetime.
           open                   input msgalrt-file.
           if                     w-file-status not = "00"
              display "No alerts on file" upon crt,
           else,
              move             "N" to w-eof,
              perform          2100-read-next,
              perform          2200-show-if-outstanding
                 until         w-eof-yes,
              close            msgalrt-file,
           end-if.
           move                   w-outstanding-count
                                  to w-display-count.
           display                "Alerts outstanding. . .: "
                                  w-display-count upon crt.
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
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-show-if-outstanding.
           if                     AL-OUTSTANDING
              add              1 to w-outstanding-count,
              perform          8000-compute-elapsed,
              move             w-elapsed to w-display-minutes,
              display "Alert " AL-ALERT-ID " " AL-PROGRAM upon crt,
              display "   " AL-TITLE upon crt,
              display "   Tier " AL-TIER " pages " AL-PAGE-COUNT
                 " last to " AL-CONTACT-ADDRESS upon crt,
              display "   Outstanding " w-display-minutes " minutes"
                 upon crt,
              if               AL-EXHAUSTED
                 display "   *** EVERY ROSTER TIER PAGED - NOBODY "
                    "HAS ACKNOWLEDGED" upon crt,
              end-if,
           end-if.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The alert is shown, the operator challenged and the comment
      *>-> taken from a plain read; only then is the alert read again
      *>-> under lock and rewritten at once, so an escalation pass is
      *>-> never kept waiting on an operator at the keyboard
       3000-acknowledge-alert.
           move                   "N" to w-ack-ready.
           display "Alert id (from the page): " upon crt.
           accept                 w-alert-id from crt.
           open                   input msgalrt-file.
           if                     w-file-status not = "00"
              display "No alerts on file" upon crt,
           else,
              move             w-alert-id to AL-ALERT-ID,
              read             msgalrt-file key is AL-ALERT-ID,
              if               w-file-status not = "00"
                 display "Alert not found" upon crt,
              else,
                 if            AL-ACKNOWLEDGED
                    perform    3300-show-acknowledged,
                 else,
                    perform    3100-show-alert,
                    perform    7100-verify-operator,
                    if         w-valid-yes
                       display "Comment: " upon crt,
                       accept  w-comment from crt,
                       move    "Y" to w-ack-ready,
                    end-if,
                 end-if,
              end-if,
              close            msgalrt-file,
           end-if.
           if                     w-ack-ready-yes
              perform          3200-apply-acknowledgment,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-show-alert.
           display "Raised...: " AL-ALERT-DATE " " AL-ALERT-TIME
              upon crt.
           display "Program..: " AL-PROGRAM upon crt.
           display "Title....: " AL-TITLE upon crt.
           display "Text.....: " AL-TEXT upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The alert is taken as it stands now - escalated again, or
      *>-> acknowledged from another console, since it was shown. An
      *>-> escalation pass holding it is waited for up to w-lock-max
      *>-> tries
       3200-apply-acknowledgment.
           open                   i-o msgalrt-file.
           if                     w-file-status not = "00"
              display "Alert file not available, status "
                 w-file-status upon crt,
           else,
              move             zeros to w-lock-tries,
              perform          3210-read-alert-locked,
              perform          3220-retry-alert
                 until         not w-alert-locked
                    or         w-lock-tries not < w-lock-max,
              evaluate         true,
                 when w-alert-locked
                    display "Alert is being escalated right now - "
                       "acknowledge it again" upon crt,
                 when w-file-status not = "00"
                    display "Alert not found" upon crt,
                 when AL-ACKNOWLEDGED
                    perform    3300-show-acknowledged,
                 when other
                    perform    3230-rewrite-acknowledged,
              end-evaluate,
              close            msgalrt-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3210-read-alert-locked.
           move                   w-alert-id to AL-ALERT-ID.
           read                   msgalrt-file with lock
                                  key is AL-ALERT-ID.
      *>--------------------------------------------------------------------------------------------------------------<*
       3220-retry-alert.
           add                    1 to w-lock-tries.
           call "C$SLEEP" using w-lock-wait.
           perform                3210-read-alert-locked.
      *>--------------------------------------------------------------------------------------------------------------<*
       3230-rewrite-acknowledged.
           move          function current-date to w-current-datetime.
           perform                8000-compute-elapsed.
           set                    AL-ACKNOWLEDGED to true.
           move                   w-operator-id to AL-ACK-OPERATOR.
           move                   w-cur-date to AL-ACK-DATE.
           move                   w-cur-time to AL-ACK-TIME.
           if                     w-elapsed > 99999
              move             99999 to AL-ACK-MINUTES,
           else,
              move             w-elapsed to AL-ACK-MINUTES,
           end-if.
           move                   AL-TIER to AL-ACK-TIER.
           move                   w-comment to AL-ACK-COMMENT.
           rewrite                MSGALRT-RECORD.
           if                     w-file-status = "00"
              move             AL-ACK-MINUTES to w-display-minutes,
              display "Alert acknowledged after " w-display-minutes
                 " minutes" upon crt,
           else,
              display "Alert could not be updated, status "
                 w-file-status upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-show-acknowledged.
           display "Alert already acknowledged by "
              AL-ACK-OPERATOR " at " AL-ACK-DATE " "
              AL-ACK-TIME upon crt.
      *>-> The acknowledging operator is challenged the way MSGBOX
      *>-> challenges an answering operator: a wrong PIN counts toward
      *>-> their lockout the same way, and a PIN past its age is
      *>-> renewed through MSGPINA before the identity stands
       7100-verify-operator.
           move                   "Y" to w-valid.
           display "Operator ID: " upon crt.
           accept                 w-operator-id from crt.
           display "PIN: " upon crt.
           accept                 w-operator-pin from crt.
           call "MSGOPRL" using w-operator-id, w-om-found, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-om-fail-count, w-om-locked, w-om-pin-date.
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
                 perform       7110-record-failure,
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
       7110-record-failure.
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
      *>-> Login and workstation of this session, found the same way
      *>-> MSGBOX finds them, for the security-event record
       7300-determine-session.
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
       7400-write-security-event.
           call "MSGSECW" using w-sec-event, w-operator-id,
              w-login-id, w-workstation, w-sec-program, w-sec-title,
              w-sec-fail-count, w-sec-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Whole minutes from the alert being raised to now, across
      *>-> midnight and month ends
       8000-compute-elapsed.
           move                   AL-ALERT-TIME to w-then-time.
           compute                w-elapsed =
                  (function integer-of-date(w-cur-date)
                 - function integer-of-date(AL-ALERT-DATE)) * 1440
                 + w-cur-hh * 60 + w-cur-mm
                 - w-then-hh * 60 - w-then-mm
           end-compute.
           if                     w-elapsed < 0
              move             zeros to w-elapsed,
           end-if.
       end program                msgack.
