      *>-> 4-digit numeric PIN, and keeps the active flag to Y/N - so a
      *>-> master entry can't be keyed that the re-identification step
      *>-> would then misjudge. PINs never print on the browse.
      *>->
      *>-> An operator MSGBOX locked out after repeated failed
      *>-> challenges is unlocked here (U) - only by a supervisor, who
      *>-> proves it with their own id and PIN: active, not locked,
      *>-> error-confirmation level, and not the operator being
      *>-> unlocked, with a PIN renewed first if it is past its age
      *>-> (MSGPINA). The unlock clears the failure count and goes on
      *>-> the security-event file (MSGSEC.DAT) next to the lockout.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoprm.
           88 w-option-add                       value "A".
           88 w-option-change                    value "C".
           88 w-option-delete                    value "D".
           88 w-option-unlock                    value "U".
           88 w-option-exit                      value "X".
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                          value "Y".
       77  w-active              pic x(01)      value spaces.
       77  w-valid               pic x(01)      value "Y".
           88 w-valid-yes                        value "Y".
      *>-> Operator-master lookup interface (MSGOPRL), for the operator
      *>-> being unlocked and for the supervisor unlocking them
       77  w-om-found            pic x(01)      value spaces.
       77  w-om-name             pic x(30)      value spaces.
       77  w-om-shift            pic x(01)      value spaces.
       77  w-om-level            pic 9(01)      value zeros.
       77  w-om-pin              pic x(04)      value spaces.
       77  w-om-active           pic x(01)      value spaces.
       77  w-om-fail-count       pic 9(02)      value zeros.
       77  w-om-locked           pic x(01)      value spaces.
       77  w-om-pin-date         pic 9(08)      value zeros.
      *>-> Supervisor sign-off and security-event interface (MSGSECW)
       77  w-supervisor-id       pic x(08)      value spaces.
       77  w-supervisor-pin      pic x(04)      value spaces.
       77  w-login-id            pic x(08)      value spaces.
       77  w-workstation         pic x(15)      value spaces.
       77  w-sec-event           pic x(01)      value spaces.
       77  w-sec-operator        pic x(08)      value spaces.
       77  w-sec-program         pic x(30)      value "MSGOPRM".
       77  w-sec-title           pic x(60)      value "UNLOCK OPERATOR".
       77  w-sec-fail-count      pic 9(02)      value zeros.
       77  w-sec-detail          pic x(40)      value spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
                 perform          4000-change-operator,
              when w-option-delete
                 perform          5000-delete-operator,
              when w-option-unlock
                 perform          7000-unlock-operator,
              when w-option-exit
                 move             "Y" to w-done,
              when other
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-show-menu.
           display "MSGOPR Maintenance - B)rowse A)dd C)hange "
              "D)elete U)nlock X)it" upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-option.
           move                   spaces to w-option.
              not at end
                 display OM-OPERATOR-ID " " OM-NAME " SHIFT "
                    OM-SHIFT " LEVEL " OM-LEVEL " ACTIVE "
                    OM-ACTIVE " LOCKED " OM-LOCKED " PIN SET "
                    OM-PIN-DATE upon crt,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-add-operator.
              display "Active must be Y or N" upon crt,
              move "N" to w-valid,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Only a locked operator is unlocked, and only once a
      *>-> supervisor has signed for it; the operator's active flag is
      *>-> left as it is, so a leaver never comes back through an
      *>-> unlock
       7000-unlock-operator.
           perform                7300-determine-session.
           display "Operator id to unlock: " upon crt.
           accept                 w-operator-id from crt.
           call "MSGOPRL" using w-operator-id, w-om-found, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-om-fail-count, w-om-locked, w-om-pin-date.
           if w-om-found not = "Y"
              display "Operator not found" upon crt,
           else,
              if w-om-locked not = "Y"
                 display "Operator is not locked out" upon crt,
              else,
                 perform       7100-verify-supervisor,
                 if w-valid-yes
                    perform    7200-apply-unlock,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The supervisor is challenged the way MSGBOX challenges an
      *>-> answering operator, and a wrong supervisor PIN counts toward
      *>-> the supervisor's own lockout the same way; a supervisor PIN
      *>-> past its age is renewed through MSGPINA before it is taken
       7100-verify-supervisor.
           move                   "Y" to w-valid.
           display "Supervisor ID: " upon crt.
           accept                 w-supervisor-id from crt.
           display "PIN: " upon crt.
           accept                 w-supervisor-pin from crt.
           call "MSGOPRL" using w-supervisor-id, w-om-found, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-om-fail-count, w-om-locked, w-om-pin-date.
           move                   w-supervisor-id to w-sec-operator.
           evaluate               true,
              when w-om-found not = "Y" or w-om-active not = "Y"
                 display "Supervisor not known or not active"
                    upon crt,
                 move          "N" to w-valid,
                 move          "F" to w-sec-event,
                 move          zeros to w-sec-fail-count,
                 move          "UNKNOWN OR INACTIVE SUPERVISOR"
                               to w-sec-detail,
                 perform       7400-write-security-event,
              when w-om-locked = "Y"
                 display "Supervisor is locked out" upon crt,
                 move          "N" to w-valid,
                 move          "K" to w-sec-event,
                 move          w-om-fail-count to w-sec-fail-count,
                 move          "CHALLENGE ON A LOCKED OPERATOR"
                               to w-sec-detail,
                 perform       7400-write-security-event,
              when w-om-pin not = w-supervisor-pin
                 display "PIN does not match" upon crt,
                 move          "N" to w-valid,
                 perform       7110-record-supervisor-failure,
              when w-supervisor-id = w-operator-id
                 display "An operator cannot unlock themselves"
                    upon crt,
                 move          "N" to w-valid,
              when w-om-level not = mb-oper-level-error
                 display "Only a level 3 supervisor may unlock"
                    upon crt,
                 move          "N" to w-valid,
              when other
                 if w-om-fail-count > 0
                    call "MSGOPRW" using "S", w-supervisor-id,
                       w-om-name, w-om-shift, w-om-level, w-om-pin,
                       w-om-active, w-return-code
                 end-if,
                 call "MSGPINA" using w-supervisor-id, w-om-pin,
                    w-om-pin-date, w-login-id, w-workstation,
                    w-sec-program, w-sec-title, w-valid,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       7110-record-supervisor-failure.
           call "MSGOPRW" using "F", w-supervisor-id, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-return-code.
           move                   "F" to w-sec-event.
           if w-om-fail-count < 99
              compute          w-sec-fail-count = w-om-fail-count + 1
              end-compute,
           else,
              move             w-om-fail-count to w-sec-fail-count,
           end-if.
           move                   "SUPERVISOR PIN DOES NOT MATCH"
                                  to w-sec-detail.
           perform                7400-write-security-event.
           if w-return-code = 3
              display "Supervisor is now locked out" upon crt,
              move             "L" to w-sec-event,
              move             "LOCKED AFTER REPEATED FAILURES"
                               to w-sec-detail,
              perform          7400-write-security-event,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       7200-apply-unlock.
           call "MSGOPRW" using "U", w-operator-id, w-name,
              w-shift, w-level, w-pin, w-active, w-return-code.
           if w-return-code = 0
              display "Operator unlocked" upon crt,
              move             "U" to w-sec-event,
              move             w-operator-id to w-sec-operator,
              move             zeros to w-sec-fail-count,
              move             spaces to w-sec-detail,
              string "UNLOCKED BY SUPERVISOR " w-supervisor-id
                               delimited by size into w-sec-detail,
              perform          7400-write-security-event,
           else,
              display "Operator could not be unlocked" upon crt,
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
           call "MSGSECW" using w-sec-event, w-sec-operator,
              w-login-id, w-workstation, w-sec-program, w-sec-title,
              w-sec-fail-count, w-sec-detail.
       end program                msgoprm.
