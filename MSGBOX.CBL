       77  w-cat-buttons         pic 9(01)       value zeros.
       77  w-cat-subst           pic 9(01)       value zeros.
       77  w-cat-text            pic x(200)      value spaces.
      *>-> The catalog version in effect as the dialog is built
       01  w-cat-as-of.
           05  w-cat-as-of-date  pic 9(08)       value zeros.
           05  w-cat-as-of-time  pic 9(08)       value zeros.
       procedure                  division using inCode
                                            returning outMsg.
           move    $trim(inCode) to w-code.
           move    function current-date to w-cat-as-of.
           call "MSGCATL" using w-code, w-found, w-cat-title,
              w-cat-icon, w-cat-buttons, w-cat-subst, w-cat-text,
              w-cat-as-of.
           if w-found = "N"
              move spaces to w-cat-text,
              string "Message code ", w-code,
                                            :>withButtonsCode(w-cat-buttons)
                                            :>withCatalogCode(w-code).
       end method.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>/**
      *> Marks a checkpointed run finished, in the job's last step: the
      *> run's answers are never replayed again, so the next run of the
      *> same job id asks every step afresh
      *>
      *> @param inJobId Job id passed to ":>forSequence"
      *> @param inRunId Run id passed to ":>withRunId"; spaces for the
      *>                run of today's date
      *> @return boolean, true if the run was closed; false if it was
      *>         never opened, was already closed or MSGCKRN.DAT
      *>         could not be updated
      *>*/
       id division. method-id. completeSequence as "completeSequence".
       linkage                    section.
       77  inJobId                object reference ICobolVar.
       77  inRunId                object reference ICobolVar.
       working-storage            section.
       77  outReturn              object reference JBoolean.
       77  w-job-id              pic x(08)       value spaces.
       77  w-run-id              pic x(12)       value spaces.
       77  w-status              pic x(01)       value "C".
       77  w-login               pic x(08)       value spaces.
       77  w-rc                  pic 9(02)       value zeros.
       procedure                  division using inJobId, inRunId
                                            returning outReturn.
           move    inJobId   to   w-job-id.
           move    $trim(inRunId) to w-run-id.
           accept  w-login   from environment "USER".
           if w-login = spaces
              accept w-login from environment "USERNAME",
           end-if.
           call "MSGCKPTE" using w-job-id, w-run-id, w-status, w-login,
              w-rc.
           if w-rc = 0
              set  outReturn to   true,
           else,
              set  outReturn to   false,
           end-if.
       end method.
       end factory.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> OBJECT AREA
      *>-> sequence; job spaces means "not part of a checkpointed sequence"
       77  w-ckpt-job             pic x(08)      value spaces.
       77  w-ckpt-seq             pic 9(05)      value zeros.
      *>-> Run of the job the sequence step belongs to (see ":>withRunId");
      *>-> spaces means the run of today's date
       77  w-ckpt-run             pic x(12)      value spaces.
      *>-> Overrides the calling-program name "show" would otherwise
      *>-> derive for itself; set by an outer wrapper (the factory's
      *>-> convenience "show" method, MSGBOXC) whose own immediate caller
      *> Ties this dialog to one step of a checkpointed confirmation
      *> sequence: "show" skips redisplaying it (replaying the prior
      *> answer instead) if this job/sequence step was already answered
      *> before the same run of the job was interrupted (see
      *> ":>withRunId" and ":>completeSequence")
      *>
      *> @param inJobId Identifies the batch run across restarts
      *> @param inSeqNo Step number of this dialog within the sequence
       end method.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>/**
      *> Names the run of the job a ":>forSequence" step belongs to -
      *> the scheduler's run number or the business date - so only a
      *> restart of that same run replays its answers. When never
      *> called the run is the date the step is answered on, so a job
      *> whose run crosses midnight should name its run
      *>
      *> @param inRunId Identifies this run of the job, up to 12 characters
      *>*/
       id division. method-id. withRunId as "withRunId".
       linkage                    section.
       77  inRunId                object reference ICobolVar.
       procedure                  division using inRunId returning selfInstance.
           move    inRunId   to   w-ckpt-run.
       end method.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>/**
      *> Gives this dialog a timeout: when an attended "show" sits
      *> unanswered that many minutes (an operator who walked away, a
      *> locked evening screen), the fallback answer is taken, the
      *>-> headless: an auto-answer is nobody's keystroke
       77  w-operator-id          pic x(08)      value spaces.
       77  w-workstation          pic x(15)      value spaces.
      *>-> The console login itself, kept apart from w-operator-id (which
      *>-> a verified challenge overwrites) for the security-event file
       77  w-login-id             pic x(08)      value spaces.
      *>-> Written-justification capture fields: a cataloged reason code
      *>-> (MSGRCD.DAT via MSGRCDL), valid for this dialog's severity,
      *>-> plus an optional free-text comment
       77  w-om-level             pic 9(01)      value zeros.
       77  w-om-pin               pic x(04)      value spaces.
       77  w-om-active            pic x(01)      value spaces.
       77  w-om-fail-count        pic 9(02)      value zeros.
       77  w-om-locked            pic x(01)      value spaces.
       77  w-om-pin-date          pic 9(08)      value zeros.
      *>-> Challenge outcomes: kept on the operator master through
      *>-> MSGOPRW (failure count, lockout, renewed PIN) and written to
      *>-> the security-event file (MSGSEC.DAT via MSGSECW), so a PIN
      *>-> guessed at on the night console locks the operator after
      *>-> MSGBOX-LOCKOUT-LIMIT tries and leaves a trail either way
       77  w-opr-function         pic x(01)      value spaces.
       77  w-opr-return           pic 9(02)      value zeros.
       77  w-sec-event            pic x(01)      value spaces.
       77  w-sec-fail-count       pic 9(02)      value zeros.
       77  w-sec-detail           pic x(40)      value spaces.
      *>-> PIN ageing (MSGBOX-PIN-DAYS) and the renewal it demands are
      *>-> MSGPINA's, shared with every other challenge on the master
       77  w-pin-ok               pic x(01)      value "N".
      *>-> X-type copy of the requireReason switch for the audit record,
      *>-> so MSGRECON can pair sensitive answers with MSGRSN.DAT entries
       77  w-reason-flag          pic x(01)      value "N".
           end-evaluate.
      *>-> The base row loaded by showCode stands whenever the operator's
      *>-> language has no variant of it (MSGCATV.DAT) - the fallback
      *>-> that keeps a half-translated catalog usable. The variant is
      *>-> the version in effect as the dialog goes up on screen
       localize-catalog-text.
           perform                determine-language.
           call "MSGCATVL" using w-catalog-code, w-language,
              w-var-found, w-var-title, w-var-text, w-show-datetime.
           if w-var-found = "Y"
              move w-var-title to w-title,
              move w-var-text to w-text,
              accept              w-operator-id from environment
                                  "USERNAME",
           end-if.
           move                   w-operator-id to w-login-id.
           accept                 w-workstation from environment
                                  "COMPUTERNAME".
           if w-workstation = spaces
              w-reason-flag, w-ckpt-job, w-ckpt-seq, w-occurs,
              w-show-date, w-show-time, w-operator-id, w-workstation,
              w-timed-out, w-policy-source, w-operator-2,
              w-dual-flag, w-window-id, w-catalog-code.
       check-window.
           call "MSGWINL" using w-caller-program, w-win-found,
              w-window-id, w-win-answer.
           call "MSGSTRM" using w-strm-func, w-caller-program,
              w-icon, w-buttons, w-call-title, w-call-text,
              w-headless, w-operator-id, w-workstation,
              w-strm-answer, w-strm-suppress, w-policy-source,
              w-catalog-code.
       store-storm-state.
           move                   "S" to w-strm-func.
           move                   w-return to w-strm-answer.
           call "MSGSTRM" using w-strm-func, w-caller-program,
              w-icon, w-buttons, w-call-title, w-call-text,
              w-headless, w-operator-id, w-workstation,
              w-strm-answer, w-strm-suppress, w-policy-source,
              w-catalog-code.
      *>-> The answering operator proves who they are before a sensitive
      *>-> answer is accepted: their own id and PIN, verified against
      *>-> the operator master. Three failed attempts refuse the answer;
           display "PIN: " upon crt.
           accept                 w-entered-pin from crt.
           call "MSGOPRL" using w-entered-id, w-om-found, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-om-fail-count, w-om-locked, w-om-pin-date.
      *>-> A locked operator is turned away before the PIN is even
      *>-> compared, so a locked id cannot be used to go on guessing
           evaluate               true,
              when w-om-found not = "Y" or w-om-active not = "Y"
                 display "Operator not known or not active"
                    upon crt,
                 perform          record-unknown-operator,
              when w-om-locked = "Y"
                 perform          refuse-locked-operator,
              when w-om-pin not = w-entered-pin
                 display "PIN does not match" upon crt,
                 perform          record-wrong-pin,
              when w-om-level < w-icon
                 display "Authorization level too low for this "
                    "confirmation" upon crt,
                 set              w-id-blocked-yes to true,
              when other
                 perform          accept-verified-identity,
                 move             w-pin-ok to w-identity-ok,
           end-evaluate.
      *>-> An id the master does not know (or has deactivated) has no
      *>-> failure count to add to, but the attempt is still recorded
       record-unknown-operator.
           move                   "F" to w-sec-event.
           move                   zeros to w-sec-fail-count.
           move                   "UNKNOWN OR INACTIVE OPERATOR"
                                  to w-sec-detail.
           perform                write-security-event.
      *>-> A wrong PIN counts against the operator keyed; the failure
      *>-> that reaches the lockout limit locks them, and no further
      *>-> attempt is offered on this dialog
       record-wrong-pin.
           move                   "F" to w-opr-function.
           call "MSGOPRW" using w-opr-function, w-entered-id,
              w-om-name, w-om-shift, w-om-level, w-om-pin,
              w-om-active, w-opr-return.
           move                   "F" to w-sec-event.
           if w-om-fail-count < 99
              compute w-sec-fail-count = w-om-fail-count + 1
              end-compute,
           else,
              move                w-om-fail-count to w-sec-fail-count,
           end-if.
           move                   "PIN DOES NOT MATCH" to w-sec-detail.
           perform                write-security-event.
           if w-opr-return = 3
              display "Operator is now locked out - a supervisor must "
                 "unlock them in MSGOPRM" upon crt,
              move                "L" to w-sec-event,
              move                "LOCKED AFTER REPEATED FAILURES"
                                  to w-sec-detail,
              perform             write-security-event,
              set                 w-id-blocked-yes to true,
           end-if.
       refuse-locked-operator.
           display "Operator is locked out - a supervisor must unlock "
              "them in MSGOPRM" upon crt.
           move                   "K" to w-sec-event.
           move                   w-om-fail-count to w-sec-fail-count.
           move                   "CHALLENGE ON A LOCKED OPERATOR"
                                  to w-sec-detail.
           perform                write-security-event.
      *>-> A good challenge clears any failures counted so far; a PIN
      *>-> past its age must then be renewed before the identity stands
       accept-verified-identity.
           if w-om-fail-count > 0
              move                "S" to w-opr-function,
              call "MSGOPRW" using w-opr-function, w-entered-id,
                 w-om-name, w-om-shift, w-om-level, w-om-pin,
                 w-om-active, w-opr-return,
           end-if.
           call "MSGPINA" using w-entered-id, w-om-pin, w-om-pin-date,
              w-login-id, w-workstation, w-caller-program, w-call-title,
              w-pin-ok.
       write-security-event.
           call "MSGSECW" using w-sec-event, w-entered-id, w-login-id,
              w-workstation, w-caller-program, w-call-title,
              w-sec-fail-count, w-sec-detail.
      *>-> No verified, authorized operator stands behind the answer:
      *>-> decline on the caller's behalf and queue the dialog on
      *>-> MSGPEND.DAT for a supervisor to take up in the morning
           display "PIN: " upon crt.
           accept                 w-entered-pin from crt.
           call "MSGOPRL" using w-entered-id, w-om-found, w-om-name,
              w-om-shift, w-om-level, w-om-pin, w-om-active,
              w-om-fail-count, w-om-locked, w-om-pin-date.
           evaluate               true,
              when w-om-found not = "Y" or w-om-active not = "Y"
                 display "Operator not known or not active"
                    upon crt,
                 perform          record-unknown-operator,
              when w-om-locked = "Y"
                 perform          refuse-locked-operator,
              when w-om-pin not = w-entered-pin
                 display "PIN does not match" upon crt,
                 perform          record-wrong-pin,
              when w-entered-id = w-first-operator
                 display "Second operator must differ from the "
                    "first" upon crt,
                    "confirmation" upon crt,
                 set              w-id-blocked-yes to true,
              when other
                 perform          accept-verified-identity,
                 move             w-pin-ok to w-second-ok,
           end-evaluate.
      *>-> The held dialog is shown again, defaulted to No - the second
      *>-> operator must actively choose Yes for the first operator's
           call "MSGNOTFY" using w-caller-program, w-call-title,
              w-call-text, w-return.
       check-checkpoint.
           call "MSGCKPTL" using w-ckpt-job, w-ckpt-run, w-ckpt-seq,
              w-ckpt-found, w-ckpt-answer.
       save-checkpoint.
           call "MSGCKPTW" using w-ckpt-job, w-ckpt-run, w-ckpt-seq,
              w-return.
       end method.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>/**
