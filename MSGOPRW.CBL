      *>-> MSGOPRW: Adds, changes or deletes one operator on the operator
      *>-> master file (MSGOPR.DAT) on behalf of MSGOPRM, the way MSGCATW
      *>-> maintains the catalog. p-function drives the action: "A" add,
      *>-> "C" change, "D" delete. Every change that lands is journaled
      *>-> through MSGJRNW (MSGJRNA masks the PIN when it is printed).
      *>->
      *>-> MSGBOX keeps the outcome of its identity challenges here as
      *>-> well: "F" a failed challenge (wrong PIN) counts against the
      *>-> operator and, at the lockout limit, locks them - p-return-code
      *>-> 3 tells the caller this failure was the one that locked; "S"
      *>-> a good challenge clears the count; "P" a PIN renewed at the
      *>-> challenge after it expired. "U" is the supervisor unlock
      *>-> MSGOPRM offers. MSGBOX-LOCKOUT-LIMIT in the environment sets
      *>-> the consecutive failures that lock (unset/blank keeps 5).
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoprw.
           copy                   MSGOPRR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
      *>-- Change-journal interface (MSGJRNW)
       77  w-journal-file        pic x(08)       value "MSGOPR".
       77  w-journal-action      pic x(01)       value spaces.
       77  w-row-key             pic x(40)       value spaces.
       01  w-before-image        pic x(400)      value spaces.
       01  w-after-image         pic x(400)      value spaces.
       77  w-today               pic 9(08)       value zeros.
      *>-- Consecutive failures that lock; the environment value arrives
      *>-- left-justified, so it is squared up right-justified before
      *>-- the numeric test - "5" must become "05", never "50"
       77  w-limit-env           pic x(02)       value spaces.
       77  w-limit-just          pic x(02)       value spaces
                                                 justified right.
       77  w-lockout-limit       pic 9(02)       value zeros.
       linkage                    section.
       01  p-function            pic x(01).
           88  p-add                              value "A".
           88  p-change                           value "C".
           88  p-delete                           value "D".
           88  p-challenge-failed                 value "F".
           88  p-challenge-passed                 value "S".
           88  p-pin-renewed                      value "P".
           88  p-unlock                           value "U".
       01  p-operator-id         pic x(08).
       01  p-name                pic x(30).
       01  p-shift               pic x(01).
           88  p-ok                                value 0.
           88  p-not-found                         value 1.
           88  p-duplicate                         value 2.
           88  p-now-locked                        value 3.
           88  p-io-error                          value 9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-function,
                                              p-return-code.
       0000-main.
           move                   zeros        to p-return-code.
           move          function current-date(1:8) to w-today.
           perform                0100-open-master.
           if                     not p-io-error
              evaluate            true
                    perform       2000-change-operator,
                 when             p-delete
                    perform       3000-delete-operator,
                 when             p-challenge-failed
                    perform       5000-record-failure,
                 when             p-challenge-passed
                    perform       6000-record-success,
                 when             p-pin-renewed
                    perform       7000-renew-pin,
                 when             p-unlock
                    perform       8000-unlock-operator,
              end-evaluate
              close               msgopr-file,
           end-if.
           move                   p-level     to OM-LEVEL.
           move                   p-pin       to OM-PIN.
           move                   p-active    to OM-ACTIVE.
           move                   zeros       to OM-FAIL-COUNT.
           move                   "N"         to OM-LOCKED.
           move                   w-today     to OM-PIN-DATE.
           write                  MSGOPR-RECORD.
           if                     w-file-status = "22"
              set                 p-duplicate to true,
           end-if.
           if                     w-file-status = "00"
              move                spaces      to w-before-image
              move                MSGOPR-RECORD
                                              to w-after-image
              move                "A"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-change-operator.
           move                   p-operator-id
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGOPR-RECORD
                                              to w-before-image
              move                p-name      to OM-NAME
              move                p-shift     to OM-SHIFT
              move                p-level     to OM-LEVEL
              if                  p-pin not = OM-PIN
                 move             w-today     to OM-PIN-DATE
              end-if
              move                p-pin       to OM-PIN
              move                p-active    to OM-ACTIVE
              rewrite             MSGOPR-RECORD
              if                  w-file-status = "00"
                 move             MSGOPR-RECORD
                                              to w-after-image
                 move             "C"         to w-journal-action
                 perform          4000-journal-change
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The row is read first so the journal holds what was deleted
       3000-delete-operator.
           move                   p-operator-id
                                              to OM-OPERATOR-ID.
           read                   msgopr-file  key is OM-OPERATOR-ID.
           if                     w-file-status = "00"
              move                MSGOPR-RECORD
                                              to w-before-image
              delete              msgopr-file record,
           end-if.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                spaces      to w-after-image
              move                "D"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Who changed the row, when, and the whole row either side of
      *>-> the change (see MSGJRNR)
       4000-journal-change.
           move                   OM-OPERATOR-ID to w-row-key.
           call "MSGJRNW" using w-journal-file, w-row-key,
              w-journal-action, w-before-image, w-after-image.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A wrong PIN counts against the operator keyed; the failure
      *>-> that reaches the limit locks them and says so to the caller.
      *>-> An operator already locked stays locked without a new lockout
       5000-record-failure.
           perform                5100-determine-lockout-limit.
           perform                5900-read-operator.
           if                     not p-not-found
              if                  OM-FAIL-COUNT < 99
                 add              1 to OM-FAIL-COUNT
              end-if
              if                  OM-FAIL-COUNT >= w-lockout-limit and
                                  OM-LOCKED not = "Y"
                 move             "Y"         to OM-LOCKED
                 set              p-now-locked to true
              end-if
              perform             5800-rewrite-operator,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped limit must fall back to the default, not to zero -
      *>-> a limit of zero would lock every operator on their first slip
       5100-determine-lockout-limit.
           accept                 w-limit-env from environment
                                  "MSGBOX-LOCKOUT-LIMIT".
           move                   5 to w-lockout-limit.
           if                     w-limit-env not = spaces
              move    function trim(w-limit-env) to w-limit-just,
              inspect          w-limit-just
                               replacing leading " " by "0",
              if               w-limit-just is numeric and
                               w-limit-just not = "00"
                 move          w-limit-just to w-lockout-limit,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every challenge-driven change is journaled like a keyed one
       5800-rewrite-operator.
           rewrite                MSGOPR-RECORD.
           if                     w-file-status not = "00"
              set                 p-io-error to true
           else,
              move                MSGOPR-RECORD
                                              to w-after-image
              move                "C"         to w-journal-action
              perform             4000-journal-change,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5900-read-operator.
           move                   p-operator-id
                                              to OM-OPERATOR-ID.
           read                   msgopr-file  key is OM-OPERATOR-ID.
           if                     w-file-status not = "00"
              set                 p-not-found to true
           else,
              move                MSGOPR-RECORD
                                              to w-before-image,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A good challenge wipes the slate; nothing is rewritten (or
      *>-> journaled) when there was nothing to wipe
       6000-record-success.
           perform                5900-read-operator.
           if                     not p-not-found and
                                  OM-FAIL-COUNT > 0
              move                zeros       to OM-FAIL-COUNT
              perform             5800-rewrite-operator,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       7000-renew-pin.
           perform                5900-read-operator.
           if                     not p-not-found
              move                p-pin       to OM-PIN
              move                w-today     to OM-PIN-DATE
              move                zeros       to OM-FAIL-COUNT
              perform             5800-rewrite-operator,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unlocking clears the failures too; OM-ACTIVE is left alone,
      *>-> so a deactivated operator stays deactivated
       8000-unlock-operator.
           perform                5900-read-operator.
           if                     not p-not-found
              move                "N"         to OM-LOCKED
              move                zeros       to OM-FAIL-COUNT
              perform             5800-rewrite-operator,
           end-if.
       end program                msgoprw.
