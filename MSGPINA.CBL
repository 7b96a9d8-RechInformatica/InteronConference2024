      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGPINA: PIN ageing for every identity challenge against the
      *>-> operator master - MSGBOX's answering and second operators,
      *>-> MSGACK's acknowledging operator, MSGOPRM's unlocking
      *>-> supervisor and MSGHAND's incoming operator. Called once the
      *>-> PIN keyed has matched; p-pin-ok comes back "Y" when the
      *>-> identity stands and "N" when it does not.
      *>->
      *>-> MSGBOX-PIN-DAYS in the environment sets the days a PIN lives
      *>-> (unset/blank keeps 90, zero turns ageing off). A PIN older
      *>-> than that, or one with no date on the master (OM-PIN-DATE
      *>-> zeros or not a date), must be renewed on the spot: four
      *>-> digits, keyed twice, not the old one, saved through MSGOPRW.
      *>-> Both the demand and the change are written to the security-
      *>-> event file through MSGSECW. A botched change leaves the
      *>-> identity unverified - a PIN past its age is never accepted
      *>-> on its own.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgpina.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       working-storage            section.
      *>-- The environment value arrives left-justified and is squared
      *>-- up before the numeric test - "30" must become "030", never
      *>-- "300"
       77  w-pin-days-env        pic x(03)      value spaces.
       77  w-pin-days-just       pic x(03)      value spaces
                                                justified right.
       77  w-pin-days            pic 9(03)      value zeros.
       77  w-pin-age             pic s9(07)     value zeros.
       77  w-pin-today           pic 9(08)      value zeros.
       77  w-pin-aged            pic x(01)      value "N".
           88 w-pin-aged-yes                     value "Y".
       77  w-new-pin             pic x(04)      value spaces.
       77  w-new-pin-2           pic x(04)      value spaces.
      *>-- Operator-master update interface (MSGOPRW); "P" takes only
      *>-- the id and the new PIN, the rest is carried for the call
       77  w-opr-function        pic x(01)      value "P".
       77  w-opr-name            pic x(30)      value spaces.
       77  w-opr-shift           pic x(01)      value spaces.
       77  w-opr-level           pic 9(01)      value zeros.
       77  w-opr-active          pic x(01)      value spaces.
       77  w-opr-return          pic 9(02)      value zeros.
      *>-- Security-event interface (MSGSECW)
       77  w-sec-event           pic x(01)      value spaces.
       77  w-sec-fail-count      pic 9(02)      value zeros.
       77  w-sec-detail          pic x(40)      value spaces.
       linkage                    section.
       01  p-operator-id         pic x(08).
       01  p-pin                 pic x(04).
       01  p-pin-date            pic 9(08).
       01  p-login               pic x(08).
       01  p-workstation         pic x(15).
       01  p-program             pic x(30).
       01  p-title               pic x(60).
       01  p-pin-ok              pic x(01).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-operator-id,
                                              p-pin,
                                              p-pin-date,
                                              p-login,
                                              p-workstation,
                                              p-program,
                                              p-title,
                                              p-pin-ok.
       0000-main.
           move                   "Y" to p-pin-ok.
           perform                1000-determine-pin-days.
           if                     w-pin-days > 0
              perform          2000-check-pin-age,
              if               w-pin-aged-yes
                 perform       3000-renew-expired-pin,
              end-if,
           end-if.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value must fall back to the default, not to zero -
      *>-> zero is the deliberate "no ageing" setting
       1000-determine-pin-days.
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
      *>-> A PIN with no date on the master cannot be shown to be young
      *>-> enough, so it counts as aged
       2000-check-pin-age.
           move                   "N" to w-pin-aged.
           move          function current-date(1:8) to w-pin-today.
           if                     p-pin-date = zeros or
                                  p-pin-date is not numeric
              move             "Y" to w-pin-aged,
           else,
              if               function integer-of-date(p-pin-date)
                               = 0
                 move          "Y" to w-pin-aged,
              else,
                 compute       w-pin-age =
                               function integer-of-date(w-pin-today)
                             - function integer-of-date(p-pin-date)
                 end-compute,
                 if            w-pin-age > w-pin-days
                    move       "Y" to w-pin-aged,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The expired PIN was just proven, so the new one is set on the
      *>-> spot
       3000-renew-expired-pin.
           move                   "E" to w-sec-event.
           move                   "PIN EXPIRED - CHANGE DEMANDED"
                                  to w-sec-detail.
           perform                9000-write-security-event.
           display "PIN has expired - set a new PIN now" upon crt.
           display "New PIN (4 digits): " upon crt.
           accept                 w-new-pin from crt.
           display "Repeat new PIN: " upon crt.
           accept                 w-new-pin-2 from crt.
           evaluate               true,
              when w-new-pin is not numeric
                 display "PIN must be 4 digits" upon crt,
                 move             "N" to p-pin-ok,
              when w-new-pin not = w-new-pin-2
                 display "New PINs do not match" upon crt,
                 move             "N" to p-pin-ok,
              when w-new-pin = p-pin
                 display "New PIN must differ from the old one"
                    upon crt,
                 move             "N" to p-pin-ok,
              when other
                 perform          3100-save-renewed-pin,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-save-renewed-pin.
           call "MSGOPRW" using w-opr-function, p-operator-id,
              w-opr-name, w-opr-shift, w-opr-level, w-new-pin,
              w-opr-active, w-opr-return.
           if                     w-opr-return = 0
              display "PIN changed" upon crt,
              move             "C" to w-sec-event,
              move             "PIN CHANGED AT CHALLENGE"
                               to w-sec-detail,
              perform          9000-write-security-event,
           else,
              display "PIN could not be saved - identity not accepted"
                 upon crt,
              move             "N" to p-pin-ok,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-write-security-event.
           call "MSGSECW" using w-sec-event, p-operator-id, p-login,
              p-workstation, p-program, p-title, w-sec-fail-count,
              w-sec-detail.
       end program                msgpina.
