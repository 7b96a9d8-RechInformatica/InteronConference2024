      *>-> (MSGOPR.DAT) by id, the way MSGCATL serves the catalog. Used
      *>-> by MSGBOX to verify the re-identification (id + PIN) an
      *>-> operator keys before a sensitive answer is accepted; the
      *>-> caller compares the PIN and the authorization level, and
      *>-> turns away a locked operator or demands a new PIN once the
      *>-> PIN date is past its age.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoprl.
       01  p-level               pic 9(01).
       01  p-pin                 pic x(04).
       01  p-active              pic x(01).
       01  p-fail-count          pic 9(02).
       01  p-locked              pic x(01).
       01  p-pin-date            pic 9(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-operator-id,
                                              p-found,
                                              p-shift,
                                              p-level,
                                              p-pin,
                                              p-active,
                                              p-fail-count,
                                              p-locked,
                                              p-pin-date.
       0000-main.
           move                   "N"          to p-found.
           move                   spaces       to p-name, p-shift,
                                                  p-pin, p-active,
                                                  p-locked.
           move                   zeros        to p-level, p-fail-count,
                                                  p-pin-date.
           open                   input msgopr-file.
           if                     w-file-status = "00"
              move                p-operator-id
                 move             OM-SHIFT     to p-shift
                 move             OM-LEVEL     to p-level
                 move             OM-PIN       to p-pin
                 move             OM-ACTIVE    to p-active
                 move             OM-FAIL-COUNT
                                               to p-fail-count
                 move             OM-LOCKED    to p-locked
                 move             OM-PIN-DATE  to p-pin-date,
              end-if,
              close               msgopr-file,
           end-if.
