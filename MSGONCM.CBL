      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGONCM: Browse/add/change/delete maintenance for the on-call
      *>-> escalation roster (MSGONC.DAT), the way MSGWINM maintains the
      *>-> maintenance-window calendar. A blank calling program keys the
      *>-> shift's own row, which carries the shift's hours (HHMM, an
      *>-> end at or before the start runs past midnight); a row naming
      *>-> a program overrides the contacts for that program's alerts
      *>-> in the same shift and takes its hours from the shift's row.
      *>-> The first contact's address is required - a roster row that
      *>-> pages nobody would silently fall back to the bridge default -
      *>-> and a contact's operator id, when keyed, must be on the
      *>-> operator master so the acknowledgment can be matched to it.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgoncm.
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
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgonc-file.
           copy                   MSGONCR.
       working-storage            section.
       77  w-file-status         pic x(02)      value spaces.
       77  w-option              pic x(01)      value spaces.
           88 w-option-browse                    value "B".
           88 w-option-add                       value "A".
           88 w-option-change                    value "C".
           88 w-option-delete                    value "D".
           88 w-option-exit                      value "X".
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                          value "Y".
       77  w-return-code         pic 9(02)      value zeros.
      *>-> Working copy of the roster row being added/changed; times
      *>-> and minutes are accepted as text so a mistyped value can be
      *>-> rejected instead of folded to zero
       77  w-shift               pic x(01)      value spaces.
       77  w-program             pic x(30)      value spaces.
       01  w-start-time-x        pic x(04)      value spaces.
       01  filler redefines w-start-time-x.
           05  w-start-hh        pic 9(02).
           05  w-start-mm        pic 9(02).
       01  w-end-time-x          pic x(04)      value spaces.
       01  filler redefines w-end-time-x.
           05  w-end-hh          pic 9(02).
           05  w-end-mm          pic 9(02).
       77  w-minutes-x           pic x(03)      value spaces.
       77  w-start-time          pic 9(04)      value zeros.
       77  w-end-time            pic 9(04)      value zeros.
       77  w-minutes             pic 9(03)      value zeros.
       77  w-contact-id-1        pic x(08)      value spaces.
       77  w-contact-address-1   pic x(60)      value spaces.
       77  w-contact-id-2        pic x(08)      value spaces.
       77  w-contact-address-2   pic x(60)      value spaces.
       77  w-contact-id-3        pic x(08)      value spaces.
       77  w-contact-address-3   pic x(60)      value spaces.
       77  w-active              pic x(01)      value spaces.
       77  w-valid               pic x(01)      value "Y".
           88 w-valid-yes                        value "Y".
      *>-> Operator-master lookup interface (MSGOPRL), for the contacts
       77  w-check-id            pic x(08)      value spaces.
       77  w-om-found            pic x(01)      value spaces.
       77  w-om-name             pic x(30)      value spaces.
       77  w-om-shift            pic x(01)      value spaces.
       77  w-om-level            pic 9(01)      value zeros.
       77  w-om-pin              pic x(04)      value spaces.
       77  w-om-active           pic x(01)      value spaces.
       77  w-om-fail-count       pic 9(02)      value zeros.
       77  w-om-locked           pic x(01)      value spaces.
       77  w-om-pin-date         pic 9(08)      value zeros.
       77  w-tier                pic 9(01)      value zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           perform                0100-process-one-option
                                  until w-done-yes.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       0100-process-one-option.
           perform                1000-show-menu.
           perform                1100-read-option.
           evaluate               true,
              when w-option-browse
                 perform          2000-browse-roster,
              when w-option-add
                 perform          3000-add-row,
              when w-option-change
                 perform          4000-change-row,
              when w-option-delete
                 perform          5000-delete-row,
              when w-option-exit
                 move             "Y" to w-done,
              when other
                 display "Invalid option" upon crt,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-show-menu.
           display "MSGONC Maintenance - B)rowse A)dd C)hange "
              "D)elete X)it" upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-option.
           move                   spaces to w-option.
           accept                 w-option from crt.
           move          function upper-case(w-option) to w-option.
      *>--------------------------------------------------------------------------------------------------------------<*
       1200-read-key.
           display "Shift: " upon crt.
           accept                 w-shift from crt.
           display "Calling program (blank = the shift's own row): "
              upon crt.
           accept                 w-program from crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-browse-roster.
           open                   input msgonc-file.
           if                     w-file-status not = "00"
              display "Roster is empty" upon crt,
           else,
              perform             2100-browse-next
                 until            w-file-status not = "00",
              close               msgonc-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-browse-next.
           read                   msgonc-file next record
              at end
                 continue,
              not at end
                 perform          2200-show-row,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-show-row.
           if OC-PROGRAM = spaces
              display "SHIFT " OC-SHIFT " " OC-START-TIME " TO "
                 OC-END-TIME " ESCALATE AFTER " OC-ESCALATE-MINUTES
                 " MIN ACTIVE " OC-ACTIVE upon crt,
           else,
              display "SHIFT " OC-SHIFT " OVERRIDE FOR " OC-PROGRAM
                 " ESCALATE AFTER " OC-ESCALATE-MINUTES
                 " MIN ACTIVE " OC-ACTIVE upon crt,
           end-if.
           display "   1ST " OC-CONTACT-ID(1) " "
              OC-CONTACT-ADDRESS(1) upon crt.
           display "   2ND " OC-CONTACT-ID(2) " "
              OC-CONTACT-ADDRESS(2) upon crt.
           display "   3RD " OC-CONTACT-ID(3) " "
              OC-CONTACT-ADDRESS(3) upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-add-row.
           display "Roster row to add" upon crt.
           perform                1200-read-key.
           perform                6000-enter-row-fields.
           if w-valid-yes
              call "MSGONCW" using "A", w-shift, w-program,
                 w-start-time, w-end-time, w-minutes,
                 w-contact-id-1, w-contact-address-1,
                 w-contact-id-2, w-contact-address-2,
                 w-contact-id-3, w-contact-address-3,
                 w-active, w-return-code
              if w-return-code = 2
                 display "Roster row already exists" upon crt,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-change-row.
           display "Roster row to change" upon crt.
           perform                1200-read-key.
           perform                6000-enter-row-fields.
           if w-valid-yes
              call "MSGONCW" using "C", w-shift, w-program,
                 w-start-time, w-end-time, w-minutes,
                 w-contact-id-1, w-contact-address-1,
                 w-contact-id-2, w-contact-address-2,
                 w-contact-id-3, w-contact-address-3,
                 w-active, w-return-code
              if w-return-code = 1
                 display "Roster row not found" upon crt,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-delete-row.
           display "Roster row to delete" upon crt.
           perform                1200-read-key.
           call "MSGONCW" using "D", w-shift, w-program,
              w-start-time, w-end-time, w-minutes,
              w-contact-id-1, w-contact-address-1,
              w-contact-id-2, w-contact-address-2,
              w-contact-id-3, w-contact-address-3,
              w-active, w-return-code.
           if w-return-code = 1
              display "Roster row not found" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> An override row pages on the shift's own hours, so its hours
      *>-> are not asked for and are kept as zeros
       6000-enter-row-fields.
           move                   "Y" to w-valid.
           if w-program = spaces
              display "Shift starts (HHMM): " upon crt,
              accept           w-start-time-x from crt,
              display "Shift ends (HHMM): " upon crt,
              accept           w-end-time-x from crt,
           else,
              move             "0000" to w-start-time-x,
              move             "0000" to w-end-time-x,
           end-if.
           display "Escalate after how many minutes unacknowledged "
              "(000 = never): " upon crt.
           accept                 w-minutes-x from crt.
           display "1st contact operator id: " upon crt.
           accept                 w-contact-id-1 from crt.
           display "1st contact address....: " upon crt.
           accept                 w-contact-address-1 from crt.
           display "2nd contact operator id: " upon crt.
           accept                 w-contact-id-2 from crt.
           display "2nd contact address....: " upon crt.
           accept                 w-contact-address-2 from crt.
           display "3rd contact operator id: " upon crt.
           accept                 w-contact-id-3 from crt.
           display "3rd contact address....: " upon crt.
           accept                 w-contact-address-3 from crt.
           display "Active (Y/N): " upon crt.
           accept                 w-active from crt.
           move          function upper-case(w-active) to w-active.
           perform                6100-validate-row.
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-validate-row.
           if w-shift = spaces
              display "Shift must not be blank" upon crt,
              move "N" to w-valid,
           end-if.
           if w-start-time-x is not numeric or
              w-end-time-x is not numeric
              display "Shift hours must be numeric HHMM" upon crt,
              move "N" to w-valid,
           else,
              if w-start-hh > 23 or w-start-mm > 59 or
                 w-end-hh > 23 or w-end-mm > 59
                 display "Shift hours must be 0000 to 2359" upon crt,
                 move "N" to w-valid,
              end-if,
           end-if.
           if w-minutes-x is not numeric
              display "Minutes must be 3 digits" upon crt,
              move "N" to w-valid,
           end-if.
           if w-contact-address-1 = spaces
              display "The 1st contact's address is required"
                 upon crt,
              move "N" to w-valid,
           end-if.
           perform                6200-validate-contact
                     varying       w-tier from 1 by 1
                     until         w-tier > 3.
           if w-active not = "Y" and w-active not = "N"
              display "Active must be Y or N" upon crt,
              move "N" to w-valid,
           end-if.
           if w-valid-yes
              move             w-start-time-x to w-start-time,
              move             w-end-time-x to w-end-time,
              move             w-minutes-x to w-minutes,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       6200-validate-contact.
           evaluate               w-tier,
              when 1
                 move             w-contact-id-1 to w-check-id,
              when 2
                 move             w-contact-id-2 to w-check-id,
              when 3
                 move             w-contact-id-3 to w-check-id,
           end-evaluate.
           if w-check-id not = spaces
              call "MSGOPRL" using w-check-id, w-om-found, w-om-name,
                 w-om-shift, w-om-level, w-om-pin, w-om-active,
                 w-om-fail-count, w-om-locked, w-om-pin-date
              if w-om-found not = "Y"
                 display "Contact " w-tier " operator " w-check-id
                    " is not on the operator master" upon crt
                 move "N" to w-valid
              end-if,
           end-if.
       end program                msgoncm.
