      *>-> next morning's manual review of the pending-decisions queue.
      *>->
      *>-> Reads the single active row of the notification config file
      *>-> (MSGNOTF.DAT); when the bridge is active, finds who is on
      *>-> call on the escalation roster (MSGONC.DAT): the shift whose
      *>-> hours cover the time now, and within it the calling
      *>-> program's override row if there is one, else the shift's own
      *>-> row. The alert is recorded on the alert file (MSGALRT.DAT)
      *>-> under a new alert id, unacknowledged, and the first contact
      *>-> of that row is paged through MSGPAGE (NC-METHOD-QUEUE drops
      *>-> it on NOTIFYQ.DAT, NC-METHOD-COMMAND shells out to the script
      *>-> in NC-TARGET). MSGESCL pages the next tier if nobody
      *>-> acknowledges it in MSGACK in time. With no roster row in
      *>-> force the page goes to the bridge's own default recipient,
      *>-> and the alert is still recorded so it can be acknowledged.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgnotfy.
                                  assign to "MSGNOTF.DAT"
                                  organization is line sequential
                                  file status is w-cfg-status.
           select                 msgonc-file
                                  assign to "MSGONC.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is OC-KEY
                                  file status is w-onc-status.
           select                 msgalrt-file
                                  assign to "MSGALRT.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is AL-ALERT-ID
                                  file status is w-alr-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgnotf-file.
       01  msgnotf-line           pic x(140).
       fd  msgonc-file.
           copy                   MSGONCR.
       fd  msgalrt-file.
           copy                   MSGALRTR.
       working-storage            section.
       77  w-cfg-status          pic x(02)       value spaces.
       77  w-onc-status          pic x(02)       value spaces.
       77  w-alr-status          pic x(02)       value spaces.
       77  w-alr-open-failed     pic x(01)       value "N".
           88 w-alr-open-failed-yes                value "Y".
       77  w-eof                 pic x(01)       value "N".
           88 w-eof-yes                            value "Y".
       copy                       MSGNOTFR.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  filler redefines w-current-datetime.
           05  filler            pic 9(08).
           05  w-cur-hhmm        pic 9(04).
           05  filler            pic 9(04).
      *>-- Roster row in force: the shift's own row, kept while the
      *>-- program's override row is looked for
       77  w-shift-found         pic x(01)       value "N".
           88 w-shift-found-yes                    value "Y".
       01  w-shift-row           pic x(247)      value spaces.
       77  w-tier                pic 9(01)       value zeros.
       77  w-page-return         pic 9(02)       value zeros.
       linkage                    section.
       01  p-program             pic x(30).
       01  p-title               pic x(60).
           move                   "N"          to NC-ACTIVE.
           perform                1000-read-config.
           if                     NC-IS-ACTIVE
              move       function current-date to w-current-datetime
              perform             2000-find-roster-row
              perform             3000-open-alerts
              perform             3100-build-alert
              if                  not w-alr-open-failed-yes
                 perform          3200-write-alert
                 perform          3300-write-next-slot
                                  until w-alr-status not = "22"
                                     or AL-SEQ-NO = 999
              end-if
              perform             4000-send-first-page
              if                  not w-alr-open-failed-yes
                 close            msgalrt-file
              end-if,
           end-if.
           goback.
              close               msgnotf-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The shift on duty is the one whose own row's hours cover the
      *>-> time now; a missing or unreadable roster just means nobody
      *>-> specific is on call
       2000-find-roster-row.
           move                   "N" to w-shift-found.
           open                   input msgonc-file.
           if                     w-onc-status = "00"
              move             "N" to w-eof,
              perform          2100-read-next-row,
              perform          2200-check-shift-row
                 until         w-eof-yes or w-shift-found-yes,
              if               w-shift-found-yes
                 perform       2300-find-program-override,
              end-if,
              close            msgonc-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next-row.
           read                   msgonc-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-onc-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A shift whose end is at or before its start runs past
      *>-> midnight, so it covers from the start OR before the end
       2200-check-shift-row.
           if                     OC-PROGRAM = spaces and
                                  OC-ACTIVE = "Y"
              if               OC-START-TIME < OC-END-TIME
                 if            w-cur-hhmm not < OC-START-TIME and
                               w-cur-hhmm < OC-END-TIME
                    move       "Y" to w-shift-found,
                 end-if,
              else,
                 if            w-cur-hhmm not < OC-START-TIME or
                               w-cur-hhmm < OC-END-TIME
                    move       "Y" to w-shift-found,
                 end-if,
              end-if,
           end-if.
           if                     not w-shift-found-yes
              perform          2100-read-next-row,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-find-program-override.
           move                   MSGONC-RECORD to w-shift-row.
           move                   p-program to OC-PROGRAM.
           read                   msgonc-file key is OC-KEY.
           if                     w-onc-status not = "00" or
                                  OC-ACTIVE not = "Y"
              move             w-shift-row to MSGONC-RECORD,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGALRT.DAT simply doesn't exist yet (first alert
      *>-> ever raised) - safe to create it. Any other non-"00" status
      *>-> is a real I/O problem and must NOT fall through to OPEN
      *>-> OUTPUT, which would empty the file alerts are acknowledged
      *>-> on; the page still goes out, without an alert id
       3000-open-alerts.
           move                   "N" to w-alr-open-failed.
           open                   i-o msgalrt-file.
           if                     w-alr-status = "35"
              open                output msgalrt-file
              close               msgalrt-file
              open                i-o msgalrt-file,
           else,
              if                  w-alr-status not = "00"
                 display "MSGNOTFY: cannot open MSGALRT.DAT, status "
                    w-alr-status upon crt,
                 move "Y" to w-alr-open-failed,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The first roster tier with an address is paged; without a
      *>-> roster row the tier stays zero (bridge default, no
      *>-> escalation)
       3100-build-alert.
           move                   w-cur-date   to AL-ALERT-DATE.
           move                   w-cur-time   to AL-ALERT-TIME.
           move                   zeros        to AL-SEQ-NO.
           move                   p-program    to AL-PROGRAM.
           move                   p-title      to AL-TITLE.
           move                   p-text       to AL-TEXT.
           move                   spaces       to AL-SHIFT,
                                                  AL-ROSTER-PROGRAM,
                                                  AL-CONTACT-ADDRESS.
           move                   zeros        to AL-ESCALATE-MINUTES,
                                                  AL-TIER.
           if                     w-shift-found-yes
              move             OC-SHIFT to AL-SHIFT,
              move             OC-PROGRAM to AL-ROSTER-PROGRAM,
              move             OC-ESCALATE-MINUTES
                                           to AL-ESCALATE-MINUTES,
              perform          3110-check-tier
                 varying       w-tier from 1 by 1
                 until         w-tier > 3 or AL-TIER > 0,
           end-if.
           move                   1            to AL-PAGE-COUNT.
           move                   w-cur-date   to AL-LAST-PAGE-DATE.
           move                   w-cur-time   to AL-LAST-PAGE-TIME.
           set                    AL-UNACKNOWLEDGED to true.
           move                   spaces       to AL-ACK-OPERATOR,
                                                  AL-ACK-COMMENT.
           move                   zeros        to AL-ACK-DATE,
                                                  AL-ACK-TIME,
                                                  AL-ACK-MINUTES,
                                                  AL-ACK-TIER.
      *>--------------------------------------------------------------------------------------------------------------<*
       3110-check-tier.
           if                     OC-CONTACT-ADDRESS(w-tier)
                                                    not = spaces
              move             w-tier to AL-TIER,
              move             OC-CONTACT-ADDRESS(w-tier)
                                           to AL-CONTACT-ADDRESS,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-write-alert.
           write                  MSGALRT-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "22" means another alert was raised within the same
      *>-> hundredth of a second - bump the sequence and try the next
      *>-> free slot
       3300-write-next-slot.
           add                    1 to AL-SEQ-NO.
           perform                3200-write-alert.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A page that could not be sent is not counted, so the alert
      *>-> shows nobody has been reached yet and the next MSGESCL pass
      *>-> sends it again to the same tier
       4000-send-first-page.
           if                     w-alr-open-failed-yes or
                                  w-alr-status not = "00"
              move             zeros to AL-ALERT-ID,
           end-if.
           call "MSGPAGE" using p-program, p-title, p-text,
              AL-ALERT-ID, AL-CONTACT-ADDRESS, w-page-return.
           if                     w-page-return not = 0 and
                                  not w-alr-open-failed-yes and
                                  AL-ALERT-ID not = zeros
              move             zeros to AL-PAGE-COUNT,
              rewrite          MSGALRT-RECORD,
           end-if.
       end program                msgnotfy.
