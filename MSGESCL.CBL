      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGESCL: Escalation pass over the alert file (MSGALRT.DAT),
      *>-> run from the scheduler every few minutes. An alert nobody has
      *>-> acknowledged in MSGACK within its escalation minutes of the
      *>-> last page is paged again, through MSGPAGE, to the next
      *>-> contact on its roster row (MSGONC.DAT) - second, then third.
      *>-> The row is read afresh each time, so a roster corrected in
      *>-> the middle of the night is the one paged; an override row
      *>-> deleted since falls back to the shift's own row. Once the
      *>-> third tier has had its minutes too, the alert is marked
      *>-> escalation exhausted and stays outstanding.
      *>->
      *>-> Alerts raised without a roster row (tier zero) and rows
      *>-> with zero minutes are never escalated. A page the bridge
      *>-> could not send is tried again on the next pass - a first
      *>-> page that never went out to the same tier at once, whatever
      *>-> the row's minutes.
      *>->
      *>-> An alert MSGACK holds locked while acknowledging it is
      *>-> passed over and left for the next pass.
      *>->
      *>-> Return code 4 while any outstanding alert has run out of
      *>-> contacts - somebody must chase it by hand - else 0.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgescl.
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
                                  access mode is sequential
                                  record key is AL-ALERT-ID
                                  file status is w-file-status.
           select                 msgonc-file
                                  assign to "MSGONC.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is OC-KEY
                                  file status is w-onc-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgalrt-file.
           copy                   MSGALRTR.
       fd  msgonc-file.
           copy                   MSGONCR.
       working-storage            section.
       77  w-file-status         pic x(02)      value spaces.
           88 w-alert-locked                     value "51" "99" "9D".
       77  w-onc-status          pic x(02)      value spaces.
       77  w-onc-open            pic x(01)      value "N".
           88 w-onc-open-yes                     value "Y".
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  filler redefines w-current-datetime.
           05  filler            pic 9(08).
           05  w-cur-hh          pic 9(02).
           05  w-cur-mm          pic 9(02).
           05  filler            pic 9(04).
      *>-- Time of the last page, split for the minute arithmetic
       01  w-then-time           pic 9(08)      value zeros.
       01  filler redefines w-then-time.
           05  w-then-hh         pic 9(02).
           05  w-then-mm         pic 9(02).
           05  filler            pic 9(04).
       77  w-elapsed             pic s9(07)     value zeros.
       77  w-tier                pic 9(01)      value zeros.
       77  w-next-tier           pic 9(01)      value zeros.
       77  w-page-return         pic 9(02)      value zeros.
       77  w-outstanding-count   pic 9(05)      value zeros.
       77  w-escalated-count     pic 9(05)      value zeros.
       77  w-exhausted-count     pic 9(05)      value zeros.
       77  w-skipped-count       pic 9(05)      value zeros.
       77  w-retried-count       pic 9(05)      value zeros.
       77  w-pages-before        pic 9(02)      value zeros.
       77  w-last-alert-id       pic x(19)      value low-values.
       01  w-display-count       pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           open                   input msgonc-file.
           if                     w-onc-status = "00"
              move             "Y" to w-onc-open,
           end-if.
           open                   i-o msgalrt-file.
           if                     w-file-status not = "00"
              display "MSGESCL: no alerts on file" upon crt,
           else,
              move             "N" to w-eof,
              perform          1000-read-next,
              perform          2000-check-one-alert
                 until         w-eof-yes,
              close            msgalrt-file,
           end-if.
           if                     w-onc-open-yes
              close            msgonc-file,
           end-if.
           perform                9000-show-totals.
           if                     w-exhausted-count > 0
              move             4 to return-code,
           else,
              move             0 to return-code,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> An alert held by MSGACK while it is being acknowledged is
      *>-> passed over, not taken for the end of the file: the pass
      *>-> carries on with the alerts after it, and the held one is
      *>-> looked at again on the next pass
       1000-read-next.
           perform                1100-read-one-alert.
           perform                1200-skip-locked-alert
              until               not w-alert-locked.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-one-alert.
           read                   msgalrt-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           evaluate               true,
              when w-eof-yes or w-alert-locked
                 continue,
              when w-file-status not = "00"
                 move             "Y" to w-eof,
              when other
                 move             AL-ALERT-ID to w-last-alert-id,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Positions after the last alert read, takes the held one
      *>-> without a lock - only to count it in the totals - and reads
      *>-> on from there
       1200-skip-locked-alert.
           add                    1 to w-skipped-count.
           move                   w-last-alert-id to AL-ALERT-ID.
           start                  msgalrt-file
                                  key is greater than AL-ALERT-ID.
           if                     w-file-status = "00"
              read             msgalrt-file next record with no lock,
           end-if.
           if                     w-file-status not = "00"
              move             "Y" to w-eof,
              move             "10" to w-file-status,
           else,
              move             AL-ALERT-ID to w-last-alert-id,
              display "MSGESCL: alert " AL-ALERT-ID
                 " in use (being acknowledged) - left for the "
                 "next pass" upon crt,
              if               AL-OUTSTANDING
                 add           1 to w-outstanding-count,
              end-if,
              if               AL-EXHAUSTED
                 add           1 to w-exhausted-count,
              end-if,
              perform          1100-read-one-alert,
           end-if.
       2000-check-one-alert.
           if                     AL-OUTSTANDING
              add              1 to w-outstanding-count,
           end-if.
      *>-> A first page that never went out (page count zero) is
      *>-> sent again to its own tier at once, without waiting out
      *>-> the escalation minutes
           evaluate               true,
              when not AL-UNACKNOWLEDGED or AL-TIER = 0
                 continue,
              when AL-PAGE-COUNT = 0
                 perform       3000-escalate-alert,
              when AL-ESCALATE-MINUTES > 0
                 perform       2100-compute-elapsed,
                 if            w-elapsed not < AL-ESCALATE-MINUTES
                    perform    3000-escalate-alert,
                 end-if,
           end-evaluate.
           if                     AL-EXHAUSTED
              add              1 to w-exhausted-count,
           end-if.
           perform                1000-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Whole minutes since the last page, across midnight and
      *>-> month ends
       2100-compute-elapsed.
           move                   AL-LAST-PAGE-TIME to w-then-time.
           compute                w-elapsed =
                  (function integer-of-date(w-cur-date)
                 - function integer-of-date(AL-LAST-PAGE-DATE)) * 1440
                 + w-cur-hh * 60 + w-cur-mm
                 - w-then-hh * 60 - w-then-mm
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A rewrite that fails after the page went out is reported
      *>-> and not counted - the alert still shows the tier before,
      *>-> and the next pass pages it again
       3000-escalate-alert.
           move                   AL-PAGE-COUNT to w-pages-before.
           perform                3100-find-next-tier.
           if                     w-next-tier > 0
              call "MSGPAGE" using AL-PROGRAM, AL-TITLE, AL-TEXT,
                 AL-ALERT-ID, OC-CONTACT-ADDRESS(w-next-tier),
                 w-page-return,
              if                  w-page-return = 0
                 move             w-next-tier to AL-TIER,
                 move             OC-CONTACT-ADDRESS(w-next-tier)
                                              to AL-CONTACT-ADDRESS,
                 add              1 to AL-PAGE-COUNT,
                 move             w-cur-date  to AL-LAST-PAGE-DATE,
                 move             w-cur-time  to AL-LAST-PAGE-TIME,
                 rewrite          MSGALRT-RECORD,
                 evaluate         true,
                    when w-file-status not = "00"
                       perform    3300-report-rewrite-failure,
                    when w-pages-before = 0
                       add        1 to w-retried-count,
                       display "MSGESCL: alert " AL-ALERT-ID
                          " first page sent again to tier " AL-TIER
                          " " AL-CONTACT-ADDRESS upon crt,
                    when other
                       add        1 to w-escalated-count,
                       display "MSGESCL: alert " AL-ALERT-ID
                          " escalated to tier " AL-TIER " "
                          AL-CONTACT-ADDRESS upon crt,
                 end-evaluate,
              end-if,
           else,
              if                  w-onc-open-yes
                 set              AL-EXHAUSTED to true,
                 rewrite          MSGALRT-RECORD,
                 if               w-file-status not = "00"
                    perform       3300-report-rewrite-failure,
                 else,
                    display "MSGESCL: alert " AL-ALERT-ID
                       " unacknowledged after every roster tier - "
                       AL-PROGRAM upon crt,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The next tier after the one last paged that has an address
      *>-> - from the alert's own tier when its first page never went
      *>-> out; zero when there is none (or the roster cannot be read,
      *>-> when the alert is left for the next pass instead)
       3100-find-next-tier.
           move                   zeros to w-next-tier.
           if                     w-onc-open-yes
              move             AL-SHIFT to OC-SHIFT,
              move             AL-ROSTER-PROGRAM to OC-PROGRAM,
              read             msgonc-file key is OC-KEY,
              if               w-onc-status not = "00" and
                               AL-ROSTER-PROGRAM not = spaces
                 move          spaces to OC-PROGRAM,
                 read          msgonc-file key is OC-KEY,
              end-if,
              if               w-onc-status = "00"
                 if            AL-PAGE-COUNT = 0
                    move       AL-TIER to w-tier,
                 else,
                    compute    w-tier = AL-TIER + 1
                    end-compute,
                 end-if,
                 perform       3200-check-tier
                    until      w-tier > 3 or w-next-tier > 0,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-check-tier.
           if                     OC-CONTACT-ADDRESS(w-tier)
                                                    not = spaces
              move             w-tier to w-next-tier,
           else,
              add              1 to w-tier,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-report-rewrite-failure.
           display "MSGESCL: cannot rewrite alert " AL-ALERT-ID
              " on MSGALRT.DAT, status " w-file-status upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-show-totals.
           move                   w-outstanding-count
                                  to w-display-count.
           display                "Alerts outstanding. . . .: "
                                  w-display-count upon crt.
           move                   w-escalated-count to w-display-count.
           display                "Escalated this pass . . .: "
                                  w-display-count upon crt.
           move                   w-retried-count to w-display-count.
           display                "First pages sent again. .: "
                                  w-display-count upon crt.
           move                   w-exhausted-count to w-display-count.
           display                "Out of roster contacts. .: "
                                  w-display-count upon crt.
           move                   w-skipped-count to w-display-count.
           display                "In use, left for next run: "
                                  w-display-count upon crt.
       end program                msgescl.
