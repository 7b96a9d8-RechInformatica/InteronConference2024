      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGALRTR: Record layout for the alert file (MSGALRT.DAT),
      *>-> indexed by alert id - the timestamp the alert was raised plus
      *>-> a sequence, like the pending-decisions queue. MSGNOTFY adds
      *>-> one record for every page it sends for a headless error, and
      *>-> the alert id travels with the page so whoever receives it can
      *>-> acknowledge it in MSGACK. MSGESCL re-pages the next roster
      *>-> tier while the alert stays unacknowledged; MSGACKA reports
      *>-> the alerts by time-to-acknowledge.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGALRT-RECORD.
           05  AL-ALERT-ID.
               10  AL-ALERT-DATE                  pic 9(08).
               10  AL-ALERT-TIME                  pic 9(08).
               10  AL-SEQ-NO                      pic 9(03).
      *>-> The dialog that raised the alert
           05  AL-PROGRAM                         pic x(30).
           05  AL-TITLE                           pic x(60).
           05  AL-TEXT                            pic x(200).
      *>-> Roster row in force when the alert was raised (MSGONCR):
      *>-> shift, and the calling program of an override row (spaces
      *>-> for the shift's own roster)
           05  AL-SHIFT                           pic x(01).
           05  AL-ROSTER-PROGRAM                  pic x(30).
           05  AL-ESCALATE-MINUTES                pic 9(03).
      *>-> Roster tier last paged (1-3); zero when no roster row was in
      *>-> force and only the bridge's own target was paged, which is
      *>-> never escalated. With AL-PAGE-COUNT zero the first page to
      *>-> this tier never went out, and MSGESCL sends it again
           05  AL-TIER                            pic 9(01).
           05  AL-CONTACT-ADDRESS                 pic x(60).
           05  AL-PAGE-COUNT                      pic 9(02).
           05  AL-LAST-PAGE-DATE                  pic 9(08).
           05  AL-LAST-PAGE-TIME                  pic 9(08).
      *>-> "U" unacknowledged, "E" unacknowledged with every roster
      *>-> tier paged (escalation exhausted), "A" acknowledged
           05  AL-STATUS                          pic x(01).
               88  AL-UNACKNOWLEDGED              value "U".
               88  AL-EXHAUSTED                   value "E".
               88  AL-ACKNOWLEDGED                value "A".
               88  AL-OUTSTANDING                 value "U" "E".
      *>-> Who acknowledged, when, the minutes from the alert to the
      *>-> acknowledgment, and the tier that had been paged by then
           05  AL-ACK-OPERATOR                    pic x(08).
           05  AL-ACK-DATE                        pic 9(08).
           05  AL-ACK-TIME                        pic 9(08).
           05  AL-ACK-MINUTES                     pic 9(05).
           05  AL-ACK-TIER                        pic 9(01).
           05  AL-ACK-COMMENT                     pic x(60).
