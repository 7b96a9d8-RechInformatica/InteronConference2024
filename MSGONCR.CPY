      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGONCR: Record layout for the on-call escalation roster
      *>-> (MSGONC.DAT), indexed by shift + calling program. The row
      *>-> with a blank OC-PROGRAM is the shift's own roster and carries
      *>-> the shift's hours; a row naming a calling program overrides
      *>-> the contacts (and the escalation minutes) for that program's
      *>-> alerts during the same shift. MSGNOTFY pages the first
      *>-> contact of the row in force when a headless error fires;
      *>-> MSGESCL re-pages the second, then the third, each time the
      *>-> alert stays unacknowledged past OC-ESCALATE-MINUTES.
      *>-> Maintained by MSGONCM.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGONC-RECORD.
           05  OC-KEY.
      *>-> Shift code, as on the operator master (OM-SHIFT)
               10  OC-SHIFT                       pic x(01).
               10  OC-PROGRAM                     pic x(30).
      *>-> Shift hours HHMM, start inclusive, end exclusive; an end at
      *>-> or before the start runs past midnight. Only read from the
      *>-> shift's own (blank program) row
           05  OC-START-TIME                      pic 9(04).
           05  OC-END-TIME                        pic 9(04).
      *>-> Minutes an alert may stay unacknowledged before the next
      *>-> contact is paged; zero never escalates
           05  OC-ESCALATE-MINUTES                pic 9(03).
      *>-> First, second and third contacts: the operator id (for the
      *>-> acknowledgment) and the pager/phone/mail address handed to
      *>-> the paging bridge
           05  OC-CONTACT                         occurs 3 times.
               10  OC-CONTACT-ID                  pic x(08).
               10  OC-CONTACT-ADDRESS             pic x(60).
           05  OC-ACTIVE                          pic x(01).
