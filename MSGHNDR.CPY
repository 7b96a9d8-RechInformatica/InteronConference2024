      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGHNDR: Record layout for the shift-handover acknowledgment
      *>-> file (MSGHND.DAT), indexed by timestamp + sequence like the
      *>-> security-event file. MSGHAND writes one record (through
      *>-> MSGHNDW) when the incoming operator, challenged on id and PIN
      *>-> against the operator master, accepts the handover report of
      *>-> the outgoing shift - what was open at the hand-off, and who
      *>-> took it over, stays on file after the printout is gone.
      *>-> HN-SEQ-NO tells apart acknowledgments within the same
      *>-> hundredth of a second.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGHND-RECORD.
           05  HN-KEY.
               10  HN-TIMESTAMP.
                   15  HN-ACK-DATE                pic 9(08).
                   15  HN-ACK-TIME                pic 9(08).
               10  HN-SEQ-NO                      pic 9(03).
      *>-> Shift handed over (OM-SHIFT) and the span the report covered,
      *>-> YYYYMMDDHHMM
           05  HN-SHIFT                           pic x(01).
           05  HN-FROM-STAMP                      pic 9(12).
           05  HN-TO-STAMP                        pic 9(12).
      *>-> Shift taking over, as found on the roster (spaces when the
      *>-> roster names none), and the operator who acknowledged
           05  HN-NEXT-SHIFT                      pic x(01).
           05  HN-INCOMING-ID                     pic x(08).
      *>-> Login and workstation of the session the handover ran in
           05  HN-LOGIN                           pic x(08).
           05  HN-WORKSTATION                     pic x(15).
      *>-> What the report showed open at the hand-off
           05  HN-DIALOG-COUNT                    pic 9(07).
           05  HN-UNREVIEWED-COUNT                pic 9(05).
           05  HN-WRONG-COUNT                     pic 9(05).
           05  HN-CKPT-COUNT                      pic 9(05).
           05  HN-STALL-COUNT                     pic 9(05).
           05  HN-ALERT-COUNT                     pic 9(05).
           05  HN-WINDOW-COUNT                    pic 9(05).
           05  HN-COMMENT                         pic x(60).
