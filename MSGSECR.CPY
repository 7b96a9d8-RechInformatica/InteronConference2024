      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSECR: Record layout for the security-event file
      *>-> (MSGSEC.DAT), indexed by timestamp + sequence like the
      *>-> pending-decisions queue. MSGBOX writes one record (through
      *>-> MSGSECW) for every identity challenge that fails, every
      *>-> lockout it causes, every challenge turned away because the
      *>-> operator is locked, and every forced PIN change; MSGOPRM
      *>-> writes one when a supervisor unlocks an operator, and
      *>-> MSGOPRM and MSGACK for their own id/PIN challenges. MSGSECA
      *>-> prints the daily security exceptions report from it.
      *>-> SE-SEQ-NO tells apart events written within the same
      *>-> hundredth of a second.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGSEC-RECORD.
           05  SE-KEY.
               10  SE-TIMESTAMP.
                   15  SE-LOG-DATE                pic 9(08).
                   15  SE-LOG-TIME                pic 9(08).
               10  SE-SEQ-NO                      pic 9(03).
      *>-> What happened:
      *>->   "F" failed challenge (unknown or inactive id, wrong PIN)
      *>->   "L" the failure that locked the operator out
      *>->   "K" challenge turned away, operator already locked
      *>->   "E" PIN found expired at the challenge, change demanded
      *>->   "C" PIN changed at the challenge
      *>->   "U" operator unlocked by a supervisor in MSGOPRM
           05  SE-EVENT                           pic x(01).
               88  SE-EVENT-FAILED                value "F".
               88  SE-EVENT-LOCKOUT               value "L".
               88  SE-EVENT-LOCKED                value "K".
               88  SE-EVENT-EXPIRED               value "E".
               88  SE-EVENT-PIN-CHANGED           value "C".
               88  SE-EVENT-UNLOCKED              value "U".
      *>-> Operator id that was keyed at the challenge (or unlocked)
           05  SE-OPERATOR-ID                     pic x(08).
      *>-> Login and workstation of the session the challenge ran in
      *>-> (see MSGBOX determine-operator)
           05  SE-LOGIN                           pic x(08).
           05  SE-WORKSTATION                     pic x(15).
      *>-> Calling program and title of the dialog being answered;
      *>-> "MSGOPRM"/"MSGACK" and their own function on the screens
           05  SE-PROGRAM                         pic x(30).
           05  SE-TITLE                           pic x(60).
      *>-> Consecutive failures on the master after this event
           05  SE-FAIL-COUNT                      pic 9(02).
      *>-> Why the challenge failed, or who unlocked, in words
           05  SE-DETAIL                          pic x(40).
