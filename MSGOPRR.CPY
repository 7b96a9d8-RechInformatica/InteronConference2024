      *>-> are re-identified against this master - id + PIN - before
      *>-> they are accepted, and the verified id is what lands on the
      *>-> audit (MSGLOG.DAT) and justification (MSGRSN.DAT) records.
      *>-> Maintained by MSGOPRM; failed challenges, lockouts and PIN
      *>-> changes at the challenge itself are kept here by MSGBOX
      *>-> through MSGOPRW, and every one is written to the
      *>-> security-event file (MSGSEC.DAT) as well.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGOPR-RECORD.
           05  OM-OPERATOR-ID                     pic x(08).
           05  OM-LEVEL                           pic 9(01).
           05  OM-PIN                             pic x(04).
           05  OM-ACTIVE                          pic x(01).
      *>-> Consecutive failed identity challenges (wrong PIN) since the
      *>-> last good one; reaching the lockout limit sets OM-LOCKED
           05  OM-FAIL-COUNT                      pic 9(02).
      *>-> "Y" locked out by failed challenges - no challenge succeeds
      *>-> until a supervisor unlocks the operator in MSGOPRM. Kept
      *>-> apart from OM-ACTIVE so an unlock never reactivates a leaver
           05  OM-LOCKED                          pic x(01).
      *>-> Date (YYYYMMDD) the PIN was last set; the PIN expires after
      *>-> MSGBOX-PIN-DAYS and must be changed at the next challenge.
      *>-> Zeros (converted from before PIN ageing) counts as expired
           05  OM-PIN-DATE                        pic 9(08).
