      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSEALR: Record layout for the audit-trail seal control file
      *>-> (MSGSEAL.DAT). One record, keyed "MSGLOG", holds the tip of
      *>-> the seal chain: the chain number and seal of the last record
      *>-> MSGLOGW wrote to MSGLOG.DAT. MSGLOGW reads it with a lock,
      *>-> chains the new record to it and rewrites it, so the three
      *>-> parallel overnight streams take chain numbers one at a time.
      *>-> MSGLOGV compares the end of the live log against it - the
      *>-> only way to see records cut from the end of the trail.
      *>-> MSGLOGS starts the chain at cutover.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGSEAL-RECORD.
           05  SL-KEY                             pic x(08).
           05  SL-CHAIN-NO                        pic 9(09).
           05  SL-SEAL                            pic x(64).
      *>-> Key of the record that carries the chain number above, and
      *>-> when it was sealed
           05  SL-LAST-KEY                        pic x(19).
           05  SL-SEAL-DATE                       pic 9(08).
           05  SL-SEAL-TIME                       pic 9(08).
