      *>-> succeeds it is already converted and nothing is touched, so
      *>-> a second run is harmless. The fields the sequential layout
      *>-> never carried take their defaults (sequence zero, no policy
      *>-> source, no second operator, no window, no catalog code);
      *>-> duplicate timestamps walk the ML-SEQ-NO tie-breaker exactly
      *>-> as MSGLOGW does live.
      *>-> The converted file is verified by a read-back count before
      *>-> the original is replaced, as MSGLOGC and MSGPENDC verify.
      *>->
      *>-> Converted records carry no seal (chain number zero); run
      *>-> MSGLOGS straight afterwards - it seals the archives and the
      *>-> live log onto the chain in one run.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msglogix.
       fd  probe-file.
       01  probe-record.
           05  probe-key          pic x(19).
           05  filler             pic x(516).
       fd  msglog-file.
       01  old-log-record         pic x(371).
       fd  msglogn-file.
           move                   spaces       to ML-OPERATOR-2.
           move                   "N"          to ML-DUAL-CONTROL.
           move                   spaces       to ML-WINDOW-ID.
           move                   spaces       to ML-CATALOG-CODE.
           move                   zeros        to ML-CHAIN-NO.
           move                   zeros        to ML-PREV-SEAL.
           move                   zeros        to ML-SEAL.
           write                  MSGLOG-RECORD.
      *>-> "22" means two records carried the same timestamp - bump the
      *>-> sequence and take the next free slot, as MSGLOGW does live
