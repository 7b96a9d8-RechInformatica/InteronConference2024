      *>-> documented "not recorded" values: no show timestamp, no
      *>-> operator/workstation, not sensitive, not checkpointed, not
      *>-> timed out, no policy source, no second operator, no window,
      *>-> no catalog code, standing for one dialog. Old records
      *>-> logged within the same hundredth of a second walk the
      *>-> ML-SEQ-NO tie-breaker exactly as MSGLOGW does live. The
      *>-> converted file is verified by a read-back count before the
      *>-> original is replaced, the same way MSGPENDC verifies the
      *>-> pending queue.
      *>->
      *>-> Converted records carry no seal (chain number zero); run
      *>-> MSGLOGS straight afterwards to seal them onto the chain.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msglogc.
       fd  probe-file.
       01  probe-record.
           05  probe-key          pic x(19).
           05  filler             pic x(516).
       fd  msglog-file.
       01  old-log-record         pic x(310).
       fd  msglogn-file.
           move                   spaces       to ML-OPERATOR-2.
           move                   "N"          to ML-DUAL-CONTROL.
           move                   spaces       to ML-WINDOW-ID.
           move                   spaces       to ML-CATALOG-CODE.
           move                   zeros        to ML-CHAIN-NO.
           move                   zeros        to ML-PREV-SEAL.
           move                   zeros        to ML-SEAL.
           write                  MSGLOG-RECORD.
      *>-> "22" means two old records carried the same timestamp - bump
      *>-> the sequence and take the next free slot, as MSGLOGW does
