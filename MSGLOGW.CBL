      *>-> "22" on the write just means another stream logged within the
      *>-> same hundredth of a second - the sequence tie-breaker walks
      *>-> to the next free slot, exactly as MSGPENDW queues entries.
      *>->
      *>-> Every record is also sealed onto the chain kept in
      *>-> MSGSEAL.DAT (see ML-CHAIN-NO in MSGLOGR): the control record
      *>-> is read with a lock before the timestamp is taken and only
      *>-> rewritten once the record has landed, so chain numbers run
      *>-> in the order the records were written whatever stream wrote
      *>-> them. A chain held by another stream for longer than the
      *>-> lock wait allows never costs the audit record - it is
      *>-> logged unsealed, with a warning, and MSGLOGV reports it.
      *>-> The same goes for a record logged with no seal key in the
      *>-> environment (see MSGHASH), and for one logged while
      *>-> MSGSEAL.DAT is gone but MSGLOG.DAT already holds sealed
      *>-> records: the chain is never restarted from zero over a trail
      *>-> already on it - MSGSEAL.DAT has to be restored first.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msglogw.
           select                 msglog-file
                                  assign to "MSGLOG.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ML-KEY
                                  file status is w-file-status.
           select                 msgseal-file
                                  assign to "MSGSEAL.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is SL-KEY
                                  lock mode is manual
                                  file status is w-seal-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  msgseal-file.
           copy                   MSGSEALR.
       working-storage            section.
       77  w-file-status         pic x(02)       value spaces.
       77  w-open-failed         pic x(01)       value "N".
           88 w-open-failed-yes                   value "Y".
      *>-- Seal chain: the control record is held locked from before
      *>-- the timestamp is taken until the record has been written
       77  w-seal-status         pic x(02)       value spaces.
           88 w-seal-locked                       value "51" "99" "9D".
       77  w-seal-open           pic x(01)       value "N".
           88 w-seal-open-yes                     value "Y".
       77  w-chain-held          pic x(01)       value "N".
           88 w-chain-held-yes                    value "Y".
       77  w-lock-tries          pic 9(02)       value zeros.
       77  w-lock-max            pic 9(02)       value 30.
       77  w-lock-wait           pic 9(02)       value 1.
       77  w-seal                pic x(64)       value zeros.
       77  w-keyed               pic x(01)       value "Y".
           88 w-keyed-yes                         value "Y".
       77  w-trail-sealed        pic x(01)       value "N".
           88 w-trail-sealed-yes                  value "Y".
       77  w-scan-done           pic x(01)       value "N".
           88 w-scan-done-yes                     value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
       01  p-operator-2          pic x(08).
       01  p-dual-control        pic x(01).
       01  p-window-id           pic x(08).
       01  p-catalog-code        pic x(06).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-program,
                                              p-icon,
                                              p-policy-source,
                                              p-operator-2,
                                              p-dual-control,
                                              p-window-id,
                                              p-catalog-code.
       0000-main.
           perform                0200-open-log.
           if                     w-open-failed-yes
              goback,
           end-if.
           perform                0400-take-chain.
           perform                0100-build-record.
           perform                0300-write-record.
      *>-> "22" means another stream logged a record within the same
           perform                0310-write-next-slot
                                  until w-file-status not = "22"
                                     or ML-SEQ-NO = 999.
           perform                0500-advance-chain.
           close                  msglog-file.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
           move                   p-dual-control
                                              to ML-DUAL-CONTROL.
           move                   p-window-id to ML-WINDOW-ID.
           move                   p-catalog-code
                                              to ML-CATALOG-CODE.
           if                     w-chain-held-yes
              compute          ML-CHAIN-NO = SL-CHAIN-NO + 1
              end-compute,
              move             SL-SEAL     to ML-PREV-SEAL,
           else,
              move             zeros       to ML-CHAIN-NO,
              move             zeros       to ML-PREV-SEAL,
           end-if.
           move                   zeros       to ML-SEAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" means MSGLOG.DAT simply doesn't exist yet (first dialog
      *>-> ever logged) - safe to create it. Any other non-"00" status is
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The key is part of what is sealed, so the seal is taken
      *>-> again for every slot tried
       0300-write-record.
           if                     w-chain-held-yes
              call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed,
              if               w-keyed-yes
                 move          w-seal      to ML-SEAL,
              else,
                 perform       0320-drop-off-chain,
              end-if,
           end-if.
           write                  MSGLOG-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       0310-write-next-slot.
           add                    1 to ML-SEQ-NO.
           perform                0300-write-record.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> No seal key: the record goes on the trail unsealed and the
      *>-> tip stays where it was
       0320-drop-off-chain.
           display "MSGLOGW: no seal key in the environment - record "
              "logged unsealed" upon crt.
           move                   "N"         to w-chain-held.
           move                   zeros       to ML-CHAIN-NO.
           move                   zeros       to ML-PREV-SEAL.
           move                   zeros       to ML-SEAL.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lock the tip of the seal chain. "35" is the first record
      *>-> ever sealed (MSGSEAL.DAT not there yet) and "23" a control
      *>-> file without its record - both start the chain at zero, but
      *>-> only on a trail that holds no sealed record yet. A lock
      *>-> another stream holds is waited out a second at a time, up
      *>-> to w-lock-max tries
       0400-take-chain.
           move                   "N"         to w-chain-held.
           move                   "N"         to w-trail-sealed.
           open                   i-o msgseal-file.
           if                     w-seal-status = "35"
              perform             0440-check-trail-sealed
              if                  not w-trail-sealed-yes
                 open             output msgseal-file
                 close            msgseal-file
                 open             i-o msgseal-file,
              end-if,
           end-if.
           if                     w-seal-status = "00"
              move                "Y"         to w-seal-open
              move                zeros       to w-lock-tries
              perform             0410-read-control
              if                  w-seal-status = "23"
                 perform          0440-check-trail-sealed
                 if               not w-trail-sealed-yes
                    perform       0430-start-chain
                    perform       0410-read-control
                 end-if
              end-if
              perform             0420-retry-control
                 until            not w-seal-locked
                    or            w-lock-tries not < w-lock-max
              if                  w-seal-status = "00"
                 move             "Y"         to w-chain-held
              end-if,
           end-if.
           if                     not w-chain-held-yes
              if                  w-trail-sealed-yes
                 display "MSGLOGW: MSGSEAL.DAT is missing its chain "
                    "tip but MSGLOG.DAT is sealed - record logged "
                    "unsealed, restore MSGSEAL.DAT" upon crt
              else,
                 display "MSGLOGW: seal chain not available, status "
                    w-seal-status " - record logged unsealed" upon crt
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       0410-read-control.
           move                   "MSGLOG"    to SL-KEY.
           read                   msgseal-file with lock
                                  key is SL-KEY.
      *>--------------------------------------------------------------------------------------------------------------<*
       0420-retry-control.
           add                    1 to w-lock-tries.
           call "C$SLEEP" using w-lock-wait.
           perform                0410-read-control.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A "22" just means another stream started it first
       0430-start-chain.
           move                   "MSGLOG"    to SL-KEY.
           move                   zeros       to SL-CHAIN-NO.
           move                   zeros       to SL-SEAL.
           move                   spaces      to SL-LAST-KEY.
           move                   zeros       to SL-SEAL-DATE.
           move                   zeros       to SL-SEAL-TIME.
           write                  MSGSEAL-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Walks the trail from its oldest record up to the first one on
      *>-> the chain; only a trail never sealed reads to the end, and
      *>-> that happens once - the chain is started right after
       0440-check-trail-sealed.
           move                   "N"         to w-trail-sealed.
           move                   "N"         to w-scan-done.
           move                   zeros       to ML-LOG-DATE.
           move                   zeros       to ML-LOG-TIME.
           move                   zeros       to ML-SEQ-NO.
           start                  msglog-file key not < ML-KEY.
           if                     w-file-status not = "00"
              move                "Y"         to w-scan-done,
           end-if.
           perform                0450-check-next-record
              until               w-scan-done-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       0450-check-next-record.
           read                   msglog-file next record.
           if                     w-file-status not = "00"
              move                "Y"         to w-scan-done
           else,
              if                  ML-CHAIN-NO not = zeros
                 move             "Y"         to w-trail-sealed
                 move             "Y"         to w-scan-done,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The tip only moves when the record actually landed; closing
      *>-> the control file releases the lock either way
       0500-advance-chain.
           if                     w-chain-held-yes and
                                  w-file-status = "00"
              move                ML-CHAIN-NO to SL-CHAIN-NO
              move                ML-SEAL     to SL-SEAL
              move                ML-KEY      to SL-LAST-KEY
              move                w-cur-date  to SL-SEAL-DATE
              move                w-cur-time  to SL-SEAL-TIME
              rewrite             MSGSEAL-RECORD,
           end-if.
           if                     w-seal-open-yes
              close               msgseal-file,
           end-if.
       end program                msglogw.
