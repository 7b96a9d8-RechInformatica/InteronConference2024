      *>-> MSGARCH-RETAIN in the environment sets how many closed months
      *>-> stay in the live log (unset/blank keeps 12). The current,
      *>-> still-open month is never archived.
      *>->
      *>-> Records move into the archives with their seals untouched.
      *>-> Each archive ends with a closing-seal record (ML-CLOSING-SEAL
      *>-> in MSGLOGR) carrying how many records were archived and the
      *>-> chain number and seal of the last of them, itself sealed -
      *>-> so MSGLOGV can tell records cut from the end of an archive
      *>-> from an archive that simply ended there.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgarch.
      *>-> its own here, the rest rides along as one move
       fd  archive-file.
       01  archive-record.
           05  ar-key.
               10  ar-log-date    pic 9(08).
                   88  ar-closing-seal            value 99999999.
               10  filler         pic x(11).
           05  filler             pic x(516).
       fd  msglogn-file.
       01  msglogn-record.
           05  nl-key             pic x(19).
           05  filler             pic x(516).
       fd  report-file.
       01  report-line            pic x(80).
       working-storage            section.
       01  w-report-detail       pic x(80)      value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-period       pic 9(06).
      *>-- Closing seal of the archive being written: the record count
      *>-- and the highest chain number copied, with that record's seal
       77  w-closing-count       pic 9(07)      value zeros.
       77  w-closing-chain       pic 9(09)      value zeros.
       77  w-closing-prev-seal   pic x(64)      value zeros.
       77  w-closing-seal        pic x(64)      value zeros.
       77  w-keyed               pic x(01)      value "Y".
           88 w-keyed-yes                        value "Y".
       01  w-cut-datetime.
           05  w-cut-date        pic 9(08).
           05  w-cut-time        pic 9(08).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   input msglog-file.
           if                     w-log-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          1200-check-seal-key,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> An archive whose closing seal could not be keyed would fail
      *>-> MSGLOGV for good, so without the key nothing is cut at all
       1200-check-seal-key.
           call "MSGHASH" using MSGLOG-RECORD, w-closing-seal, w-keyed.
           if                     not w-keyed-yes
              move             "Y" to w-abort,
              close            msglog-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every month strictly before the cutoff period is archived;
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              move             zeros to w-closing-count,
              move             zeros to w-closing-chain,
              move             zeros to w-closing-prev-seal,
              perform          2100-read-next,
              perform          3110-copy-matching-record
                 until         w-eof-yes,
              perform          3120-write-closing-seal,
              close            msglog-file,
              close            archive-file,
           end-if.
           move                   ML-LOG-DATE(1:6) to w-rec-period.
           if                     w-rec-period = w-period(w-period-i)
              write             archive-record from MSGLOG-RECORD,
              add               1 to w-closing-count,
              if                ML-CHAIN-NO > w-closing-chain
                 move           ML-CHAIN-NO to w-closing-chain,
                 move           ML-SEAL     to w-closing-prev-seal,
              end-if,
           end-if.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Built in the live log's record area, free once its last
      *>-> record has been read; the all-nines key sorts it last
       3120-write-closing-seal.
           move          function current-date to w-cut-datetime.
           move                   spaces      to MSGLOG-RECORD.
           move                   99999999    to ML-LOG-DATE.
           move                   99999999    to ML-LOG-TIME.
           move                   999         to ML-SEQ-NO.
           move                   "MSGARCH"   to ML-PROGRAM.
           move                   zeros       to ML-ICON.
           move                   zeros       to ML-BUTTONS.
           move                   "CLOSING SEAL" to ML-TITLE.
           string "CLOSING SEAL OF " w-archive-name
                                     delimited by size
                                     into ML-TEXT.
           move                   zeros       to ML-RETURN.
           move                   zeros       to ML-CKPT-SEQ.
           move                   w-closing-count to ML-OCCURS.
           move                   w-cut-date  to ML-SHOW-DATE.
           move                   w-cut-time  to ML-SHOW-TIME.
           move                   "N"         to ML-DUAL-CONTROL.
           move                   w-closing-chain to ML-CHAIN-NO.
           move                   w-closing-prev-seal
                                              to ML-PREV-SEAL.
           move                   zeros       to ML-SEAL.
           call "MSGHASH" using MSGLOG-RECORD, w-closing-seal,
              w-keyed.
           move                   w-closing-seal to ML-SEAL.
           write                  archive-record from MSGLOG-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Read the archive just written back off disk and count it;
      *>-> the live log is only rewritten when every archive holds
      *>-> exactly the records it is supposed to take with it
              at end
                 continue,
              not at end
                 if               not ar-closing-seal
                    add           1 to
                                  w-period-verified(w-period-i),
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> All archives verified: copy only the retained records to
           write                  report-line from w-report-heading.
           if                     w-abort-yes
              move             spaces to w-report-heading
              if               w-keyed-yes
                 string "*** RUN ABORTED - ARCHIVE COUNT MISMATCH OR "
                        "I/O ERROR, LIVE LOG UNCHANGED"
                                  into w-report-heading
              else,
                 string "*** RUN ABORTED - NO SEAL KEY IN THE "
                        "ENVIRONMENT, LIVE LOG UNCHANGED"
                                  into w-report-heading
              end-if,
              write            report-line from w-report-heading,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
