      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGLOGS: One-time sealing of the MSGBOX audit trail at the
      *>-> cutover to the sealed MSGLOGR layout (ML-CATALOG-CODE, then
      *>-> ML-CHAIN-NO, ML-PREV-SEAL and ML-SEAL on the end of the
      *>-> record; the code is spaces on every older record). Every
      *>-> record is numbered and sealed onto the chain in key order,
      *>-> exactly as MSGLOGW seals a new one, and the tip of the chain
      *>-> is left on MSGSEAL.DAT for MSGLOGW to carry on from. Run it
      *>-> before the first dialog is logged under the new layout.
      *>->
      *>-> One run seals the whole trail: the dated MSGARCH archives
      *>-> (MSGLOG-YYYYMM.DAT) oldest first, each of which also gets the
      *>-> closing-seal record MSGARCH writes into every archive it
      *>-> cuts, then the live MSGLOG.DAT - so the chain runs in the
      *>-> order the dialogs happened and MSGLOGV can follow it from one
      *>-> file into the next. MSGLOGS-MONTHS in the environment sets
      *>-> how many months back from last month are looked for (unset/
      *>-> blank keeps 120); a month with no archive is passed over.
      *>->
      *>-> Either the indexed 392-byte layout that went before the seal
      *>-> or a file MSGLOGC/MSGLOGIX has just converted (current
      *>-> layout, nothing sealed yet) is taken. Each sealed file is
      *>-> built as MSGLOGN.DAT, verified by a read-back count and only
      *>-> then swapped in, the way MSGLOGIX replaces the trail;
      *>-> MSGSEAL.DAT is moved on as each swap is done.
      *>->
      *>-> Sealing is a cutover step, never a repair: a trail that
      *>-> could be sealed again could have its records changed and the
      *>-> seals made good afterwards. So nothing is touched when
      *>-> MSGSEAL.DAT already holds a chain tip other than zero, when a
      *>-> file already holds a sealed record, or when there is no seal
      *>-> key in the environment (see MSGHASH). A run stopped part way
      *>-> leaves the files sealed so far on the chain, with the tip at
      *>-> the last of them; the trail and MSGSEAL.DAT are then put
      *>-> back from the cutover backup before it is run again.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msglogs.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> The trail in the current layout - an open that works means
      *>-> MSGLOGC/MSGLOGIX (or an earlier run) already produced it
           select                 current-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is sequential
                                  record key is cur-key
                                  file status is w-cur-status.
      *>-> The trail in the 392-byte layout that went before the seal
           select                 oldix-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is sequential
                                  record key is old-key
                                  file status is w-old-status.
           select                 msglogn-file
                                  assign to "MSGLOGN.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is ML-KEY
                                  file status is w-new-status.
           select                 msgseal-file
                                  assign to "MSGSEAL.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is SL-KEY
                                  file status is w-seal-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  current-file.
       01  current-record.
           05  cur-key            pic x(19).
           05  filler             pic x(516).
       fd  oldix-file.
       01  oldix-record.
           05  old-key            pic x(19).
           05  filler             pic x(373).
       fd  msglogn-file.
           copy                   MSGLOGR.
       fd  msgseal-file.
           copy                   MSGSEALR.
       working-storage            section.
       77  w-cur-status          pic x(02)      value spaces.
       77  w-old-status          pic x(02)      value spaces.
       77  w-new-status          pic x(02)      value spaces.
       77  w-seal-status         pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-abort               pic x(01)      value "N".
           88 w-abort-yes                        value "Y".
      *>-- Which layout the trail was found in: "C" current, "O" the
      *>-- 392-byte one
       77  w-source              pic x(01)      value spaces.
           88 w-source-current                   value "C".
           88 w-source-old                       value "O".
       77  w-control-found       pic x(01)      value "N".
           88 w-control-found-yes                value "Y".
       77  w-seal-open           pic x(01)      value "N".
           88 w-seal-open-yes                    value "Y".
       77  w-log-name            pic x(40)      value "MSGLOG.DAT".
       77  w-file-present        pic x(01)      value "N".
           88 w-file-present-yes                 value "Y".
       77  w-keyed               pic x(01)      value "Y".
           88 w-keyed-yes                        value "Y".
      *>-- Archive months looked for, counted back from last month (the
      *>-- current one is never archived); the environment value
      *>-- arrives left-justified and is squared up before the test
       77  w-months-env          pic x(03)      value spaces.
       77  w-months-just         pic x(03)      value spaces
                                                justified right.
       77  w-months              pic 9(03)      value zeros.
       77  w-from-months         pic 9(07)      value zeros comp-x.
       77  w-to-months           pic 9(07)      value zeros comp-x.
       77  w-walk-months         pic 9(07)      value zeros comp-x.
       77  w-walk-year           pic 9(04)      value zeros.
       77  w-walk-month          pic 9(02)      value zeros.
       77  w-walk-period         pic 9(06)      value zeros.
       77  w-new-name            pic x(12)      value "MSGLOGN.DAT".
      *>-- The chain as it stands, from MSGSEAL.DAT, moved on record by
      *>-- record as the trail is sealed
       77  w-chain-no            pic 9(09)      value zeros.
       77  w-last-seal           pic x(64)      value zeros.
       77  w-last-key            pic x(19)      value spaces.
       77  w-first-chain         pic 9(09)      value zeros.
       77  w-seal                pic x(64)      value zeros.
       77  w-sealed-count        pic 9(07)      value zeros.
       77  w-written-count       pic 9(07)      value zeros.
       77  w-verify-count        pic 9(07)      value zeros.
       77  w-file-op-status      pic s9(09)     comp-5 value zeros.
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  filler redefines w-cur-date.
               10  w-cur-year    pic 9(04).
               10  w-cur-month   pic 9(02).
               10  filler        pic 9(02).
           05  w-cur-time        pic 9(08).
       01  w-display-count       pic z(6)9.
       01  w-display-chain       pic z(8)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           perform                0500-determine-months.
           perform                1100-read-control.
           if                     not w-abort-yes
              perform          0600-seal-one-archive
                        varying w-walk-months from w-from-months by 1
                        until   w-walk-months > w-to-months
                             or w-abort-yes,
           end-if.
           if                     not w-abort-yes
              move             "MSGLOG.DAT" to w-log-name,
              perform          0700-seal-named-file,
           end-if.
           if                     w-seal-open-yes
              close            msgseal-file,
           end-if.
           if                     not w-abort-yes
              perform          5000-display-chain,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value falls back to the default rather than to
      *>-> zero - zero months would leave every archive off the chain
       0500-determine-months.
           accept                 w-months-env from environment
                                  "MSGLOGS-MONTHS".
           move                   120 to w-months.
           if                     w-months-env not = spaces
              move    function trim(w-months-env) to w-months-just,
              inspect          w-months-just
                               replacing leading " " by "0",
              if               w-months-just is numeric
                 move          w-months-just to w-months,
              end-if,
           end-if.
           if                     w-months = 0
              move             120 to w-months,
           end-if.
           compute                w-to-months =
                                  w-cur-year * 12 + w-cur-month - 1
           end-compute.
           compute                w-from-months =
                                  w-to-months - w-months + 1
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
       0600-seal-one-archive.
           compute                w-walk-year =
                                  (w-walk-months - 1) / 12
           end-compute.
           compute                w-walk-month =
                                  w-walk-months - w-walk-year * 12
           end-compute.
           compute                w-walk-period =
                                  w-walk-year * 100 + w-walk-month
           end-compute.
           move                   spaces to w-log-name.
           string "MSGLOG-" w-walk-period ".DAT"
                                     into w-log-name.
           perform                0700-seal-named-file.
      *>--------------------------------------------------------------------------------------------------------------<*
       0700-seal-named-file.
           move                   zeros to w-sealed-count.
           move                   zeros to w-written-count.
           move                   zeros to w-verify-count.
           perform                1000-open-trail.
           if                     w-file-present-yes and
                                  not w-abort-yes
              perform          2000-seal-trail,
              if               not w-abort-yes
                 perform       3000-verify-and-swap,
              end-if,
              if               not w-abort-yes
                 perform       4000-update-control,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35" is a month with no archive, passed over
       1000-open-trail.
           move                   "Y" to w-file-present.
           open                   input current-file.
           if                     w-cur-status = "00"
              move             "C" to w-source,
           else,
              if               w-cur-status = "35"
                 move          "N" to w-file-present,
              else,
                 open          input oldix-file,
                 if            w-old-status = "00"
                    move       "O" to w-source,
                 else,
                    display "MSGLOGS: " function trim(w-log-name)
                       " is in neither the current nor the 392-byte"
                       " indexed layout - run stopped" upon crt,
                    move       "Y" to w-abort,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> "35"/"23": nothing sealed anywhere yet, the chain starts at
      *>-> zero. A tip already moved off zero means the trail is on
      *>-> the chain, and it is never sealed a second time
       1100-read-control.
           open                   i-o msgseal-file.
           if                     w-seal-status = "35"
              open                output msgseal-file
              close               msgseal-file
              open                i-o msgseal-file,
           end-if.
           if                     w-seal-status not = "00"
              display "MSGLOGS: cannot open MSGSEAL.DAT, status "
                 w-seal-status upon crt,
              move             "Y" to w-abort,
           else,
              move             "Y" to w-seal-open,
              move             "MSGLOG" to SL-KEY,
              read             msgseal-file key is SL-KEY,
              if               w-seal-status = "00"
                 move          "Y" to w-control-found,
                 move          SL-CHAIN-NO to w-chain-no,
                 move          SL-SEAL     to w-last-seal,
                 move          SL-LAST-KEY to w-last-key,
              end-if,
              compute          w-first-chain = w-chain-no + 1
              end-compute,
           end-if.
           if                     not w-abort-yes and
                                  w-chain-no not = zeros
              move             w-chain-no to w-display-chain,
              display "MSGLOGS: MSGSEAL.DAT already holds chain tip "
                 w-display-chain " - the trail is sealed, nothing "
                 "touched" upon crt,
              move             "Y" to w-abort,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1200-close-trail.
           if                     w-source-current
              close            current-file,
           else,
              close            oldix-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-seal-trail.
           open                   output msglogn-file.
           if                     w-new-status not = "00"
              display "MSGLOGS: cannot open MSGLOGN.DAT, status "
                 w-new-status upon crt,
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              perform          2100-read-next,
              perform          2200-seal-one-record
                 until         w-eof-yes or w-abort-yes,
              if               not w-abort-yes and
                               w-log-name not = "MSGLOG.DAT"
                 perform       2300-write-closing-seal,
              end-if,
              close            msglogn-file,
           end-if.
           perform                1200-close-trail.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next.
           if                     w-source-current
              read             current-file
                 at end
                    move       "Y" to w-eof,
                 not at end
                    move       current-record to MSGLOG-RECORD,
              end-read,
           else,
              read             oldix-file
                 at end
                    move       "Y" to w-eof,
                 not at end
                    move       oldix-record to MSGLOG-RECORD,
                    move       spaces to ML-CATALOG-CODE,
                    move       zeros to ML-CHAIN-NO,
                    move       zeros to ML-PREV-SEAL,
                    move       zeros to ML-SEAL,
              end-read,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A closing seal left on an archive by an earlier cut is
      *>-> dropped - a fresh one is written for the sealed records
       2200-seal-one-record.
           if                     ML-CLOSING-SEAL
              continue,
           else,
              if               ML-CHAIN-NO not = zeros
                 display "MSGLOGS: " function trim(w-log-name)
                    " is already sealed - run stopped" upon crt,
                 move          "Y" to w-abort,
              else,
                 add           1 to w-chain-no,
                 move          w-chain-no  to ML-CHAIN-NO,
                 move          w-last-seal to ML-PREV-SEAL,
                 move          zeros       to ML-SEAL,
                 call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed,
                 if            w-keyed-yes
                    move       w-seal      to ML-SEAL,
                    move       w-seal      to w-last-seal,
                    move       ML-KEY      to w-last-key,
                    write      MSGLOG-RECORD,
                    add        1 to w-sealed-count,
                    add        1 to w-written-count,
                 else,
                    display "MSGLOGS: no seal key in the environment"
                       " - run stopped" upon crt,
                    move       "Y" to w-abort,
                 end-if,
              end-if,
           end-if.
           if                     not w-abort-yes
              perform          2100-read-next,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Same closing seal MSGARCH writes when it cuts an archive
       2300-write-closing-seal.
           move                   spaces      to MSGLOG-RECORD.
           move                   99999999    to ML-LOG-DATE.
           move                   99999999    to ML-LOG-TIME.
           move                   999         to ML-SEQ-NO.
           move                   "MSGARCH"   to ML-PROGRAM.
           move                   zeros       to ML-ICON.
           move                   zeros       to ML-BUTTONS.
           move                   "CLOSING SEAL" to ML-TITLE.
           string "CLOSING SEAL OF " function trim(w-log-name)
                                     delimited by size
                                     into ML-TEXT.
           move                   zeros       to ML-RETURN.
           move                   zeros       to ML-CKPT-SEQ.
           move                   w-sealed-count to ML-OCCURS.
           move                   w-cur-date  to ML-SHOW-DATE.
           move                   w-cur-time  to ML-SHOW-TIME.
           move                   "N"         to ML-DUAL-CONTROL.
           move                   w-chain-no  to ML-CHAIN-NO.
           move                   w-last-seal to ML-PREV-SEAL.
           move                   zeros       to ML-SEAL.
           call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed.
           move                   w-seal      to ML-SEAL.
           write                  MSGLOG-RECORD.
           add                    1 to w-written-count.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The original is only replaced when the sealed file reads back
      *>-> with exactly the record count that went in
       3000-verify-and-swap.
           open                   input msglogn-file.
           if                     w-new-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          3100-count-sealed-record
                 until         w-new-status not = "00",
              close            msglogn-file,
           end-if.
           if                     not w-abort-yes and
                                  w-verify-count = w-written-count
              call "CBL_DELETE_FILE" using w-log-name
                 returning        w-file-op-status,
              call "CBL_RENAME_FILE" using w-new-name, w-log-name
                 returning        w-file-op-status,
              move             w-sealed-count to w-display-count,
              display "MSGLOGS: " w-display-count " records of "
                 function trim(w-log-name) " sealed" upon crt,
           else,
              display "MSGLOGS: verification failed - original "
                 function trim(w-log-name) " left unchanged"
                 upon crt,
              move             "Y" to w-abort,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-count-sealed-record.
           read                   msglogn-file next record
              at end
                 continue,
              not at end
                 add              1 to w-verify-count,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The next file - and MSGLOGW, once the live log is done -
      *>-> carries on from here
       4000-update-control.
           move                   "MSGLOG"    to SL-KEY.
           move                   w-chain-no  to SL-CHAIN-NO.
           move                   w-last-seal to SL-SEAL.
           move                   w-last-key  to SL-LAST-KEY.
           move                   w-cur-date  to SL-SEAL-DATE.
           move                   w-cur-time  to SL-SEAL-TIME.
           if                     w-control-found-yes
              rewrite          MSGSEAL-RECORD,
           else,
              write            MSGSEAL-RECORD,
              move             "Y" to w-control-found,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-display-chain.
           if                     w-chain-no = zeros
              display "MSGLOGS: no audit records found to seal"
                 upon crt,
           else,
              move             w-first-chain to w-display-chain,
              display "MSGLOGS: chain numbers " w-display-chain
                 upon crt,
              move             w-chain-no  to w-display-chain,
              display "MSGLOGS:            to " w-display-chain
                 upon crt,
           end-if.
       end program                msglogs.
