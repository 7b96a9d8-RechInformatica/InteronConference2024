      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGLOGV: Verifies the seal chain of the MSGBOX audit trail -
      *>-> the live log (MSGLOG.DAT) plus a requested range of dated
      *>-> MSGARCH archives (MSGLOG-YYYYMM.DAT) - and prints, in
      *>-> MSGLOGV.PRT, exactly which records no longer stand as they
      *>-> were written:
      *>->   ALTERED  - the record no longer matches its own seal (a
      *>->              field changed after MSGLOGW wrote it), or an
      *>->              archive's closing seal no longer matches;
      *>->   REMOVED  - chain numbers missing between two records,
      *>->              records cut from the end of an archive (against
      *>->              its closing seal) or of the live log (against
      *>->              the tip held on MSGSEAL.DAT);
      *>->   INSERTED - a record not on the chain at all, one carrying
      *>->              a chain number already taken, or one that does
      *>->              not link to the record written before it.
      *>-> Each file is put into chain-number order first (the order
      *>-> the records were written, whatever stream wrote them), and
      *>-> the chain is followed from the oldest archive of the range
      *>-> into the next and on into the live log.
      *>->
      *>-> MSGLOGV-FROM / MSGLOGV-TO in the environment bound the
      *>-> archive range as YYYYMM. Unset FROM verifies the live log
      *>-> alone; unset TO runs to last month (the newest an archive
      *>-> can be). A month with no archive file is listed and passed
      *>-> over - if it ever held dialogs, the chain shows them
      *>-> missing. With TO set short of last month, the chain numbers
      *>-> between the last archive read and the live log are listed
      *>-> as not verified rather than missing.
      *>->
      *>-> Return code 8 when anything was altered, removed or
      *>-> inserted - for the scheduler to raise the alarm on; 4 when
      *>-> the chain could not be proved to the end (no MSGSEAL.DAT,
      *>-> no live log, no sealed records, no seal key); else 0.
      *>->
      *>-> The seals are keyed with MSGLOG-SEAL-KEY (see MSGHASH). Run
      *>-> without it, only the chain numbers and the links between
      *>-> the stored seals are followed - no record can be shown to
      *>-> stand as written, so the run ends unproved.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msglogv.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
      *>-> One FD serves the live log and every archive: the name is
      *>-> rebuilt before each open
           select                 msglog-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is sequential
                                  record key is ML-KEY
                                  file status is w-log-status.
           select                 msgseal-file
                                  assign to "MSGSEAL.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is SL-KEY
                                  file status is w-seal-status.
           select                 sort-file
                                  assign to "MSGLOGV.SRT".
           select                 report-file
                                  assign to "MSGLOGV.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  msgseal-file.
           copy                   MSGSEALR.
      *>-> A file's records in the order they were chained; the key
      *>-> behind the chain number keeps duplicates in a fixed order
       sd  sort-file.
       01  sort-record.
           05  sr-chain-no        pic 9(09).
           05  sr-key             pic x(19).
           05  sr-log-record      pic x(535).
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-log-status          pic x(02)      value spaces.
       77  w-seal-status         pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-log-name            pic x(40)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-sort-eof            pic x(01)      value "N".
           88 w-sort-eof-yes                     value "Y".
      *>-- Archive range, as YYYYMM and as absolute month counts
      *>-- (year * 12 + month) for the walk from one month to the next
       77  w-from-env            pic x(06)      value spaces.
       77  w-to-env              pic x(06)      value spaces.
       77  w-from-period         pic 9(06)      value zeros.
       77  w-to-period           pic 9(06)      value zeros.
       77  w-from-months         pic 9(07)      value zeros comp-x.
       77  w-to-months           pic 9(07)      value zeros comp-x.
       77  w-walk-months         pic 9(07)      value zeros comp-x.
       77  w-walk-year           pic 9(04)      value zeros.
       77  w-walk-month          pic 9(02)      value zeros.
       77  w-walk-period         pic 9(06)      value zeros.
       77  w-archives-wanted     pic x(01)      value "N".
           88 w-archives-wanted-yes              value "Y".
       77  w-to-explicit         pic x(01)      value "N".
           88 w-to-explicit-yes                  value "Y".
       01  w-current-date        pic 9(08)      value zeros.
       01  filler redefines w-current-date.
           05  w-cur-year        pic 9(04).
           05  w-cur-month       pic 9(02).
           05  w-cur-day         pic 9(02).
      *>-- Which file is being verified: "A" an archive, "L" the live
      *>-- log
       77  w-file-kind           pic x(01)      value spaces.
           88 w-file-archive                     value "A".
           88 w-file-live                        value "L".
      *>-- Tip of the chain on MSGSEAL.DAT, read before the live log is
      *>-- - records MSGLOGW adds while the run goes on lie past it
       77  w-control-found       pic x(01)      value "N".
           88 w-control-found-yes                value "Y".
       77  w-tip-chain           pic 9(09)      value zeros.
       77  w-tip-seal            pic x(64)      value zeros.
       77  w-tip-key             pic x(19)      value spaces.
      *>-- The record last followed on the chain, carried from one file
      *>-- into the next
       77  w-prev-held           pic x(01)      value "N".
           88 w-prev-held-yes                    value "Y".
       77  w-prev-chain          pic 9(09)      value zeros.
       77  w-prev-seal           pic x(64)      value zeros.
       77  w-prev-key            pic x(19)      value spaces.
      *>-- The file in hand
       77  w-file-first          pic x(01)      value "Y".
           88 w-file-first-yes                   value "Y".
       77  w-file-records        pic 9(07)      value zeros.
       77  w-file-exceptions     pic 9(07)      value zeros.
       77  w-file-removed        pic 9(09)      value zeros.
       77  w-file-inserted       pic 9(07)      value zeros.
       77  w-file-first-chain    pic 9(09)      value zeros.
       77  w-file-last-chain     pic 9(09)      value zeros.
       77  w-file-last-seal      pic x(64)      value zeros.
       77  w-closing-found       pic x(01)      value "N".
           88 w-closing-found-yes                value "Y".
       01  w-closing-image       pic x(535)     value spaces.
      *>-- The record in hand
       77  w-seal                pic x(64)      value zeros.
       77  w-seal-ok             pic x(01)      value "Y".
           88 w-seal-ok-yes                      value "Y".
       77  w-keyed               pic x(01)      value "Y".
           88 w-keyed-yes                        value "Y".
       77  w-follows             pic x(01)      value "Y".
           88 w-follows-yes                      value "Y".
       77  w-gap-from            pic 9(09)      value zeros.
       77  w-gap-to              pic 9(09)      value zeros.
       77  w-gap-count           pic 9(09)      value zeros.
       77  w-exception-type      pic x(08)      value spaces.
       77  w-exception-text      pic x(60)      value spaces.
      *>-- Run totals
       77  w-files-verified      pic 9(05)      value zeros.
       77  w-records-checked     pic 9(09)      value zeros.
       77  w-altered-count       pic 9(07)      value zeros.
       77  w-removed-count       pic 9(09)      value zeros.
       77  w-inserted-count      pic 9(07)      value zeros.
       77  w-unproved-count      pic 9(05)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(8)9.
       01  w-detail-chain        pic z(8)9.
       01  w-detail-chain-2      pic z(8)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-range.
           perform                1500-read-seal-control.
           perform                1600-check-seal-key.
           if                     w-archives-wanted-yes
              perform          2000-verify-one-archive
                        varying w-walk-months from w-from-months by 1
                        until   w-walk-months > w-to-months,
           end-if.
           perform                2500-verify-live-log.
           perform                5000-print-totals.
           close                  report-file.
           if                     w-altered-count > 0 or
                                  w-removed-count > 0 or
                                  w-inserted-count > 0
              move             8 to return-code,
           else,
              if               w-unproved-count > 0
                 move          4 to return-code,
              else,
                 move          0 to return-code,
              end-if,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The current month is never archived, so an unset TO means
      *>-> every archive there can be
       1000-determine-range.
           move          function current-date(1:8) to w-current-date.
           accept                 w-from-env from environment
                                  "MSGLOGV-FROM".
           accept                 w-to-env from environment
                                  "MSGLOGV-TO".
           compute                w-to-months =
                                  w-cur-year * 12 + w-cur-month - 1
           end-compute.
           if                     w-to-env is numeric
              move             w-to-env to w-to-period,
              compute          w-walk-months =
                               function numval(w-to-period(1:4))
                               * 12
                             + function numval(w-to-period(5:2))
              end-compute,
              if               w-walk-months < w-to-months
                 move          w-walk-months to w-to-months,
                 move          "Y" to w-to-explicit,
              end-if,
           end-if.
           if                     w-from-env is numeric
              move             w-from-env to w-from-period,
              compute          w-from-months =
                               function numval(w-from-period(1:4))
                               * 12
                             + function numval(w-from-period(5:2))
              end-compute,
              if               w-from-months not > w-to-months
                 move          "Y" to w-archives-wanted,
              end-if,
           end-if.
           move                   spaces to w-report-heading.
           string "MSGLOG SEAL CHAIN VERIFICATION - RUN "
                  w-current-date into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           if                     w-archives-wanted-yes
              move             w-from-months to w-walk-months,
              perform          1100-walk-period,
              move             w-walk-period to w-from-period,
              move             w-to-months to w-walk-months,
              perform          1100-walk-period,
              move             w-walk-period to w-to-period,
              string "ARCHIVES MSGLOG-" w-from-period ".DAT TO "
                     "MSGLOG-" w-to-period ".DAT, THEN THE LIVE LOG"
                                  into w-report-heading,
           else,
              string "LIVE LOG ONLY - NO ARCHIVE RANGE REQUESTED"
                                  into w-report-heading,
           end-if.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-walk-period.
           compute                w-walk-year =
                                  (w-walk-months - 1) / 12
           end-compute.
           compute                w-walk-month =
                                  w-walk-months - w-walk-year * 12
           end-compute.
           compute                w-walk-period =
                                  w-walk-year * 100 + w-walk-month
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
       1500-read-seal-control.
           open                   input msgseal-file.
           if                     w-seal-status = "00"
              move             "MSGLOG" to SL-KEY,
              read             msgseal-file key is SL-KEY,
              if               w-seal-status = "00"
                 move          "Y" to w-control-found,
                 move          SL-CHAIN-NO to w-tip-chain,
                 move          SL-SEAL     to w-tip-seal,
                 move          SL-LAST-KEY to w-tip-key,
              end-if,
              close            msgseal-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1600-check-seal-key.
           move                   spaces to MSGLOG-RECORD.
           call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed.
           if                     not w-keyed-yes
              add              1 to w-unproved-count,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-verify-one-archive.
           perform                1100-walk-period.
           move                   spaces to w-log-name.
           string "MSGLOG-" w-walk-period ".DAT"
                                     into w-log-name.
           move                   "A" to w-file-kind.
           perform                3000-verify-named-file.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-verify-live-log.
           move                   "MSGLOG.DAT" to w-log-name.
           move                   "L" to w-file-kind.
           perform                3000-verify-named-file.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The file is left open through the sort: its record area is
      *>-> where each sorted record is checked, and where the closing
      *>-> seal is checked after the sort
       3000-verify-named-file.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "FILE " w-log-name into w-report-heading.
           write                  report-line from w-report-heading.
           open                   input msglog-file.
           if                     w-log-status not = "00"
              move             spaces to w-report-detail,
              if               w-file-archive
                 string "  NOT FOUND - NO ARCHIVE CUT FOR THIS MONTH"
                                  into w-report-detail,
              else,
                 string "  *** CANNOT BE OPENED, STATUS "
                        w-log-status into w-report-detail,
                 add           1 to w-unproved-count,
              end-if,
              write            report-line from w-report-detail,
           else,
              add              1 to w-files-verified,
              move             "Y" to w-file-first,
              move             "N" to w-closing-found,
              move             zeros to w-file-records,
              move             zeros to w-file-exceptions,
              move             zeros to w-file-removed,
              move             zeros to w-file-inserted,
              move             zeros to w-file-first-chain,
              move             zeros to w-file-last-chain,
              move             zeros to w-file-last-seal,
              sort             sort-file
                    on ascending key sr-chain-no sr-key
                    input procedure  3100-release-records
                    output procedure 3300-check-chain,
              if               w-file-archive
                 perform       3600-check-closing-seal,
              else,
                 perform       3700-check-chain-tip,
              end-if,
              close            msglog-file,
              perform          3900-print-file-summary,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The closing seal is kept aside, not sorted - it is checked
      *>-> against the end of the chain once the file is through
       3100-release-records.
           move                   "N" to w-eof.
           perform                3110-read-next.
           perform                3120-release-one-record
                                  until w-eof-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       3110-read-next.
           read                   msglog-file
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3120-release-one-record.
           if                     ML-CLOSING-SEAL
              move             MSGLOG-RECORD to w-closing-image,
              move             "Y" to w-closing-found,
           else,
              move             ML-CHAIN-NO   to sr-chain-no,
              move             ML-KEY        to sr-key,
              move             MSGLOG-RECORD to sr-log-record,
              release          sort-record,
           end-if.
           perform                3110-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-check-chain.
           move                   "N" to w-sort-eof.
           perform                3310-return-next.
           perform                3400-check-one-record
                                  until w-sort-eof-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       3310-return-next.
           return                 sort-file
              at end
                 move             "Y" to w-sort-eof,
              not at end
                 move             sr-log-record to MSGLOG-RECORD,
           end-return.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unsealed records sort first (chain number zero) and are not
      *>-> followed; a sealed record is checked against its own seal,
      *>-> then against the record followed before it
       3400-check-one-record.
           add                    1 to w-file-records.
           add                    1 to w-records-checked.
           if                     ML-CHAIN-NO = zeros
              move             "INSERTED" to w-exception-type,
              move             "NOT ON THE SEAL CHAIN - NEVER SEALED"
                                  to w-exception-text,
              add              1 to w-inserted-count,
              add              1 to w-file-inserted,
              perform          4000-print-exception,
           else,
              perform          3410-check-own-seal,
              move             "Y" to w-follows,
              if               w-prev-held-yes
                 perform       3420-check-link,
              end-if,
              if               w-follows-yes
                 if            w-file-first-chain = zeros
                    move       ML-CHAIN-NO to w-file-first-chain,
                 end-if,
                 move          ML-CHAIN-NO to w-prev-chain,
                 move          ML-SEAL     to w-prev-seal,
                 move          ML-KEY      to w-prev-key,
                 move          ML-CHAIN-NO to w-file-last-chain,
                 move          ML-SEAL     to w-file-last-seal,
                 move          "Y" to w-prev-held,
                 move          "N" to w-file-first,
              end-if,
           end-if.
           perform                3310-return-next.
      *>--------------------------------------------------------------------------------------------------------------<*
       3410-check-own-seal.
           call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed.
           if                     w-seal = ML-SEAL or
                                  not w-keyed-yes
              move             "Y" to w-seal-ok,
           else,
              move             "N" to w-seal-ok,
              move             "ALTERED" to w-exception-type,
              move             "CONTENT NO LONGER MATCHES ITS SEAL"
                                  to w-exception-text,
              add              1 to w-altered-count,
              perform          4000-print-exception,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A record taking a chain number already followed is not
      *>-> followed itself; a record whose own seal is sound but which
      *>-> does not link to its predecessor was put there from outside
       3420-check-link.
           evaluate               true,
              when ML-CHAIN-NO = w-prev-chain
                 move             "N" to w-follows,
                 move             "INSERTED" to w-exception-type,
                 move             spaces to w-exception-text,
                 string "DUPLICATES THE CHAIN NUMBER OF "
                        w-prev-key(1:8) " " w-prev-key(9:8) " "
                        w-prev-key(17:3) into w-exception-text,
                 add              1 to w-inserted-count,
                 add              1 to w-file-inserted,
                 perform          4000-print-exception,
              when ML-CHAIN-NO < w-prev-chain
                 move             "N" to w-follows,
                 move             "INSERTED" to w-exception-type,
                 move             "OUT OF SEQUENCE - CHAIN NO PASSED"
                                  to w-exception-text,
                 add              1 to w-inserted-count,
                 add              1 to w-file-inserted,
                 perform          4000-print-exception,
              when ML-CHAIN-NO > w-prev-chain + 1
                 perform          3430-report-gap,
              when ML-PREV-SEAL not = w-prev-seal and
                   w-seal-ok-yes
                 move             "INSERTED" to w-exception-type,
                 move             spaces to w-exception-text,
                 move             w-prev-chain to w-detail-chain,
                 string "OUT OF SEQUENCE - DOES NOT LINK TO CHAIN NO "
                        w-detail-chain into w-exception-text,
                 add              1 to w-inserted-count,
                 add              1 to w-file-inserted,
                 perform          4000-print-exception,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Chain numbers skipped between two records were written and
      *>-> are gone - unless the gap falls between the last archive of
      *>-> a range stopped short and the live log, where the archives
      *>-> after the range hold them
       3430-report-gap.
           compute                w-gap-from = w-prev-chain + 1
           end-compute.
           compute                w-gap-to = ML-CHAIN-NO - 1
           end-compute.
           compute                w-gap-count =
                                  w-gap-to - w-gap-from + 1
           end-compute.
           move                   w-gap-from to w-detail-chain.
           move                   w-gap-to to w-detail-chain-2.
           if                     w-file-first-yes and
                                  w-file-live and
                                  w-to-explicit-yes
              move             spaces to w-report-detail,
              string "  CHAIN NUMBERS " w-detail-chain " TO "
                     w-detail-chain-2 " LIE IN ARCHIVES AFTER THE "
                     "RANGE - NOT VERIFIED" into w-report-detail,
              write            report-line from w-report-detail,
           else,
              move             w-gap-count to w-detail-count,
              move             "REMOVED" to w-exception-type,
              move             spaces to w-exception-text,
              string function trim(w-detail-count) " MISSING BEFORE "
                     "IT - CHAIN " function trim(w-detail-chain)
                     " TO " function trim(w-detail-chain-2)
                                  into w-exception-text,
              add              w-gap-count to w-removed-count,
              add              w-gap-count to w-file-removed,
              perform          4000-print-exception,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The closing seal MSGARCH wrote says how many records went
      *>-> into the archive and which record was the last; the seal on
      *>-> it proves it was not rewritten to suit
       3600-check-closing-seal.
           if                     not w-closing-found-yes
              move             spaces to MSGLOG-RECORD,
              move             zeros to ML-KEY,
              move             zeros to ML-CHAIN-NO,
              move             "REMOVED" to w-exception-type,
              move             "NO CLOSING SEAL - ARCHIVE END UNPROVED"
                                  to w-exception-text,
              add              1 to w-removed-count,
              perform          4000-print-exception,
           else,
              move             w-closing-image to MSGLOG-RECORD,
              call "MSGHASH" using MSGLOG-RECORD, w-seal, w-keyed,
              if               w-seal not = ML-SEAL and
                               w-keyed-yes
                 move          "ALTERED" to w-exception-type,
                 move          "CLOSING SEAL NO LONGER MATCHES ITSELF"
                                  to w-exception-text,
                 add           1 to w-altered-count,
                 perform       4000-print-exception,
              end-if,
              perform          3610-compare-closing-seal,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3610-compare-closing-seal.
           if                     w-file-last-chain < ML-CHAIN-NO
              compute          w-gap-from = w-file-last-chain + 1
              end-compute,
              move             w-gap-from to w-detail-chain,
              move             ML-CHAIN-NO to w-detail-chain-2,
              move             "REMOVED" to w-exception-type,
              move             spaces to w-exception-text,
              string "CUT FROM THE END OF THE ARCHIVE - CHAIN "
                     function trim(w-detail-chain) " TO "
                     function trim(w-detail-chain-2)
                                  into w-exception-text,
              compute          w-gap-count =
                               ML-CHAIN-NO - w-file-last-chain
              end-compute,
              add              w-gap-count to w-removed-count,
              add              w-gap-count to w-file-removed,
              perform          4000-print-exception,
           else,
              if               w-file-last-chain = ML-CHAIN-NO and
                               w-file-last-seal not = ML-PREV-SEAL
                 move          "ALTERED" to w-exception-type,
                 move          "LAST RECORD DOES NOT MATCH CLOSING SEAL"
                                  to w-exception-text,
                 add           1 to w-altered-count,
                 perform       4000-print-exception,
              end-if,
           end-if.
           if                     w-file-records < ML-OCCURS
              compute          w-gap-count = ML-OCCURS - w-file-records
              end-compute,
              move             w-gap-count to w-detail-count,
              move             "REMOVED" to w-exception-type,
              move             spaces to w-exception-text,
              string function trim(w-detail-count)
                     " FEWER RECORDS THAN WERE ARCHIVED"
                                  into w-exception-text,
              perform          4000-print-exception,
              if               w-gap-count > w-file-removed
                 compute       w-removed-count = w-removed-count
                               + w-gap-count - w-file-removed
                 end-compute,
              end-if,
           end-if.
           if                     w-file-records > ML-OCCURS
              compute          w-gap-count = w-file-records - ML-OCCURS
              end-compute,
              move             w-gap-count to w-detail-count,
              move             "INSERTED" to w-exception-type,
              move             spaces to w-exception-text,
              string function trim(w-detail-count)
                     " MORE RECORDS THAN WERE ARCHIVED"
                                  into w-exception-text,
              perform          4000-print-exception,
              if               w-gap-count > w-file-inserted
                 compute       w-inserted-count = w-inserted-count
                               + w-gap-count - w-file-inserted
                 end-compute,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The live log must reach at least the tip MSGSEAL.DAT held
      *>-> when the run began; records sealed since lie beyond it
       3700-check-chain-tip.
           move                   spaces to MSGLOG-RECORD.
           move                   w-tip-key to ML-KEY.
           move                   w-tip-chain to ML-CHAIN-NO.
           evaluate               true,
              when not w-control-found-yes
                 move             spaces to w-report-detail,
                 string "  *** NO SEAL CONTROL ON MSGSEAL.DAT - THE "
                        "END OF THE LIVE LOG CANNOT BE PROVED"
                                  into w-report-detail,
                 write            report-line from w-report-detail,
                 add              1 to w-unproved-count,
              when not w-prev-held-yes
                 move             spaces to w-report-detail,
                 string "  *** NO SEALED RECORDS IN THE FILES "
                        "VERIFIED - NOTHING TO FOLLOW"
                                  into w-report-detail,
                 write            report-line from w-report-detail,
                 add              1 to w-unproved-count,
              when w-prev-chain < w-tip-chain
                 compute          w-gap-from = w-prev-chain + 1
                 end-compute
                 move             w-gap-from to w-detail-chain
                 move             w-tip-chain to w-detail-chain-2
                 move             "REMOVED" to w-exception-type
                 move             spaces to w-exception-text
                 string "CUT FROM THE END OF THE LIVE LOG - CHAIN "
                        function trim(w-detail-chain) " TO "
                        function trim(w-detail-chain-2)
                                  into w-exception-text
                 compute          w-gap-count =
                                  w-tip-chain - w-prev-chain
                 end-compute
                 add              w-gap-count to w-removed-count
                 perform          4000-print-exception,
              when w-prev-chain = w-tip-chain and
                   w-prev-seal not = w-tip-seal
                 move             "ALTERED" to w-exception-type
                 move             "LAST RECORD DIFFERS FROM MSGSEAL.DAT"
                                  to w-exception-text
                 add              1 to w-altered-count
                 perform          4000-print-exception,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3900-print-file-summary.
           move                   spaces to w-report-detail.
           move                   w-file-records to w-detail-count.
           move                   w-file-first-chain to w-detail-chain.
           move                   w-file-last-chain to w-detail-chain-2.
           string "  RECORDS " w-detail-count "  CHAIN "
                  w-detail-chain " TO " w-detail-chain-2
                                  into w-report-detail.
           if                     w-file-exceptions = 0
              move             "  - SEALS INTACT"
                                  to w-report-detail(51:20),
           else,
              move             w-file-exceptions to w-detail-count,
              move             "  - EXCEPTIONS"
                                  to w-report-detail(51:15),
              move             w-detail-count to
                                  w-report-detail(66:9),
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> One line per exception: what, which record (key, chain
      *>-> number, calling program) and why
       4000-print-exception.
           add                    1 to w-file-exceptions.
           move                   spaces to w-report-detail.
           move                   ML-CHAIN-NO to w-detail-chain.
           string "  " w-exception-type " " ML-LOG-DATE " "
                  ML-LOG-TIME " " ML-SEQ-NO " CHAIN " w-detail-chain
                  " " ML-PROGRAM " " w-exception-text
                                  delimited by size
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-print-totals.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           move                   w-files-verified to w-detail-count.
           string "FILES VERIFIED. . . . . . . : " w-detail-count
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           move                   w-records-checked to w-detail-count.
           string "RECORDS CHECKED . . . . . . : " w-detail-count
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           move                   w-altered-count to w-detail-count.
           string "RECORDS ALTERED . . . . . . : " w-detail-count
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           move                   w-removed-count to w-detail-count.
           string "RECORDS REMOVED . . . . . . : " w-detail-count
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           move                   w-inserted-count to w-detail-count.
           string "RECORDS INSERTED. . . . . . : " w-detail-count
                                  into w-report-heading.
           write                  report-line from w-report-heading.
           if                     not w-keyed-yes
              move             spaces to w-report-heading,
              string "*** NO SEAL KEY IN THE ENVIRONMENT "
                     "(MSGLOG-SEAL-KEY) - SEALS NOT CHECKED"
                                  into w-report-heading,
              write            report-line from w-report-heading,
           end-if.
           move                   spaces to w-report-heading.
           if                     w-altered-count > 0 or
                                  w-removed-count > 0 or
                                  w-inserted-count > 0
              string "*** THE AUDIT TRAIL HAS BEEN TAMPERED WITH"
                                  into w-report-heading,
           else,
              if               w-unproved-count > 0
                 string "*** CHAIN UNBROKEN AS FAR AS IT COULD BE "
                        "FOLLOWED - NOT PROVED TO THE END"
                                  into w-report-heading,
              else,
                 string "CHAIN UNBROKEN - EVERY RECORD AS WRITTEN"
                                  into w-report-heading,
              end-if,
           end-if.
           write                  report-line from w-report-heading.
       end program                msglogv.
