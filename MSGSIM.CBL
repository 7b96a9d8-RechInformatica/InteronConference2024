      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSIM: What-if simulator for headless-policy (MSGPOL.DAT)
      *>-> and maintenance-window (MSGWIND.DAT) changes. The proposed
      *>-> entries are keyed into a scratch file (MSGSIM.DAT, layout
      *>-> MSGSIMR) - never into the live masters - and laid over a copy
      *>-> of both masters held in storage. A date range of the audit
      *>-> trail (the MSGARCH archives MSGLOG-YYYYMM.DAT of the months
      *>-> in range, then the live MSGLOG.DAT) is then replayed twice
      *>-> through the precedence MSGBOX:>show applies - a window first
      *>-> (MSGWINL: the lowest window id covering the program and the
      *>-> moment the dialog went on screen), then, headless only, the
      *>-> catalog-code policy entry, the calling-program entry and at
      *>-> last the focused button's default, a dual-control Yes being
      *>-> demoted to the negative button throughout - once under the
      *>-> masters as they stand and once with the proposals applied.
      *>-> Prints (MSGSIM.PRT):
      *>->   - every proposal line, applied or rejected with the reason;
      *>->   - every dialog whose answer, answer source (ML-POLICY-
      *>->     SOURCE, or the window it was muted under) or "would have
      *>->     stopped the job" outcome changes, current against
      *>->     proposed;
      *>->   - the changes totalled by program and severity, with the
      *>->     jobs the proposal would newly stop or no longer stop.
      *>-> Both runs replay the same masters apart from the proposals,
      *>-> so every change printed is the proposal's own doing - not a
      *>-> master edited since the dialog was logged.
      *>->
      *>-> What the operator would have pressed on an attended dialog is
      *>-> not known, only what they did press: an attended dialog a
      *>-> window stops muting is printed with an UNKNOWN answer. The
      *>-> focused button is not logged either; it is taken from the
      *>-> record's own answer where that answer was the default (policy
      *>-> source "D"), else assumed to be Yes - such lines are marked
      *>-> "*" and counted at the foot of the report.
      *>->
      *>-> MSGSIM-FROM / MSGSIM-TO in the environment bound the replay
      *>-> as YYYYMMDD (unset: the whole of the previous month);
      *>-> MSGSIM-FILE names the scratch file (unset: MSGSIM.DAT).
      *>-> A blank line or one starting "*" in the scratch file is a
      *>-> comment. Return code 4 when a proposal was rejected or a
      *>-> table ran out of room (the replay is then incomplete),
      *>-> else 0.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgsim.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgsim-file
                                  assign to dynamic w-sim-name
                                  organization is line sequential
                                  file status is w-sim-status.
           select                 msgpol-file
                                  assign to "MSGPOL.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is PY-KEY
                                  file status is w-file-status.
           select                 msgwind-file
                                  assign to "MSGWIND.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MW-WINDOW-ID
                                  file status is w-file-status.
      *>-> One FD serves the live log and every archive, the name being
      *>-> rebuilt before each open, as in MSGTREND
           select                 msglog-file
                                  assign to dynamic w-log-name
                                  organization is indexed
                                  access mode is dynamic
                                  record key is ML-KEY
                                  file status is w-log-status.
           select                 report-file
                                  assign to "MSGSIM.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgsim-file.
           copy                   MSGSIMR.
       fd  msgpol-file.
           copy                   MSGPOLR.
       fd  msgwind-file.
           copy                   MSGWINDR.
       fd  msglog-file.
           copy                   MSGLOGR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       copy                       MBCONST.
       77  w-file-status         pic x(02)      value spaces.
       77  w-sim-status          pic x(02)      value spaces.
       77  w-log-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-sim-env             pic x(40)      value spaces.
       77  w-sim-name            pic x(40)      value spaces.
       77  w-log-name            pic x(40)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
      *>-- Replayed range, YYYYMMDD inclusive, and the months it covers
      *>-- as absolute month counts (year * 12 + month) for the walk
      *>-- over the archives
       77  w-from-env            pic x(08)      value spaces.
       77  w-to-env              pic x(08)      value spaces.
       01  w-from-date           pic 9(08)      value zeros.
       01  filler redefines w-from-date.
           05  w-from-year       pic 9(04).
           05  w-from-month      pic 9(02).
           05  filler            pic 9(02).
       01  w-to-date             pic 9(08)      value zeros.
       01  filler redefines w-to-date.
           05  w-to-year         pic 9(04).
           05  w-to-month        pic 9(02).
           05  filler            pic 9(02).
       01  w-current-date        pic 9(08)      value zeros.
       01  filler redefines w-current-date.
           05  w-cur-year        pic 9(04).
           05  w-cur-month       pic 9(02).
           05  w-cur-day         pic 9(02).
       77  w-prev-year           pic 9(04)      value zeros.
       77  w-prev-month          pic 9(02)      value zeros.
       77  w-from-months         pic 9(07)      value zeros comp-x.
       77  w-to-months           pic 9(07)      value zeros comp-x.
       77  w-walk-months         pic 9(07)      value zeros comp-x.
       77  w-walk-year           pic 9(04)      value zeros.
       77  w-walk-month          pic 9(02)      value zeros.
       77  w-walk-period         pic 9(06)      value zeros.
      *>-- The two rule sets replayed: occurrence 1 of every version
      *>-- table below is the masters as they stand, occurrence 2 the
      *>-- masters with the proposals laid over them
       77  w-ver                 pic 9(01)      value zeros comp-x.
      *>-- Policy entries; an action of spaces means no entry
       77  w-pol-max             pic 9(03)      value 500.
       77  w-pol-count           pic 9(03)      value zeros comp-x.
       77  w-pol-overflow        pic x(01)      value "N".
           88 w-pol-overflow-yes                 value "Y".
       01  w-pol-table.
           05  w-pol-entry       occurs 500 times
                                  indexed by w-pol-ix.
               10  w-pol-key.
                   15  w-pol-key-type
                                 pic x(01)      value spaces.
                   15  w-pol-key-value
                                 pic x(30)      value spaces.
               10  w-pol-action  pic x(01)      value spaces
                                  occurs 2 times.
       01  w-look-key.
           05  w-look-key-type   pic x(01)      value spaces.
           05  w-look-key-value  pic x(30)      value spaces.
       77  w-look-found          pic 9(03)      value zeros comp-x.
      *>-- Window entries, start and end folded to YYYYMMDDHHMMSS the
      *>-- way MSGWINL compares them
       77  w-win-max             pic 9(03)      value 200.
       77  w-win-count           pic 9(03)      value zeros comp-x.
       77  w-win-i               pic 9(03)      value zeros comp-x.
       77  w-win-best            pic 9(03)      value zeros comp-x.
       77  w-win-found           pic 9(03)      value zeros comp-x.
       77  w-win-overflow        pic x(01)      value "N".
           88 w-win-overflow-yes                 value "Y".
       01  w-win-table.
           05  w-win-entry       occurs 200 times
                                  indexed by w-win-ix.
               10  w-win-id      pic x(08)      value spaces.
               10  w-win-version occurs 2 times.
                   15  w-win-present
                                 pic x(01)      value "N".
                   15  w-win-start-stamp
                                 pic 9(14)      value zeros.
                   15  w-win-end-stamp
                                 pic 9(14)      value zeros.
                   15  w-win-program
                                 pic x(30)      value spaces.
                   15  w-win-answer
                                 pic 9(01)      value zeros.
                   15  w-win-active
                                 pic x(01)      value spaces.
      *>-- Proposal line being applied
       77  w-reject-reason       pic x(40)      value spaces.
       77  w-applied-count       pic 9(05)      value zeros.
       77  w-rejected-count      pic 9(05)      value zeros.
       77  w-start-stamp         pic 9(14)      value zeros.
       77  w-end-stamp           pic 9(14)      value zeros.
      *>-- Dialog being replayed
       77  w-dialog-stamp        pic 9(14)      value zeros.
       77  w-rec-occurs          pic 9(07)      value zeros.
       77  w-default-yes         pic x(01)      value "Y".
       77  w-default-known       pic x(01)      value "N".
       77  w-policy-action       pic x(01)      value spaces.
       77  w-answer              pic 9(01)      value zeros.
      *>-- Outcome of the dialog under each rule set
       01  w-outcome-table.
           05  w-outcome         occurs 2 times.
               10  w-out-answer-text
                                 pic x(08).
               10  w-out-source-text
                                 pic x(16).
               10  w-out-stopped pic x(01).
      *>-- "Y" when the answer rests on the assumed focused button
       01  w-assumed-table.
           05  w-out-assumed     pic x(01)      occurs 2 times.
      *>-- Changed dialogs by program, one count per severity
       77  w-prg-max             pic 9(03)      value 200.
       77  w-prg-count           pic 9(03)      value zeros comp-x.
       77  w-prg-i               pic 9(03)      value zeros comp-x.
       77  w-prg-overflow        pic x(01)      value "N".
           88 w-prg-overflow-yes                 value "Y".
       01  w-prg-table.
           05  w-prg-entry       occurs 200 times
                                  indexed by w-prg-ix.
               10  w-prg-name    pic x(30)      value spaces.
               10  w-prg-info    pic 9(07)      value zeros.
               10  w-prg-warn    pic 9(07)      value zeros.
               10  w-prg-error   pic 9(07)      value zeros.
               10  w-prg-total   pic 9(07)      value zeros.
               10  w-prg-stops   pic 9(07)      value zeros.
               10  w-prg-unstops pic 9(07)      value zeros.
      *>-- Grand totals
       77  w-replayed-records    pic 9(07)      value zeros.
       77  w-replayed-dialogs    pic 9(07)      value zeros.
       77  w-changed-records     pic 9(07)      value zeros.
       77  w-changed-dialogs     pic 9(07)      value zeros.
       77  w-assumed-records     pic 9(07)      value zeros.
       77  w-tot-info            pic 9(07)      value zeros.
       77  w-tot-warn            pic 9(07)      value zeros.
       77  w-tot-error           pic 9(07)      value zeros.
       77  w-tot-stops           pic 9(07)      value zeros.
       77  w-tot-unstops         pic 9(07)      value zeros.
       77  w-severity-text       pic x(07)      value spaces.
       77  w-assumed-mark        pic x(01)      value spaces.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-occurs       pic z(6)9.
       01  w-total-line.
           05  w-total-line-name pic x(32).
           05  w-total-line-cell pic z(6)9b(4)  occurs 6 times.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           open                   output report-file.
           perform                1000-determine-period.
           perform                2000-load-policies.
           perform                2500-load-windows.
           perform                3000-apply-proposals.
           perform                4000-print-change-heading.
           perform                4100-replay-one-archive
                     varying       w-walk-months from w-from-months
                                  by 1
                     until         w-walk-months > w-to-months.
           move                   "MSGLOG.DAT" to w-log-name.
           perform                4200-replay-named-file.
           perform                6000-print-totals.
           close                  report-file.
           if                     w-rejected-count > 0 or
                                  w-pol-overflow-yes or
                                  w-win-overflow-yes or
                                  w-prg-overflow-yes
              move             4 to return-code,
           else,
              move             0 to return-code,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Unset bounds default to the previous calendar month, as in
      *>-> MSGJRNA; the scratch file name defaults to MSGSIM.DAT
       1000-determine-period.
           move          function current-date(1:8) to w-current-date.
           if                     w-cur-month = 1
              compute          w-prev-year = w-cur-year - 1
              end-compute,
              move             12 to w-prev-month,
           else,
              move             w-cur-year to w-prev-year,
              compute          w-prev-month = w-cur-month - 1
              end-compute,
           end-if.
           accept                 w-from-env from environment
                                  "MSGSIM-FROM".
           accept                 w-to-env from environment
                                  "MSGSIM-TO".
           if                     w-from-env is numeric
              move             w-from-env to w-from-date,
           else,
              compute          w-from-date = w-prev-year * 10000
                                           + w-prev-month * 100 + 1
              end-compute,
           end-if.
           if                     w-to-env is numeric
              move             w-to-env to w-to-date,
           else,
              compute          w-to-date = w-prev-year * 10000
                                         + w-prev-month * 100 + 31
              end-compute,
           end-if.
           compute                w-from-months =
                                  w-from-year * 12 + w-from-month
           end-compute.
           compute                w-to-months =
                                  w-to-year * 12 + w-to-month
           end-compute.
           accept                 w-sim-env from environment
                                  "MSGSIM-FILE".
           if                     w-sim-env = spaces
              move             "MSGSIM.DAT" to w-sim-name,
           else,
              move             w-sim-env to w-sim-name,
           end-if.
           move                   spaces to w-report-heading.
           string "POLICY AND WINDOW WHAT-IF SIMULATION - DIALOGS "
                  w-from-date " TO " w-to-date
                  into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Both rule sets start out as the live policy file
       2000-load-policies.
           open                   input msgpol-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2100-read-next-policy,
              perform          2200-table-policy
                 until         w-eof-yes,
              close            msgpol-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next-policy.
           read                   msgpol-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-table-policy.
           if                     w-pol-count < w-pol-max
              add              1 to w-pol-count,
              move             PY-KEY to w-pol-key(w-pol-count),
              move             PY-ACTION to
                               w-pol-action(w-pol-count, 1),
              move             PY-ACTION to
                               w-pol-action(w-pol-count, 2),
           else,
              move             "Y" to w-pol-overflow,
           end-if.
           perform                2100-read-next-policy.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Both rule sets start out as the live window calendar
       2500-load-windows.
           open                   input msgwind-file.
           if                     w-file-status = "00"
              move             "N" to w-eof,
              perform          2600-read-next-window,
              perform          2700-table-window
                 until         w-eof-yes,
              close            msgwind-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2600-read-next-window.
           read                   msgwind-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2700-table-window.
           if                     w-win-count < w-win-max
              add              1 to w-win-count,
              move             MW-WINDOW-ID to w-win-id(w-win-count),
              move             w-win-count to w-win-i,
              perform          2800-copy-live-window
                 varying       w-ver from 1 by 1
                 until         w-ver > 2,
           else,
              move             "Y" to w-win-overflow,
           end-if.
           perform                2600-read-next-window.
      *>--------------------------------------------------------------------------------------------------------------<*
       2800-copy-live-window.
           move                   "Y" to w-win-present(w-win-i, w-ver).
           compute                w-win-start-stamp(w-win-i, w-ver) =
                                  MW-START-DATE * 1000000
                                  + MW-START-TIME
           end-compute.
           compute                w-win-end-stamp(w-win-i, w-ver) =
                                  MW-END-DATE * 1000000
                                  + MW-END-TIME
           end-compute.
           move                   MW-PROGRAM to
                                  w-win-program(w-win-i, w-ver).
           move                   MW-AUTO-ANSWER to
                                  w-win-answer(w-win-i, w-ver).
           move                   MW-ACTIVE to
                                  w-win-active(w-win-i, w-ver).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every proposal is listed with what became of it, so the
      *>-> board sees a mistyped line instead of its silent absence
       3000-apply-proposals.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "PROPOSALS FROM " w-sim-name
                  into w-report-heading.
           write                  report-line from w-report-heading.
           open                   input msgsim-file.
           if                     w-sim-status not = "00"
              move             spaces to w-report-detail,
              string "  *** SCRATCH FILE NOT FOUND - NOTHING PROPOSED"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           else,
              move             "N" to w-eof,
              perform          3100-read-next-proposal,
              perform          3200-apply-one-proposal
                 until         w-eof-yes,
              close            msgsim-file,
              if               w-applied-count = 0 and
                               w-rejected-count = 0
                 move          spaces to w-report-detail,
                 string "  NONE" into w-report-detail,
                 write         report-line from w-report-detail,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-read-next-proposal.
           read                   msgsim-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       3200-apply-one-proposal.
           if                     MSGSIM-RECORD not = spaces and
                                  SM-FILE not = "*"
              move             spaces to w-reject-reason,
              evaluate         true,
                 when SM-ACTION not = "A" and SM-ACTION not = "D"
                    move "LINE ACTION MUST BE A OR D"
                                  to w-reject-reason,
                 when SM-FILE = "P"
                    perform       3300-apply-policy,
                 when SM-FILE = "W"
                    perform       3500-apply-window,
                 when other
                    move "FILE MUST BE P OR W" to w-reject-reason,
              end-evaluate,
              perform          3900-list-proposal,
           end-if.
           perform                3100-read-next-proposal.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A catalog-code entry is only ever matched on the code's six
      *>-> characters (see MSGPOLL), so a longer value could never fire
       3300-apply-policy.
           evaluate               true,
              when SM-PY-KEY-TYPE not = "C" and
                   SM-PY-KEY-TYPE not = "P"
                 move "KEY TYPE MUST BE C OR P" to w-reject-reason,
              when SM-PY-KEY-VALUE = spaces
                 move "KEY VALUE MUST NOT BE BLANK"
                                  to w-reject-reason,
              when SM-PY-KEY-TYPE = "C" and
                   SM-PY-KEY-VALUE(7:24) not = spaces
                 move "CATALOG CODE IS AT MOST 6 CHARACTERS"
                                  to w-reject-reason,
              when SM-ACTION = "A" and
                   SM-PY-ACTION not = "Y" and
                   SM-PY-ACTION not = "N" and
                   SM-PY-ACTION not = "R"
                 move "POLICY ACTION MUST BE Y, N OR R"
                                  to w-reject-reason,
              when other
                 move             SM-PY-KEY-TYPE to w-look-key-type,
                 move             SM-PY-KEY-VALUE to w-look-key-value,
                 perform          3400-find-policy,
                 if               SM-ACTION = "A"
                    perform       3410-propose-policy,
                 else,
                    perform       3420-withdraw-policy,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3400-find-policy.
           move                   zeros to w-look-found.
           set                    w-pol-ix to 1.
           search                 w-pol-entry
              at end
                 continue,
              when w-pol-ix > w-pol-count
                 continue,
              when w-pol-key(w-pol-ix) = w-look-key
                 set              w-look-found to w-pol-ix,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       3410-propose-policy.
           if                     w-look-found = 0
              if               w-pol-count < w-pol-max
                 add           1 to w-pol-count,
                 move          w-pol-count to w-look-found,
                 move          w-look-key to w-pol-key(w-look-found),
              else,
                 move          "Y" to w-pol-overflow,
                 move          "TOO MANY POLICY ENTRIES"
                                  to w-reject-reason,
              end-if,
           end-if.
           if                     w-look-found > 0
              move             SM-PY-ACTION to
                               w-pol-action(w-look-found, 2),
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3420-withdraw-policy.
           if                     w-look-found = 0
              move             "NOT ON MSGPOL.DAT" to w-reject-reason,
           else,
              if               w-pol-action(w-look-found, 2) = spaces
                 move          "ALREADY DELETED ABOVE"
                                  to w-reject-reason,
              else,
                 move          spaces to
                               w-pol-action(w-look-found, 2),
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The same checks MSGWINM makes before it writes a window
       3500-apply-window.
           if                     SM-MW-WINDOW-ID = spaces
              move             "WINDOW ID MUST NOT BE BLANK"
                                  to w-reject-reason,
           else,
              perform          3600-find-window,
              if               SM-ACTION = "A"
                 perform       3700-validate-window,
                 if            w-reject-reason = spaces
                    perform    3710-propose-window,
                 end-if,
              else,
                 perform       3720-withdraw-window,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3600-find-window.
           move                   zeros to w-win-found.
           set                    w-win-ix to 1.
           search                 w-win-entry
              at end
                 continue,
              when w-win-ix > w-win-count
                 continue,
              when w-win-id(w-win-ix) = SM-MW-WINDOW-ID
                 set              w-win-found to w-win-ix,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       3700-validate-window.
           evaluate               true,
              when SM-MW-START-DATE is not numeric or
                   SM-MW-END-DATE is not numeric
                 move "DATES MUST BE NUMERIC YYYYMMDD"
                                  to w-reject-reason,
              when SM-MW-START-TIME is not numeric or
                   SM-MW-END-TIME is not numeric
                 move "TIMES MUST BE NUMERIC HHMMSS"
                                  to w-reject-reason,
              when SM-MW-AUTO-ANSWER is not numeric or
                   SM-MW-AUTO-ANSWER > 3
                 move "AUTO-ANSWER MUST BE 0, 1, 2 OR 3"
                                  to w-reject-reason,
              when SM-MW-ACTIVE not = "Y" and SM-MW-ACTIVE not = "N"
                 move "ACTIVE MUST BE Y OR N" to w-reject-reason,
              when other
                 compute          w-start-stamp =
                                  SM-MW-START-DATE * 1000000
                                  + SM-MW-START-TIME
                 end-compute,
                 compute          w-end-stamp =
                                  SM-MW-END-DATE * 1000000
                                  + SM-MW-END-TIME
                 end-compute,
                 if               w-end-stamp < w-start-stamp
                    move "WINDOW ENDS BEFORE IT STARTS"
                                  to w-reject-reason,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3710-propose-window.
           if                     w-win-found = 0
              if               w-win-count < w-win-max
                 add           1 to w-win-count,
                 move          w-win-count to w-win-found,
                 move          SM-MW-WINDOW-ID to
                               w-win-id(w-win-found),
              else,
                 move          "Y" to w-win-overflow,
                 move          "TOO MANY WINDOWS"
                                  to w-reject-reason,
              end-if,
           end-if.
           if                     w-win-found > 0
              move             "Y" to w-win-present(w-win-found, 2),
              move             w-start-stamp to
                               w-win-start-stamp(w-win-found, 2),
              move             w-end-stamp to
                               w-win-end-stamp(w-win-found, 2),
              move             SM-MW-PROGRAM to
                               w-win-program(w-win-found, 2),
              move             SM-MW-AUTO-ANSWER to
                               w-win-answer(w-win-found, 2),
              move             SM-MW-ACTIVE to
                               w-win-active(w-win-found, 2),
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3720-withdraw-window.
           if                     w-win-found = 0
              move             "NOT ON MSGWIND.DAT" to w-reject-reason,
           else,
              if               w-win-present(w-win-found, 2) not = "Y"
                 move          "ALREADY DELETED ABOVE"
                                  to w-reject-reason,
              else,
                 move          "N" to w-win-present(w-win-found, 2),
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3900-list-proposal.
           move                   spaces to w-report-detail.
           if                     w-reject-reason = spaces
              add              1 to w-applied-count,
              string "  " SM-FILE " " SM-ACTION " " SM-ENTRY
                     "  APPLIED" into w-report-detail,
           else,
              add              1 to w-rejected-count,
              string "  " SM-FILE " " SM-ACTION " " SM-ENTRY
                     "  REJECTED - " w-reject-reason
                                  into w-report-detail,
           end-if.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-change-heading.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "DIALOGS WHOSE OUTCOME CHANGES"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "  DATE     TIME   PROGRAM                        "
                  "SEVERITY CURRENT                      "
                  "PROPOSED                  DIALOGS"
                  into w-report-heading.
           write                  report-line from w-report-heading.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A month lives in exactly one place - its archive once
      *>-> MSGARCH has cut it, the live log until then - so reading
      *>-> the archive of every month in range and then the live log
      *>-> replays nothing twice; a missing archive is simply skipped
       4100-replay-one-archive.
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
           perform                4200-replay-named-file.
      *>--------------------------------------------------------------------------------------------------------------<*
       4200-replay-named-file.
           open                   input msglog-file.
           if                     w-log-status = "00"
              move             w-from-date to ML-LOG-DATE,
              move             zeros to ML-LOG-TIME,
              move             zeros to ML-SEQ-NO,
              move             "N" to w-eof,
              start            msglog-file key not < ML-KEY,
              if               w-log-status not = "00"
                 move          "Y" to w-eof,
              else,
                 perform       4300-read-next,
              end-if,
              perform          4400-replay-record
                 until         w-eof-yes,
              close            msglog-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The range ends at the first record past it, and at an
      *>-> archive's closing seal, which is not a dialog
       4300-read-next.
           read                   msglog-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     not w-eof-yes
              if               ML-CLOSING-SEAL or
                               ML-LOG-DATE > w-to-date
                 move          "Y" to w-eof,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The window is matched on the moment the dialog went on
      *>-> screen, as MSGBOX:>show matched it; records logged before the
      *>-> show time was kept fall back to the answer time
       4400-replay-record.
           if                     ML-OCCURS = 0
              move             1 to w-rec-occurs,
           else,
              move             ML-OCCURS to w-rec-occurs,
           end-if.
           add                    1 to w-replayed-records.
           add                    w-rec-occurs to w-replayed-dialogs.
           if                     ML-SHOW-DATE > 0
              compute          w-dialog-stamp =
                               ML-SHOW-DATE * 1000000
                             + ML-SHOW-TIME / 100
              end-compute,
           else,
              compute          w-dialog-stamp =
                               ML-LOG-DATE * 1000000
                             + ML-LOG-TIME / 100
              end-compute,
           end-if.
           perform                4410-determine-default-button.
           perform                4500-replay-under-rules
                     varying       w-ver from 1 by 1
                     until         w-ver > 2.
           if                     w-outcome(1) not = w-outcome(2)
              perform          5000-report-change,
           end-if.
           perform                4300-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The focused button is not logged; a headless answer taken
      *>-> from it ("D") shows which it was, anything else leaves the
      *>-> MSGBOX default, Yes, as an assumption
       4410-determine-default-button.
           move                   "Y" to w-default-yes.
           move                   "N" to w-default-known.
           if                     ML-POLICY-SOURCE = "D" and
                                  ML-WINDOW-ID = spaces
              move             "Y" to w-default-known,
              if               ML-RETURN not = mb-yes and
                               ML-BUTTONS not = mb-ok
                 move          "N" to w-default-yes,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGBOX:>show's precedence: a window mutes the dialog whether
      *>-> attended or not; outside one a headless dialog takes its
      *>-> policy entry (catalog code before calling program) or the
      *>-> default button, and an attended one is the operator's
       4500-replay-under-rules.
           move                   spaces to w-outcome(w-ver).
           move                   "N" to w-out-stopped(w-ver).
           move                   "N" to w-out-assumed(w-ver).
           perform                4510-match-window.
           evaluate               true,
              when w-win-best > 0
                 perform          4600-apply-window-rule,
              when ML-HEADLESS = "Y"
                 perform          4700-apply-headless-rule,
              when ML-WINDOW-ID = spaces
                 move             "OPERATOR" to
                                  w-out-source-text(w-ver),
                 move             ML-RETURN to w-answer,
                 perform          4900-answer-text,
              when other
                 move             "OPERATOR" to
                                  w-out-source-text(w-ver),
                 move             "UNKNOWN" to
                                  w-out-answer-text(w-ver),
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGWINL takes the first match in window-id order; the
      *>-> table is not kept in that order once proposals are added,
      *>-> so the lowest matching id is looked for instead
       4510-match-window.
           move                   zeros to w-win-best.
           perform                4520-match-one-window
                     varying       w-win-i from 1 by 1
                     until         w-win-i > w-win-count.
      *>--------------------------------------------------------------------------------------------------------------<*
       4520-match-one-window.
           if                     w-win-present(w-win-i, w-ver) = "Y"
              and                 w-win-active(w-win-i, w-ver) = "Y"
              and                 (w-win-program(w-win-i, w-ver)
                                                         = "ALL" or
                                  w-win-program(w-win-i, w-ver)
                                                         = spaces or
                                  w-win-program(w-win-i, w-ver)
                                                   = ML-PROGRAM)
              and                 w-dialog-stamp not <
                                  w-win-start-stamp(w-win-i, w-ver)
              and                 w-dialog-stamp not >
                                  w-win-end-stamp(w-win-i, w-ver)
              if               w-win-best = 0
                 move          w-win-i to w-win-best,
              else,
                 if            w-win-id(w-win-i) < w-win-id(w-win-best)
                    move       w-win-i to w-win-best,
                 end-if,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4600-apply-window-rule.
           move                   spaces to w-out-source-text(w-ver).
           string "WINDOW " w-win-id(w-win-best)
                  into w-out-source-text(w-ver).
           if                     w-win-answer(w-win-best, w-ver) > 0
              move             w-win-answer(w-win-best, w-ver)
                                  to w-answer,
           else,
              perform          4810-default-answer,
           end-if.
           perform                4840-demote-dual-control.
           perform                4900-answer-text.
      *>--------------------------------------------------------------------------------------------------------------<*
       4700-apply-headless-rule.
           move                   spaces to w-policy-action.
           if                     ML-CATALOG-CODE not = spaces
              move             "C" to w-look-key-type,
              move             ML-CATALOG-CODE to w-look-key-value,
              perform          3400-find-policy,
              if               w-look-found > 0
                 move          w-pol-action(w-look-found, w-ver)
                                  to w-policy-action,
                 move          "POLICY CODE" to
                               w-out-source-text(w-ver),
              end-if,
           end-if.
           if                     w-policy-action = spaces
              move             "P" to w-look-key-type,
              move             ML-PROGRAM to w-look-key-value,
              perform          3400-find-policy,
              if               w-look-found > 0
                 move          w-pol-action(w-look-found, w-ver)
                                  to w-policy-action,
                 move          "POLICY PROGRAM" to
                               w-out-source-text(w-ver),
              end-if,
           end-if.
           evaluate               w-policy-action,
              when "Y"
                 perform          4820-affirmative-answer,
              when "N"
                 perform          4830-negative-answer,
              when "R"
                 move             "POLICY REFUSAL" to
                                  w-out-source-text(w-ver),
                 move             "Y" to w-out-stopped(w-ver),
              when other
                 move             "DEFAULT BUTTON" to
                                  w-out-source-text(w-ver),
                 perform          4810-default-answer,
           end-evaluate.
           if                     w-out-stopped(w-ver) = "Y"
              move             "STOPPED" to w-out-answer-text(w-ver),
           else,
              perform          4840-demote-dual-control,
              perform          4900-answer-text,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4810-default-answer.
           if                     w-default-known not = "Y" and
                                  ML-BUTTONS not = mb-ok
              move             "Y" to w-out-assumed(w-ver),
           end-if.
           evaluate               ML-BUTTONS,
              when mb-ok
                 move             0 to w-answer,
              when mb-yes-no
              when mb-yes-no-cancel
                 if            w-default-yes = "Y"
                    move       mb-yes to w-answer,
                 else,
                    move       mb-no to w-answer,
                 end-if,
              when mb-ok-cancel
                 if            w-default-yes = "Y"
                    move       mb-yes to w-answer,
                 else,
                    move       mb-cancel to w-answer,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       4820-affirmative-answer.
           if                     ML-BUTTONS = mb-ok
              move             0 to w-answer,
           else,
              move             mb-yes to w-answer,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4830-negative-answer.
           evaluate               ML-BUTTONS,
              when mb-ok
                 move             0 to w-answer,
              when mb-yes-no
              when mb-yes-no-cancel
                 move             mb-no to w-answer,
              when mb-ok-cancel
                 move             mb-cancel to w-answer,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       4840-demote-dual-control.
           if                     ML-DUAL-CONTROL = "Y" and
                                  ML-BUTTONS not = mb-ok and
                                  w-answer = mb-yes
              perform          4830-negative-answer,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The affirmative of an OK/Cancel dialog is its OK button
       4900-answer-text.
           evaluate               true,
              when w-answer = 0
                 move             "OK" to w-out-answer-text(w-ver),
              when w-answer = mb-yes and
                   ML-BUTTONS = mb-ok-cancel
                 move             "OK" to w-out-answer-text(w-ver),
              when w-answer = mb-yes
                 move             "YES" to w-out-answer-text(w-ver),
              when w-answer = mb-no
                 move             "NO" to w-out-answer-text(w-ver),
              when w-answer = mb-cancel
                 move             "CANCEL" to w-out-answer-text(w-ver),
              when other
                 move             "UNKNOWN" to
                                  w-out-answer-text(w-ver),
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-report-change.
           add                    1 to w-changed-records.
           add                    w-rec-occurs to w-changed-dialogs.
           evaluate               ML-ICON,
              when mb-warning-icon
                 move             "WARNING" to w-severity-text,
              when mb-error-icon
                 move             "ERROR" to w-severity-text,
              when other
                 move             "INFO" to w-severity-text,
           end-evaluate.
           if                     w-out-assumed(1) = "Y" or
                                  w-out-assumed(2) = "Y"
              move             "*" to w-assumed-mark,
              add              1 to w-assumed-records,
           else,
              move             spaces to w-assumed-mark,
           end-if.
           move                   w-rec-occurs to w-detail-occurs.
           move                   spaces to w-report-detail.
           string "  " ML-LOG-DATE " " ML-LOG-TIME(1:6) " "
                  ML-PROGRAM " " w-severity-text "  "
                  w-out-answer-text(1) " " w-out-source-text(1)
                  " -> "
                  w-out-answer-text(2) " " w-out-source-text(2)
                  " " w-detail-occurs " "
                  w-assumed-mark
                  into w-report-detail.
           write                  report-line from w-report-detail.
           perform                5100-tally-program.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-tally-program.
           set                    w-prg-ix to 1.
           search                 w-prg-entry
              at end
                 perform          5200-add-program,
              when w-prg-ix > w-prg-count
                 perform          5200-add-program,
              when w-prg-name(w-prg-ix) = ML-PROGRAM
                 perform          5300-tally-cell,
           end-search.
      *>--------------------------------------------------------------------------------------------------------------<*
       5200-add-program.
           if                     w-prg-count < w-prg-max
              add               1 to w-prg-count
              move                ML-PROGRAM to
                                  w-prg-name(w-prg-count)
              set                 w-prg-ix to w-prg-count
              perform             5300-tally-cell,
           else,
              move                "Y" to w-prg-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5300-tally-cell.
           evaluate               w-severity-text,
              when "WARNING"
                 add w-rec-occurs to w-prg-warn(w-prg-ix),
                 add w-rec-occurs to w-tot-warn,
              when "ERROR"
                 add w-rec-occurs to w-prg-error(w-prg-ix),
                 add w-rec-occurs to w-tot-error,
              when other
                 add w-rec-occurs to w-prg-info(w-prg-ix),
                 add w-rec-occurs to w-tot-info,
           end-evaluate.
           add                    w-rec-occurs to w-prg-total(w-prg-ix).
           if                     w-out-stopped(2) = "Y" and
                                  w-out-stopped(1) not = "Y"
              add              w-rec-occurs to w-prg-stops(w-prg-ix),
              add              w-rec-occurs to w-tot-stops,
           end-if.
           if                     w-out-stopped(1) = "Y" and
                                  w-out-stopped(2) not = "Y"
              add              w-rec-occurs to
                               w-prg-unstops(w-prg-ix),
              add              w-rec-occurs to w-tot-unstops,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       6000-print-totals.
           if                     w-changed-records = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
           move                   spaces to w-report-heading.
           string "CHANGED DIALOGS BY PROGRAM AND SEVERITY"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           move                   "NEWLY  NO LONGER" to
                                  w-report-heading(79:16).
           write                  report-line from w-report-heading.
           move                   spaces to w-report-heading.
           string "  PROGRAM                          INFO    "
                  "WARNING      ERROR      TOTAL    STOPPED    "
                  "STOPPED"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           perform                6100-print-one-program
                     varying       w-prg-i from 1 by 1
                     until         w-prg-i > w-prg-count.
           move                   spaces to w-total-line.
           move                   "  ALL PROGRAMS" to w-total-line-name.
           move                   w-tot-info to w-total-line-cell(1).
           move                   w-tot-warn to w-total-line-cell(2).
           move                   w-tot-error to w-total-line-cell(3).
           move                   w-changed-dialogs to
                                  w-total-line-cell(4).
           move                   w-tot-stops to w-total-line-cell(5).
           move                   w-tot-unstops to w-total-line-cell(6).
           write                  report-line from w-total-line.
           move                   spaces to report-line.
           write                  report-line.
           move                   w-replayed-dialogs to w-detail-count.
           move                   spaces to w-report-detail.
           string "DIALOGS REPLAYED . . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-changed-dialogs to w-detail-count.
           move                   spaces to w-report-detail.
           string "DIALOGS WHOSE OUTCOME CHANGES: " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-applied-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "PROPOSALS APPLIED. . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-rejected-count to w-detail-count.
           move                   spaces to w-report-detail.
           string "PROPOSALS REJECTED . . . . . : " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           if                     w-assumed-records > 0
              move             w-assumed-records to w-detail-count,
              move             spaces to w-report-detail,
              string "* FOCUSED BUTTON NOT LOGGED, YES ASSUMED ON "
                     w-detail-count " CHANGED LINES"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           perform                6200-print-overflow-warnings.
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-print-one-program.
           move                   spaces to w-total-line.
           move                   spaces to w-total-line-name.
           string "  " w-prg-name(w-prg-i) into w-total-line-name.
           move                   w-prg-info(w-prg-i) to
                                  w-total-line-cell(1).
           move                   w-prg-warn(w-prg-i) to
                                  w-total-line-cell(2).
           move                   w-prg-error(w-prg-i) to
                                  w-total-line-cell(3).
           move                   w-prg-total(w-prg-i) to
                                  w-total-line-cell(4).
           move                   w-prg-stops(w-prg-i) to
                                  w-total-line-cell(5).
           move                   w-prg-unstops(w-prg-i) to
                                  w-total-line-cell(6).
           write                  report-line from w-total-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       6200-print-overflow-warnings.
           if                     w-pol-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 500 POLICY ENTRIES - REPLAY "
                     "INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-win-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 WINDOWS - REPLAY INCOMPLETE"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           if                     w-prg-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 PROGRAMS CHANGED - "
                     "NARROW THE RANGE AND RERUN"
                                  into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
       end program                msgsim.
