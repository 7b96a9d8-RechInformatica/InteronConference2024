      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCKPTP: Nightly housekeeping of the confirmation-sequence
      *>-> checkpoints. Walks the run-control file (MSGCKRN.DAT) and
      *>-> takes off, with all their steps on MSGCKPT.DAT:
      *>->   - runs completed or abandoned more than the retention
      *>->     period ago - their answers can never be replayed again,
      *>->     so all they still do is take up room;
      *>->   - runs still "running" with no step answered within the
      *>->     retention period - expired: a job is not restarted that
      *>->     long after it stopped, and only a restart of the same
      *>->     run could ever have replayed them.
      *>-> Steps with no run record at all (a run purged or cleared by
      *>-> hand) are taken off on the same retention. Runs still
      *>-> running with nothing answered for MSGCKPTP-STALE-DAYS or
      *>-> more are listed, not touched - a job stopped part-way that
      *>-> somebody has to restart, close with MSGCKPTD, or let expire.
      *>->
      *>-> MSGCKPTP-RETAIN-DAYS sets the retention period (default 30
      *>-> days), MSGCKPTP-STALE-DAYS the stale limit (default 2). The
      *>-> report (MSGCKPTP.PRT) lists what was removed and the stale
      *>-> runs. Return code for the scheduler: 0 = clean, 4 = runs
      *>-> left running for days, 8 = the checkpoint files could not
      *>-> be opened.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgckptp.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgckrn-file
                                  assign to "MSGCKRN.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CR-KEY
                                  file status is w-run-status.
           select                 msgckpt-file
                                  assign to "MSGCKPT.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CK-KEY
                                  file status is w-ckp-status.
           select                 report-file
                                  assign to "MSGCKPTP.PRT"
                                  organization is line sequential
                                  file status is w-rpt-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgckrn-file.
           copy                   MSGCKRNR.
       fd  msgckpt-file.
           copy                   MSGCKPTR.
       fd  report-file.
       01  report-line            pic x(132).
       working-storage            section.
       77  w-run-status          pic x(02)      value spaces.
       77  w-ckp-status          pic x(02)      value spaces.
       77  w-rpt-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-done                pic x(01)      value "N".
           88 w-done-yes                         value "Y".
       77  w-abort               pic x(01)      value "N".
           88 w-abort-yes                        value "Y".
       01  w-current-datetime.
           05  w-cur-date        pic 9(08).
           05  w-cur-time        pic 9(08).
      *>-> Retention and stale limits in days. The environment values
      *>-> arrive left-justified, so they are squared up right-justified
      *>-> before the numeric test - "7" must become "007", never "700"
       77  w-retain-env          pic x(03)      value spaces.
       77  w-retain-just         pic x(03)      value spaces
                                                justified right.
       77  w-retain-days         pic 9(03)      value zeros.
       77  w-stale-env           pic x(03)      value spaces.
       77  w-stale-just          pic x(03)      value spaces
                                                justified right.
       77  w-stale-days          pic 9(03)      value zeros.
      *>-> Age in whole days of the date in w-age-date
       77  w-age-date            pic 9(08)      value zeros.
       77  w-age-days            pic s9(07)     value zeros.
       77  w-today-number        pic s9(07)     value zeros.
      *>-- Run being purged, kept apart from the record area the step
      *>-- deletes walk over
       77  w-purge-job           pic x(08)      value spaces.
       77  w-purge-run           pic x(12)      value spaces.
       77  w-purge-reason        pic x(09)      value spaces.
       77  w-step-count          pic 9(05)      value zeros.
      *>-- Group of steps with no run record
       77  w-orphan-job          pic x(08)      value spaces.
       77  w-orphan-run          pic x(12)      value spaces.
       77  w-orphan-steps        pic 9(05)      value zeros.
       77  w-orphan-last         pic 9(08)      value zeros.
       77  w-orphan-known        pic x(01)      value "N".
           88 w-orphan-known-yes                 value "Y".
      *>-- Counts for the summary
       77  w-purged-runs         pic 9(07)      value zeros.
       77  w-expired-runs        pic 9(07)      value zeros.
       77  w-purged-steps        pic 9(07)      value zeros.
       77  w-orphan-purged       pic 9(07)      value zeros.
       77  w-stale-runs          pic 9(07)      value zeros.
       77  w-line-count          pic 9(05)      value zeros.
       01  w-report-heading      pic x(132)     value spaces.
       01  w-report-detail       pic x(132)     value spaces.
       01  w-detail-count        pic z(6)9.
       01  w-detail-steps        pic z(4)9.
       01  w-detail-days         pic z(6)9.
      *>-- Runs left running, listed after the purge sections
       77  w-stl-max             pic 9(03)      value 200.
       77  w-stl-count           pic 9(03)      value zeros comp-x.
       77  w-stl-i               pic 9(03)      value zeros comp-x.
       77  w-stl-overflow        pic x(01)      value "N".
           88 w-stl-overflow-yes                 value "Y".
       01  w-stl-table.
           05  w-stl-entry       occurs 200 times.
               10  w-stl-job     pic x(08)      value spaces.
               10  w-stl-run     pic x(12)      value spaces.
               10  w-stl-start-date
                                 pic 9(08)      value zeros.
               10  w-stl-last-date
                                 pic 9(08)      value zeros.
               10  w-stl-last-time
                                 pic 9(08)      value zeros.
               10  w-stl-steps   pic 9(05)      value zeros.
               10  w-stl-days    pic 9(07)      value zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move          function current-date to w-current-datetime.
           compute                w-today-number =
                         function integer-of-date(w-cur-date)
           end-compute.
           perform                1000-determine-limits.
           open                   output report-file.
           perform                1100-print-heading.
           perform                1200-open-files.
           if                     w-abort-yes
              move             spaces to w-report-detail,
              string "  CHECKPOINT FILES COULD NOT BE OPENED - "
                     "STATUS " w-run-status " " w-ckp-status
                                  into w-report-detail,
              write            report-line from w-report-detail,
              close            report-file,
              move             8 to return-code,
              stop             run,
           end-if.
           perform                2000-purge-runs.
           perform                3000-purge-orphan-steps.
           close                  msgckrn-file.
           close                  msgckpt-file.
           perform                4000-print-stale-runs.
           perform                5000-print-summary.
           close                  report-file.
           if                     w-stale-runs > 0
              move             4 to return-code,
           else,
              move             0 to return-code,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A mistyped value falls back to the default, not to zero - a
      *>-> retention of zero would purge every run the moment it closed
      *>-> and expire every run in flight
       1000-determine-limits.
           accept                 w-retain-env from environment
                                  "MSGCKPTP-RETAIN-DAYS".
           move                   30 to w-retain-days.
           if                     w-retain-env not = spaces
              move    function trim(w-retain-env) to w-retain-just,
              inspect          w-retain-just
                               replacing leading " " by "0",
              if               w-retain-just is numeric and
                               w-retain-just not = "000"
                 move          w-retain-just to w-retain-days,
              end-if,
           end-if.
           accept                 w-stale-env from environment
                                  "MSGCKPTP-STALE-DAYS".
           move                   2 to w-stale-days.
           if                     w-stale-env not = spaces
              move    function trim(w-stale-env) to w-stale-just,
              inspect          w-stale-just
                               replacing leading " " by "0",
              if               w-stale-just is numeric
                 move          w-stale-just to w-stale-days,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-print-heading.
           move                   spaces to w-report-heading.
           string "CHECKPOINT HOUSEKEEPING - RUN " w-cur-date " "
                  w-cur-time(1:4) into w-report-heading.
           write                  report-line from w-report-heading.
           move                   w-retain-days to w-detail-days.
           move                   spaces to w-report-heading.
           string "RETENTION" w-detail-days " DAYS"
                  into w-report-heading.
           move                   w-stale-days to w-detail-days.
           string "   STALE AFTER" w-detail-days " DAYS"
                  delimited by size into w-report-heading(20:).
           write                  report-line from w-report-heading.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> No run-control file yet just means no job has checkpointed a
      *>-> step since the upgrade - nothing to keep house on
       1200-open-files.
           open                   i-o msgckrn-file.
           if                     w-run-status = "35"
              open             output msgckrn-file,
              close            msgckrn-file,
              open             i-o msgckrn-file,
           end-if.
           open                   i-o msgckpt-file.
           if                     w-ckp-status = "35"
              open             output msgckpt-file,
              close            msgckpt-file,
              open             i-o msgckpt-file,
           end-if.
           if                     w-run-status not = "00" or
                                  w-ckp-status not = "00"
              move             "Y" to w-abort,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-purge-runs.
           move                   spaces to w-report-heading.
           string "RUNS PURGED  JOB      RUN          STATUS    "
                  "STARTED  LAST STEP       CLOSED   BY        STEPS"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           move                   "N" to w-eof.
           perform                2100-read-next-run.
           perform                2200-check-one-run
                     until         w-eof-yes.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-read-next-run.
           read                   msgckrn-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-run-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A closed run ages from its closing, a running one from its
      *>-> last answered step
       2200-check-one-run.
           move                   spaces to w-purge-reason.
           if                     CR-RUNNING
              move             CR-LAST-DATE to w-age-date,
              perform          8000-compute-age,
              if               w-age-days not < w-retain-days
                 move          "EXPIRED" to w-purge-reason,
              else,
                 if            w-age-days not < w-stale-days
                    perform    2300-table-stale-run,
                 end-if,
              end-if,
           else,
              move             CR-END-DATE to w-age-date,
              perform          8000-compute-age,
              if               w-age-days not < w-retain-days
                 if            CR-COMPLETED
                    move       "COMPLETED" to w-purge-reason,
                 else,
                    move       "ABANDONED" to w-purge-reason,
                 end-if,
              end-if,
           end-if.
           if                     w-purge-reason not = spaces
              perform          2400-purge-run,
           end-if.
           perform                2100-read-next-run.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-table-stale-run.
           if                     w-stl-count < w-stl-max
              add              1 to w-stl-count,
              move             CR-JOB-ID to w-stl-job(w-stl-count),
              move             CR-RUN-ID to w-stl-run(w-stl-count),
              move             CR-START-DATE to
                               w-stl-start-date(w-stl-count),
              move             CR-LAST-DATE to
                               w-stl-last-date(w-stl-count),
              move             CR-LAST-TIME to
                               w-stl-last-time(w-stl-count),
              move             CR-STEP-COUNT to
                               w-stl-steps(w-stl-count),
              move             w-age-days to w-stl-days(w-stl-count),
           else,
              move             "Y" to w-stl-overflow,
           end-if.
           add                    1 to w-stale-runs.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The run is printed before anything is deleted, from its own
      *>-> record, and taken off only after its last step is gone - a
      *>-> purge cut short leaves a run with fewer steps, never steps
      *>-> with no run
       2400-purge-run.
           add                    1 to w-line-count.
           if                     CR-RUNNING
              add              1 to w-expired-runs,
           else,
              add              1 to w-purged-runs,
           end-if.
           move                   CR-JOB-ID to w-purge-job.
           move                   CR-RUN-ID to w-purge-run.
           move                   spaces to w-report-detail.
           string "             " CR-JOB-ID " " CR-RUN-ID " "
                  w-purge-reason " " CR-START-DATE " " CR-LAST-DATE
                  " " CR-LAST-TIME(1:6) " " CR-END-DATE " "
                  CR-END-LOGIN
                                  into w-report-detail.
           perform                2500-delete-run-steps.
           move                   w-step-count to w-detail-steps.
           move                   w-detail-steps to
                                  w-report-detail(90:5).
           write                  report-line from w-report-detail.
           delete                 msgckrn-file record.
      *>--------------------------------------------------------------------------------------------------------------<*
       2500-delete-run-steps.
           move                   zeros to w-step-count.
           move                   w-purge-job to CK-JOB-ID.
           move                   w-purge-run to CK-RUN-ID.
           move                   zeros to CK-SEQ-NO.
           move                   "N" to w-done.
           start                  msgckpt-file key not < CK-KEY.
           if                     w-ckp-status not = "00"
              move             "Y" to w-done,
           end-if.
           perform                2600-delete-next-step
                     until         w-done-yes.
      *>--------------------------------------------------------------------------------------------------------------<*
       2600-delete-next-step.
           read                   msgckpt-file next record
              at end
                 move             "Y" to w-done,
              not at end
                 if               CK-JOB-ID = w-purge-job and
                                  CK-RUN-ID = w-purge-run
                    delete        msgckpt-file record,
                    add           1 to w-step-count,
                    add           1 to w-purged-steps,
                 else,
                    move          "Y" to w-done,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Steps are read in job + run order, so each run's steps come
      *>-> together; a group whose run is not on MSGCKRN.DAT is taken
      *>-> off once its latest step is past the retention period
       3000-purge-orphan-steps.
           move                   spaces to w-report-heading.
           string "STEPS PURGED WITH NO RUN RECORD"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           move                   spaces to w-orphan-job.
           move                   spaces to w-orphan-run.
           move                   low-values to CK-KEY.
           move                   "N" to w-eof.
           start                  msgckpt-file key not < CK-KEY.
           if                     w-ckp-status not = "00"
              move             "Y" to w-eof,
           else,
              perform          3100-read-next-step,
           end-if.
           perform                3200-check-one-step
                     until         w-eof-yes.
           perform                3400-print-orphan-group.
           perform                9000-print-none.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-read-next-step.
           read                   msgckpt-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
           if                     w-ckp-status not = "00" and
                                  not w-eof-yes
              move             "Y" to w-eof,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The first step of each group looks its run up; a step of a
      *>-> group with no run is taken off on its own age
       3200-check-one-step.
           if                     CK-JOB-ID not = w-orphan-job or
                                  CK-RUN-ID not = w-orphan-run
              perform          3300-start-step-group,
           end-if.
           if                     not w-orphan-known-yes
              move             CK-LOG-DATE to w-age-date,
              perform          8000-compute-age,
              if               w-age-days not < w-retain-days
                 delete        msgckpt-file record,
                 add           1 to w-orphan-steps,
                 add           1 to w-orphan-purged,
                 add           1 to w-purged-steps,
                 if            CK-LOG-DATE > w-orphan-last
                    move       CK-LOG-DATE to w-orphan-last,
                 end-if,
              end-if,
           end-if.
           perform                3100-read-next-step.
      *>--------------------------------------------------------------------------------------------------------------<*
       3300-start-step-group.
           perform                3400-print-orphan-group.
           move                   CK-JOB-ID to w-orphan-job.
           move                   CK-RUN-ID to w-orphan-run.
           move                   zeros to w-orphan-steps.
           move                   zeros to w-orphan-last.
           move                   CK-JOB-ID to CR-JOB-ID.
           move                   CK-RUN-ID to CR-RUN-ID.
           read                   msgckrn-file key is CR-KEY.
           if                     w-run-status = "00"
              move             "Y" to w-orphan-known,
           else,
              move             "N" to w-orphan-known,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3400-print-orphan-group.
           if                     w-orphan-steps > 0
              add              1 to w-line-count,
              move             w-orphan-steps to w-detail-steps,
              move             spaces to w-report-detail,
              string "  JOB " w-orphan-job " RUN " w-orphan-run
                     " STEPS " w-detail-steps " LAST ANSWERED "
                     w-orphan-last
                                  into w-report-detail,
              write            report-line from w-report-detail,
              move             zeros to w-orphan-steps,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-print-stale-runs.
           move                   spaces to w-report-heading.
           move                   w-stale-days to w-detail-days.
           string "RUNS LEFT RUNNING WITH NO STEP ANSWERED FOR"
                  w-detail-days " DAYS OR MORE"
                  into w-report-heading.
           write                  report-line from w-report-heading.
           move                   zeros to w-line-count.
           perform                4100-print-one-stale-run
                     varying       w-stl-i from 1 by 1
                     until         w-stl-i > w-stl-count.
           perform                9000-print-none.
           if                     w-stl-overflow-yes
              move             spaces to w-report-detail,
              string "  *** MORE THAN 200 RUNS LEFT RUNNING - LIST "
                     "INCOMPLETE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
           move                   spaces to report-line.
           write                  report-line.
      *>--------------------------------------------------------------------------------------------------------------<*
       4100-print-one-stale-run.
           add                    1 to w-line-count.
           move                   w-stl-steps(w-stl-i) to
                                  w-detail-steps.
           move                   w-stl-days(w-stl-i) to w-detail-days.
           move                   spaces to w-report-detail.
           string "  JOB " w-stl-job(w-stl-i) " RUN " w-stl-run(w-stl-i)
                  " STARTED " w-stl-start-date(w-stl-i)
                  " LAST STEP " w-stl-last-date(w-stl-i) " "
                  w-stl-last-time(w-stl-i)(1:6) " STEPS "
                  w-detail-steps " IDLE" w-detail-days " DAYS"
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-print-summary.
           move                   spaces to w-report-heading.
           string "SUMMARY" into w-report-heading.
           write                  report-line from w-report-heading.
           move                   w-purged-runs to w-detail-count.
           move                   spaces to w-report-detail.
           string "  CLOSED RUNS PURGED. . . . . " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-expired-runs to w-detail-count.
           move                   spaces to w-report-detail.
           string "  EXPIRED RUNS PURGED . . . . " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-purged-steps to w-detail-count.
           move                   spaces to w-report-detail.
           string "  STEPS PURGED. . . . . . . . " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-orphan-purged to w-detail-count.
           move                   spaces to w-report-detail.
           string "    OF WHICH WITH NO RUN. . . " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
           move                   w-stale-runs to w-detail-count.
           move                   spaces to w-report-detail.
           string "  RUNS LEFT RUNNING . . . . . " w-detail-count
                                  into w-report-detail.
           write                  report-line from w-report-detail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A date that is not a date (zeros on a record never closed
      *>-> properly) counts as older than any limit
       8000-compute-age.
           if                     w-age-date < 16010101 or
                                  w-age-date > 99991231
              move             9999999 to w-age-days,
           else,
              compute          w-age-days = w-today-number
                             - function integer-of-date(w-age-date)
              end-compute,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       9000-print-none.
           if                     w-line-count = 0
              move             spaces to w-report-detail,
              string "  NONE" into w-report-detail,
              write            report-line from w-report-detail,
           end-if.
       end program                msgckptp.
