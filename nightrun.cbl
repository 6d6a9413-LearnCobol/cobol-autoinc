       identification division.
       program-id. nightrun.

      *> Nightly job-stream driver. The night shift used to run
      *> auditrotate, auditverify, regreconcile, eodextract, notifsend
      *> and the batch intakes by hand from a paper runbook, and a
      *> skipped or out-of-order step surfaced only the next morning
      *> in opshealth. This reads the job-stream definition
      *> (/tmp/nightrun.jobstream), one step per line in run order:
      *>     step-name|REQUIRED|command
      *>     step-name|OPTIONAL|command
      *> A REQUIRED step must succeed before the next step may start;
      *> an OPTIONAL step's failure is logged and the stream carries
      *> on. Blank lines and lines starting '*' are ignored; the
      *> command may not itself contain a '|'. A step succeeds when
      *> its command ends with return code 4 or lower (0 done, 4
      *> nothing to do or already done — the usual condition-code
      *> convention the batch jobs follow). Each step's start, end
      *> and return code go to a dated job log,
      *> /tmp/nightrun-log-yyyymmdd.txt. Guarded by its own per-date
      *> run-control file (jobctlrec.cpy) with a checkpoint rewritten
      *> after every step: when the stream stops on a failed step, the
      *> rerun restarts AT that step rather than repeating steps that
      *> already finished (a second auditrotate cut, a second
      *> notifsend pass). A stream that stopped before midnight is
      *> adopted by the rerun after midnight, the way batchreg adopts
      *> a stranded run, so the night still lands in one log — but
      *> only while that stream started no more than
      *> NIGHTRUN_ADOPT_HOURS (default 12) hours ago. A stranded
      *> stream older than that is refused with return code 8 and
      *> its date named, rather than finished in place of tonight's:
      *> the operator finishes it first (a rerun with a window that
      *> covers it), and the run after that starts tonight's stream
      *> from the first step. A date already COMPLETE is refused
      *> unless NIGHTRUN_RERUN=Y.

       environment division.
       input-output section.
       file-control.
           select jobdeffile assign to '/tmp/nightrun.jobstream'
               file status is jobdef-status
               organization is line sequential.
           select runctlfile assign to '/tmp/nightrun-runctl.data'
               organization is indexed
               access mode is dynamic
               record key is jobctl-date
               file status is runctl-status.
           select joblogfile assign to dynamic ws-joblog-path
               file status is joblog-status
               organization is line sequential.

       data division.
       file section.
       fd jobdeffile.
          01 jobdef-line pic x(256).
       fd runctlfile.
           copy "jobctlrec.cpy".
       fd joblogfile.
          01 joblog-line pic x(256).

       working-storage section.
       01 jobdef-status pic 9(2).
       01 runctl-status pic 9(2).
       01 joblog-status pic 9(2).
       01 ws-joblog-path pic x(60).
       01 ws-today pic x(8).
       01 ws-today-num pic 9(8).
       01 ws-yesterday pic x(8).
       01 ws-yesterday-num pic 9(8).
       01 ws-run-date pic x(8).
       01 ws-rerun-mode pic x(10).
       01 ws-runctl-is-new pic x.
       01 ws-prior-found pic x.
       01 ws-prior-date pic x(8).
       01 ws-prior-done pic 9(3).
       01 ws-prior-last-step pic x(20).
       01 ws-prior-started-at pic x(26).
       01 ws-adopt-text pic x(10).
       01 ws-adopt-hours pic 9(3) value 12.
       01 ws-started-date-num pic 9(8).
       01 ws-started-secs pic 9(12).
       01 ws-now-secs pic 9(12).
       01 ws-resume-step pic 9(3) value 0.
       01 ws-resume-last-step pic x(20) value spaces.

       01 ws-step-table.
           05 ws-step-entry occurs 50 times.
               10 ws-st-name pic x(20).
               10 ws-st-gate pic x(10).
               10 ws-st-command pic x(200).
       01 ws-step-count pic 9(3) value 0.
       01 ws-step-max pic 9(3) value 50.
       01 ws-step-idx pic 9(3).
       01 ws-def-name pic x(20).
       01 ws-def-gate pic x(10).
       01 ws-def-command pic x(200).
       01 ws-def-overflow pic x value 'N'.

       01 ws-system-status pic s9(9).
       01 ws-step-rc pic 9(5).
       01 ws-step-signal pic 9(3).
       01 ws-stream-state pic x value 'R'.
           88 ws-stream-running value 'R'.
           88 ws-stream-stopped value 'S'.
       01 ws-step-outcome pic x(30).

       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 ws-cd-time.
               10 ws-cd-hour pic 9(2).
               10 ws-cd-minute pic 9(2).
               10 ws-cd-second pic 9(2).
           05 filler pic x(9).
       01 ws-timestamp pic x(26).
       01 ws-log-detail pic x(256).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move ws-cd-date to ws-today-num
           move ws-today to ws-run-date
           perform build-timestamp
           accept ws-rerun-mode from environment 'NIGHTRUN_RERUN'

           perform load-job-stream
           if ws-step-count = 0
               display "No steps in /tmp/nightrun.jobstream"
                   " (error=" jobdef-status "); nothing to run"
                   upon syserr
               move 8 to return-code
               goback
           end-if
           if ws-def-overflow = 'Y'
               display "Job stream has more than " ws-step-max
                   " steps; refusing to run part of it" upon syserr
               move 8 to return-code
               goback
           end-if

           perform check-run-control
           if runctl-status > 9
               if runctl-status = 10
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
               goback
           end-if

           move spaces to ws-joblog-path
           string
               '/tmp/nightrun-log-' ws-run-date '.txt'
               delimited by size into ws-joblog-path
           end-string

           perform mark-run-started
           move spaces to ws-log-detail
           if ws-resume-step > 0
               string
                   ws-timestamp ' RESTART after step '
                   ws-resume-step ' ('
                   function trim (ws-resume-last-step) ')'
                   delimited by size into ws-log-detail
               end-string
           else
               string
                   ws-timestamp ' STREAM START ' ws-step-count
                   ' steps'
                   delimited by size into ws-log-detail
               end-string
           end-if
           perform write-log-line

           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
                   or ws-stream-stopped
               if ws-step-idx > ws-resume-step
                   perform run-one-step
               end-if
           end-perform

           move function current-date to ws-current-date-time
           perform build-timestamp
           move spaces to ws-log-detail
           if ws-stream-stopped
               string
                   ws-timestamp ' STREAM STOPPED at step '
                   function trim (jobctl-failed-step)
                   ' rc=' jobctl-failed-rc
                   '; rerun nightrun to restart there'
                   delimited by size into ws-log-detail
               end-string
               perform write-log-line
               display "Job stream stopped at step "
                   function trim (jobctl-failed-step) " (rc="
                   jobctl-failed-rc "); log in "
                   function trim (ws-joblog-path) upon syserr
               move 8 to return-code
           else
               perform mark-run-complete
               string
                   ws-timestamp ' STREAM COMPLETE'
                   delimited by size into ws-log-detail
               end-string
               perform write-log-line
               display "Job stream complete; log in "
                   function trim (ws-joblog-path) upon syserr
               move 0 to return-code
           end-if
           close runctlfile
           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

      *> Steps are kept in file order, which is run order. A gate
      *> other than OPTIONAL is treated as REQUIRED: a mistyped gate
      *> must stop the stream on failure, never wave it through.
       load-job-stream.
           open input jobdeffile
           if jobdef-status = 00
               perform until jobdef-status > 9
                   read jobdeffile next record end-read
                   if jobdef-status = 00
                       and jobdef-line not = spaces
                       and jobdef-line (1:1) not = '*'
                       perform load-one-step
                   end-if
               end-perform
               close jobdeffile
           end-if.

       load-one-step.
           move spaces to ws-def-name ws-def-gate ws-def-command
           unstring jobdef-line delimited by '|'
               into ws-def-name ws-def-gate ws-def-command
           end-unstring
           if ws-step-count < ws-step-max
               add 1 to ws-step-count
               move function trim (ws-def-name)
                   to ws-st-name (ws-step-count)
               move function upper-case
                   (function trim (ws-def-gate))
                   to ws-st-gate (ws-step-count)
               if ws-st-gate (ws-step-count) not = 'OPTIONAL'
                   move 'REQUIRED' to ws-st-gate (ws-step-count)
               end-if
               move function trim (ws-def-command)
                   to ws-st-command (ws-step-count)
           else
               move 'Y' to ws-def-overflow
           end-if.

      *> Same per-date guard batchreg's run-control gives its intake.
      *> A date still STARTED restarts at the checkpoint, provided
      *> the step the checkpoint names is still in the same place in
      *> the definition. Leaves runctlfile open I-O with the run's
      *> record (if any) just read; a 10-or-higher status on exit
      *> tells main-logic the stream must not run.
       check-run-control.
           open i-o runctlfile
           if runctl-status = 35
               open output runctlfile
               close runctlfile
               open i-o runctlfile
           end-if
           if runctl-status not = 00
               display "Failed to open run control: error="
                   runctl-status upon syserr
               move 8 to return-code
               goback
           end-if

           move 'N' to ws-runctl-is-new
           move ws-today to jobctl-date
           read runctlfile key is jobctl-date
           evaluate true
               when runctl-status = 23
                   move 'Y' to ws-runctl-is-new
                   move 00 to runctl-status
                   perform adopt-prior-started-run
               when runctl-status not = 00
                   display "Failed to read run control: error="
                       runctl-status upon syserr
                   close runctlfile
                   move 20 to runctl-status
               when jobctl-run-complete
                   and function upper-case
                       (function trim (ws-rerun-mode)) not = 'Y'
                   display "Job stream for " ws-today
                       " already complete; set NIGHTRUN_RERUN=Y to"
                       " run it again" upon syserr
                   close runctlfile
                   move 10 to runctl-status
               when jobctl-run-complete
                   display "Rerun requested: running the stream for "
                       ws-today " from the first step" upon syserr
               when other
                   move jobctl-done-count to ws-resume-step
                   move jobctl-last-step to ws-resume-last-step
                   perform check-resume-point
           end-evaluate.

      *> A stream that stopped on an earlier date (it failed at
      *> 23:50 and is rerun at 00:20) would otherwise start again
      *> from the top under the new date — exactly the repeated
      *> auditrotate cut the checkpoint exists to prevent. Only
      *> yesterday's stream, started within the adoption window, is
      *> adopted — a stream abandoned longer ago than that (the
      *> next night's scheduled run finding it) is a matter for the
      *> operator, not a reason to skip tonight's first steps, so it
      *> stops the run. The adopted checkpoint carries over, and the
      *> run stays under ITS date so the whole night lands in one
      *> job log.
       adopt-prior-started-run.
           move 'N' to ws-prior-found
           compute ws-yesterday-num = function date-of-integer
               (function integer-of-date (ws-today-num) - 1)
           move ws-yesterday-num to ws-yesterday
           move ws-yesterday to jobctl-date
           read runctlfile key is jobctl-date
           if runctl-status = 00
               if jobctl-run-started
                   move 'Y' to ws-prior-found
                   move jobctl-date to ws-prior-date
                   move jobctl-done-count to ws-prior-done
                   move jobctl-last-step to ws-prior-last-step
                   move jobctl-started-at to ws-prior-started-at
               end-if
           end-if
           move 00 to runctl-status

           if ws-prior-found = 'Y'
               perform check-adoption-window
           end-if

           if ws-prior-found = 'Y'
               move ws-prior-date to jobctl-date
               read runctlfile key is jobctl-date
               if runctl-status = 00
                   move 'N' to ws-runctl-is-new
                   move ws-prior-date to ws-run-date
                   move ws-prior-done to ws-resume-step
                   move ws-prior-last-step to ws-resume-last-step
                   display "Adopting stream of " ws-prior-date
                       " stopped after step " ws-resume-step
                       upon syserr
                   perform check-resume-point
               else
                   display "Failed to read stranded run record:"
                       " error=" runctl-status upon syserr
                   move 00 to runctl-status
               end-if
           end-if.

      *> Both times are turned into seconds (day number times 86400
      *> plus the time of day), the way namereg's throttle does it.
      *> A started-at that cannot be read is treated as too old.
       check-adoption-window.
           move spaces to ws-adopt-text
           accept ws-adopt-text from environment 'NIGHTRUN_ADOPT_HOURS'
           if ws-adopt-text not = spaces
               move function numval (ws-adopt-text) to ws-adopt-hours
           end-if
           compute ws-now-secs =
               function integer-of-date (ws-today-num) * 86400
               + ws-cd-hour * 3600 + ws-cd-minute * 60 + ws-cd-second
           move 0 to ws-started-secs
           if ws-prior-started-at (1:4) is numeric
               and ws-prior-started-at (6:2) is numeric
               and ws-prior-started-at (9:2) is numeric
               and ws-prior-started-at (12:2) is numeric
               and ws-prior-started-at (15:2) is numeric
               and ws-prior-started-at (18:2) is numeric
               move spaces to ws-adopt-text
               string
                   ws-prior-started-at (1:4)
                   ws-prior-started-at (6:2)
                   ws-prior-started-at (9:2)
                   delimited by size into ws-adopt-text
               end-string
               move ws-adopt-text (1:8) to ws-started-date-num
               compute ws-started-secs =
                   function integer-of-date (ws-started-date-num)
                   * 86400
                   + function numval (ws-prior-started-at (12:2))
                   * 3600
                   + function numval (ws-prior-started-at (15:2)) * 60
                   + function numval (ws-prior-started-at (18:2))
           end-if
           if ws-started-secs = 0
               or ws-now-secs - ws-started-secs
                   > ws-adopt-hours * 3600
               move 'N' to ws-prior-found
               display "Stream of " ws-prior-date " stopped after"
                   " step " function trim (ws-prior-last-step)
                   " and was never finished (started "
                   function trim (ws-prior-started-at)
                   "); too old to adopt, so tonight's stream is not"
                   " run. Finish it with NIGHTRUN_ADOPT_HOURS set to"
                   " cover it, then run again for tonight"
                   upon syserr
               close runctlfile
               move 20 to runctl-status
           end-if.

       check-resume-point.
           if ws-resume-step > 0
               if ws-resume-step > ws-step-count
                   or ws-st-name (ws-resume-step)
                       not = ws-resume-last-step
                   display "Stream for " ws-run-date " stopped after"
                       " step " function trim (ws-resume-last-step)
                       " but the job-stream definition no longer"
                       " has it in that place; refusing to restart"
                       " against a changed stream" upon syserr
                   close runctlfile
                   move 20 to runctl-status
               else
                   display "Restarting stream for " ws-run-date
                       " after step "
                       function trim (ws-resume-last-step)
                       upon syserr
               end-if
           end-if.

       mark-run-started.
           move ws-run-date to jobctl-date
           move 'STARTED' to jobctl-run-status
           if ws-resume-step = 0
               move ws-timestamp to jobctl-started-at
               move spaces to jobctl-last-step
           end-if
           move spaces to jobctl-completed-at
           move ws-resume-step to jobctl-done-count
           move spaces to jobctl-failed-step
           move 0 to jobctl-failed-rc
           if ws-runctl-is-new = 'Y'
               write jobctl-record
           else
               rewrite jobctl-record
           end-if
           if runctl-status not = 00
               display "Failed to mark run started: error="
                   runctl-status upon syserr
           end-if.

      *> The command runs through the shell; what comes back is the
      *> raw wait status, so the exit code sits in the high byte and
      *> a non-zero low byte means the step was killed by a signal.
      *> A command the shell could not even start comes back
      *> negative and is logged as rc 99999.
       run-one-step.
           move function current-date to ws-current-date-time
           perform build-timestamp
           move spaces to ws-log-detail
           string
               ws-timestamp ' START ' ws-st-name (ws-step-idx)
               ' ' ws-st-gate (ws-step-idx) ' '
               function trim (ws-st-command (ws-step-idx))
               delimited by size into ws-log-detail
           end-string
           perform write-log-line

           move 0 to return-code
           call "SYSTEM" using ws-st-command (ws-step-idx)
           move return-code to ws-system-status
           move 0 to return-code
           if ws-system-status < 0
               move 99999 to ws-step-rc
               move 0 to ws-step-signal
           else
               divide ws-system-status by 256 giving ws-step-rc
                   remainder ws-step-signal
           end-if

           move function current-date to ws-current-date-time
           perform build-timestamp
           evaluate true
               when ws-step-signal = 0 and ws-step-rc <= 4
                   move 'OK' to ws-step-outcome
                   perform checkpoint-step
               when ws-st-gate (ws-step-idx) = 'OPTIONAL'
                   move 'FAILED (optional, continuing)'
                       to ws-step-outcome
                   perform checkpoint-step
               when other
                   move 'FAILED' to ws-step-outcome
                   move 'S' to ws-stream-state
                   move ws-st-name (ws-step-idx) to jobctl-failed-step
                   move ws-step-rc to jobctl-failed-rc
                   rewrite jobctl-record
                   if runctl-status not = 00
                       display "Failed to record failed step: error="
                           runctl-status upon syserr
                       move 00 to runctl-status
                   end-if
           end-evaluate

           move spaces to ws-log-detail
           if ws-step-signal = 0
               string
                   ws-timestamp ' END   ' ws-st-name (ws-step-idx)
                   ' rc=' ws-step-rc ' '
                   function trim (ws-step-outcome)
                   delimited by size into ws-log-detail
               end-string
           else
               string
                   ws-timestamp ' END   ' ws-st-name (ws-step-idx)
                   ' killed by signal ' ws-step-signal ' '
                   function trim (ws-step-outcome)
                   delimited by size into ws-log-detail
               end-string
           end-if
           perform write-log-line.

      *> Rewritten after every finished step so a rerun knows exactly
      *> where to pick up. A checkpoint that cannot be written is a
      *> loud warning, not a stop: the stream itself is still good,
      *> only its restartability is degraded.
       checkpoint-step.
           move ws-step-idx to jobctl-done-count
           move ws-st-name (ws-step-idx) to jobctl-last-step
           rewrite jobctl-record
           if runctl-status not = 00
               display "Failed to write checkpoint: error="
                   runctl-status upon syserr
               move 00 to runctl-status
           end-if.

       mark-run-complete.
           move 'COMPLETE' to jobctl-run-status
           move ws-timestamp to jobctl-completed-at
           rewrite jobctl-record
           if runctl-status not = 00
               display "Failed to mark run complete: error="
                   runctl-status upon syserr
           end-if.

      *> Opened and closed around every line, so the log on disk is
      *> complete up to the step in flight even if the driver itself
      *> is killed.
       write-log-line.
           open extend joblogfile
           if joblog-status = 35
               open output joblogfile
           end-if
           if joblog-status < 10
               move ws-log-detail to joblog-line
               write joblog-line
               if joblog-status not < 10
                   display "Failed to write job log: error="
                       joblog-status upon syserr
               end-if
           else
               display "Failed to open job log: error="
                   joblog-status upon syserr
           end-if
           close joblogfile.

       end program nightrun.
