      *> Run-control for the nightly job stream
      *> (/tmp/nightrun-runctl.data): one record per stream date, the
      *> same guard pattern batchreg's run-control uses. STARTED means
      *> the stream is running, or stopped on a failed step and is
      *> waiting to be restarted; COMPLETE means every step finished.
      *> jobctl-done-count is the checkpoint — the number of steps
      *> finished, rewritten after every step — so a rerun restarts at
      *> the failed step instead of repeating finished ones.
      *> jobctl-last-step names the last finished step so a restart
      *> is refused if the job-stream definition has been reordered
      *> underneath it. jobctl-failed-step / jobctl-failed-rc record
      *> the step that stopped the stream and its return code.
       01 jobctl-record.
           05 jobctl-date                pic x(8).
           05 jobctl-run-status          pic x(10).
               88 jobctl-run-started     value 'STARTED'.
               88 jobctl-run-complete    value 'COMPLETE'.
           05 jobctl-started-at          pic x(26).
           05 jobctl-completed-at        pic x(26).
           05 jobctl-done-count          pic 9(3).
           05 jobctl-last-step           pic x(20).
           05 jobctl-failed-step         pic x(20).
           05 jobctl-failed-rc           pic 9(5).
