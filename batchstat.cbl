      *> accept/reject report lets the department fix unknown ids and
      *> resubmit only the rejects. Same freeze-window pattern as
      *> batchreg: ops touches /tmp/namereg.freeze, runs the batch,
      *> removes it — running unfrozen warns but proceeds. The file
      *> comes between a header and a trailer line (lkintchk.cpy),
      *> hash total over the ids; intakechk checks the whole file
      *> before any line is applied and refuses it whole if it is
      *> short, altered or a batch already processed.

       environment division.
       input-output section.
           05 filler pic x(9).
       01 ws-timestamp pic x(26).

           copy "lkidchk.cpy".
           copy "lkintchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           if intake-status not = 00
               display "No intake file at /tmp/batchstat.input"
                   " (error=" intake-status ")" upon syserr
               move 4 to return-code
               goback
           end-if

      *> The whole file is checked against its header and trailer
      *> before a line of it is applied; a refused file leaves
      *> everything untouched and the department a notice saying why.
           perform check-intake-control
           if lk-ichk-return-code >= 10
               display "Intake file refused: "
                   function trim (lk-ichk-reason) upon syserr
               close intakefile
               move 8 to return-code
               goback
           end-if

               display "Failed to open auth file: error="
                   authfile-status upon syserr
               close intakefile
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Batch status-change report' to report-line
           write report-line
           perform write-control-line
           move spaces to report-line
           write report-line

           perform until intake-status > 9
               read intakefile next record end-read
               if intake-status = 00
                   and intake-line (1:4) not = 'HDR|'
                   and intake-line (1:4) not = 'TRL|'
                   add 1 to ws-line-count
                   perform process-intake-line
               end-if
           close reportfile
           close authfile
           close intakefile
           perform record-intake-batch

           display "Status changes: " ws-accepted-count " applied, "
               ws-rejected-count " rejected of " ws-line-count
                   perform reject-bad-status
               when other
                   move function numval (ws-id-text) to ws-target-id
                   perform check-id-digit
                   if lk-idchk-return-code = 10
                       perform reject-check-digit
                   else
                       perform apply-one-change
                   end-if
           end-evaluate.

      *> A mistyped id with a check digit fails here before it can
      *> change the status of whoever the wrong number belongs to.
       check-id-digit.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-target-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call.

       apply-one-change.
           move ws-target-id to auth-id
           read authfile key is auth-id
                   perform reject-merged-id
               when auth-status = ws-new-status
                   perform reject-already-there
               when auth-status = 'EXPIRED'
                   and ws-new-status = 'ACTIVE'
                   perform reject-expired
               when other
                   move auth-status to ws-old-status
                   move ws-new-status to auth-status
           end-string
           perform write-report-detail.

       reject-check-digit.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count ' id=' ws-target-id
               ' fails its check digit (mistyped id?)'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       reject-unknown-id.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           end-string
           perform write-report-detail.

      *> Only a renewal brings an expired registration back, since
      *> only a renewal restarts its term (batchrenew, or authmaint).
       reject-expired.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count ' id=' ws-target-id
               ' has EXPIRED; submit a renewal instead'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       reject-write-failure.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           end-string
           perform write-report-detail.

      *> Header and trailer lines have been checked and are not
      *> intake lines; the line numbers the report gives are counted
      *> over the lines between them, as the trailer counts them.
       check-intake-control.
           move 'C' to lk-ichk-mode
           move 'batchstat' to lk-ichk-intake
           move '/tmp/batchstat.input' to lk-ichk-path
           move 'I' to lk-ichk-hash-kind
           perform call-intakechk.

      *> Once applied, the batch number is spent: the same file sent
      *> again is refused, and resubmitted rejects need a new number.
       record-intake-batch.
           move 'R' to lk-ichk-mode
           perform call-intakechk
           if lk-ichk-return-code = 20
               display "Batch " lk-ichk-batch-seq " applied but not"
                   " recorded in the intake batch register; a resend"
                   " would not be caught" upon syserr
           end-if.

       call-intakechk.
           call "intakechk" using lk-ichk-mode lk-ichk-intake
               lk-ichk-path lk-ichk-hash-kind lk-ichk-control
               lk-ichk-reason lk-ichk-return-code
           end-call.

       write-control-line.
           move spaces to ws-report-detail
           if lk-ichk-return-code = 04
               string
                   'Control: ' function trim (lk-ichk-reason)
                   delimited by size into ws-report-detail
               end-string
           else
               string
                   'Control: department ' function trim (lk-ichk-dept)
                   '  batch ' lk-ichk-batch-seq
                   '  file date ' lk-ichk-file-date
                   '  lines ' lk-ichk-line-count
                   '  hash ' lk-ichk-hash-total
                   delimited by size into ws-report-detail
               end-string
           end-if
           perform write-report-detail.

       write-report-detail.
           move ws-report-detail to report-line
           write report-line.
