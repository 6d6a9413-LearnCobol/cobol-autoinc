       01 ws-hit-idx pic 9(3).
       01 ws-table-overflow pic x value 'N'.
       01 ws-problem-count pic 9(4) value 0.
       01 ws-run-failed pic x value 'N'.
       01 ws-idfile-id pic 9(10).
       01 ws-detail-line pic x(132).

           end-string

           open output reportfile
           if report-status not = 00
               display "Failed to open report file: error="
                   report-status upon syserr
               move 8 to return-code
               goback
           end-if
           move 'Counter integrity verification' to report-line
           write report-line
           move spaces to report-line

           display "Wrote " function trim (ws-report-path)
               " (" ws-problem-count " problems)" upon syserr

      *> Return codes for the job stream: 4 when the counters do not
      *> verify, 8 when the audit trail or idfile could not be read.
           evaluate true
               when ws-run-failed = 'Y'
                   move 8 to return-code
               when ws-problem-count > 0
                   move 4 to return-code
           end-evaluate
           goback.

      *> Replays the dated archives auditrotate has cut (in rotation =
                       perform replay-one-record
                   end-if
               end-perform
           else
               move 'Y' to ws-run-failed
               move spaces to ws-detail-line
               string
                   'Could not open audit file '
                   function trim (ws-audit-path)
                   ' (error=' audit-status ')'
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to report-line
               write report-line
           end-if
           close auditfile.

               close idfile
           else
               add 1 to ws-problem-count
               move 'Y' to ws-run-failed
               move 'Could not open idfile for comparison'
                   to report-line
               write report-line
