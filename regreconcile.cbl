       01 ws-id-found pic x.
       01 ws-leaked-count pic 9(6) value 0.
       01 ws-reissued-count pic 9(6) value 0.
       01 ws-run-failed pic x value 'N'.
       01 ws-unissued-count pic 9(6) value 0.
       01 ws-issue-total pic 9(6) value 0.
       01 ws-auth-total pic 9(6) value 0.
           end-string

           open output reportfile
           if report-status not = 00
               display "Failed to open report file: error="
                   report-status upon syserr
               move 8 to return-code
               goback
           end-if
           move 'REGISTRANTS id reconciliation' to report-line
           write report-line
           move spaces to report-line
               " (" ws-leaked-count " leaked, " ws-reissued-count
               " reissued, " ws-unissued-count " unissued)"
               upon syserr

      *> Return codes for the job stream: 4 when ids are LEAKED or
      *> REISSUED, 8 when the audit trail or auth file could not be
      *> read.
           evaluate true
               when ws-run-failed = 'Y'
                   move 8 to return-code
               when ws-leaked-count + ws-reissued-count > 0
                   move 4 to return-code
           end-evaluate
           goback.

      *> Walks the dated archives auditrotate has cut (in rotation =
                       end-if
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

      *> loaded around the counter (or the audit trail lost records).
       scan-auth-records.
           if authfile-status > 9
               move 'Y' to ws-run-failed
               move 'Could not open auth file for reverse pass'
                   to report-line
               write report-line
