      *> it) and a record to the status-change history, so "when did
      *> we learn this address was dead" has an answer. Produces a
      *> dated accept/reject report in the batchreg style so the mail
      *> team can fix unknown ids and resubmit. The file comes
      *> between a header and a trailer line (lkintchk.cpy), hash
      *> total over the ids, and intakechk refuses it whole before
      *> anything is flagged if it is short, altered or a batch
      *> already processed.

       environment division.
       input-output section.
           05 filler pic x(9).
       01 ws-timestamp pic x(26).

           copy "lkidchk.cpy".
           copy "lkintchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           if returns-status not = 00
               display "No returns file at /tmp/mail.returns"
                   " (error=" returns-status ")" upon syserr
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
               close returnsfile
               move 8 to return-code
               goback
           end-if

               display "Failed to open auth file: error="
                   authfile-status upon syserr
               close returnsfile
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Returned-mail intake report' to report-line
           write report-line
           perform write-control-line
           move spaces to report-line
           write report-line

           perform until returns-status > 9
               read returnsfile next record end-read
               if returns-status = 00
                   and returns-line (1:4) not = 'HDR|'
                   and returns-line (1:4) not = 'TRL|'
                   add 1 to ws-line-count
                   perform process-return-line
               end-if
           close reportfile
           close authfile
           close returnsfile
           perform record-intake-batch

           display "Returns: " ws-accepted-count " flagged, "
               ws-rejected-count " rejected of " ws-line-count
               perform reject-bad-id
           else
               move function numval (ws-id-text) to ws-target-id
               perform check-id-digit
               move ws-target-id to auth-id
               read authfile key is auth-id
               evaluate true
                   when lk-idchk-return-code = 10
                       perform reject-check-digit
                   when authfile-status not = 00
                       perform reject-unknown-id
                   when auth-status = 'MERGED'
               end-evaluate
           end-if.

      *> A mistyped id with a check digit fails here before it can
      *> be looked up and flag whoever the wrong number belongs to.
       check-id-digit.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-target-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call.

      *> Last entry for the id wins, same as every reader of the flag
      *> file: a registrant marked, cleared and marked again is
      *> currently marked.
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

      *> Header and trailer lines have been checked and are not
      *> intake lines; the line numbers the report gives are counted
      *> over the lines between them, as the trailer counts them.
       check-intake-control.
           move 'C' to lk-ichk-mode
           move 'mailreturn' to lk-ichk-intake
           move '/tmp/mail.returns' to lk-ichk-path
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
