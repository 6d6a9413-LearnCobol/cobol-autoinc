      *> downstream still holding the old id, and the change lands in
      *> the status-change history the same way an authmaint change
      *> would. Produces a before/after report for sign-off; no record
      *> is ever deleted. The list comes between a header and a
      *> trailer line (lkintchk.cpy), hash total over every id on
      *> every line, and intakechk refuses it whole before anything
      *> is merged if it is short, altered or a batch already
      *> processed.

       environment division.
       input-output section.
       01 ws-old-status pic x(10).
       01 ws-detail-line pic x(132).

           copy "lkidchk.cpy".
           copy "lkintchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           if merge-status not = 00
               display "No merge list at /tmp/authmerge.input"
                   " (error=" merge-status ")" upon syserr
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
               close mergefile
               move 8 to return-code
               goback
           end-if

               display "Failed to open auth file: error="
                   authfile-status upon syserr
               close mergefile
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Duplicate registrant merge report' to report-line
           write report-line
           perform write-control-line
           move spaces to report-line
           write report-line

               read mergefile next record end-read
               if merge-status = 00
                   and merge-line not = spaces
                   and merge-line (1:4) not = 'HDR|'
                   and merge-line (1:4) not = 'TRL|'
                   add 1 to ws-group-count
                   perform process-merge-group
               end-if
           close reportfile
           close authfile
           close mergefile
           perform record-intake-batch

           display "Merged " ws-merged-count " records ("
               ws-rejected-count " rejected); report in "
       merge-valid-group.
           move 'N' to ws-group-ok
           move ws-id-tok (1) to ws-survivor-id
           move ws-survivor-id to lk-idchk-id
           perform check-id-digit
           move ws-survivor-id to auth-id
           read authfile key is auth-id
           evaluate true
               when lk-idchk-return-code = 10
                   add 1 to ws-rejected-count
                   perform report-survivor-check-digit
               when authfile-status not = 00
                   add 1 to ws-rejected-count
                   perform report-no-survivor
               add 1 to ws-rejected-count
               perform report-self-merge
           else
               move ws-loser-id to lk-idchk-id
               perform check-id-digit
               move ws-loser-id to auth-id
               read authfile key is auth-id
               evaluate true
                   when lk-idchk-return-code = 10
                       add 1 to ws-rejected-count
                       perform report-loser-check-digit
                   when authfile-status not = 00
                       add 1 to ws-rejected-count
                       perform report-no-loser
               end-evaluate
           end-if.

      *> A mistyped id with a check digit fails here before it can
      *> fold, or be folded into, whoever the wrong number belongs to.
       check-id-digit.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call.

       fold-loser-in.
           perform report-before-line
           move auth-status to ws-old-status
           end-string
           perform write-report-line.

       report-survivor-check-digit.
           move spaces to ws-detail-line
           string
               'Group ' ws-group-count ': REJECTED, survivor id='
               ws-survivor-id ' fails its check digit (mistyped id?)'
               delimited by size into ws-detail-line
           end-string
           perform write-report-line.

       report-loser-check-digit.
           move spaces to ws-detail-line
           string
               '  REJECTED id=' ws-loser-id
               ' fails its check digit (mistyped id?)'
               delimited by size into ws-detail-line
           end-string
           perform write-report-line.

       report-self-merge.
           move spaces to ws-detail-line
           string
           end-string
           perform write-report-line.

      *> Header and trailer lines have been checked and are not
      *> intake lines; the line numbers the report gives are counted
      *> over the lines between them, as the trailer counts them.
       check-intake-control.
           move 'C' to lk-ichk-mode
           move 'authmerge' to lk-ichk-intake
           move '/tmp/authmerge.input' to lk-ichk-path
           move 'A' to lk-ichk-hash-kind
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
           move spaces to ws-detail-line
           if lk-ichk-return-code = 04
               string
                   'Control: ' function trim (lk-ichk-reason)
                   delimited by size into ws-detail-line
               end-string
           else
               string
                   'Control: department ' function trim (lk-ichk-dept)
                   '  batch ' lk-ichk-batch-seq
                   '  file date ' lk-ichk-file-date
                   '  lines ' lk-ichk-line-count
                   '  hash ' lk-ichk-hash-total
                   delimited by size into ws-detail-line
               end-string
           end-if
           perform write-report-line.

       write-report-line.
           move ws-detail-line to report-line
           write report-line.
