       identification division.
       program-id. batchrenew.

      *> Batch renewal intake, authmaint's record-a-renewal in
      *> batchstat's shape: reads a department-submitted file of
      *> 'auth-id|reason' lines from /tmp/batchrenew.input (the
      *> renewal forms and payments the department took in) and
      *> renews each registrant under the same exclusive authfile
      *> discipline. A renewal restarts the registration's term from
      *> today and brings an EXPIRED registrant back to ACTIVE with a
      *> REINSTATE letter; it lands in the status history with a
      *> reason starting 'RENEWED yyyymmdd', exactly as the console
      *> writes it. A dated accept/reject report lets the department
      *> fix bad lines and resubmit only the rejects. Same
      *> freeze-window pattern, and the same header/trailer control
      *> check through intakechk (hash total over the ids), as
      *> batchstat.

       environment division.
       input-output section.
       file-control.
           select intakefile assign to '/tmp/batchrenew.input'
               file status is intake-status
               organization is line sequential.
           select authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               lock mode is exclusive
               file status is authfile-status.
           select optional freezeswitch
               assign to '/tmp/namereg.freeze'
               file status is freeze-status
               organization is line sequential.
           select optional histfile assign to '/tmp/auth.history'
               file status is hist-status
               organization is line sequential.
           select optional notifqueue assign to '/tmp/notify.queue'
               file status is notify-status
               organization is sequential.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
       fd intakefile.
          01 intake-line pic x(255).
       fd authfile.
           copy "authrec.cpy".
       fd freezeswitch.
          01 freeze-line pic x(80).
       fd histfile.
           copy "histrec.cpy".
       fd notifqueue.
           copy "notifrec.cpy".
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 intake-status pic 9(2).
       01 authfile-status pic 9(2).
       01 freeze-status pic 9(2).
       01 hist-status pic 9(2).
       01 notify-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-report-path pic x(60).
       01 ws-today pic x(8).
       01 ws-frozen pic x value 'N'.
           88 ws-is-frozen value 'Y'.
       01 ws-open-attempt pic 9(2).
       01 ws-open-max-attempts pic 9(2) value 20.
       01 ws-open-retry-secs pic 9v99 value 0.05.

       01 ws-id-text pic x(10).
       01 ws-id-work pic x(10).
       01 ws-target-id pic 9(10).
       01 ws-old-status pic x(10).
       01 ws-reason pic x(80).
       01 ws-line-count pic 9(6) value 0.
       01 ws-accepted-count pic 9(6) value 0.
       01 ws-rejected-count pic 9(6) value 0.
       01 ws-report-detail pic x(132).

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

           copy "lkidchk.cpy".
           copy "lkintchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           perform build-timestamp
           move spaces to ws-report-path
           string
               '/tmp/batchrenew-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string

           perform check-freeze-switch
           if not ws-is-frozen
               display "Warning: freeze switch not set; web"
                   " registrations will fail while this run holds"
                   " the auth file" upon syserr
           end-if

           open input intakefile
           if intake-status not = 00
               display "No intake file at /tmp/batchrenew.input"
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

           perform open-authfile
           if authfile-status not = 00
               display "Failed to open auth file: error="
                   authfile-status upon syserr
               close intakefile
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Batch renewal report' to report-line
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
           end-perform

           perform write-report-summary
           close reportfile
           close authfile
           close intakefile
           perform record-intake-batch

           display "Renewals: " ws-accepted-count " applied, "
               ws-rejected-count " rejected of " ws-line-count
               " lines; report in " function trim (ws-report-path)
               upon syserr
           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

       check-freeze-switch.
           move 'N' to ws-frozen
           open input freezeswitch
           if freeze-status = 00
               move 'Y' to ws-frozen
           end-if
           close freezeswitch.

       open-authfile.
           move 0 to ws-open-attempt
           perform until ws-open-attempt >= ws-open-max-attempts
               add 1 to ws-open-attempt
               open i-o authfile
               if authfile-status = 00
                   move ws-open-max-attempts to ws-open-attempt
               else
                   call "C$SLEEP" using ws-open-retry-secs
               end-if
           end-perform.

      *> Blanking every digit out of a scratch copy is the numeric
      *> test, and the check digit is checked before the id is
      *> looked up — a guessed or mistyped id must never renew the
      *> wrong person.
       process-intake-line.
           move spaces to ws-id-text ws-reason
           unstring intake-line delimited by '|'
               into ws-id-text ws-reason
           end-unstring

           move function trim (ws-id-text) to ws-id-work
           inspect ws-id-work
               converting '0123456789' to '          '
           if ws-id-text = spaces or ws-id-work not = spaces
               perform reject-bad-id
           else
               move function numval (ws-id-text) to ws-target-id
               perform check-id-digit
               if lk-idchk-return-code = 10
                   perform reject-check-digit
               else
                   perform apply-one-renewal
               end-if
           end-if.

       check-id-digit.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-target-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call.

       apply-one-renewal.
           move ws-target-id to auth-id
           read authfile key is auth-id
           evaluate true
               when authfile-status not = 00
                   perform reject-unknown-id
               when auth-status = 'MERGED'
                   perform reject-merged-id
               when auth-status = 'INACTIVE'
                   perform reject-inactive-id
               when other
                   move auth-status to ws-old-status
                   move 'ACTIVE' to auth-status
                   move ws-today to auth-renew-date
                   move spaces to auth-renew-notice-date
                   rewrite auth-record
                   if authfile-status = 00
                       perform write-history-record
                       if ws-old-status = 'EXPIRED'
                           perform queue-reinstate-notification
                       end-if
                       add 1 to ws-accepted-count
                       move spaces to ws-report-detail
                       string
                           'ACCEPTED line ' ws-line-count ' id='
                           auth-id ' '
                           function trim (ws-old-status)
                           ' renewed, term restarts ' ws-today ' '
                           function trim (auth-name)
                           delimited by size into ws-report-detail
                       end-string
                       perform write-report-detail
                   else
                       perform reject-write-failure
                   end-if
           end-evaluate.

       write-history-record.
           open extend histfile
           if hist-status = 35
               open output histfile
           end-if
           if hist-status < 10
               move ws-timestamp to hist-timestamp
               move auth-id to hist-auth-id
               move ws-old-status to hist-old-status
               move 'ACTIVE' to hist-new-status
               move 'batchrenew intake' to hist-changed-by
               move spaces to hist-reason
               string
                   'RENEWED ' ws-today ' ' function trim (ws-reason)
                   delimited by size into hist-reason
               end-string
               write hist-record
               if hist-status not < 10
                   display "Failed to write history record: error="
                       hist-status upon syserr
               end-if
           else
               display "Failed to open history file: error="
                   hist-status upon syserr
           end-if
           close histfile.

      *> An expired registrant brought back by renewal hears about it
      *> the way a reinstated one does. A queue hiccup is logged but
      *> never fails the renewal itself.
       queue-reinstate-notification.
           open extend notifqueue
           if notify-status = 35
               open output notifqueue
           end-if
           if notify-status < 10
               move 'N' to notify-sent-flag
               move 'REINSTATE' to notify-kind
               move ws-timestamp to notify-timestamp
               move auth-id to notify-auth-id
               move auth-name to notify-name
               move auth-email to notify-email
               move auth-address to notify-address
               move auth-reg-date to notify-reg-date
               write notify-record
               if notify-status not < 10
                   display "Failed to write notify record: error="
                       notify-status upon syserr
               end-if
           else
               display "Failed to open notify queue: error="
                   notify-status upon syserr
           end-if
           close notifqueue.

       reject-bad-id.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count
               ' missing or non-numeric id'
               delimited by size into ws-report-detail
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
           string
               'REJECTED line ' ws-line-count ' unknown id='
               ws-target-id
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       reject-merged-id.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count ' id=' ws-target-id
               ' was merged away; resubmit against the survivor'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       reject-inactive-id.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count ' id=' ws-target-id
               ' is deactivated; reinstate it before renewing'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       reject-write-failure.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           string
               'REJECTED line ' ws-line-count
               ' write failed (error=' authfile-status ') for id='
               ws-target-id
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

      *> Header and trailer lines have been checked and are not
      *> intake lines; the line numbers the report gives are counted
      *> over the lines between them, as the trailer counts them.
       check-intake-control.
           move 'C' to lk-ichk-mode
           move 'batchrenew' to lk-ichk-intake
           move '/tmp/batchrenew.input' to lk-ichk-path
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

       write-report-summary.
           move spaces to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Applied: ' ws-accepted-count
               '  Rejected: ' ws-rejected-count
               '  Total: ' ws-line-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line.

       end program batchrenew.
