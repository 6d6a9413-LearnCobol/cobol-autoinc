       identification division.
       program-id. authanon.

      *> Scheduled records-retention job: registrants INACTIVE, or
      *> EXPIRED by renewcycle for not renewing, for longer than the
      *> retention window get their name, email and address
      *> overwritten with an anonymized marker, because "set them
      *> INACTIVE and keep the personal data forever" is exactly what
      *> the retention policy does not allow. The auth-id, dates
      *> and status stay, so regreconcile and the audit chain still
      *> balance and the id still answers (as an anonymized shell) if
      *> an old number surfaces. How long someone has been INACTIVE
      *> or EXPIRED comes from their latest entry into that status in
      *> the status-change history — the record itself carries no
      *> status date — and a record with no dated history entry is
      *> skipped and reported rather than guessed at. Each scrub is
      *> logged to the history file like any other maintenance
      *> action, matching pending notify-queue records are scrubbed
      *> too (fixed-length records, rewritten in place), the
      *> contact-change history — whose records carry old and new
      *> email and address in full — is copied through a scratch
      *> file with anonymized registrants' entries scrubbed and
      *> renamed back over itself (line sequential, so no rewrite in
      *> place), and a dated report lists everything scrubbed for
      *> sign-off. The window is ANON_AFTER_DAYS days (default 730).
      *> Dated EOD extracts already shipped downstream are
      *> downstream's retention problem, not this job's.

       environment division.
       input-output section.
               alternate record key is auth-name with duplicates
               lock mode is exclusive
               file status is authfile-status.
           select optional histfile assign to dynamic ws-hist-path
               file status is hist-status
               organization is line sequential.
           select optional notifqueue
               assign to dynamic ws-queue-path
               file status is notify-status
               organization is sequential.
           select optional chistfile assign to dynamic ws-chist-path
               file status is chist-status
               organization is line sequential.
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select chistnew assign to dynamic ws-chist-new-path
               file status is cnew-status
               organization is line sequential.
       fd chistnew.
           copy "chistrec.cpy" replacing leading ==chist== by
               ==cnew==.
       fd archindex.
          01 archindex-line pic x(60).
       fd reportfile.
          01 report-line pic x(132).

           value '/tmp/auth-contact.history'.
       01 ws-chist-new-path pic x(60)
           value '/tmp/auth-contact.history.new'.
       01 ws-hist-path pic x(60) value '/tmp/auth.history'.
       01 ws-queue-path pic x(60) value '/tmp/notify.queue'.
       01 archindex-status pic 9(2).
       01 ws-index-path pic x(60).
       01 ws-chist-copy-ok pic x.
       01 ws-chist-scrub-count pic 9(6) value 0.
       01 report-status pic 9(2).
           write report-line
           move spaces to ws-report-detail
           string
               'Registrants INACTIVE or EXPIRED since before '
               ws-cutoff-date
               ' (' ws-anon-days ' days)'
               delimited by size into ws-report-detail
           end-string
           perform until authfile-status > 9
               read authfile next record end-read
               if authfile-status = 00
                   and (auth-status = 'INACTIVE'
                       or auth-status = 'EXPIRED')
                   and auth-name not = ws-anon-name
                   perform consider-one-record
               end-if
                   move spaces to ws-report-detail
                   string
                       'SKIPPED id=' auth-id
                       ' no dated ' function trim (auth-status)
                       ' history entry'
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
           end-evaluate.

      *> The history file is append-only, so the LAST entry putting
      *> the id into its current status (INACTIVE, or the EXPIRED
      *> entry renewcycle writes) is when its current spell began —
      *> a registrant deactivated, reinstated and deactivated again
      *> is aged from the second deactivation. Only a real
      *> transition qualifies: mailreturn (and this job's own scrub
      *> entries) append INACTIVE->INACTIVE records to the same file,
      *> and a bounced letter on someone already inactive must not
      *> reset their retention clock and postpone the purge.
      *> Timestamps are 'yyyy-mm-dd hh:mm:ss', squeezed to yyyymmdd
      *> for the compare. The dated archives housekeeping cut from
      *> the file are read first, in cut order, then the live file,
      *> which leaves ws-hist-path on the live file for
      *> write-history-record.
       find-last-inactive-date.
           move 'N' to ws-inactive-found
           move spaces to ws-inactive-date
           move '/tmp/auth.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-hist-path
                       perform scan-one-history-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth.history' to ws-hist-path
           perform scan-one-history-file.

       scan-one-history-file.
           open input histfile
           if hist-status = 00
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       and hist-auth-id = auth-id
                       and hist-new-status = auth-status
                       and hist-old-status not = auth-status
                       move 'Y' to ws-inactive-found
                       move spaces to ws-inactive-date
                       string
               move spaces to ws-report-detail
               string
                   'SCRUBBED id=' ws-scrub-id
                   ' ' function trim (auth-status)
                   ' since ' ws-inactive-date
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
           if hist-status < 10
               move ws-timestamp to hist-timestamp
               move ws-scrub-id to hist-auth-id
               move auth-status to hist-old-status
               move auth-status to hist-new-status
               move 'authanon' to hist-changed-by
               move spaces to hist-reason
               string
                   'personal data anonymized; '
                   function lower-case (function trim (auth-status))
                   ' since ' ws-inactive-date
                   delimited by size into hist-reason
               end-string
               write hist-record
      *> is also moved to the suppressed terminal state notifsend
      *> already understands — otherwise the next drain would mail
      *> the letter team a "To: ANONYMIZED" letter, junk that also
      *> advertises the anonymization. Queue archives housekeeping
      *> moved finished records into are scrubbed the same way.
       scrub-notify-queue.
           move '/tmp/notify.queue.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-queue-path
                       perform scrub-one-queue-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/notify.queue' to ws-queue-path
           perform scrub-one-queue-file.

       scrub-one-queue-file.
           open i-o notifqueue
           if notify-status = 00
               perform until notify-status > 9
      *> than a list of this run's scrubs) also sweeps up entries a
      *> previous run left behind. A copy that hits any error leaves
      *> the original untouched for the next run. Runs against the
      *> authfile main-logic still holds open. Each dated archive
      *> housekeeping cut from the file is scrubbed the same way,
      *> through its own scratch file, before the live file.
       scrub-contact-history.
           move '/tmp/auth-contact.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-chist-path
                       move spaces to ws-chist-new-path
                       string
                           function trim (ws-chist-path) '.new'
                           delimited by size into ws-chist-new-path
                       end-string
                       perform scrub-one-chist-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth-contact.history' to ws-chist-path
           move '/tmp/auth-contact.history.new' to ws-chist-new-path
           perform scrub-one-chist-file.

       scrub-one-chist-file.
           move 'Y' to ws-chist-copy-ok
           open input chistfile
           if chist-status not = 00
