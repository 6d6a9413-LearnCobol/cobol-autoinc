       identification division.
       program-id. renewcycle.

      *> Nightly renewal cycle. A registration runs for a term of
      *> RENEW_TERM_DAYS days (default 365) from auth-renew-date, or
      *> from auth-reg-date while it has never been renewed. Each
      *> night every ACTIVE registrant is checked:
      *>   - from RENEW_NOTICE_DAYS days (default 30) before the end
      *>     of the term, a RENEW-DUE letter is queued through the
      *>     notify queue, once per term (auth-renew-notice-date);
      *>   - once the term has ended, and the letter has had its full
      *>     notice period to arrive, the registrant moves to EXPIRED,
      *>     recorded in auth.history like any other status change.
      *> Nobody expires without having been sent the letter first: a
      *> registration already past its term the first night this
      *> runs (or after the term is shortened) gets the letter and
      *> its notice period, not an immediate expiry. A renewal,
      *> recorded at the authmaint console or through batchrenew,
      *> restarts the term. Rerunning on the same night changes
      *> nothing further. Same freeze-window pattern as batchstat.
      *> Dated report /tmp/renewcycle-report-yyyymmdd.txt. Return
      *> code 4 when nothing was due, 8 when it could not run.

       environment division.
       input-output section.
       file-control.
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
       01 authfile-status pic 9(2).
       01 freeze-status pic 9(2).
       01 hist-status pic 9(2).
       01 notify-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-report-path pic x(60).
       01 ws-today pic x(8).
       01 ws-today-num pic 9(8).
       01 ws-today-int pic 9(8).
       01 ws-frozen pic x value 'N'.
           88 ws-is-frozen value 'Y'.
       01 ws-open-attempt pic 9(2).
       01 ws-open-max-attempts pic 9(2) value 20.
       01 ws-open-retry-secs pic 9v99 value 0.05.

       01 ws-days-text pic x(10).
       01 ws-term-days pic 9(5) value 365.
       01 ws-notice-days pic 9(5) value 30.

       01 ws-term-start pic x(8).
       01 ws-term-start-num pic 9(8).
       01 ws-term-start-int pic 9(8).
       01 ws-term-end-int pic 9(8).
       01 ws-term-end-num pic 9(8).
       01 ws-notice-from-int pic 9(8).
       01 ws-notice-num pic 9(8).
       01 ws-notice-int pic 9(8).
       01 ws-notice-sent pic x.
       01 ws-letter-queued pic x.
       01 ws-queue-error pic 9(2).

       01 ws-checked-count pic 9(6) value 0.
       01 ws-notice-count pic 9(6) value 0.
       01 ws-expired-count pic 9(6) value 0.
       01 ws-bad-date-count pic 9(6) value 0.
       01 ws-failed-count pic 9(6) value 0.
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

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move ws-cd-date to ws-today-num
           compute ws-today-int =
               function integer-of-date (ws-today-num)
           perform build-timestamp
           move spaces to ws-report-path
           string
               '/tmp/renewcycle-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string

           accept ws-days-text from environment 'RENEW_TERM_DAYS'
           if ws-days-text not = spaces
               move function numval (ws-days-text) to ws-term-days
           end-if
           accept ws-days-text from environment 'RENEW_NOTICE_DAYS'
           if ws-days-text not = spaces
               move function numval (ws-days-text) to ws-notice-days
           end-if
           if ws-term-days = 0 or ws-notice-days >= ws-term-days
               display "RENEW_TERM_DAYS must be above zero and above"
                   " RENEW_NOTICE_DAYS; not running" upon syserr
               move 8 to return-code
               goback
           end-if

           perform check-freeze-switch
           if not ws-is-frozen
               display "Warning: freeze switch not set; web"
                   " registrations will fail while this run holds"
                   " the auth file" upon syserr
           end-if

           perform open-authfile
           if authfile-status not = 00
               display "Failed to open auth file: error="
                   authfile-status upon syserr
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Registration renewal cycle report' to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Run ' ws-timestamp (1:19) '  term ' ws-term-days
               ' days, notice ' ws-notice-days ' days'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to report-line
           write report-line

           move 0 to auth-id
           start authfile key is >= auth-id
           perform until authfile-status > 9
               read authfile next record end-read
               if authfile-status = 00
                   and auth-status = 'ACTIVE'
                   add 1 to ws-checked-count
                   perform check-one-registrant
               end-if
           end-perform

           perform write-report-summary
           close reportfile
           close authfile

           display "Renewal cycle: " ws-notice-count " notices, "
               ws-expired-count " expired of " ws-checked-count
               " active; report in " function trim (ws-report-path)
               upon syserr
           evaluate true
               when ws-failed-count > 0
                   move 8 to return-code
               when ws-notice-count = 0 and ws-expired-count = 0
                   move 4 to return-code
               when other
                   continue
           end-evaluate
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

      *> A term start that is not a real date cannot be aged; it is
      *> listed for authcheck's BAD-REG-DATE follow-up, never
      *> guessed at.
       check-one-registrant.
           if auth-renew-date = spaces
               move auth-reg-date to ws-term-start
           else
               move auth-renew-date to ws-term-start
           end-if
           if ws-term-start is not numeric
               perform report-bad-date
           else
               move ws-term-start to ws-term-start-num
               if function test-date-yyyymmdd (ws-term-start-num)
                       not = 0
                   perform report-bad-date
               else
                   perform age-one-registrant
               end-if
           end-if.

       age-one-registrant.
           compute ws-term-start-int =
               function integer-of-date (ws-term-start-num)
           compute ws-term-end-int = ws-term-start-int + ws-term-days
           compute ws-term-end-num =
               function date-of-integer (ws-term-end-int)
           compute ws-notice-from-int =
               ws-term-end-int - ws-notice-days

      *> The notice counts for this term only if it was queued on or
      *> after the term started; one from the previous term does not.
           move 'N' to ws-notice-sent
           if auth-renew-notice-date is numeric
               and auth-renew-notice-date >= ws-term-start
               move 'Y' to ws-notice-sent
               move auth-renew-notice-date to ws-notice-num
               compute ws-notice-int =
                   function integer-of-date (ws-notice-num)
           end-if

           evaluate true
               when ws-notice-sent = 'N'
                   and ws-today-int >= ws-notice-from-int
                   perform send-renewal-notice
               when ws-notice-sent = 'Y'
                   and ws-today-int >= ws-term-end-int
                   and ws-today-int >= ws-notice-int + ws-notice-days
                   perform expire-registrant
               when other
                   continue
           end-evaluate.

      *> The letter is queued before the notice date is stamped, so a
      *> failed rewrite means a second letter tomorrow, never a
      *> registrant stamped as told who was not.
       send-renewal-notice.
           perform queue-renewal-notification
           if ws-letter-queued = 'Y'
               move ws-today to auth-renew-notice-date
               rewrite auth-record
               if authfile-status = 00
                   add 1 to ws-notice-count
                   move spaces to ws-report-detail
                   string
                       'NOTICE   id=' auth-id '  term ends '
                       ws-term-end-num '  '
                       function trim (auth-name)
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               else
                   perform report-write-failure
               end-if
           else
               add 1 to ws-failed-count
               move spaces to ws-report-detail
               string
                   'FAILED   id=' auth-id
                   '  renewal letter could not be queued (error='
                   ws-queue-error ')'
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
           end-if.

       expire-registrant.
           move 'EXPIRED' to auth-status
           rewrite auth-record
           if authfile-status = 00
               perform write-history-record
               add 1 to ws-expired-count
               move spaces to ws-report-detail
               string
                   'EXPIRED  id=' auth-id '  term ended '
                   ws-term-end-num '  notice sent '
                   auth-renew-notice-date '  '
                   function trim (auth-name)
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
           else
               perform report-write-failure
           end-if.

       write-history-record.
           open extend histfile
           if hist-status = 35
               open output histfile
           end-if
           if hist-status < 10
               move ws-timestamp to hist-timestamp
               move auth-id to hist-auth-id
               move 'ACTIVE' to hist-old-status
               move 'EXPIRED' to hist-new-status
               move 'renewcycle' to hist-changed-by
               move spaces to hist-reason
               string
                   'term ended ' ws-term-end-num
                   ' without renewal; notice sent '
                   auth-renew-notice-date
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

       queue-renewal-notification.
           move 'N' to ws-letter-queued
           open extend notifqueue
           if notify-status = 35
               open output notifqueue
           end-if
           if notify-status < 10
               move 'N' to notify-sent-flag
               move 'RENEW-DUE' to notify-kind
               move ws-timestamp to notify-timestamp
               move auth-id to notify-auth-id
               move auth-name to notify-name
               move auth-email to notify-email
               move auth-address to notify-address
               move auth-reg-date to notify-reg-date
               write notify-record
               if notify-status < 10
                   move 'Y' to ws-letter-queued
               else
                   display "Failed to write notify record: error="
                       notify-status upon syserr
               end-if
           else
               display "Failed to open notify queue: error="
                   notify-status upon syserr
           end-if
           move notify-status to ws-queue-error
           close notifqueue.

       report-bad-date.
           add 1 to ws-bad-date-count
           move spaces to ws-report-detail
           string
               'SKIPPED  id=' auth-id '  term start "' ws-term-start
               '" is not a date'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       report-write-failure.
           add 1 to ws-failed-count
           move spaces to ws-report-detail
           string
               'FAILED   id=' auth-id '  rewrite failed (error='
               authfile-status ')'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
      *> One record that would not rewrite must not end the pass.
           move 00 to authfile-status.

       write-report-detail.
           move ws-report-detail to report-line
           write report-line.

       write-report-summary.
           move spaces to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Active checked: ' ws-checked-count
               '  Notices queued: ' ws-notice-count
               '  Expired: ' ws-expired-count
               '  Skipped: ' ws-bad-date-count
               '  Failed: ' ws-failed-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line.

       end program renewcycle.
