       identification division.
       program-id. authcheck.

      *> Nightly referential-integrity check of the registrant file
      *> against every side file that carries an auth-id: the status
      *> and contact histories, the merge cross-reference, the
      *> undeliverable flags, the notify queue and the letter
      *> preferences. Nothing enforces
      *> that they agree, so a bad merge, a hand edit or a half-done
      *> repair shows up here, in a dated report
      *> (/tmp/authcheck-report-yyyymmdd.txt), before a department
      *> finds it. Every finding carries a class and a severity:
      *>   ERROR    the data is wrong and needs fixing
      *>     MERGED-NO-XREF    MERGED record no xref entry folds away
      *>     XREF-BAD-OLD-ID   xref entry for an id not on file
      *>     XREF-OLD-LIVE     xref entry for an id that is not MERGED
      *>     XREF-BAD-NEW-ID   xref entry pointing at an id not on file
      *>     XREF-DEAD-END     xref entry pointing at a MERGED shell
      *>                       with no onward entry of its own
      *>     XREF-LOOP         xref chain that comes back on itself
      *>     BAD-STATUS        auth-status outside ACTIVE, INACTIVE,
      *>                       MERGED, EXPIRED
      *>     BAD-REG-DATE      auth-reg-date not a real date, or in
      *>                       the future
      *>     STATUS-MISMATCH   auth-status disagrees with the latest
      *>                       status-history entry for the id
      *>   WARNING  a side-file entry nothing on file answers to
      *>     HIST-UNKNOWN-ID   status history for an id not on file
      *>     CHIST-UNKNOWN-ID  contact history for an id not on file
      *>     UNDEL-UNKNOWN-ID  undeliverable flag for an id not on
      *>                       file
      *>     QUEUE-UNKNOWN-ID  notify-queue record for an id not on
      *>                       file
      *>     PREF-UNKNOWN-ID   letter preferences for an id not on
      *>                       file
      *> Side files housekeeping has cut are read archives first,
      *> through each file's <file>.archives index, then the live
      *> file, so a cut changes nothing here.
      *> Read-only throughout. Return code 0 when clean, 4 when there
      *> are findings (the stream carries on; the report is the
      *> work list), 8 when the auth file cannot be read.

       environment division.
       input-output section.
       file-control.
           select authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               file status is authfile-status.
           select optional histfile assign to dynamic ws-hist-path
               file status is hist-status
               organization is line sequential.
           select optional chistfile assign to dynamic ws-chist-path
               file status is chist-status
               organization is line sequential.
           select optional xreffile assign to '/tmp/auth-xref.data'
               file status is xref-status
               organization is line sequential.
           select optional undelfile assign to dynamic ws-undel-path
               file status is undel-status
               organization is line sequential.
           select optional notifqueue
               assign to dynamic ws-queue-path
               file status is notify-status
               organization is sequential.
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select optional preffile assign to '/tmp/auth.prefs'
               organization is indexed
               access mode is sequential
               record key is pref-auth-id
               file status is pref-status.
           select sort-work assign to '/tmp/authcheck.sort'.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
       fd authfile.
           copy "authrec.cpy".
       fd histfile.
           copy "histrec.cpy".
       fd chistfile.
           copy "chistrec.cpy".
       fd xreffile.
           copy "xrefrec.cpy".
       fd undelfile.
           copy "undelrec.cpy".
       fd notifqueue.
           copy "notifrec.cpy".
       fd preffile.
           copy "prefrec.cpy".
       fd archindex.
          01 archindex-line pic x(60).
       sd sort-work.
           copy "histrec.cpy" replacing leading ==hist== by ==srt==.
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 authfile-status pic 9(2).
       01 hist-status pic 9(2).
       01 chist-status pic 9(2).
       01 xref-status pic 9(2).
       01 undel-status pic 9(2).
       01 notify-status pic 9(2).
       01 pref-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-report-path pic x(60).
       01 archindex-status pic 9(2).
       01 ws-index-path pic x(60).
       01 ws-hist-path pic x(60).
       01 ws-chist-path pic x(60).
       01 ws-undel-path pic x(60).
       01 ws-queue-path pic x(60).
       01 ws-today pic x(8).
       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 filler pic x(15).

      *> Finding classes, in report order, with their severity.
       01 ws-class-values.
           05 filler pic x(24) value 'MERGED-NO-XREF   ERROR  '.
           05 filler pic x(24) value 'XREF-BAD-OLD-ID  ERROR  '.
           05 filler pic x(24) value 'XREF-OLD-LIVE    ERROR  '.
           05 filler pic x(24) value 'XREF-BAD-NEW-ID  ERROR  '.
           05 filler pic x(24) value 'XREF-DEAD-END    ERROR  '.
           05 filler pic x(24) value 'XREF-LOOP        ERROR  '.
           05 filler pic x(24) value 'BAD-STATUS       ERROR  '.
           05 filler pic x(24) value 'BAD-REG-DATE     ERROR  '.
           05 filler pic x(24) value 'STATUS-MISMATCH  ERROR  '.
           05 filler pic x(24) value 'HIST-UNKNOWN-ID  WARNING'.
           05 filler pic x(24) value 'CHIST-UNKNOWN-ID WARNING'.
           05 filler pic x(24) value 'UNDEL-UNKNOWN-ID WARNING'.
           05 filler pic x(24) value 'QUEUE-UNKNOWN-ID WARNING'.
           05 filler pic x(24) value 'PREF-UNKNOWN-ID  WARNING'.
       01 ws-class-table redefines ws-class-values.
           05 ws-class-entry occurs 14 times.
               10 ws-class-name pic x(17).
               10 ws-class-severity pic x(7).
       01 ws-class-counts.
           05 ws-class-count occurs 14 times pic 9(6).
       01 ws-class-max pic 9(2) value 14.
       01 ws-class-idx pic 9(2).
       01 ws-merged-no-xref pic 9(2) value 1.
       01 ws-xref-bad-old pic 9(2) value 2.
       01 ws-xref-old-live pic 9(2) value 3.
       01 ws-xref-bad-new pic 9(2) value 4.
       01 ws-xref-dead-end pic 9(2) value 5.
       01 ws-xref-loop pic 9(2) value 6.
       01 ws-bad-status pic 9(2) value 7.
       01 ws-bad-reg-date pic 9(2) value 8.
       01 ws-status-mismatch pic 9(2) value 9.
       01 ws-hist-unknown pic 9(2) value 10.
       01 ws-chist-unknown pic 9(2) value 11.
       01 ws-undel-unknown pic 9(2) value 12.
       01 ws-queue-unknown pic 9(2) value 13.
       01 ws-pref-unknown pic 9(2) value 14.

       01 ws-find-class pic 9(2).
       01 ws-find-id pic 9(10).
       01 ws-find-detail pic x(80).
       01 ws-detail-line pic x(132).
       01 ws-error-total pic 9(6) value 0.
       01 ws-warning-total pic 9(6) value 0.

      *> The cross-reference, held whole so a chain of merges can be
      *> followed. Append-only, so for an old id the last entry wins.
       01 ws-xref-table.
           05 ws-xref-entry occurs 20000 times.
               10 ws-xt-old-id pic 9(10).
               10 ws-xt-new-id pic 9(10).
               10 ws-xt-timestamp pic x(26).
       01 ws-xref-count pic 9(5) value 0.
       01 ws-xref-max pic 9(5) value 20000.
       01 ws-xref-idx pic 9(5).
       01 ws-xref-scan pic 9(5).
       01 ws-xref-overflow pic x value 'N'.
       01 ws-onward-id pic 9(10).
       01 ws-onward-found pic x.
       01 ws-chain-id pic 9(10).
       01 ws-chain-hops pic 9(3).
       01 ws-chain-done pic x.

       01 ws-auth-count pic 9(7) value 0.
       01 ws-reg-date-num pic 9(8).
       01 ws-sort-eof pic x.
       01 ws-group-id pic 9(10).
       01 ws-group-count pic 9(6).
       01 ws-group-last-status pic x(10).
       01 ws-group-last-ts pic x(26).
       01 ws-have-group pic x.
       01 ws-lookup-id pic 9(10).
       01 ws-lookup-found pic x.
           88 ws-on-file value 'Y'.
       01 ws-lookup-status pic x(10).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move spaces to ws-report-path
           string
               '/tmp/authcheck-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > ws-class-max
               move 0 to ws-class-count (ws-class-idx)
           end-perform

           open input authfile
           if authfile-status not = 00
               display "Failed to open auth file: error="
                   authfile-status upon syserr
               move 8 to return-code
               goback
           end-if

           open output reportfile
           if report-status not = 00
               display "Failed to open report file: error="
                   report-status upon syserr
               close authfile
               move 8 to return-code
               goback
           end-if
           move 'Registrant file integrity check' to report-line
           write report-line
           move spaces to ws-detail-line
           string 'Run date: ' ws-today
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform load-xref-table
           perform check-auth-records
           perform check-xref-entries
           sort sort-work
               on ascending key srt-auth-id
               on ascending key srt-timestamp
               with duplicates in order
               input procedure is release-history
               output procedure is check-history-groups
           perform check-contact-history
           perform check-undeliverable-flags
           perform check-notify-queue
           perform check-preferences
           perform write-summary

           close reportfile
           close authfile

           display "Integrity check: " ws-error-total " errors, "
               ws-warning-total " warnings; report in "
               function trim (ws-report-path) upon syserr
           if ws-error-total + ws-warning-total > 0
               move 4 to return-code
           end-if
           goback.

       load-xref-table.
           open input xreffile
           if xref-status < 10
               perform until xref-status > 9
                   read xreffile next record end-read
                   if xref-status = 00
                       if ws-xref-count < ws-xref-max
                           add 1 to ws-xref-count
                           move xref-old-id
                               to ws-xt-old-id (ws-xref-count)
                           move xref-new-id
                               to ws-xt-new-id (ws-xref-count)
                           move xref-timestamp
                               to ws-xt-timestamp (ws-xref-count)
                       else
                           move 'Y' to ws-xref-overflow
                       end-if
                   end-if
               end-perform
           end-if
           close xreffile.

      *> One sequential pass of the registrant file: status in the
      *> allowed set, a real registration date, and every MERGED
      *> shell folded away by an xref entry.
       check-auth-records.
           move 0 to auth-id
           start authfile key is >= auth-id
           perform until authfile-status > 9
               read authfile next record end-read
               if authfile-status = 00
                   add 1 to ws-auth-count
                   perform check-one-auth-record
               end-if
           end-perform.

       check-one-auth-record.
           if auth-status not = 'ACTIVE'
               and auth-status not = 'INACTIVE'
               and auth-status not = 'MERGED'
               and auth-status not = 'EXPIRED'
               move ws-bad-status to ws-find-class
               move auth-id to ws-find-id
               move spaces to ws-find-detail
               string 'status "' function trim (auth-status) '"'
                   delimited by size into ws-find-detail
               end-string
               perform write-finding
           end-if

           move spaces to ws-find-detail
           if auth-reg-date is not numeric
               string 'reg-date "' auth-reg-date '" not numeric'
                   delimited by size into ws-find-detail
               end-string
           else
               move auth-reg-date to ws-reg-date-num
               if function test-date-yyyymmdd (ws-reg-date-num)
                       not = 0
                   string 'reg-date ' auth-reg-date
                       ' is not a calendar date'
                       delimited by size into ws-find-detail
                   end-string
               else
                   if auth-reg-date > ws-today
                       string 'reg-date ' auth-reg-date
                           ' is in the future'
                           delimited by size into ws-find-detail
                       end-string
                   end-if
               end-if
           end-if
           if ws-find-detail not = spaces
               move ws-bad-reg-date to ws-find-class
               move auth-id to ws-find-id
               perform write-finding
           end-if

           if auth-status = 'MERGED'
               move auth-id to ws-chain-id
               perform find-onward-link
               if ws-onward-found = 'N'
                   move ws-merged-no-xref to ws-find-class
                   move auth-id to ws-find-id
                   move 'MERGED but no xref entry names a survivor'
                       to ws-find-detail
                   perform write-finding
               end-if
           end-if.

      *> Every xref entry: both ends on file, the old end really
      *> MERGED, and the new end either a live record or a MERGED
      *> shell that is itself folded onward — followed hop by hop, so
      *> a chain that loops back on itself is caught too.
       check-xref-entries.
           perform varying ws-xref-idx from 1 by 1
                   until ws-xref-idx > ws-xref-count
               perform check-one-xref-entry
           end-perform.

       check-one-xref-entry.
           move ws-xt-old-id (ws-xref-idx) to ws-lookup-id
           perform lookup-auth-id
           if not ws-on-file
               move ws-xref-bad-old to ws-find-class
               move ws-xt-old-id (ws-xref-idx) to ws-find-id
               move spaces to ws-find-detail
               string 'merged ' ws-xt-timestamp (ws-xref-idx)
                   ' into ' ws-xt-new-id (ws-xref-idx)
                   delimited by size into ws-find-detail
               end-string
               perform write-finding
           else
               if ws-lookup-status not = 'MERGED'
                   move ws-xref-old-live to ws-find-class
                   move ws-xt-old-id (ws-xref-idx) to ws-find-id
                   move spaces to ws-find-detail
                   string 'status ' function trim (ws-lookup-status)
                       ' but xref folds it into '
                       ws-xt-new-id (ws-xref-idx)
                       delimited by size into ws-find-detail
                   end-string
                   perform write-finding
               end-if
           end-if

           move ws-xt-new-id (ws-xref-idx) to ws-lookup-id
           perform lookup-auth-id
           evaluate true
               when not ws-on-file
                   move ws-xref-bad-new to ws-find-class
                   move ws-xt-old-id (ws-xref-idx) to ws-find-id
                   move spaces to ws-find-detail
                   string 'xref points at ' ws-xt-new-id (ws-xref-idx)
                       ', which is not on file'
                       delimited by size into ws-find-detail
                   end-string
                   perform write-finding
               when ws-lookup-status = 'MERGED'
                   perform follow-xref-chain
               when other
                   continue
           end-evaluate.

       follow-xref-chain.
           move ws-xt-new-id (ws-xref-idx) to ws-chain-id
           move 0 to ws-chain-hops
           move 'N' to ws-chain-done
           perform until ws-chain-done = 'Y'
               add 1 to ws-chain-hops
               perform find-onward-link
               evaluate true
                   when ws-onward-found = 'N'
                       move ws-xref-dead-end to ws-find-class
                       move ws-xt-old-id (ws-xref-idx) to ws-find-id
                       move spaces to ws-find-detail
                       string 'chain ends at MERGED shell '
                           ws-chain-id ' with no onward xref'
                           delimited by size into ws-find-detail
                       end-string
                       perform write-finding
                       move 'Y' to ws-chain-done
                   when ws-onward-id = ws-xt-old-id (ws-xref-idx)
                       or ws-chain-hops > 50
                       move ws-xref-loop to ws-find-class
                       move ws-xt-old-id (ws-xref-idx) to ws-find-id
                       move spaces to ws-find-detail
                       string 'xref chain through ' ws-chain-id
                           ' never reaches a live record'
                           delimited by size into ws-find-detail
                       end-string
                       perform write-finding
                       move 'Y' to ws-chain-done
                   when other
                       move ws-onward-id to ws-lookup-id
                       perform lookup-auth-id
                       if ws-on-file
                           and ws-lookup-status = 'MERGED'
                           move ws-onward-id to ws-chain-id
                       else
                           move 'Y' to ws-chain-done
                       end-if
               end-evaluate
           end-perform.

      *> Latest xref entry whose old id is ws-chain-id.
       find-onward-link.
           move 'N' to ws-onward-found
           move 0 to ws-onward-id
           perform varying ws-xref-scan from 1 by 1
                   until ws-xref-scan > ws-xref-count
               if ws-xt-old-id (ws-xref-scan) = ws-chain-id
                   move 'Y' to ws-onward-found
                   move ws-xt-new-id (ws-xref-scan) to ws-onward-id
               end-if
           end-perform.

       lookup-auth-id.
           move 'N' to ws-lookup-found
           move spaces to ws-lookup-status
           move ws-lookup-id to auth-id
           read authfile key is auth-id
           if authfile-status = 00
               move 'Y' to ws-lookup-found
               move auth-status to ws-lookup-status
           end-if.

      *> Sort input: the whole status history, grouped by id and in
      *> time order within each id by the sort.
       release-history.
           move '/tmp/auth.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-hist-path
                       perform release-one-history-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth.history' to ws-hist-path
           perform release-one-history-file.

       release-one-history-file.
           open input histfile
           if hist-status < 10
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       move hist-record to srt-record
                       release srt-record
                   end-if
               end-perform
           end-if
           close histfile.

      *> Sort output: one check per id, against the last entry.
       check-history-groups.
           move 'N' to ws-have-group
           move 'N' to ws-sort-eof
           perform until ws-sort-eof = 'Y'
               return sort-work
                   at end
                       move 'Y' to ws-sort-eof
                   not at end
                       if ws-have-group = 'Y'
                           and srt-auth-id not = ws-group-id
                           perform check-one-history-group
                       end-if
                       if ws-have-group = 'N'
                           or srt-auth-id not = ws-group-id
                           move 'Y' to ws-have-group
                           move srt-auth-id to ws-group-id
                           move 0 to ws-group-count
                       end-if
                       add 1 to ws-group-count
                       move srt-new-status to ws-group-last-status
                       move srt-timestamp to ws-group-last-ts
               end-return
           end-perform
           if ws-have-group = 'Y'
               perform check-one-history-group
           end-if.

       check-one-history-group.
           move ws-group-id to ws-lookup-id
           perform lookup-auth-id
           move ws-group-id to ws-find-id
           move spaces to ws-find-detail
           evaluate true
               when not ws-on-file
                   move ws-hist-unknown to ws-find-class
                   string ws-group-count ' history entries, last '
                       ws-group-last-ts
                       delimited by size into ws-find-detail
                   end-string
                   perform write-finding
               when ws-lookup-status not = ws-group-last-status
                   move ws-status-mismatch to ws-find-class
                   string 'status ' function trim (ws-lookup-status)
                       ' but history last set '
                       function trim (ws-group-last-status)
                       ' at ' ws-group-last-ts
                       delimited by size into ws-find-detail
                   end-string
                   perform write-finding
               when other
                   continue
           end-evaluate.

       check-contact-history.
           move '/tmp/auth-contact.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-chist-path
                       perform check-one-contact-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth-contact.history' to ws-chist-path
           perform check-one-contact-file.

       check-one-contact-file.
           open input chistfile
           if chist-status < 10
               perform until chist-status > 9
                   read chistfile next record end-read
                   if chist-status = 00
                       move chist-auth-id to ws-lookup-id
                       perform lookup-auth-id
                       if not ws-on-file
                           move ws-chist-unknown to ws-find-class
                           move chist-auth-id to ws-find-id
                           move spaces to ws-find-detail
                           string 'contact change ' chist-timestamp
                               ' by ' function trim (chist-changed-by)
                               delimited by size into ws-find-detail
                           end-string
                           perform write-finding
                       end-if
                   end-if
               end-perform
           end-if
           close chistfile.

       check-undeliverable-flags.
           move '/tmp/auth.undeliverable.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-undel-path
                       perform check-one-undel-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth.undeliverable' to ws-undel-path
           perform check-one-undel-file.

       check-one-undel-file.
           open input undelfile
           if undel-status < 10
               perform until undel-status > 9
                   read undelfile next record end-read
                   if undel-status = 00
                       move undel-auth-id to ws-lookup-id
                       perform lookup-auth-id
                       if not ws-on-file
                           move ws-undel-unknown to ws-find-class
                           move undel-auth-id to ws-find-id
                           move spaces to ws-find-detail
                           string function trim (undel-action) ' '
                               undel-timestamp
                               delimited by size into ws-find-detail
                           end-string
                           perform write-finding
                       end-if
                   end-if
               end-perform
           end-if
           close undelfile.

       check-notify-queue.
           move '/tmp/notify.queue.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-queue-path
                       perform check-one-queue-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/notify.queue' to ws-queue-path
           perform check-one-queue-file.

       check-one-queue-file.
           open input notifqueue
           if notify-status < 10
               perform until notify-status > 9
                   read notifqueue next record end-read
                   if notify-status = 00
                       move notify-auth-id to ws-lookup-id
                       perform lookup-auth-id
                       if not ws-on-file
                           move ws-queue-unknown to ws-find-class
                           move notify-auth-id to ws-find-id
                           move spaces to ws-find-detail
                           string function trim (notify-kind)
                               ' queued ' notify-timestamp
                               ' flag ' notify-sent-flag
                               delimited by size into ws-find-detail
                           end-string
                           perform write-finding
                       end-if
                   end-if
               end-perform
           end-if
           close notifqueue.

       check-preferences.
           open input preffile
           if pref-status = 00
               perform until pref-status > 9
                   read preffile next record end-read
                   if pref-status = 00
                       move pref-auth-id to ws-lookup-id
                       perform lookup-auth-id
                       if not ws-on-file
                           move ws-pref-unknown to ws-find-class
                           move pref-auth-id to ws-find-id
                           move spaces to ws-find-detail
                           string 'preferences given '
                               pref-consent-timestamp
                               delimited by size into ws-find-detail
                           end-string
                           perform write-finding
                       end-if
                   end-if
               end-perform
           end-if
           close preffile.

       write-finding.
           add 1 to ws-class-count (ws-find-class)
           if ws-class-severity (ws-find-class) = 'ERROR'
               add 1 to ws-error-total
           else
               add 1 to ws-warning-total
           end-if
           move spaces to ws-detail-line
           string
               ws-class-severity (ws-find-class) ' '
               ws-class-name (ws-find-class) ' id=' ws-find-id ' '
               ws-find-detail
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line.

       write-summary.
           move spaces to report-line
           write report-line
           if ws-xref-overflow = 'Y'
               move 'Xref table overflow, xref checks partial'
                   to report-line
               write report-line
           end-if
           move spaces to ws-detail-line
           string
               'Registrants checked: ' ws-auth-count
               '  Xref entries: ' ws-xref-count
               '  Errors: ' ws-error-total
               '  Warnings: ' ws-warning-total
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line
           perform varying ws-class-idx from 1 by 1
                   until ws-class-idx > ws-class-max
               move spaces to ws-detail-line
               string
                   '  ' ws-class-severity (ws-class-idx) ' '
                   ws-class-name (ws-class-idx) ' '
                   ws-class-count (ws-class-idx)
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to report-line
               write report-line
           end-perform.

       end program authcheck.
