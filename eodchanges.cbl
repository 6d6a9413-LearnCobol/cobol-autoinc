       identification division.
       program-id. eodchanges.

      *> Nightly companion to eodextract. eodextract ships only the
      *> day's new registrations, so downstream never heard when an
      *> existing registrant was deactivated or reinstated, moved,
      *> was merged away or was anonymized, and its copy of our data
      *> drifted. This job gathers every change event for the
      *> business date from the side files:
      *>     STATUS     status changes  (/tmp/auth.history)
      *>     CONTACT    contact changes (/tmp/auth-contact.history)
      *>     MERGE      merges          (/tmp/auth-xref.data)
      *>     ANONYMIZE  authanon scrubs (authanon's history entries)
      *> sorts them into the order they happened, and writes them as
      *> typed before/after records (chgrec.cpy) to a dated feed,
      *> /tmp/auth-changes-yyyymmdd.data, so downstream can apply
      *> deltas instead of asking for a full reload. History entries
      *> that change nothing downstream holds (mailreturn's flag notes,
      *> which keep the status as it was) are left out. Same guards as
      *> eodextract, on its own run-control file
      *> (/tmp/eodchg-runctl.data): a date already COMPLETE is refused
      *> unless EODCHG_RERUN=Y, a run that dies stays STARTED, and a
      *> closing manifest carries the event counts.

       environment division.
       input-output section.
       file-control.
           select optional histfile assign to '/tmp/auth.history'
               file status is hist-status
               organization is line sequential.
           select optional chistfile
               assign to '/tmp/auth-contact.history'
               file status is chist-status
               organization is line sequential.
           select optional xreffile assign to '/tmp/auth-xref.data'
               file status is xref-status
               organization is line sequential.
           select sort-work assign to '/tmp/auth-changes.sort'.
           select feedfile assign to dynamic ws-feed-path
               file status is feed-status
               organization is line sequential.
           select runctlfile assign to '/tmp/eodchg-runctl.data'
               organization is indexed
               access mode is dynamic
               record key is runctl-date
               file status is runctl-status.
           select manifestfile assign to dynamic ws-manifest-path
               file status is manifest-status
               organization is line sequential.

       data division.
       file section.
       fd histfile.
           copy "histrec.cpy".
       fd chistfile.
           copy "chistrec.cpy".
       fd xreffile.
           copy "xrefrec.cpy".
       sd sort-work.
           copy "chgrec.cpy".
       fd feedfile.
           copy "chgrec.cpy" replacing leading ==chg== by
               ==feed-chg==.
       fd runctlfile.
           copy "runctlrec.cpy".
       fd manifestfile.
          01 manifest-line pic x(80).

       working-storage section.
       01 hist-status pic 9(2).
       01 chist-status pic 9(2).
       01 xref-status pic 9(2).
       01 feed-status pic 9(2).
       01 runctl-status pic 9(2).
       01 manifest-status pic 9(2).
       01 ws-feed-path pic x(60).
       01 ws-manifest-path pic x(60).
       01 ws-today pic x(8).
       01 ws-today-dashed pic x(10).
       01 ws-rerun-mode pic x(10).
       01 ws-runctl-is-new pic x.
       01 ws-feed-ok pic x.
           88 ws-feed-clean value 'Y'.
       01 ws-sort-eof pic x.
       01 ws-anon-name pic x(60) value 'ANONYMIZED'.
       01 ws-anon-email pic x(60) value 'anonymized@invalid'.
       01 ws-anon-address pic x(100) value 'ANONYMIZED'.
       01 ws-merge-old-status pic x(10).
       01 ws-merge-reason pic x(80).
       01 ws-merge-id pic 9(10).
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
       01 ws-written-count pic 9(6) value 0.
       01 ws-status-count pic 9(6) value 0.
       01 ws-contact-count pic 9(6) value 0.
       01 ws-merge-count pic 9(6) value 0.
       01 ws-anon-count pic 9(6) value 0.
       01 ws-detail-line pic x(80).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           perform build-timestamp
           move ws-timestamp (1:10) to ws-today-dashed
           move spaces to ws-feed-path
           string
               '/tmp/auth-changes-' ws-today '.data'
               delimited by size into ws-feed-path
           end-string
           move spaces to ws-manifest-path
           string
               '/tmp/auth-changes-' ws-today '.manifest'
               delimited by size into ws-manifest-path
           end-string
           accept ws-rerun-mode from environment 'EODCHG_RERUN'

      *> Return codes for the job stream: 4 when the date is already
      *> done (nothing to do), 8 when the run failed.
           perform check-run-control
           if runctl-status > 9
               if runctl-status = 10
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
               goback
           end-if

           perform mark-run-started

           move 'Y' to ws-feed-ok
           sort sort-work on ascending key chg-timestamp
               with duplicates in order
               input procedure is gather-change-events
               output procedure is write-change-feed

           if ws-feed-clean
               perform mark-run-complete
               perform write-manifest
               display "Wrote " ws-written-count
                   " change events for " ws-today upon syserr
           else
               display "Change feed for " ws-today " failed; run left"
                   " marked STARTED for a clean rerun" upon syserr
               move 8 to return-code
           end-if
           close runctlfile

           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

      *> Same run-control discipline as eodextract, on the change
      *> feed's own file. Leaves runctlfile open I-O; a 10-or-higher
      *> status on exit tells main-logic the run must not proceed.
       check-run-control.
           open i-o runctlfile
           if runctl-status = 35
               open output runctlfile
               close runctlfile
               open i-o runctlfile
           end-if
           if runctl-status not = 00
               display "Failed to open run control: error="
                   runctl-status upon syserr
               move 8 to return-code
               goback
           end-if

           move 'N' to ws-runctl-is-new
           move ws-today to runctl-date
           read runctlfile key is runctl-date
           evaluate true
               when runctl-status = 23
                   move 'Y' to ws-runctl-is-new
                   move 00 to runctl-status
               when runctl-status not = 00
                   display "Failed to read run control: error="
                       runctl-status upon syserr
                   close runctlfile
                   move 20 to runctl-status
               when runctl-status = 00
                   and runctl-run-complete
                   and function upper-case
                       (function trim (ws-rerun-mode)) not = 'Y'
                   display "Change feed for " ws-today
                       " already complete (" runctl-record-count
                       " events); set EODCHG_RERUN=Y to rebuild"
                       upon syserr
                   close runctlfile
                   move 10 to runctl-status
               when runctl-status = 00
                   and runctl-run-complete
                   display "Rerun requested: rebuilding change feed"
                       " for " ws-today upon syserr
               when runctl-status = 00
                   display "Previous run for " ws-today
                       " did not complete, gathering again"
                       upon syserr
           end-evaluate.

       mark-run-started.
           move ws-today to runctl-date
           move 'STARTED' to runctl-run-status
           move ws-timestamp to runctl-started-at
           move spaces to runctl-completed-at
           move 0 to runctl-record-count
           if ws-runctl-is-new = 'Y'
               write runctl-record
           else
               rewrite runctl-record
           end-if
           if runctl-status not = 00
               display "Failed to mark run started: error="
                   runctl-status upon syserr
           end-if.

      *> Sort input: one released record per change event dated
      *> today, from each side file in turn. The sort puts them back
      *> into time order across files.
       gather-change-events.
           perform gather-status-events
           perform gather-contact-events
           perform gather-merge-events.

      *> A MERGED transition is carried by its MERGE event (which
      *> knows the survivor), so it is not repeated as a STATUS.
      *> authanon writes INACTIVE -> INACTIVE (or EXPIRED -> EXPIRED),
      *> so it is picked out by who wrote it before the nothing-changed
      *> test drops it.
       gather-status-events.
           open input histfile
           if hist-status = 00
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       and hist-timestamp (1:10) = ws-today-dashed
                       evaluate true
                           when hist-changed-by = 'authanon'
                               perform release-anonymize-event
                           when hist-new-status = 'MERGED'
                               continue
                           when hist-old-status = hist-new-status
                               continue
                           when other
                               perform release-status-event
                       end-evaluate
                   end-if
               end-perform
           end-if
           close histfile.

       release-status-event.
           initialize chg-record
           move 'STATUS' to chg-type
           move hist-timestamp to chg-timestamp
           move hist-auth-id to chg-auth-id
           move hist-old-status to chg-old-status
           move hist-new-status to chg-new-status
           move hist-changed-by to chg-changed-by
           move hist-reason to chg-reason
           release chg-record
           add 1 to ws-status-count.

      *> The anonymized markers are the after values; the before
      *> values were scrubbed and are, by design, gone.
       release-anonymize-event.
           initialize chg-record
           move 'ANONYMIZE' to chg-type
           move hist-timestamp to chg-timestamp
           move hist-auth-id to chg-auth-id
           move hist-old-status to chg-old-status
           move hist-new-status to chg-new-status
           move ws-anon-name to chg-new-name
           move ws-anon-email to chg-new-email
           move ws-anon-address to chg-new-address
           move hist-changed-by to chg-changed-by
           move hist-reason to chg-reason
           release chg-record
           add 1 to ws-anon-count.

       gather-contact-events.
           open input chistfile
           if chist-status = 00
               perform until chist-status > 9
                   read chistfile next record end-read
                   if chist-status = 00
                       and chist-timestamp (1:10) = ws-today-dashed
                       initialize chg-record
                       move 'CONTACT' to chg-type
                       move chist-timestamp to chg-timestamp
                       move chist-auth-id to chg-auth-id
                       move chist-old-email to chg-old-email
                       move chist-new-email to chg-new-email
                       move chist-old-address to chg-old-address
                       move chist-new-address to chg-new-address
                       move chist-changed-by to chg-changed-by
                       move chist-reason to chg-reason
                       release chg-record
                       add 1 to ws-contact-count
                   end-if
               end-perform
           end-if
           close chistfile.

       gather-merge-events.
           open input xreffile
           if xref-status = 00
               perform until xref-status > 9
                   read xreffile next record end-read
                   if xref-status = 00
                       and xref-timestamp (1:10) = ws-today-dashed
                       move xref-old-id to ws-merge-id
                       perform find-merge-history
                       initialize chg-record
                       move 'MERGE' to chg-type
                       move xref-timestamp to chg-timestamp
                       move xref-old-id to chg-auth-id
                       move ws-merge-old-status to chg-old-status
                       move 'MERGED' to chg-new-status
                       move xref-new-id to chg-merged-into
                       move 'authmerge' to chg-changed-by
                       move ws-merge-reason to chg-reason
                       release chg-record
                       add 1 to ws-merge-count
                   end-if
               end-perform
           end-if
           close xreffile.

      *> The xref entry does not carry the loser's status before the
      *> merge; authmerge's matching history entry does. Last entry
      *> for the id wins, in case it was merged more than once.
       find-merge-history.
           move spaces to ws-merge-old-status ws-merge-reason
           open input histfile
           if hist-status = 00
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       and hist-auth-id = ws-merge-id
                       and hist-new-status = 'MERGED'
                       move hist-old-status to ws-merge-old-status
                       move hist-reason to ws-merge-reason
                   end-if
               end-perform
           end-if
           close histfile.

      *> Sort output: every write checked, so the manifest never
      *> claims more than downstream actually received.
       write-change-feed.
           open output feedfile
           if feed-status > 9
               display "Failed to open change feed: error="
                   feed-status upon syserr
               move 'N' to ws-feed-ok
           else
               move 'N' to ws-sort-eof
               perform until ws-sort-eof = 'Y'
                   return sort-work
                       at end
                           move 'Y' to ws-sort-eof
                       not at end
                           move chg-record to feed-chg-record
                           write feed-chg-record
                           if feed-status > 9
                               display "Failed to write change"
                                   " event: error=" feed-status
                                   upon syserr
                               move 'N' to ws-feed-ok
                               move 'Y' to ws-sort-eof
                           else
                               add 1 to ws-written-count
                           end-if
                   end-return
               end-perform
               close feedfile
           end-if.

       mark-run-complete.
           move function current-date to ws-current-date-time
           perform build-timestamp
           move 'COMPLETE' to runctl-run-status
           move ws-timestamp to runctl-completed-at
           move ws-written-count to runctl-record-count
           rewrite runctl-record
           if runctl-status not = 00
               display "Failed to mark run complete: error="
                   runctl-status upon syserr
           end-if.

      *> The manifest travels alongside the feed so downstream can
      *> verify it received the whole file, event type by event type.
       write-manifest.
           open output manifestfile
           if manifest-status < 10
               move spaces to ws-detail-line
               string
                   'date=' ws-today
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'records=' ws-written-count
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'status=' ws-status-count
                   ' contact=' ws-contact-count
                   ' merge=' ws-merge-count
                   ' anonymize=' ws-anon-count
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'completed=' ws-timestamp
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               close manifestfile
           else
               display "Failed to write manifest: error="
                   manifest-status upon syserr
           end-if.

       end program eodchanges.
