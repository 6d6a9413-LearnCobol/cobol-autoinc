       identification division.
       program-id. authrebuild.

      *> Point-in-time rebuild of the registrant master. Reloads the
      *> latest authunload copy (the last entry in /tmp/auth.unloads,
      *> or the unload for AUTHREBUILD_DATE=yyyymmdd when the latest
      *> one is itself suspect) into a fresh indexed file keyed on
      *> auth-id with the auth-name alternate key, then rolls forward
      *> every change the side files recorded since that unload
      *> started:
      *>     merges from the cross-reference (/tmp/auth-xref.data),
      *>     contact changes (/tmp/auth-contact.history),
      *>     status changes and anonymizations (/tmp/auth.history),
      *>     RENEW-DUE letters queued (/tmp/notify.queue), which
      *>     renewcycle stamps on the record as the notice date with
      *>     no history entry of their own,
      *> so recovery reaches "just before it broke" rather than "last
      *> night". Histories housekeeping has cut are read archives
      *> first (through <file>.archives), so rebuilding from an old
      *> unload still finds every change made since.
      *> REBUILD_UNTIL='yyyy-mm-dd hh:mm:ss' stops the roll
      *> forward at a chosen moment, for when the damage itself came
      *> in through a maintenance action. The unload is checked
      *> against its manifest (record count and auth-id control total)
      *> before anything is loaded; a mismatch refuses the rebuild.
      *> The result is written to /tmp/auth.data.rebuild and never
      *> over the live file; after reading the report, operations
      *> swap it in during the freeze window:
      *>     mv /tmp/auth.data /tmp/auth.data.damaged
      *>     mv /tmp/auth.data.rebuild /tmp/auth.data
      *> Registrations made after the unload are in none of the side
      *> files this reads; regreconcile's LEAKED list names them for
      *> re-keying once the rebuilt file is in place.

       environment division.
       input-output section.
       file-control.
           select unloadfile assign to dynamic ws-unload-path
               file status is unload-status
               organization is line sequential.
           select manifestfile assign to dynamic ws-manifest-path
               file status is manifest-status
               organization is line sequential.
           select optional unloadindex assign to '/tmp/auth.unloads'
               file status is unloadindex-status
               organization is line sequential.
           select authfile assign to '/tmp/auth.data.rebuild'
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
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select optional notifqueue assign to dynamic ws-queue-path
               file status is notify-status
               organization is sequential.
           select optional xreffile assign to '/tmp/auth-xref.data'
               file status is xref-status
               organization is line sequential.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
       fd unloadfile.
           copy "authrec.cpy" replacing leading ==auth== by
               ==unload-auth==.
       fd manifestfile.
          01 manifest-line pic x(80).
       fd unloadindex.
          01 unloadindex-line pic x(60).
       fd authfile.
           copy "authrec.cpy".
       fd histfile.
           copy "histrec.cpy".
       fd chistfile.
           copy "chistrec.cpy".
       fd notifqueue.
           copy "notifrec.cpy".
       fd xreffile.
           copy "xrefrec.cpy".
       fd archindex.
          01 archindex-line pic x(60).
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 unload-status pic 9(2).
       01 manifest-status pic 9(2).
       01 unloadindex-status pic 9(2).
       01 authfile-status pic 9(2).
       01 hist-status pic 9(2).
       01 chist-status pic 9(2).
       01 xref-status pic 9(2).
       01 notify-status pic 9(2).
       01 report-status pic 9(2).
       01 archindex-status pic 9(2).
       01 ws-index-path pic x(60).
       01 ws-hist-path pic x(60).
       01 ws-chist-path pic x(60).
       01 ws-queue-path pic x(60).
       01 ws-unload-path pic x(60).
       01 ws-manifest-path pic x(60).
       01 ws-unload-stem pic x(60).
       01 ws-report-path pic x(60).
       01 ws-rebuild-date pic x(8).
       01 ws-until-ts pic x(26).
       01 ws-today pic x(8).
       01 ws-manifest-key pic x(20).
       01 ws-manifest-value pic x(60).
       01 ws-manifest-count pic 9(8) value 0.
       01 ws-manifest-total pic 9(18) value 0.
       01 ws-manifest-started pic x(26) value spaces.
       01 ws-manifest-seen pic 9(1) value 0.
       01 ws-unload-count pic 9(8) value 0.
       01 ws-unload-total pic 9(18) value 0.
       01 ws-loaded-count pic 9(8) value 0.
       01 ws-rejected-count pic 9(6) value 0.
       01 ws-xref-applied pic 9(6) value 0.
       01 ws-chist-applied pic 9(6) value 0.
       01 ws-hist-applied pic 9(6) value 0.
       01 ws-anon-applied pic 9(6) value 0.
       01 ws-notice-applied pic 9(6) value 0.
       01 ws-notice-date pic x(8).
       01 ws-term-start pic x(8).
       01 ws-unknown-count pic 9(6) value 0.
       01 ws-rebuild-ok pic x value 'Y'.
           88 ws-rebuild-clean value 'Y'.
       01 ws-entry-in-window pic x.
           88 ws-in-window value 'Y'.
       01 ws-entry-ts pic x(26).
       01 ws-anon-name pic x(60) value 'ANONYMIZED'.
       01 ws-anon-email pic x(60) value 'anonymized@invalid'.
       01 ws-anon-address pic x(100) value 'ANONYMIZED'.
       01 ws-report-detail pic x(132).

       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 filler pic x(15).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move spaces to ws-report-path
           string
               '/tmp/auth-rebuild-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string
           accept ws-rebuild-date from environment 'AUTHREBUILD_DATE'
           accept ws-until-ts from environment 'REBUILD_UNTIL'

      *> Return code 8 whenever no trustworthy rebuilt file was
      *> produced, so a scripted recovery stops before the swap.
           perform locate-unload
           if ws-unload-path = spaces
               display "No unload found to rebuild from"
                   upon syserr
               move 8 to return-code
               goback
           end-if

           perform read-manifest
           if ws-manifest-seen < 3
               display "Manifest " function trim (ws-manifest-path)
                   " missing or incomplete; unload not trusted"
                   upon syserr
               move 8 to return-code
               goback
           end-if

           perform verify-unload
           if ws-unload-count not = ws-manifest-count
               or ws-unload-total not = ws-manifest-total
               display "Unload " function trim (ws-unload-path)
                   " does not match its manifest: records="
                   ws-unload-count " expected " ws-manifest-count
                   upon syserr
               move 8 to return-code
               goback
           end-if

           open output reportfile
           if report-status not = 00
               display "Failed to open report file: error="
                   report-status upon syserr
               move 8 to return-code
               goback
           end-if
           perform write-report-header

           perform load-unload
           if ws-rebuild-clean
               open i-o authfile
               if authfile-status not = 00
                   display "Failed to reopen rebuilt file: error="
                       authfile-status upon syserr
                   move 'N' to ws-rebuild-ok
               else
                   perform roll-forward-merges
                   perform roll-forward-contacts
                   perform roll-forward-statuses
                   perform roll-forward-notices
                   close authfile
               end-if
           end-if

           perform write-report-summary
           close reportfile

           if ws-rebuild-clean
               display "Rebuilt " ws-loaded-count " registrants into"
                   " /tmp/auth.data.rebuild; report in "
                   function trim (ws-report-path) upon syserr
           else
               display "Rebuild failed; see "
                   function trim (ws-report-path) upon syserr
               move 8 to return-code
           end-if
           goback.

      *> The index lists unloads oldest first, so the last line read
      *> is the newest. A named date bypasses the index entirely.
       locate-unload.
           move spaces to ws-unload-path
           if ws-rebuild-date not = spaces
               string
                   '/tmp/auth-unload-' ws-rebuild-date '.data'
                   delimited by size into ws-unload-path
               end-string
           else
               open input unloadindex
               if unloadindex-status = 00
                   perform until unloadindex-status > 9
                       read unloadindex next record end-read
                       if unloadindex-status = 00
                           and unloadindex-line not = spaces
                           move unloadindex-line to ws-unload-path
                       end-if
                   end-perform
               end-if
               close unloadindex
           end-if

           move spaces to ws-unload-stem ws-manifest-path
           unstring ws-unload-path delimited by '.data'
               into ws-unload-stem
           end-unstring
           string
               function trim (ws-unload-stem) '.manifest'
               delimited by size into ws-manifest-path
           end-string.

       read-manifest.
           open input manifestfile
           if manifest-status = 00
               perform until manifest-status > 9
                   read manifestfile next record end-read
                   if manifest-status = 00
                       move spaces to ws-manifest-key
                           ws-manifest-value
                       unstring manifest-line delimited by '='
                           into ws-manifest-key ws-manifest-value
                       end-unstring
                       evaluate ws-manifest-key
                           when 'records'
                               move function numval
                                   (ws-manifest-value)
                                   to ws-manifest-count
                               add 1 to ws-manifest-seen
                           when 'idtotal'
                               move function numval
                                   (ws-manifest-value)
                                   to ws-manifest-total
                               add 1 to ws-manifest-seen
                           when 'started'
                               move ws-manifest-value
                                   to ws-manifest-started
                               add 1 to ws-manifest-seen
                           when other
                               continue
                       end-evaluate
                   end-if
               end-perform
               close manifestfile
           end-if.

      *> A full pass before anything is loaded: a short or damaged
      *> unload must be refused, not half-loaded.
       verify-unload.
           open input unloadfile
           if unload-status = 00
               perform until unload-status > 9
                   read unloadfile next record end-read
                   if unload-status = 00
                       add 1 to ws-unload-count
                       add unload-auth-id
                           to ws-unload-total
                   end-if
               end-perform
               close unloadfile
           else
               display "Failed to open unload "
                   function trim (ws-unload-path) ": error="
                   unload-status upon syserr
           end-if.

      *> Same load discipline as authconv: a duplicate auth-id cannot
      *> go in twice under the prime key, so it is reported and the
      *> load carries on.
       load-unload.
           open output authfile
           if authfile-status not = 00
               display "Failed to create /tmp/auth.data.rebuild:"
                   " error=" authfile-status upon syserr
               move 'N' to ws-rebuild-ok
           else
               open input unloadfile
               perform until unload-status > 9
                   read unloadfile next record end-read
                   if unload-status = 00
                       move unload-auth-record to auth-record
                       write auth-record
                       if authfile-status = 00
                           add 1 to ws-loaded-count
                       else
                           add 1 to ws-rejected-count
                           move spaces to ws-report-detail
                           string
                               'REJECTED load id=' auth-id
                               ' (error=' authfile-status ')'
                               delimited by size into ws-report-detail
                           end-string
                           move ws-report-detail to report-line
                           write report-line
                       end-if
                   end-if
               end-perform
               close unloadfile
               close authfile
           end-if.

      *> An entry is replayed when it was written at or after the
      *> moment the unload started — replaying one the unload already
      *> caught just sets the same value again — and not after the
      *> REBUILD_UNTIL stop point, if one was given.
       check-entry-window.
           move 'N' to ws-entry-in-window
           if ws-entry-ts >= ws-manifest-started
               if ws-until-ts = spaces
                   or ws-entry-ts <= ws-until-ts
                   move 'Y' to ws-entry-in-window
               end-if
           end-if.

      *> authmerge writes the xref entry first; a loser that is not
      *> yet MERGED on the rebuilt file is folded again here, so a
      *> merge whose history write failed is still recovered.
       roll-forward-merges.
           open input xreffile
           if xref-status = 00
               perform until xref-status > 9
                   read xreffile next record end-read
                   if xref-status = 00
                       move xref-timestamp to ws-entry-ts
                       perform check-entry-window
                       if ws-in-window
                           move xref-old-id to auth-id
                           perform apply-merge
                       end-if
                   end-if
               end-perform
           end-if
           close xreffile.

       apply-merge.
           read authfile key is auth-id
           if authfile-status not = 00
               perform report-unknown-id
           else
               if auth-status not = 'MERGED'
                   move 'MERGED' to auth-status
                   rewrite auth-record
                   add 1 to ws-xref-applied
                   move spaces to ws-report-detail
                   string
                       ws-entry-ts ' MERGE   id=' auth-id
                       ' into id=' xref-new-id
                       delimited by size into ws-report-detail
                   end-string
                   move ws-report-detail to report-line
                   write report-line
               end-if
           end-if.

       roll-forward-contacts.
           move '/tmp/auth-contact.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-chist-path
                       perform roll-forward-one-contact-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth-contact.history' to ws-chist-path
           perform roll-forward-one-contact-file.

       roll-forward-one-contact-file.
           open input chistfile
           if chist-status = 00
               perform until chist-status > 9
                   read chistfile next record end-read
                   if chist-status = 00
                       move chist-timestamp to ws-entry-ts
                       perform check-entry-window
                       if ws-in-window
                           move chist-auth-id to auth-id
                           perform apply-contact
                       end-if
                   end-if
               end-perform
           end-if
           close chistfile.

       apply-contact.
           read authfile key is auth-id
           if authfile-status not = 00
               perform report-unknown-id
           else
               move chist-new-email to auth-email
               move chist-new-address to auth-address
               rewrite auth-record
               add 1 to ws-chist-applied
               move spaces to ws-report-detail
               string
                   ws-entry-ts ' CONTACT id=' auth-id
                   ' by ' chist-changed-by
                   delimited by size into ws-report-detail
               end-string
               move ws-report-detail to report-line
               write report-line
           end-if.

      *> Status history is replayed last, in file order, so the final
      *> status on each record is the last one history recorded. An
      *> authanon entry also re-applies the scrub: the history line is
      *> the only trace the anonymization left outside auth.data.
       roll-forward-statuses.
           move '/tmp/auth.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-hist-path
                       perform roll-forward-one-status-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth.history' to ws-hist-path
           perform roll-forward-one-status-file.

       roll-forward-one-status-file.
           open input histfile
           if hist-status = 00
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       move hist-timestamp to ws-entry-ts
                       perform check-entry-window
                       if ws-in-window
                           move hist-auth-id to auth-id
                           perform apply-status
                       end-if
                   end-if
               end-perform
           end-if
           close histfile.

       apply-status.
           read authfile key is auth-id
           if authfile-status not = 00
               perform report-unknown-id
           else
               move hist-new-status to auth-status
      *> A renewal restarts the term from the date its reason
      *> carries, with the new term's notice not yet sent.
               if hist-reason (1:8) = 'RENEWED '
                   move hist-reason (9:8) to auth-renew-date
                   move spaces to auth-renew-notice-date
               end-if
               if hist-changed-by = 'authanon'
                   move ws-anon-name to auth-name
                   move ws-anon-email to auth-email
                   move ws-anon-address to auth-address
                   add 1 to ws-anon-applied
               end-if
               rewrite auth-record
               add 1 to ws-hist-applied
               move spaces to ws-report-detail
               string
                   ws-entry-ts ' STATUS  id=' auth-id
                   ' ' hist-old-status ' -> ' hist-new-status
                   ' by ' hist-changed-by
                   delimited by size into ws-report-detail
               end-string
               move ws-report-detail to report-line
               write report-line
           end-if.

      *> renewcycle queues a RENEW-DUE letter and stamps the day on
      *> auth-renew-notice-date, writing no history; the queue (its
      *> archives first, then the live file) is that history. Run
      *> after the statuses so a renewal replayed there has already
      *> set the term: a letter from before the current term started
      *> belongs to an earlier term and is left alone, exactly as
      *> renewcycle itself would treat it. Without this, every
      *> registrant told since the unload would be told again, and
      *> their notice period restarted, on the next renewcycle run.
       roll-forward-notices.
           move '/tmp/notify.queue.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-queue-path
                       perform roll-forward-one-queue-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/notify.queue' to ws-queue-path
           perform roll-forward-one-queue-file.

       roll-forward-one-queue-file.
           open input notifqueue
           if notify-status = 00
               perform until notify-status > 9
                   read notifqueue next record end-read
                   if notify-status = 00
                       and notify-kind = 'RENEW-DUE'
                       move notify-timestamp to ws-entry-ts
                       perform check-entry-window
                       if ws-in-window
                           move notify-auth-id to auth-id
                           perform apply-notice
                       end-if
                   end-if
               end-perform
           end-if
           close notifqueue.

       apply-notice.
           read authfile key is auth-id
           if authfile-status not = 00
               perform report-unknown-id
           else
               move spaces to ws-notice-date
               string
                   ws-entry-ts (1:4) ws-entry-ts (6:2)
                   ws-entry-ts (9:2)
                   delimited by size into ws-notice-date
               end-string
               if auth-renew-date is numeric
                   move auth-renew-date to ws-term-start
               else
                   move auth-reg-date to ws-term-start
               end-if
               if ws-notice-date >= ws-term-start
                   and (auth-renew-notice-date not numeric
                       or ws-notice-date > auth-renew-notice-date)
                   move ws-notice-date to auth-renew-notice-date
                   rewrite auth-record
                   add 1 to ws-notice-applied
                   move spaces to ws-report-detail
                   string
                       ws-entry-ts ' NOTICE  id=' auth-id
                       ' RENEW-DUE letter queued'
                       delimited by size into ws-report-detail
                   end-string
                   move ws-report-detail to report-line
                   write report-line
               end-if
           end-if.

      *> A side-file entry for an id the unload does not hold is a
      *> registration made after the unload (or a side-file fault);
      *> either way it is listed, not invented.
       report-unknown-id.
           add 1 to ws-unknown-count
           move spaces to ws-report-detail
           string
               ws-entry-ts ' SKIPPED id=' auth-id
               ' not on the unload'
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line.

       write-report-header.
           move spaces to ws-report-detail
           string
               'Registrant master rebuild ' ws-today
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'From unload ' function trim (ws-unload-path)
               ' started ' ws-manifest-started
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           if ws-until-ts not = spaces
               move spaces to ws-report-detail
               string
                   'Roll forward stops at ' ws-until-ts
                   delimited by size into ws-report-detail
               end-string
               move ws-report-detail to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

       write-report-summary.
           move spaces to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Loaded: ' ws-loaded-count
               '  Rejected: ' ws-rejected-count
               '  Merges: ' ws-xref-applied
               '  Contact changes: ' ws-chist-applied
               '  Status changes: ' ws-hist-applied
               ' (anonymized ' ws-anon-applied ')'
               '  Notices: ' ws-notice-applied
               '  Skipped: ' ws-unknown-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           if ws-rebuild-clean
               move 'Rebuilt file: /tmp/auth.data.rebuild'
                   to report-line
           else
               move 'REBUILD FAILED - rebuilt file is not usable'
                   to report-line
           end-if
           write report-line.

       end program authrebuild.
