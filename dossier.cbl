       identification division.
       program-id. dossier.

      *> Subject-access dossier: everything held about one registrant
      *> in one printable, dated document, instead of someone
      *> grepping the side files by hand. DOSSIER_ID names the
      *> registrant; the merge cross-reference is followed both ways
      *> (ids folded into it, and the id it was itself folded into,
      *> and so on along the chain) and every id found is covered:
      *>     the auth record and letter preferences
      *>     status changes (auth.history) with who made them
      *>     contact changes (auth-contact.history) with who made them
      *>     every notification queued and what became of it
      *>     undeliverable flags
      *>     the audit ISSUE entry that gave out the id, or the
      *>     reserved block it came from
      *> Side files housekeeping has cut, and the audit trail
      *> auditrotate has cut, are read archives first through their
      *> indexes, so the dossier is complete however old the entries.
      *> Output /tmp/dossier-<id>-yyyymmdd.txt, paged with a heading
      *> on every page. DOSSIER_BY (who is producing it) and
      *> DOSSIER_REF (the registrant's request reference) are
      *> printed on it and every run is logged to /tmp/dossier.log
      *> (dossrec.cpy). Read-only apart from the dossier and the log.
      *> Return code 4 when nothing at all is held for the id (the
      *> dossier still says so), 8 when it could not be produced.

       environment division.
       input-output section.
       file-control.
           select optional authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               file status is authfile-status.
           select optional preffile assign to '/tmp/auth.prefs'
               organization is indexed
               access mode is dynamic
               record key is pref-auth-id
               file status is pref-status.
           select optional xreffile assign to '/tmp/auth-xref.data'
               file status is xref-status
               organization is line sequential.
           select optional histfile assign to dynamic ws-scan-path
               file status is scan-status
               organization is line sequential.
           select optional chistfile assign to dynamic ws-scan-path
               file status is scan-status
               organization is line sequential.
           select optional undelfile assign to dynamic ws-scan-path
               file status is scan-status
               organization is line sequential.
           select optional notifqueue assign to dynamic ws-scan-path
               file status is scan-status
               organization is sequential.
           select optional auditfile assign to dynamic ws-scan-path
               file status is scan-status
               organization is line sequential.
           select optional rangefile assign to dynamic ws-scan-path
               file status is scan-status
               organization is line sequential.
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.
           select dosslog assign to '/tmp/dossier.log'
               file status is dosslog-status
               organization is line sequential.

       data division.
       file section.
       fd authfile.
           copy "authrec.cpy".
       fd preffile.
           copy "prefrec.cpy".
       fd xreffile.
           copy "xrefrec.cpy".
       fd histfile.
           copy "histrec.cpy".
       fd chistfile.
           copy "chistrec.cpy".
       fd undelfile.
           copy "undelrec.cpy".
       fd notifqueue.
           copy "notifrec.cpy".
       fd auditfile.
           copy "auditrec.cpy".
       fd rangefile.
           copy "rangerec.cpy".
       fd archindex.
          01 archindex-line pic x(60).
       fd reportfile.
          01 report-line pic x(132).
       fd dosslog.
           copy "dossrec.cpy".

       working-storage section.
       01 authfile-status pic 9(2).
       01 pref-status pic 9(2).
       01 xref-status pic 9(2).
       01 scan-status pic 9(2).
       01 archindex-status pic 9(2).
       01 report-status pic 9(2).
       01 dosslog-status pic 9(2).
       01 ws-scan-path pic x(60).
       01 ws-index-path pic x(60).
       01 ws-live-path pic x(60).
       01 ws-report-path pic x(60).
       01 ws-today pic x(8).
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
       01 ws-print-date pic x(10).

       01 ws-id-text pic x(20).
       01 ws-dossier-id pic 9(10) value 0.
       01 ws-requested-by pic x(40).
       01 ws-reference pic x(20).
       01 ws-result pic x(10) value 'PRODUCED'.

       01 ws-id-table.
           05 ws-id-entry occurs 50 times.
               10 ws-it-id pic 9(10).
       01 ws-id-count pic 9(3) value 0.
       01 ws-id-max pic 9(3) value 50.
       01 ws-id-idx pic 9(3).
       01 ws-id-overflow pic x value 'N'.
       01 ws-added-this-pass pic 9(3).
       01 ws-check-id pic 9(10).
       01 ws-in-set pic x.
           88 ws-id-in-set value 'Y'.
       01 ws-old-in-set pic x.
       01 ws-new-in-set pic x.

       01 ws-walk-kind pic x(6).
       01 ws-section-count pic 9(6).
       01 ws-held-count pic 9(6) value 0.
       01 ws-state-text pic x(40).

       01 ws-page-no pic 9(4) value 0.
       01 ws-page-lines pic 9(3) value 0.
       01 ws-page-max pic 9(3) value 56.
       01 ws-line-count pic 9(6) value 0.
       01 ws-detail-line pic x(132).
       01 ws-section-title pic x(132).

       01 ws-addr-work.
           05 ws-aw-line1 pic x(40).
           05 ws-aw-line2 pic x(40).
           05 ws-aw-town pic x(30).
           05 ws-aw-postcode pic x(10).
           05 ws-aw-country pic x(20).
       01 ws-address-line pic x(160).
       01 ws-address-ptr pic 9(3).

           copy "lkidchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           perform build-timestamp
           move spaces to ws-print-date
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day
               delimited by size into ws-print-date
           end-string

           accept ws-id-text from environment 'DOSSIER_ID'
           accept ws-requested-by from environment 'DOSSIER_BY'
           accept ws-reference from environment 'DOSSIER_REF'
           if ws-requested-by = spaces
               move '(not given)' to ws-requested-by
           end-if
           if ws-id-text = spaces
               or function trim (ws-id-text) not numeric
               or function length (function trim (ws-id-text)) > 10
               display "DOSSIER_ID must be a registrant id: "
                   function trim (ws-id-text) upon syserr
               move 'FAILED' to ws-result
               perform log-dossier-run
               move 8 to return-code
               goback
           end-if
           move function numval (ws-id-text) to ws-dossier-id
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-dossier-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call
           if lk-idchk-return-code = 10
               display "DOSSIER_ID " ws-dossier-id
                   " fails its check digit; check the number"
                   upon syserr
               move 'FAILED' to ws-result
               perform log-dossier-run
               move 8 to return-code
               goback
           end-if

           move spaces to ws-report-path
           string
               '/tmp/dossier-' ws-dossier-id '-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string

           perform collect-merged-ids

           open output reportfile
           if report-status not = 00
               display "Failed to open dossier file: error="
                   report-status upon syserr
               move 'FAILED' to ws-result
               perform log-dossier-run
               move 8 to return-code
               goback
           end-if
           perform write-page-header
           perform write-cover-section

      *> A file held exclusively by an intake or renewal run would
      *> read as "no record on file" for every id — a false
      *> statement in the document — so a dossier that cannot read
      *> either is not produced at all.
           open input authfile
           if authfile-status not = 00 and authfile-status not = 05
               display "Failed to open auth file: error="
                   authfile-status "; dossier not produced"
                   upon syserr
               perform abandon-dossier
           end-if
           open input preffile
           if pref-status not = 00 and pref-status not = 05
               and pref-status not = 35
               display "Failed to open preferences file: error="
                   pref-status "; dossier not produced" upon syserr
               close authfile
               perform abandon-dossier
           end-if
           perform write-record-section
           close preffile
           close authfile

           move 'HIST' to ws-walk-kind
           move 'Status changes' to ws-detail-line
           perform start-section
           move '/tmp/auth.history' to ws-live-path
           perform walk-archives-then-live
           perform end-section

           move 'CHIST' to ws-walk-kind
           move 'Contact changes' to ws-detail-line
           perform start-section
           move '/tmp/auth-contact.history' to ws-live-path
           perform walk-archives-then-live
           perform end-section

           move 'QUEUE' to ws-walk-kind
           move 'Notifications' to ws-detail-line
           perform start-section
           move '/tmp/notify.queue' to ws-live-path
           perform walk-archives-then-live
           perform end-section

           move 'UNDEL' to ws-walk-kind
           move 'Undeliverable address flags' to ws-detail-line
           perform start-section
           move '/tmp/auth.undeliverable' to ws-live-path
           perform walk-archives-then-live
           perform end-section

           perform write-issue-section

           move spaces to ws-detail-line
           perform write-dossier-line
           move 'End of dossier.' to ws-detail-line
           perform write-dossier-line
           close reportfile

           if ws-held-count = 0
               move 'NO-RECORD' to ws-result
           end-if
           perform log-dossier-run
           display "Dossier for id " ws-dossier-id " ("
               ws-id-count " ids) in " function trim (ws-report-path)
               upon syserr
           if ws-held-count = 0
               move 4 to return-code
           end-if
           goback.

      *> The partial file is removed so nothing half-written can be
      *> sent to the requester.
       abandon-dossier.
           close reportfile
           call "CBL_DELETE_FILE" using ws-report-path
           move 'FAILED' to ws-result
           perform log-dossier-run
           move 8 to return-code
           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

      *> Passes over the cross-reference until one adds no new id:
      *> an entry with either end already in the set brings the
      *> other end in, so chains and fans of merges are followed in
      *> both directions.
       collect-merged-ids.
           move 1 to ws-id-count
           move ws-dossier-id to ws-it-id (1)
           move 1 to ws-added-this-pass
           perform until ws-added-this-pass = 0
               move 0 to ws-added-this-pass
               open input xreffile
               if xref-status = 00
                   perform until xref-status > 9
                       read xreffile next record end-read
                       if xref-status = 00
                           perform link-one-xref-entry
                       end-if
                   end-perform
               end-if
               close xreffile
           end-perform.

       link-one-xref-entry.
           move xref-old-id to ws-check-id
           perform check-id-in-set
           move ws-in-set to ws-old-in-set
           move xref-new-id to ws-check-id
           perform check-id-in-set
           move ws-in-set to ws-new-in-set
           if ws-old-in-set = 'Y' and ws-new-in-set = 'N'
               move xref-new-id to ws-check-id
               perform add-id-to-set
           end-if
           if ws-new-in-set = 'Y' and ws-old-in-set = 'N'
               move xref-old-id to ws-check-id
               perform add-id-to-set
           end-if.

       add-id-to-set.
           if ws-id-count < ws-id-max
               add 1 to ws-id-count
               move ws-check-id to ws-it-id (ws-id-count)
               add 1 to ws-added-this-pass
           else
               move 'Y' to ws-id-overflow
           end-if.

       check-id-in-set.
           move 'N' to ws-in-set
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count or ws-id-in-set
               if ws-it-id (ws-id-idx) = ws-check-id
                   move 'Y' to ws-in-set
               end-if
           end-perform.

      *> Every line goes out after advancing, so the page headings'
      *> form feeds land where the printer expects them.
       write-page-header.
           add 1 to ws-page-no
           move spaces to report-line
           string
               'Subject access dossier - registrant ' ws-dossier-id
               '   produced ' ws-print-date '   page ' ws-page-no
               delimited by size into report-line
           end-string
           write report-line after advancing page
           move spaces to report-line
           write report-line after advancing 1 line
           move 2 to ws-page-lines
           add 2 to ws-line-count.

       write-dossier-line.
           if ws-page-lines >= ws-page-max
               perform write-page-header
           end-if
           move ws-detail-line to report-line
           write report-line after advancing 1 line
           add 1 to ws-page-lines
           add 1 to ws-line-count.

       write-cover-section.
           move spaces to ws-detail-line
           string
               'Produced:        ' ws-timestamp
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               'Produced by:     ' function trim (ws-requested-by)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               'Request ref:     ' function trim (ws-reference)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               'Registrant id:   ' ws-dossier-id
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           perform write-dossier-line
           move 'Ids covered (linked through merges):'
               to ws-detail-line
           perform write-dossier-line
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move spaces to ws-detail-line
               string '  ' ws-it-id (ws-id-idx)
                   delimited by size into ws-detail-line
               end-string
               perform write-dossier-line
           end-perform
           if ws-id-overflow = 'Y'
               move '  ...more linked ids than one dossier covers;'
                   to ws-detail-line
               perform write-dossier-line
               move '  run again for the ids listed above'
                   to ws-detail-line
               perform write-dossier-line
           end-if
           perform write-merge-entries.

       write-merge-entries.
           move 0 to ws-section-count
           open input xreffile
           if xref-status = 00
               perform until xref-status > 9
                   read xreffile next record end-read
                   if xref-status = 00
                       move xref-old-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           if ws-section-count = 0
                               move 'Merges:' to ws-detail-line
                               perform write-dossier-line
                           end-if
                           add 1 to ws-section-count
                           move spaces to ws-detail-line
                           string
                               '  ' xref-timestamp (1:19) '  id '
                               xref-old-id ' merged into ' xref-new-id
                               delimited by size into ws-detail-line
                           end-string
                           perform write-dossier-line
                       end-if
                   end-if
               end-perform
           end-if
           close xreffile.

       write-record-section.
           move 'Registrant records' to ws-detail-line
           perform start-section
           perform varying ws-id-idx from 1 by 1
                   until ws-id-idx > ws-id-count
               move ws-it-id (ws-id-idx) to auth-id
               read authfile key is auth-id
               if authfile-status = 00
                   add 1 to ws-section-count
                   perform write-one-auth-record
               else
                   move spaces to ws-detail-line
                   string
                       '  id ' ws-it-id (ws-id-idx)
                       ': no registrant record on file'
                       delimited by size into ws-detail-line
                   end-string
                   perform write-dossier-line
               end-if
           end-perform
           add ws-section-count to ws-held-count.

       write-one-auth-record.
           move spaces to ws-detail-line
           string
               '  id ' auth-id '  status ' function trim (auth-status)
               '  registered ' auth-reg-date ' ' auth-reg-time
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               '    name    ' function trim (auth-name)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               '    email   ' function trim (auth-email)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move auth-address to ws-addr-work
           perform build-address-line
           move spaces to ws-detail-line
           string
               '    address ' function trim (ws-address-line)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line

           move auth-id to pref-auth-id
           read preffile key is pref-auth-id
           if pref-status = 00
               perform write-preference-line
               move spaces to ws-detail-line
               string
                   '    preferences given ' pref-consent-timestamp
                   ' by ' function trim (pref-consent-method)
                   ', recorded by ' function trim (pref-changed-by)
                   delimited by size into ws-detail-line
               end-string
               perform write-dossier-line
           else
               move '    no letter preferences stated'
                   to ws-detail-line
               perform write-dossier-line
           end-if.

      *> The opted-out kinds are listed after the channel, or 'none'.
       write-preference-line.
           move spaces to ws-state-text
           if pref-opt-register = 'N'
               string ws-state-text delimited by '  '
                   ' REGISTER' delimited by size into ws-state-text
               end-string
           end-if
           if pref-opt-deactivate = 'N'
               string ws-state-text delimited by '  '
                   ' DEACTIVATE' delimited by size into ws-state-text
               end-string
           end-if
           if pref-opt-reinstate = 'N'
               string ws-state-text delimited by '  '
                   ' REINSTATE' delimited by size into ws-state-text
               end-string
           end-if
           if pref-opt-merged = 'N'
               string ws-state-text delimited by '  '
                   ' MERGED' delimited by size into ws-state-text
               end-string
           end-if
           if pref-opt-renewal = 'N'
               string ws-state-text delimited by '  '
                   ' RENEW-DUE' delimited by size into ws-state-text
               end-string
           end-if
           if ws-state-text = spaces
               move ' none' to ws-state-text
           end-if
           move spaces to ws-detail-line
           string
               '    letters by ' function trim (pref-channel)
               '; opted out of:' ws-state-text
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line.

       start-section.
           move 0 to ws-section-count
           move ws-detail-line to ws-section-title
           move spaces to ws-detail-line
           perform write-dossier-line
           move ws-section-title to ws-detail-line
           perform write-dossier-line
           move all '-' to ws-detail-line (1:40)
           perform write-dossier-line.

       end-section.
           if ws-section-count = 0
               move '  (none)' to ws-detail-line
               perform write-dossier-line
           end-if
           add ws-section-count to ws-held-count.

      *> The dated archives housekeep (or auditrotate, for the audit
      *> trail) cut, in cut order, then the live file; each file is
      *> scanned by the paragraph ws-walk-kind names.
       walk-archives-then-live.
           move spaces to ws-index-path
           string function trim (ws-live-path) '.archives'
               delimited by size into ws-index-path
           end-string
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-scan-path
                       perform scan-one-file
                   end-if
               end-perform
           end-if
           close archindex
           move ws-live-path to ws-scan-path
           perform scan-one-file.

       scan-one-file.
           evaluate ws-walk-kind
               when 'HIST'
                   perform scan-history-file
               when 'CHIST'
                   perform scan-contact-file
               when 'QUEUE'
                   perform scan-queue-file
               when 'UNDEL'
                   perform scan-undel-file
               when 'AUDIT'
                   perform scan-audit-file
               when 'RANGE'
                   perform scan-range-file
               when other
                   continue
           end-evaluate.

       scan-history-file.
           open input histfile
           if scan-status = 00
               perform until scan-status > 9
                   read histfile next record end-read
                   if scan-status = 00
                       move hist-auth-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           add 1 to ws-section-count
                           perform write-history-entry
                       end-if
                   end-if
               end-perform
           end-if
           close histfile.

       write-history-entry.
           move spaces to ws-detail-line
           string
               '  ' hist-timestamp (1:19) '  id ' hist-auth-id '  '
               function trim (hist-old-status) ' -> '
               function trim (hist-new-status)
               '  by ' function trim (hist-changed-by)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           if hist-reason not = spaces
               move spaces to ws-detail-line
               string
                   '      reason: ' function trim (hist-reason)
                   delimited by size into ws-detail-line
               end-string
               perform write-dossier-line
           end-if.

       scan-contact-file.
           open input chistfile
           if scan-status = 00
               perform until scan-status > 9
                   read chistfile next record end-read
                   if scan-status = 00
                       move chist-auth-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           add 1 to ws-section-count
                           perform write-contact-entry
                       end-if
                   end-if
               end-perform
           end-if
           close chistfile.

       write-contact-entry.
           move spaces to ws-detail-line
           string
               '  ' chist-timestamp (1:19) '  id ' chist-auth-id
               '  by ' function trim (chist-changed-by)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               '      email was:   ' function trim (chist-old-email)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move spaces to ws-detail-line
           string
               '      email now:   ' function trim (chist-new-email)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move chist-old-address to ws-addr-work
           perform build-address-line
           move spaces to ws-detail-line
           string
               '      address was: ' function trim (ws-address-line)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           move chist-new-address to ws-addr-work
           perform build-address-line
           move spaces to ws-detail-line
           string
               '      address now: ' function trim (ws-address-line)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line
           if chist-reason not = spaces
               move spaces to ws-detail-line
               string
                   '      reason: ' function trim (chist-reason)
                   delimited by size into ws-detail-line
               end-string
               perform write-dossier-line
           end-if.

       scan-queue-file.
           open input notifqueue
           if scan-status = 00
               perform until scan-status > 9
                   read notifqueue next record end-read
                   if scan-status = 00
                       move notify-auth-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           add 1 to ws-section-count
                           perform write-queue-entry
                       end-if
                   end-if
               end-perform
           end-if
           close notifqueue.

      *> The queue flag in words, as notifrec.cpy defines it.
       write-queue-entry.
           evaluate notify-sent-flag
               when 'N'
                   move 'pending' to ws-state-text
               when 'Y'
                   move 'sent by post' to ws-state-text
               when 'E'
                   move 'sent by email' to ws-state-text
               when 'S'
                   move 'suppressed: address undeliverable'
                       to ws-state-text
               when 'O'
                   move 'suppressed: registrant opted out'
                       to ws-state-text
               when other
                   move 'unknown state' to ws-state-text
           end-evaluate
           move spaces to ws-detail-line
           string
               '  ' notify-timestamp (1:19) '  id ' notify-auth-id
               '  ' notify-kind '  ' function trim (ws-state-text)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line.

       scan-undel-file.
           open input undelfile
           if scan-status = 00
               perform until scan-status > 9
                   read undelfile next record end-read
                   if scan-status = 00
                       move undel-auth-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           add 1 to ws-section-count
                           move spaces to ws-detail-line
                           string
                               '  ' undel-timestamp (1:19) '  id '
                               undel-auth-id '  '
                               function trim (undel-action) '  '
                               function trim (undel-reason)
                               delimited by size into ws-detail-line
                           end-string
                           perform write-dossier-line
                       end-if
                   end-if
               end-perform
           end-if
           close undelfile.

      *> How each id came to exist: the counter's ISSUE entry on the
      *> audit trail, or for a pre-printed form the REGISTRANTS block
      *> reserved through allocrange that it falls inside.
       write-issue-section.
           move 'How the ids were issued' to ws-detail-line
           perform start-section
           move 'AUDIT' to ws-walk-kind
           move '/tmp/autoinc.audit' to ws-live-path
           perform walk-archives-then-live
           move 'RANGE' to ws-walk-kind
           move '/tmp/autoinc.ranges' to ws-live-path
           perform walk-archives-then-live
           if ws-section-count = 0
               move '  no issue entry or reserved block found (id'
                   to ws-detail-line
               perform write-dossier-line
               move '  issued before the audit trail was kept?)'
                   to ws-detail-line
               perform write-dossier-line
           end-if
           add ws-section-count to ws-held-count.

       scan-audit-file.
           open input auditfile
           if scan-status = 00
               perform until scan-status > 9
                   read auditfile next record end-read
                   if scan-status = 00
                       and audit-seq-name = 'REGISTRANTS'
                       and audit-action = 'ISSUE'
                       move audit-new-id to ws-check-id
                       perform check-id-in-set
                       if ws-id-in-set
                           add 1 to ws-section-count
                           move spaces to ws-detail-line
                           string
                               '  ' audit-timestamp (1:19) '  id '
                               audit-new-id '  issued to '
                               function trim (audit-caller-info)
                               delimited by size into ws-detail-line
                           end-string
                           perform write-dossier-line
                       end-if
                   end-if
               end-perform
           end-if
           close auditfile.

       scan-range-file.
           open input rangefile
           if scan-status = 00
               perform until scan-status > 9
                   read rangefile next record end-read
                   if scan-status = 00
                       and range-seq-name = 'REGISTRANTS'
                       perform varying ws-id-idx from 1 by 1
                               until ws-id-idx > ws-id-count
                           if ws-it-id (ws-id-idx) >= range-start-id
                               and ws-it-id (ws-id-idx)
                                   <= range-end-id
                               add 1 to ws-section-count
                               perform write-range-entry
                           end-if
                       end-perform
                   end-if
               end-perform
           end-if
           close rangefile.

       write-range-entry.
           move spaces to ws-detail-line
           string
               '  ' range-timestamp (1:19) '  id '
               ws-it-id (ws-id-idx) '  in block reserved '
               range-start-id '-' range-end-id ' by '
               function trim (range-caller-info)
               delimited by size into ws-detail-line
           end-string
           perform write-dossier-line.

       build-address-line.
           move spaces to ws-address-line
           move 1 to ws-address-ptr
           if ws-aw-line1 not = spaces
               string function trim (ws-aw-line1)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if ws-aw-line2 not = spaces
               perform add-address-separator
               string function trim (ws-aw-line2)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if ws-aw-town not = spaces
               perform add-address-separator
               string function trim (ws-aw-town)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if ws-aw-postcode not = spaces
               perform add-address-separator
               string function trim (ws-aw-postcode)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if ws-aw-country not = spaces
               perform add-address-separator
               string function trim (ws-aw-country)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if ws-address-line = spaces
               move '(none)' to ws-address-line
           end-if.

       add-address-separator.
           if ws-address-ptr > 1
               string ', ' delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if.

       log-dossier-run.
           open extend dosslog
           if dosslog-status = 35
               open output dosslog
           end-if
           if dosslog-status < 10
               move spaces to doss-record
               move ws-timestamp to doss-timestamp
               move ws-dossier-id to doss-auth-id
               move ws-id-count to doss-id-count
               move ws-line-count to doss-line-count
               move ws-result to doss-result
               move ws-requested-by to doss-requested-by
               move ws-reference to doss-reference
               move ws-report-path to doss-output-path
               write doss-record
               if dosslog-status not < 10
                   display "Failed to write dossier log: error="
                       dosslog-status upon syserr
               end-if
           else
               display "Failed to open dossier log: error="
                   dosslog-status upon syserr
           end-if
           close dosslog.

       end program dossier.
