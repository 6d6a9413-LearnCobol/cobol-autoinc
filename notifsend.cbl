      *> each notify-kind comes from its own template file
      *> (/tmp/notify-template-<KIND>.txt), which the communications
      *> team edits without a code change; %NAME%, %EMAIL%, %ADDRESS%,
      *> %TOWN%, %POSTCODE%, %ID% and %DATE% in a template line are
      *> filled from the queue record. A kind with no template on
      *> disk falls back to a wired-in body, so a missing file never
      *> silences a letter.
      *> Each pending record is routed by the registrant's letter
      *> preferences (prefrec.cpy): a kind they opted out of is
      *> suppressed ('O'), an EMAIL-channel letter goes to the day's
      *> email file, /tmp/notify-email-yyyymmdd.txt, instead of the
      *> postal one ('E'), and only postal letters are held back by
      *> an undeliverable flag ('S') — that flag comes from bounced
      *> post. Every run appends its counts, suppressions by reason,
      *> to /tmp/notify-summary-yyyymmdd.txt. Each letter marked sent
      *> by post is also copied, queue record as it stands, to the
      *> day's sent log, /tmp/notify-sent-yyyymmdd.data, which the
      *> printrun presort job prints from.

       environment division.
       input-output section.
               assign to '/tmp/auth.undeliverable'
               file status is undel-status
               organization is line sequential.
           select optional preffile assign to '/tmp/auth.prefs'
               organization is indexed
               access mode is dynamic
               record key is pref-auth-id
               file status is pref-status.
           select emailfile assign to dynamic ws-email-path
               file status is email-status
               organization is line sequential.
           select sentlog assign to dynamic ws-sent-path
               file status is sent-status
               organization is sequential.
           select summaryfile assign to dynamic ws-summary-path
               file status is summary-status
               organization is line sequential.

       data division.
       file section.
          01 out-line pic x(200).
       fd undelfile.
           copy "undelrec.cpy".
       fd preffile.
           copy "prefrec.cpy".
       fd emailfile.
          01 email-line pic x(200).
       fd sentlog.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==sent==.
       fd summaryfile.
          01 summary-line pic x(132).

       working-storage section.
       01 notify-status pic 9(2).
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 ws-cd-time.
               10 ws-cd-hour pic 9(2).
               10 ws-cd-minute pic 9(2).
               10 ws-cd-second pic 9(2).
           05 filler pic x(9).
       01 undel-status pic 9(2).
       01 ws-addr-flagged pic x.
       01 pref-status pic 9(2).
       01 email-status pic 9(2).
       01 ws-email-path pic x(60).
       01 summary-status pic 9(2).
       01 sent-status pic 9(2).
       01 ws-sent-path pic x(60).
       01 ws-summary-path pic x(60).
       01 ws-summary-detail pic x(132).
       01 ws-opted-out pic x.
       01 ws-kind-flag pic x.
       01 ws-route-channel pic x(10).
           88 ws-route-email value 'EMAIL'.
       01 ws-sent-count pic 9(6) value 0.
       01 ws-emailed-count pic 9(6) value 0.
       01 ws-skipped-count pic 9(6) value 0.
       01 ws-suppressed-count pic 9(6) value 0.
       01 ws-optout-count pic 9(6) value 0.
       01 ws-text-line pic x(200).
       01 ws-scan-buffer pic x(200).
       01 ws-token pic x(10).
       01 ws-token-len pic 9(2).
       01 ws-token-value pic x(160).
       01 ws-address-line pic x(160).
       01 ws-address-ptr pic 9(3).
       01 ws-val-len pic 9(3).
       01 ws-scan-pos pic 9(4).
       01 ws-build-pos pic 9(4).
               '/tmp/notify-out-' ws-today '.txt'
               delimited by size into ws-out-path
           end-string
           move spaces to ws-email-path
           string
               '/tmp/notify-email-' ws-today '.txt'
               delimited by size into ws-email-path
           end-string
           move spaces to ws-sent-path
           string
               '/tmp/notify-sent-' ws-today '.data'
               delimited by size into ws-sent-path
           end-string
           move spaces to ws-summary-path
           string
               '/tmp/notify-summary-' ws-today '.txt'
               delimited by size into ws-summary-path
           end-string

      *> Return codes for the job stream: 4 when there is no queue
      *> to drain (nothing to do), 8 when the run could not start.
           open i-o notifqueue
           if notify-status not = 00
               display "No notification queue to drain (error="
                   notify-status ")" upon syserr
               if notify-status = 35
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
               goback
           end-if

               display "Failed to open output file: error="
                   out-status upon syserr
               close notifqueue
               move 8 to return-code
               goback
           end-if

           open extend emailfile
           if email-status = 35
               open output emailfile
           end-if
           if email-status not < 10
               display "Failed to open email output file: error="
                   email-status upon syserr
               close outfile
               close notifqueue
               move 8 to return-code
               goback
           end-if

      *> No preferences file means nobody has stated any (status 05
      *> on the OPTIONAL open): every letter goes by post as before.
      *> A file that is there but cannot be read stops the drain —
      *> sending to people who opted out is the complaint the file
      *> exists to stop.
           open input preffile
           if pref-status not = 00 and pref-status not = 05
               display "Failed to open preferences file: error="
                   pref-status upon syserr
               close preffile
               close emailfile
               close outfile
               close notifqueue
               move 8 to return-code
               goback
           end-if

           open extend sentlog
           if sent-status = 35
               open output sentlog
           end-if
           if sent-status not < 10
               display "Failed to open sent log: error="
                   sent-status upon syserr
               close preffile
               close emailfile
               close outfile
               close notifqueue
               move 8 to return-code
               goback
           end-if

               read notifqueue next record end-read
               if notify-status = 00
                   if notify-sent-flag = 'N'
                       perform route-one-notification
                   else
                       add 1 to ws-skipped-count
                   end-if
               end-if
           end-perform

           close sentlog
           close preffile
           close emailfile
           close outfile
           close notifqueue

           perform write-run-summary
           display "Sent " ws-sent-count " by post and "
               ws-emailed-count " by email ("
               ws-skipped-count " already done, "
               ws-suppressed-count " suppressed undeliverable, "
               ws-optout-count " suppressed opted out); output in "
               function trim (ws-out-path) upon syserr
           goback.

       route-one-notification.
           perform look-up-preferences
           evaluate true
               when ws-opted-out = 'Y'
                   perform suppress-opted-out
               when ws-route-email
                   perform send-one-notification
               when other
                   perform check-undeliverable
                   if ws-addr-flagged = 'Y'
                       perform suppress-one-notification
                   else
                       perform send-one-notification
                   end-if
           end-evaluate.

      *> Only 'N' opts out of a kind; a kind the record has no flag
      *> for yet goes out, as it would with no record at all.
       look-up-preferences.
           move 'N' to ws-opted-out
           move 'POST' to ws-route-channel
           move notify-auth-id to pref-auth-id
           read preffile key is pref-auth-id
           if pref-status = 00
               if pref-channel = 'EMAIL'
                   move 'EMAIL' to ws-route-channel
               end-if
               move space to ws-kind-flag
               evaluate notify-kind
                   when 'REGISTER'
                       move pref-opt-register to ws-kind-flag
                   when 'DEACTIVATE'
                       move pref-opt-deactivate to ws-kind-flag
                   when 'REINSTATE'
                       move pref-opt-reinstate to ws-kind-flag
                   when 'MERGED'
                       move pref-opt-merged to ws-kind-flag
                   when 'RENEW-DUE'
                       move pref-opt-renewal to ws-kind-flag
                   when other
                       continue
               end-evaluate
               if ws-kind-flag = 'N'
                   move 'Y' to ws-opted-out
               end-if
           end-if.

      *> Terminal like an undeliverable suppression: a registrant who
      *> opts back in later does not get the old letter.
       suppress-opted-out.
           move 'O' to notify-sent-flag
           rewrite notify-record
           if notify-status not = 00
               display "Failed to mark record suppressed: error="
                   notify-status upon syserr
               move 00 to notify-status
           else
               add 1 to ws-optout-count
           end-if.

       write-run-summary.
           open extend summaryfile
           if summary-status = 35
               open output summaryfile
           end-if
           if summary-status < 10
               move function current-date to ws-current-date-time
               move spaces to ws-summary-detail
               string
                   ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
                   ' posted=' ws-sent-count
                   ' emailed=' ws-emailed-count
                   ' suppressed-undeliverable=' ws-suppressed-count
                   ' suppressed-opted-out=' ws-optout-count
                   ' already-done=' ws-skipped-count
                   delimited by size into ws-summary-detail
               end-string
               move ws-summary-detail to summary-line
               write summary-line
           else
               display "Failed to open run summary: error="
                   summary-status upon syserr
           end-if
           close summaryfile.

      *> A registrant whose address mailreturn has flagged gets no
      *> more letters until authmaint's contact update clears the
      *> flag. Last entry for the id in the flag file wins, same as
      *> The rewrite lands before the next read, so a crash mid-drain
      *> leaves at worst one notification formatted but unmarked —
      *> the rerun resends that one rather than losing it.
      *> An email letter is the same letter without the At: line,
      *> written to the email file and marked 'E' rather than 'Y'.
       send-one-notification.
           move spaces to ws-text-line
           string
               ' <' function trim (notify-email) '>'
               delimited by size into ws-text-line
           end-string
           perform write-output-line

           perform build-address-line
           if not ws-route-email
               move spaces to ws-text-line
               string
                   'At: ' function trim (ws-address-line)
                   delimited by size into ws-text-line
               end-string
               perform write-output-line
           end-if

           perform write-letter-body

           move '---' to ws-text-line
           perform write-output-line

           if ws-route-email
               move 'E' to notify-sent-flag
           else
               move 'Y' to notify-sent-flag
           end-if
           rewrite notify-record
           if notify-status not = 00
               display "Failed to mark record sent: error="
                   notify-status upon syserr
               move 00 to notify-status
           else
               if ws-route-email
                   add 1 to ws-emailed-count
               else
                   add 1 to ws-sent-count
                   move notify-record to sent-record
                   write sent-record
                   if sent-status not < 10
                       display "Failed to write sent log: error="
                           sent-status upon syserr
                   end-if
               end-if
           end-if.

       write-output-line.
           if ws-route-email
               move ws-text-line to email-line
               write email-line
           else
               move ws-text-line to out-line
               write out-line
           end-if.

      *> The structured address on one line, its non-blank parts
      *> separated by commas, for the At: routing line and %ADDRESS%.
       build-address-line.
           move spaces to ws-address-line
           move 1 to ws-address-ptr
           if notify-addr-line1 not = spaces
               string function trim (notify-addr-line1)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if notify-addr-line2 not = spaces
               perform add-address-separator
               string function trim (notify-addr-line2)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if notify-addr-town not = spaces
               perform add-address-separator
               string function trim (notify-addr-town)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if notify-addr-postcode not = spaces
               perform add-address-separator
               string function trim (notify-addr-postcode)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if notify-addr-country not = spaces
               perform add-address-separator
               string function trim (notify-addr-country)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if.

       add-address-separator.
           if ws-address-ptr > 1
               string ', ' delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if.

      *> The To:/At: routing lines above stay program-formatted — the
                   if template-status = 00
                       move template-line to ws-text-line
                       perform substitute-tokens
                       perform write-output-line
                   end-if
               end-perform
           else
                       ' registration is unaffected.'
                       delimited by size into ws-text-line
                   end-string
               when 'RENEW-DUE'
                   string
                       'Your registration id ' notify-auth-id
                       ' is due for renewal; renew before the end'
                       ' of its term to keep it active.'
                       delimited by size into ws-text-line
                   end-string
               when other
                   string
                       'Notice regarding your registration id '
                       delimited by size into ws-text-line
                   end-string
           end-evaluate
           perform write-output-line.

       substitute-tokens.
           move '%NAME%' to ws-token
           move notify-email to ws-token-value
           perform replace-one-token
           move '%ADDRESS%' to ws-token
           move ws-address-line to ws-token-value
           perform replace-one-token
           move '%TOWN%' to ws-token
           move notify-addr-town to ws-token-value
           perform replace-one-token
           move '%POSTCODE%' to ws-token
           move notify-addr-postcode to ws-token-value
           perform replace-one-token
           move '%ID%' to ws-token
           move notify-auth-id to ws-token-value
