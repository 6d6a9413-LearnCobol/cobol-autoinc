               assign to '/tmp/namereg.freeze'
               file status is freeze-status
               organization is line sequential.
           select optional rangefile assign to dynamic ws-range-path
               file status is range-status
               organization is line sequential.
           select optional rangeindex
               assign to '/tmp/autoinc.ranges.archives'
               file status is rangeindex-status
               organization is line sequential.
           select optional notifqueue assign to '/tmp/notify.queue'
               file status is notify-status
               organization is sequential.
           select optional blockfile
               assign to '/tmp/namereg.blocklist'
               file status is block-status
               organization is line sequential.
           select throttlefile assign to '/tmp/namereg.throttle'
               organization is indexed
               access mode is dynamic
               record key is thr-remote-addr
               lock mode is exclusive
               file status is throttle-status.
           select refusalfile assign to '/tmp/namereg-refusals.log'
               file status is refusal-status
               organization is line sequential.

       data division.
       file section.
          01 freeze-line pic x(80).
       fd rangefile.
           copy "rangerec.cpy".
       fd rangeindex.
          01 rangeindex-line pic x(60).
       fd notifqueue.
           copy "notifrec.cpy".
       fd blockfile.
          01 block-line pic x(80).
       fd throttlefile.
           copy "thrrec.cpy".
       fd refusalfile.
           copy "refusrec.cpy".

       working-storage section.
       01 request-method pic x(20).
       01 ws-post-body-len pic 9(4) value 0.
       01 ws-name pic x(60) value spaces.
       01 ws-email pic x(60) value spaces.
       01 ws-address.
           05 ws-addr-line1 pic x(40).
           05 ws-addr-line2 pic x(40).
           05 ws-addr-town pic x(30).
           05 ws-addr-postcode pic x(10).
           05 ws-addr-country pic x(20).
       01 ws-address-text pic x(100) value spaces.
       01 ws-address-result pic x(8) value 'OK'.
           88 ws-address-ok value 'OK'.
           88 ws-address-incomplete value 'MISSING'.
           88 ws-address-unreadable value 'UNSPLIT'.
           88 ws-address-bad-postcode value 'POSTCODE'.
           88 ws-address-bad-country value 'COUNTRY'.
       01 ws-reject-text pic x(60).
       01 ws-channel pic x(10) value spaces.
       01 ws-optout pic x(60) value spaces.
       01 ws-found-dup pic x value 'N'.
           88 ws-is-dup value 'Y'.
       01 ws-email-valid pic x value 'N'.
       01 ws-email-dup-id pic 9(10).
       01 ws-bad-char-count pic 9(4) value 0.
       01 range-status pic 9(2).
       01 rangeindex-status pic 9(2).
       01 ws-range-path pic x(60).
       01 notify-status pic 9(2).
       01 ws-notify-timestamp pic x(26).
       01 ws-preassigned-id pic 9(10) value 0.
           88 ws-preassign-not-reserved value 'NOTRESV'.
           88 ws-preassign-in-use value 'INUSE'.
           88 ws-preassign-write-err value 'ERR'.
           88 ws-preassign-bad-check value 'BADCHK'.
       01 ws-in-reserved-block pic x.
       01 ws-store-id pic 9(10).

       01 block-status pic 9(2).
       01 throttle-status pic 9(2).
       01 refusal-status pic 9(2).
       01 ws-blocked pic x value 'N'.
           88 ws-is-blocked value 'Y'.
       01 ws-block-entry pic x(80).
       01 ws-block-len pic 9(2).
       01 ws-throttled pic x value 'N'.
           88 ws-is-throttled value 'Y'.
       01 ws-throttle-found pic x.
       01 ws-rate-text pic x(10).
       01 ws-rate-max pic 9(6) value 20.
       01 ws-rate-window pic 9(6) value 3600.
       01 ws-today-num pic 9(8).
       01 ws-now-secs pic 9(12).
       01 ws-elapsed pic 9(12).
       01 ws-rolling-count pic 9(6) value 0.
       01 ws-retry-after pic 9(6) value 0.
       01 ws-retry-after-disp pic z(5)9.
       01 ws-refusal-reason pic x(10).
       01 ws-refusal-timestamp pic x(26).

       01 ws-body-tok occurs 14 times pic x(120).
       01 ws-body-idx pic 9(2).
       01 ws-body-key pic x(20).
       01 ws-body-val pic x(120).

           copy "lkidctr.cpy".
           copy "lkurldec.cpy".
           copy "lkaddrspl.cpy".
           copy "lkpostchk.cpy".
           copy "lkprefs.cpy".
           copy "lkidchk.cpy".

       procedure division.
       main-logic.

       handle-post.
           display "Got POST request" upon syserr

      *> Addresses operations has put on the blocklist, and clients
      *> over the registration rate, are turned away before the body
      *> is even read; each refusal is logged for review.
           perform check-blocklist
           if ws-is-blocked
               move 'BLOCKED' to ws-refusal-reason
               perform log-refusal
               if ws-json-format
                   display
                       "Content-type: application/json" nl
                       "Status: 403 Forbidden" nl
                       nl
                       '{"error":"Registration not accepted from'
                       ' this address"}'
                   end-display
               else
                   display
                       "Content-type: text/html" nl
                       "Status: 403 Forbidden" nl
                       nl
                       "Registration not accepted from this address"
                   end-display
               end-if
               goback
           end-if

           perform check-throttle
           if ws-is-throttled
               move 'THROTTLED' to ws-refusal-reason
               perform log-refusal
               move ws-retry-after to ws-retry-after-disp
               if ws-json-format
                   display
                       "Content-type: application/json" nl
                       "Status: 429 Too Many Requests" nl
                       "Retry-After: "
                       function trim (ws-retry-after-disp) nl
                       nl
                       '{"error":"Too many requests","retry_after":"'
                       function trim (ws-retry-after-disp) '"}'
                   end-display
               else
                   display
                       "Content-type: text/html" nl
                       "Status: 429 Too Many Requests" nl
                       "Retry-After: "
                       function trim (ws-retry-after-disp) nl
                       nl
                       "Too many requests, try again in "
                       function trim (ws-retry-after-disp)
                       " seconds"
                   end-display
               end-if
               goback
           end-if

           perform check-freeze-switch

           if ws-is-frozen
               goback
           end-if

      *> The postal address is optional, but one that is given must
      *> be one a letter can actually be addressed to: street line,
      *> town and a postcode the reference file knows.
           perform validate-address
           if not ws-address-ok
               perform display-address-error
               goback
           end-if

      *> Letter preferences (channel=email|post, optout=a comma list
      *> of letter kinds) are checked before anyone is registered, so
      *> a bad value is a 400 rather than a registrant on file with
      *> preferences nobody could record.
           move 'V' to lk-pref-mode
           perform call-prefstore
           if lk-pref-return-code not = 00
               if lk-pref-return-code = 10
                   move 'Channel must be email or post'
                       to ws-reject-text
               else
                   move 'Unknown letter kind in optout'
                       to ws-reject-text
               end-if
               if ws-json-format
                   display
                       "Content-type: application/json" nl
                       "Status: 400 Bad Request" nl
                       nl
                       '{"error":"' function trim (ws-reject-text)
                       '"}'
                   end-display
               else
                   display
                       "Content-type: text/html" nl
                       "Status: 400 Bad Request" nl
                       nl
                       function trim (ws-reject-text)
                   end-display
               end-if
               goback
           end-if

      *> Quote and backslash never belong in a registrant's name, and
      *> a stored name carrying either would corrupt every JSON body
      *> it is later interpolated into — rejected here, whatever
                                   " block"
                               end-display
                           end-if
                       when ws-preassign-bad-check
                           if ws-json-format
                               display
                                   "Content-type: application/json"
                                   nl
                                   "Status: 400 Bad Request" nl
                                   nl
                                   '{"error":"Id fails its check'
                                   ' digit"}'
                               end-display
                           else
                               display
                                   "Content-type: text/html" nl
                                   "Status: 400 Bad Request" nl
                                   nl
                                   "Id fails its check digit; check"
                                   " the number on the form"
                               end-display
                           end-if
                       when ws-preassign-in-use
                           if ws-json-format
                               display
           end-if
           close freezeswitch.

      *> /tmp/namereg.blocklist is maintained by operations, one
      *> client address per line; a line ending in '*' blocks every
      *> address that starts with what comes before it (a whole
      *> subnet), and blank lines and '#' comment lines are skipped.
       check-blocklist.
           move 'N' to ws-blocked
           open input blockfile
           if block-status = 00
               perform until block-status > 9 or ws-is-blocked
                   read blockfile next record end-read
                   if block-status = 00
                       move function trim (block-line)
                           to ws-block-entry
                       perform match-block-entry
                   end-if
               end-perform
           end-if
           close blockfile.

       match-block-entry.
           if ws-block-entry not = spaces
               and ws-block-entry (1:1) not = '#'
               move function length (function trim (ws-block-entry))
                   to ws-block-len
               if ws-block-entry (ws-block-len:1) = '*'
                   subtract 1 from ws-block-len
                   if ws-block-len = 0
                       move 'Y' to ws-blocked
                   else
                       if ws-remote-addr (1:ws-block-len) =
                               ws-block-entry (1:ws-block-len)
                           move 'Y' to ws-blocked
                       end-if
                   end-if
               else
                   if ws-block-entry = ws-remote-addr
                       move 'Y' to ws-blocked
                   end-if
               end-if
           end-if.

      *> Rolling count of POSTs per client address over the last
      *> NAMEREG_RATE_WINDOW seconds (default 3600), refused once it
      *> reaches NAMEREG_RATE_MAX (default 20; 0 switches the
      *> throttle off). Every POST that gets past here counts,
      *> whether or not it goes on to register anyone. The throttle
      *> fails open: a throttle file that cannot be opened is logged
      *> and the POST carries on, since turning away every
      *> legitimate registrant is worse than letting a script through
      *> for a while.
       check-throttle.
           move 'N' to ws-throttled
           move 0 to ws-rolling-count
           accept ws-rate-text from environment 'NAMEREG_RATE_MAX'
           if ws-rate-text not = spaces
               move function numval (ws-rate-text) to ws-rate-max
           end-if
           move spaces to ws-rate-text
           accept ws-rate-text from environment 'NAMEREG_RATE_WINDOW'
           if ws-rate-text not = spaces
               move function numval (ws-rate-text) to ws-rate-window
           end-if
           if ws-rate-window = 0
               move 3600 to ws-rate-window
           end-if
           if ws-rate-max > 0
               move function current-date to ws-current-date-time
               compute ws-today-num =
                   ws-cd-year * 10000 + ws-cd-month * 100 + ws-cd-day
               compute ws-now-secs =
                   function integer-of-date (ws-today-num) * 86400
                   + ws-cd-hour * 3600 + ws-cd-minute * 60
                   + ws-cd-second
               perform open-throttlefile
               if throttle-status not = 00
                   display "Throttle file unavailable (error="
                       throttle-status "); POST not rate-limited"
                       upon syserr
               else
                   perform apply-throttle
                   close throttlefile
               end-if
           end-if.

       open-throttlefile.
           move 0 to ws-open-attempt
           perform until ws-open-attempt >= ws-open-max-attempts
               add 1 to ws-open-attempt
               open i-o throttlefile
               if throttle-status = 35
                   perform create-throttle-if-still-absent
                   open i-o throttlefile
               end-if
               if throttle-status = 00
                   move ws-open-max-attempts to ws-open-attempt
               else
                   call "C$SLEEP" using ws-open-retry-secs
               end-if
           end-perform.

       create-throttle-if-still-absent.
           open input throttlefile
           if throttle-status = 00
               close throttlefile
           else
               open output throttlefile
               close throttlefile
           end-if.

      *> The previous window's count is weighted by the share of it
      *> still inside the rolling window. A refused POST is not
      *> counted, so a client that backs off gets back in as the
      *> window moves on.
       apply-throttle.
           if ws-remote-addr = spaces
               move '(none)' to thr-remote-addr
           else
               move ws-remote-addr to thr-remote-addr
           end-if
           read throttlefile key is thr-remote-addr
           if throttle-status = 00
               move 'Y' to ws-throttle-found
           else
               move 'N' to ws-throttle-found
               move ws-now-secs to thr-window-start
               move 0 to thr-window-count thr-prev-count
           end-if

           if ws-now-secs < thr-window-start
               move ws-now-secs to thr-window-start
               move 0 to thr-window-count thr-prev-count
           end-if
           compute ws-elapsed = ws-now-secs - thr-window-start
           if ws-elapsed >= ws-rate-window * 2
               move ws-now-secs to thr-window-start
               move 0 to thr-window-count thr-prev-count
               move 0 to ws-elapsed
           else
               if ws-elapsed >= ws-rate-window
                   move thr-window-count to thr-prev-count
                   move 0 to thr-window-count
                   add ws-rate-window to thr-window-start
                   subtract ws-rate-window from ws-elapsed
               end-if
           end-if
           compute ws-rolling-count = thr-window-count
               + (thr-prev-count * (ws-rate-window - ws-elapsed))
                   / ws-rate-window

           if ws-rolling-count >= ws-rate-max
               move 'Y' to ws-throttled
               compute ws-retry-after = ws-rate-window - ws-elapsed
           else
               add 1 to thr-window-count
               perform build-refusal-timestamp
               move ws-refusal-timestamp to thr-last-post
               if ws-throttle-found = 'Y'
                   rewrite thr-record
               else
                   write thr-record
               end-if
               if throttle-status not = 00
                   display "Failed to update throttle for "
                       function trim (ws-remote-addr) ": error="
                       throttle-status upon syserr
               end-if
           end-if.

       log-refusal.
           perform build-refusal-timestamp
           display "Refused POST from " function trim (ws-remote-addr)
               ": " function trim (ws-refusal-reason) upon syserr
           open extend refusalfile
           if refusal-status = 35
               open output refusalfile
           end-if
           if refusal-status < 10
               move spaces to refus-record
               move ws-refusal-timestamp to refus-timestamp
               move ws-remote-addr to refus-remote-addr
               move ws-refusal-reason to refus-reason
               move ws-rolling-count to refus-count
               move ws-remote-user to refus-remote-user
               write refus-record
               if refusal-status not < 10
                   display "Failed to write refusal log: error="
                       refusal-status upon syserr
               end-if
           else
               display "Failed to open refusal log: error="
                   refusal-status upon syserr
           end-if
           close refusalfile.

       build-refusal-timestamp.
           move function current-date to ws-current-date-time
           move spaces to ws-refusal-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-refusal-timestamp
           end-string.

       read-post-body.
           move spaces to ws-post-body
           move 1 to ws-post-body-len

       parse-post-body.
           move spaces to ws-name ws-email ws-address
               ws-address-text ws-channel ws-optout
           perform varying ws-body-idx from 1 by 1
                   until ws-body-idx > 14
               move spaces to ws-body-tok (ws-body-idx)
           end-perform
           unstring ws-post-body delimited by '&'
               into ws-body-tok (1) ws-body-tok (2) ws-body-tok (3)
                   ws-body-tok (4) ws-body-tok (5) ws-body-tok (6)
                   ws-body-tok (7) ws-body-tok (8) ws-body-tok (9)
                   ws-body-tok (10) ws-body-tok (11) ws-body-tok (12)
                   ws-body-tok (13) ws-body-tok (14)
           end-unstring

           perform varying ws-body-idx from 1 by 1
                   until ws-body-idx > 14
               if ws-body-tok (ws-body-idx) not = spaces
                   move spaces to ws-body-key ws-body-val
                   unstring ws-body-tok (ws-body-idx) delimited by '='
                       when 'email'
                           move ws-body-val to ws-email
                       when 'address'
                           move ws-body-val to ws-address-text
                       when 'address1'
                           move ws-body-val to ws-addr-line1
                       when 'address2'
                           move ws-body-val to ws-addr-line2
                       when 'town'
                           move ws-body-val to ws-addr-town
                       when 'postcode'
                           move ws-body-val to ws-addr-postcode
                       when 'country'
                           move ws-body-val to ws-addr-country
                       when 'channel'
                           move ws-body-val to ws-channel
                       when 'optout'
                           move ws-body-val to ws-optout
                       when 'id'
                           move ws-body-val to ws-preassigned-id
                       when other
               end-if
           end-if.

      *> The address comes either in its parts (address1, address2,
      *> town, postcode, country) or, from callers still on the old
      *> form, as one address= line, which addrsplit breaks up the
      *> same way the cutover conversion did. Nothing at all is fine;
      *> anything given needs line 1, town and postcode, and the
      *> postcode must be on the reference file (postcheck answering
      *> 30 — no reference file yet — lets it through unchecked).
       validate-address.
           move 'OK' to ws-address-result
           if ws-address = spaces and ws-address-text not = spaces
               move ws-address-text to lk-addrspl-text
               call "addrsplit" using lk-addrspl-text
                   lk-addrspl-address lk-addrspl-return-code
               end-call
               if lk-addrspl-return-code = 00
                   move lk-addrspl-address to ws-address
               else
                   move 'UNSPLIT' to ws-address-result
               end-if
           end-if
           if ws-address-ok and ws-address not = spaces
               if ws-addr-line1 = spaces
                   or ws-addr-town = spaces
                   or ws-addr-postcode = spaces
                   move 'MISSING' to ws-address-result
               else
                   move ws-addr-postcode to lk-postchk-postcode
                   move ws-addr-country to lk-postchk-country
                   call "postcheck" using lk-postchk-postcode
                       lk-postchk-country lk-postchk-region-out
                       lk-postchk-return-code
                   end-call
                   evaluate lk-postchk-return-code
                       when 00
                       when 30
                           move lk-postchk-postcode
                               to ws-addr-postcode
                           move lk-postchk-country to ws-addr-country
                       when 25
                           move 'COUNTRY' to ws-address-result
                       when other
                           move 'POSTCODE' to ws-address-result
                   end-evaluate
               end-if
           end-if.

       display-address-error.
           move spaces to ws-reject-text
           evaluate true
               when ws-address-incomplete
                   move 'Address needs line 1, town and postcode'
                       to ws-reject-text
               when ws-address-unreadable
                   move 'Address could not be read, send it in parts'
                       to ws-reject-text
               when ws-address-bad-country
                   move 'Postcode does not belong to that country'
                       to ws-reject-text
               when other
                   move 'Postcode not recognised' to ws-reject-text
           end-evaluate
           if ws-json-format
               display
                   "Content-type: application/json" nl
                   "Status: 400 Bad Request" nl
                   nl
                   '{"error":"' function trim (ws-reject-text) '"}'
               end-display
           else
               display
                   "Content-type: text/html" nl
                   "Status: 400 Bad Request" nl
                   nl
                   function trim (ws-reject-text)
               end-display
           end-if.

      *> Full walk of the prime key under the same exclusive hold the
      *> name check runs in; email carries no key of its own. Only
      *> ACTIVE records count, same as the name rule. Repositions the
      *> in auth-id — a fresh one off the REGISTRANTS sequence or a
      *> validated pre-assigned one off a reserved block.
       store-auth-record.
           move auth-id to ws-store-id
           move spaces to auth-record
           move ws-store-id to auth-id
           move ws-name to auth-name
           move ws-email to auth-email
           move ws-address to auth-address
                   authfile-status upon syserr
           else
               perform write-notify-record
               move 'S' to lk-pref-mode
               perform call-prefstore
           end-if.

      *> Registering through the web form is itself the consent, so
      *> every web registrant gets a preferences record stamped WEB,
      *> with the defaults (post, every letter) for anything the form
      *> left out. A failure to store is logged but never fails the
      *> registration, the same as a queue hiccup.
       call-prefstore.
           move auth-id to lk-pref-auth-id
           move ws-channel to lk-pref-channel
           move ws-optout to lk-pref-optout
           move 'WEB' to lk-pref-method
           move spaces to lk-pref-changed-by
           string
               'namereg addr=' function trim (ws-remote-addr)
               delimited by size into lk-pref-changed-by
           end-string
           call "prefstore" using lk-pref-mode lk-pref-auth-id
               lk-pref-channel lk-pref-optout lk-pref-method
               lk-pref-changed-by lk-pref-return-code
           end-call.

      *> Queues the registration for the welcome-letter team, who
      *> until now found out days later from the EOD extract. A queue
      *> hiccup is logged but never fails the registration itself.
      *> and must not already be on an auth record (a direct keyed
      *> read on the prime key, made under the same exclusive hold as
      *> the duplicate check, so two forms with the same number cannot
      *> both get in). A number miscopied off the form fails its
      *> check digit before any of that is looked at.
       register-preassigned-id.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-preassigned-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call
           move 'N' to ws-in-reserved-block
           if lk-idchk-return-code not = 10
               perform check-reserved-block
           end-if
           evaluate true
               when lk-idchk-return-code = 10
                   move 'BADCHK' to ws-preassign-result
               when ws-in-reserved-block not = 'Y'
                   move 'NOTRESV' to ws-preassign-result
               when other
                   move ws-preassigned-id to auth-id
                   read authfile key is auth-id
                   if authfile-status = 00
                       move 'INUSE' to ws-preassign-result
                   else
                       move ws-preassigned-id to auth-id
                       perform store-auth-record
                       if authfile-status > 9
                           move 'ERR' to ws-preassign-result
                       else
                           move 'OK' to ws-preassign-result
                       end-if
                   end-if
           end-evaluate.

      *> A form can be filled in long after its block was reserved,
      *> so blocks housekeeping has aged out to the dated archives
      *> (listed in /tmp/autoinc.ranges.archives) still count.
       check-reserved-block.
           move 'N' to ws-in-reserved-block
           move '/tmp/autoinc.ranges' to ws-range-path
           perform check-one-range-file
           if ws-in-reserved-block not = 'Y'
               open input rangeindex
               if rangeindex-status < 10
                   perform until rangeindex-status > 9
                           or ws-in-reserved-block = 'Y'
                       read rangeindex next record end-read
                       if rangeindex-status = 00
                           and rangeindex-line not = spaces
                           move rangeindex-line to ws-range-path
                           perform check-one-range-file
                       end-if
                   end-perform
               end-if
               close rangeindex
           end-if.

       check-one-range-file.
           open input rangefile
           if range-status < 10
               perform until range-status > 9
