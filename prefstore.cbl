       identification division.
       program-id. prefstore.

      *> Shared writer for registrant communication preferences
      *> (prefrec.cpy), used by namereg and batchreg to capture them
      *> at intake and by authmaint to change them later, so the
      *> three agree on what a valid channel and opt-out list are and
      *> every change is stamped the same way with when, how and by
      *> whom. Validate-only mode lets an intake refuse a bad value
      *> before it has registered anyone; store mode writes the
      *> record, or rewrites it if the registrant already has one.

       environment division.
       input-output section.
       file-control.
           select preffile assign to '/tmp/auth.prefs'
               organization is indexed
               access mode is dynamic
               record key is pref-auth-id
               lock mode is exclusive
               file status is pref-status.

       data division.
       file section.
       fd preffile.
           copy "prefrec.cpy".

       working-storage section.
       01 pref-status pic 9(2).
       01 ws-open-attempt pic 9(2).
       01 ws-open-max-attempts pic 9(2) value 20.
       01 ws-open-retry-secs pic 9v99 value 0.05.
       01 ws-channel pic x(10).
       01 ws-kinds.
           05 ws-opt-register pic x.
           05 ws-opt-deactivate pic x.
           05 ws-opt-reinstate pic x.
           05 ws-opt-merged pic x.
           05 ws-opt-renewal pic x.
           05 filler pic x(5).
       01 ws-kind-tok occurs 8 times pic x(20).
       01 ws-kind-idx pic 9(2).
       01 ws-kind-name pic x(20).
       01 ws-record-found pic x.
       01 ws-current-date-time.
           05 ws-cd-year pic 9(4).
           05 ws-cd-month pic 9(2).
           05 ws-cd-day pic 9(2).
           05 ws-cd-hour pic 9(2).
           05 ws-cd-minute pic 9(2).
           05 ws-cd-second pic 9(2).
           05 filler pic x(9).
       01 ws-timestamp pic x(26).

       linkage section.
           copy "lkprefs.cpy".

       procedure division using lk-pref-mode lk-pref-auth-id
               lk-pref-channel lk-pref-optout lk-pref-method
               lk-pref-changed-by lk-pref-return-code.
       main-logic.
           move 00 to lk-pref-return-code
           move function upper-case (function trim (lk-pref-channel))
               to ws-channel
           if ws-channel not = spaces
               and ws-channel not = 'EMAIL'
               and ws-channel not = 'POST'
               move 10 to lk-pref-return-code
               goback
           end-if
           move spaces to ws-kinds
           perform apply-optout-list
           if lk-pref-return-code not = 00 or lk-pref-mode = 'V'
               goback
           end-if

           perform open-preffile
           if pref-status not = 00
               display "Failed to open preferences file: error="
                   pref-status upon syserr
               move 20 to lk-pref-return-code
               goback
           end-if

           move lk-pref-auth-id to pref-auth-id
           read preffile key is pref-auth-id
           if pref-status = 00
               move 'Y' to ws-record-found
           else
               move 'N' to ws-record-found
               move spaces to pref-record
               move lk-pref-auth-id to pref-auth-id
               move 'POST' to pref-channel
           end-if

           if ws-channel not = spaces
               move ws-channel to pref-channel
           end-if
           if lk-pref-optout not = spaces
               move ws-kinds to pref-letter-kinds
           end-if
           perform build-timestamp
           move ws-timestamp to pref-consent-timestamp
           move function upper-case (lk-pref-method)
               to pref-consent-method
           move lk-pref-changed-by to pref-changed-by

           if ws-record-found = 'Y'
               rewrite pref-record
           else
               write pref-record
           end-if
           if pref-status not = 00
               display "Failed to store preferences for id="
                   lk-pref-auth-id ": error=" pref-status upon syserr
               move 20 to lk-pref-return-code
           end-if
           close preffile
           goback.

      *> The list replaces whatever was on file: every kind starts
      *> opted in and each named kind is opted out. A blank list is
      *> left for the caller to treat as "keep".
       apply-optout-list.
           if lk-pref-optout not = spaces
               move 'YYYYY' to ws-kinds
               perform varying ws-kind-idx from 1 by 1
                       until ws-kind-idx > 8
                   move spaces to ws-kind-tok (ws-kind-idx)
               end-perform
               unstring lk-pref-optout delimited by ','
                   into ws-kind-tok (1) ws-kind-tok (2)
                       ws-kind-tok (3) ws-kind-tok (4)
                       ws-kind-tok (5) ws-kind-tok (6)
                       ws-kind-tok (7) ws-kind-tok (8)
               end-unstring
               perform varying ws-kind-idx from 1 by 1
                       until ws-kind-idx > 8
                   move function upper-case
                       (function trim (ws-kind-tok (ws-kind-idx)))
                       to ws-kind-name
                   evaluate ws-kind-name
                       when spaces
                           continue
                       when 'NONE'
                           continue
                       when 'ALL'
                           move 'NNNNN' to ws-kinds
                       when 'REGISTER'
                           move 'N' to ws-opt-register
                       when 'DEACTIVATE'
                           move 'N' to ws-opt-deactivate
                       when 'REINSTATE'
                           move 'N' to ws-opt-reinstate
                       when 'MERGED'
                           move 'N' to ws-opt-merged
                       when 'RENEW-DUE'
                           move 'N' to ws-opt-renewal
                       when other
                           move 15 to lk-pref-return-code
                   end-evaluate
               end-perform
           end-if.

      *> Same create-if-absent and retry-open cycle namereg uses on
      *> authfile: the web path holds the file only for a moment.
       open-preffile.
           move 0 to ws-open-attempt
           perform until ws-open-attempt >= ws-open-max-attempts
               add 1 to ws-open-attempt
               open i-o preffile
               if pref-status = 35
                   perform create-preffile-if-still-absent
                   open i-o preffile
               end-if
               if pref-status = 00
                   move ws-open-max-attempts to ws-open-attempt
               else
                   call "C$SLEEP" using ws-open-retry-secs
               end-if
           end-perform.

       create-preffile-if-still-absent.
           open input preffile
           if pref-status = 00
               close preffile
           else
               open output preffile
               close preffile
           end-if.

       build-timestamp.
           move function current-date to ws-current-date-time
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

       end program prefstore.
