      *> fresh id. Every status change is appended to the
      *> status-change history file and every contact change to the
      *> contact-change history file, with who made it, when, and
      *> why. Letter preferences (which letters, and by email or
      *> post) are changed here too when a registrant asks by phone
      *> or letter. Same terminal menu style as the hello operator
      *> console.

       environment division.
       input-output section.
               assign to '/tmp/auth.undeliverable'
               file status is undel-status
               organization is line sequential.
      *> Read-only view of the preferences file, to show what is on
      *> file before a change; prefstore does the writing.
           select optional preffile assign to '/tmp/auth.prefs'
               organization is indexed
               access mode is dynamic
               record key is pref-auth-id
               file status is pref-status.

       data division.
       file section.
           copy "notifrec.cpy".
       fd undelfile.
           copy "undelrec.cpy".
       fd preffile.
           copy "prefrec.cpy".

       working-storage section.
       01 authfile-status pic 9(2).
       01 ws-old-status pic x(10).
       01 ws-operator pic x(40).
       01 ws-reason pic x(80).
       01 ws-renew-date pic x(8).
       01 ws-renew-reason pic x(80).
       01 ws-operator-id pic x(20).
       01 ws-operator-key pic x(40).
       01 ws-operator-level pic x(10).
       01 ws-signed-on pic x value 'N'.
           88 ws-has-account value 'Y'.
       01 ws-new-email pic x(60).
       01 ws-new-address.
           05 ws-new-addr-line1 pic x(40).
           05 ws-new-addr-line2 pic x(40).
           05 ws-new-addr-town pic x(30).
           05 ws-new-addr-postcode pic x(10).
           05 ws-new-addr-country pic x(20).
       01 ws-address-result pic x(8).
           88 ws-address-ok value 'OK'.
           88 ws-address-incomplete value 'MISSING'.
           88 ws-address-bad-country value 'COUNTRY'.
       01 ws-email-valid pic x value 'N'.
           88 ws-email-ok value 'Y'.
       01 ws-work-email pic x(60).
       01 ws-at-count pic 9(4).
       01 ws-space-count pic 9(4).
       01 ws-old-email pic x(60).
       01 ws-old-address pic x(140).
       01 undel-status pic 9(2).
       01 pref-status pic 9(2).
       01 ws-new-channel pic x(10).
       01 ws-new-optout pic x(60).
       01 ws-consent-method pic x(10).
       01 ws-pref-target-ok pic x.
       01 ws-addr-flagged pic x.

       01 ws-current-date-time.
       01 ws-timestamp pic x(26).

           copy "lkoprauth.cpy".
           copy "lkpostchk.cpy".
           copy "lkprefs.cpy".
           copy "lkidchk.cpy".

       procedure division.
       main-logic.
                       perform change-status
                   when '3'
                       perform update-contact
                   when '4'
                       perform change-preferences
                   when '5'
                       perform record-renewal
                   when '0'
                       move 'N' to ws-continue
                   when other
           display "1) Deactivate a registrant"
           display "2) Reinstate a registrant"
           display "3) Update contact details"
           display "4) Change letter preferences"
           display "5) Record a renewal"
           display "0) Exit"
           display "Choice: " with no advancing.

               display "Failed to open auth file: error="
                   authfile-status "; try again shortly"
           else
               perform check-id-digit
               move ws-target-id to auth-id
               read authfile key is auth-id
               evaluate true
                   when lk-idchk-return-code = 10
                       perform report-check-digit
                   when authfile-status not = 00
                       display "No registrant with id " ws-target-id
                   when auth-status = ws-new-status
                       display function trim (auth-name)
                           " is already "
                           function trim (ws-new-status)
                   when auth-status = 'EXPIRED'
                       and ws-new-status = 'ACTIVE'
                       display "Id " ws-target-id " has EXPIRED;"
                           " record a renewal instead (option 5)"
                   when other
                       move auth-status to ws-old-status
                       move ws-new-status to auth-status
               close authfile
           end-if.

      *> A renewal restarts the registration's term from today and
      *> brings an EXPIRED registrant back to ACTIVE (with the same
      *> REINSTATE letter a reinstatement gets). It lands in the
      *> status history like any change, its reason starting
      *> 'RENEWED yyyymmdd' so the rebuild and the month summary can
      *> tell it from a reinstatement. A deactivated registrant is
      *> reinstated first; MERGED shells renew on the survivor.
       record-renewal.
           display "Registrant id: " with no advancing
           accept ws-target-id
           perform identify-operator
           display "Reason: " with no advancing
           accept ws-reason

           perform open-authfile
           if authfile-status not = 00
               display "Failed to open auth file: error="
                   authfile-status "; try again shortly"
           else
               perform check-id-digit
               move ws-target-id to auth-id
               read authfile key is auth-id
               evaluate true
                   when lk-idchk-return-code = 10
                       perform report-check-digit
                   when authfile-status not = 00
                       display "No registrant with id " ws-target-id
                   when auth-status = 'MERGED'
                       display "Id " ws-target-id
                           " was merged away; renew the surviving"
                           " record"
                   when auth-status = 'INACTIVE'
                       display "Id " ws-target-id
                           " is deactivated; reinstate it first"
                   when other
                       perform apply-renewal
               end-evaluate
               close authfile
           end-if.

       apply-renewal.
           move function current-date to ws-current-date-time
           move spaces to ws-renew-date
           string ws-cd-year ws-cd-month ws-cd-day
               delimited by size into ws-renew-date
           end-string
           move auth-status to ws-old-status
           move 'ACTIVE' to ws-new-status
           move 'ACTIVE' to auth-status
           move ws-renew-date to auth-renew-date
           move spaces to auth-renew-notice-date
           rewrite auth-record
           if authfile-status = 00
               move ws-reason to ws-renew-reason
               move spaces to ws-reason
               string 'RENEWED ' ws-renew-date ' '
                   function trim (ws-renew-reason)
                   delimited by size into ws-reason
               end-string
               perform write-history-record
               if ws-old-status = 'EXPIRED'
                   perform queue-status-notification
               end-if
               display function trim (auth-name) " (id=" auth-id
                   ") renewed; term restarts " ws-renew-date
           else
               display "Failed to update registrant: error="
                   authfile-status
           end-if.

      *> A mistyped id with a check digit is refused before it can
      *> be looked up, so a slip of one digit at the keyboard cannot
      *> change the wrong registrant.
       check-id-digit.
           move 'V' to lk-idchk-mode
           move 'REGISTRANTS' to lk-idchk-seq-name
           move ws-target-id to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call.

       report-check-digit.
           display "Id " ws-target-id " fails its check digit; check"
               " the number and try again. Nothing changed.".

      *> The changed-by on every history entry: the authenticated
      *> sign-on id when accounts are configured, the old free-typed
      *> name prompt only when they are not.
           accept ws-reason
           display "New email (blank=keep): " with no advancing
           accept ws-new-email
           move spaces to ws-new-address
           display "New address line 1 (blank=keep address): "
               with no advancing
           accept ws-new-addr-line1
           if ws-new-addr-line1 not = spaces
               display "Address line 2: " with no advancing
               accept ws-new-addr-line2
               display "Town: " with no advancing
               accept ws-new-addr-town
               display "Postcode: " with no advancing
               accept ws-new-addr-postcode
               display "Country (blank=from postcode): "
                   with no advancing
               accept ws-new-addr-country
           end-if

      *> A blank new email keeps the stored value, but a typed one
      *> gets the same shape check namereg and batchreg apply at
           if ws-new-email not = spaces
               perform validate-new-email
           end-if
           move 'OK' to ws-address-result
           if ws-new-address not = spaces
               perform validate-new-address
           end-if

           evaluate true
               when ws-new-email = spaces
               when not ws-email-ok
                   display "New email is missing an @ or otherwise"
                       " not shaped like an address; nothing changed."
               when ws-address-incomplete
                   display "New address needs a town and a postcode;"
                       " nothing changed."
               when ws-address-bad-country
                   display "Postcode " function trim
                       (ws-new-addr-postcode) " does not belong to "
                       function trim (ws-new-addr-country)
                       "; nothing changed."
               when not ws-address-ok
                   display "Postcode " function trim
                       (ws-new-addr-postcode) " is not on the postcode"
                       " reference file; nothing changed."
               when other
                   perform open-authfile
                   if authfile-status not = 00
                       display "Failed to open auth file: error="
                           authfile-status "; try again shortly"
                   else
                       perform check-id-digit
                       move ws-target-id to auth-id
                       read authfile key is auth-id
                       evaluate true
                           when lk-idchk-return-code = 10
                               perform report-check-digit
                           when authfile-status not = 00
                               display "No registrant with id "
                                   ws-target-id
               move 'Y' to ws-email-valid
           end-if.

      *> Same address rule namereg and batchreg apply at intake: line
      *> 1, town and a postcode the reference file knows (postcheck
      *> 30, no reference file yet, lets it through unchecked). The
      *> postcode is stored as postcheck normalized it, and a blank
      *> country is filled in from the reference.
       validate-new-address.
           if ws-new-addr-town = spaces
               or ws-new-addr-postcode = spaces
               move 'MISSING' to ws-address-result
           else
               move ws-new-addr-postcode to lk-postchk-postcode
               move ws-new-addr-country to lk-postchk-country
               call "postcheck" using lk-postchk-postcode
                   lk-postchk-country lk-postchk-region-out
                   lk-postchk-return-code
               end-call
               evaluate lk-postchk-return-code
                   when 00
                   when 30
                       move lk-postchk-postcode to ws-new-addr-postcode
                       move lk-postchk-country to ws-new-addr-country
                   when 25
                       move 'COUNTRY' to ws-address-result
                   when other
                       move 'POSTCODE' to ws-address-result
               end-evaluate
           end-if.

       apply-contact-change.
           move auth-email to ws-old-email
           move auth-address to ws-old-address
           end-if
           close chistfile.

      *> Shows what is on file (no record: every letter, by post),
      *> then takes the new channel and opt-out list — blank keeps
      *> either — and how the registrant gave the change, which is
      *> the consent record. MERGED shells are refused like a contact
      *> change: the survivor's preferences are the ones that count.
       change-preferences.
           display "Registrant id: " with no advancing
           accept ws-target-id
           perform identify-operator

           move 'N' to ws-pref-target-ok
           perform open-authfile
           if authfile-status not = 00
               display "Failed to open auth file: error="
                   authfile-status "; try again shortly"
           else
               perform check-id-digit
               move ws-target-id to auth-id
               read authfile key is auth-id
               evaluate true
                   when lk-idchk-return-code = 10
                       perform report-check-digit
                   when authfile-status not = 00
                       display "No registrant with id " ws-target-id
                   when auth-status = 'MERGED'
                       display "Id " ws-target-id
                           " was merged away; update the"
                           " surviving record"
                   when other
                       move 'Y' to ws-pref-target-ok
               end-evaluate
               close authfile
           end-if
           if ws-pref-target-ok = 'Y'
               perform show-current-preferences
               display "Channel EMAIL or POST (blank=keep): "
                   with no advancing
               accept ws-new-channel
               display "Opt out of (comma list of REGISTER,"
                   " DEACTIVATE, REINSTATE, MERGED, RENEW-DUE; ALL;"
                   " NONE;"
                   " blank=keep): " with no advancing
               accept ws-new-optout
               display "How given (PHONE/LETTER/EMAIL/INPERSON): "
                   with no advancing
               accept ws-consent-method
               evaluate true
                   when ws-new-channel = spaces
                       and ws-new-optout = spaces
                       display "Nothing to change."
                   when ws-consent-method = spaces
                       display "How the registrant gave the change"
                           " must be recorded; nothing changed."
                   when other
                       perform store-new-preferences
               end-evaluate
           end-if.

       show-current-preferences.
           open input preffile
           move ws-target-id to pref-auth-id
           read preffile key is pref-auth-id
           if pref-status = 00
               display "On file: channel "
                   function trim (pref-channel)
                   "  opted out of:"
                   with no advancing
               if pref-opt-register = 'N'
                   display " REGISTER" with no advancing
               end-if
               if pref-opt-deactivate = 'N'
                   display " DEACTIVATE" with no advancing
               end-if
               if pref-opt-reinstate = 'N'
                   display " REINSTATE" with no advancing
               end-if
               if pref-opt-merged = 'N'
                   display " MERGED" with no advancing
               end-if
               if pref-opt-renewal = 'N'
                   display " RENEW-DUE" with no advancing
               end-if
               display " "
               display "Last given " pref-consent-timestamp " by "
                   function trim (pref-consent-method) ", recorded by "
                   function trim (pref-changed-by)
           else
               display "No preferences on file: every letter, by post"
           end-if
           close preffile.

       store-new-preferences.
           move 'S' to lk-pref-mode
           move ws-target-id to lk-pref-auth-id
           move ws-new-channel to lk-pref-channel
           move ws-new-optout to lk-pref-optout
           move ws-consent-method to lk-pref-method
           move ws-operator to lk-pref-changed-by
           call "prefstore" using lk-pref-mode lk-pref-auth-id
               lk-pref-channel lk-pref-optout lk-pref-method
               lk-pref-changed-by lk-pref-return-code
           end-call
           evaluate lk-pref-return-code
               when 00
                   display "Preferences for id " ws-target-id
                       " updated"
               when 10
                   display "Channel must be EMAIL or POST;"
                       " nothing changed."
               when 15
                   display "Unknown letter kind in the opt-out list;"
                       " nothing changed."
               when other
                   display "Failed to store preferences; try again"
                       " shortly"
           end-evaluate.

      *> Same retry-open cycle namereg and batchreg use: a web POST
      *> holds authfile exclusively for only a few milliseconds, so a
      *> transient conflict deserves a short retry, and a final
