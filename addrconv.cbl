       identification division.
       program-id. addrconv.

      *> One-time cutover to the structured postal address: rebuilds
      *> the registrant file, the pending notification queue and the
      *> contact-change history from their single-line address
      *> layout to the line 1 / line 2 / town / postcode / country
      *> layout, splitting each old address with addrsplit. Run once
      *> at deploy time, with intake frozen, after moving the old
      *> files aside:
      *>     mv /tmp/auth.data /tmp/auth.data.v1
      *>     mv /tmp/notify.queue /tmp/notify.queue.v1
      *>     mv /tmp/auth-contact.history /tmp/auth-contact.history.v1
      *> then run addrconv to write the new files in their place, and
      *> take a fresh authunload straight after (unloads written
      *> before the cutover are in the old layout). Every registrant
      *> whose address could not be split, or whose postcode is not
      *> on the postcode reference file, is loaded anyway and listed
      *> in /tmp/addrconv-report-yyyymmdd.txt for manual cleanup
      *> through authmaint; an address that could not be split keeps
      *> its old text, carried over into the street lines and town,
      *> so nothing typed is lost. The same deploy-time role authconv
      *> played for the indexed cutover.

       environment division.
       input-output section.
       file-control.
           select oldauth assign to '/tmp/auth.data.v1'
               organization is indexed
               access mode is sequential
               record key is v1-auth-id
               alternate record key is v1-auth-name with duplicates
               file status is oldauth-status.
           select authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               file status is authfile-status.
           select optional oldqueue assign to '/tmp/notify.queue.v1'
               file status is oldqueue-status
               organization is sequential.
           select notifqueue assign to '/tmp/notify.queue'
               file status is notify-status
               organization is sequential.
           select optional oldchist
               assign to '/tmp/auth-contact.history.v1'
               file status is oldchist-status
               organization is line sequential.
           select chistfile assign to '/tmp/auth-contact.history'
               file status is chist-status
               organization is line sequential.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
      *> The registrant, queue and contact-history layouts as they
      *> were before the address was split into its parts.
       fd oldauth.
       01 v1-auth-record.
           05 v1-auth-id                 pic 9(10).
           05 v1-auth-name               pic x(60).
           05 v1-auth-email              pic x(60).
           05 v1-auth-address            pic x(100).
           05 v1-auth-reg-date           pic x(8).
           05 v1-auth-reg-time           pic x(6).
           05 v1-auth-status             pic x(10).
       fd authfile.
           copy "authrec.cpy".
       fd oldqueue.
       01 v1-notify-record.
           05 v1-notify-sent-flag        pic x.
           05 v1-notify-kind             pic x(10).
           05 v1-notify-timestamp        pic x(26).
           05 v1-notify-auth-id          pic 9(10).
           05 v1-notify-name             pic x(60).
           05 v1-notify-email            pic x(60).
           05 v1-notify-address          pic x(100).
           05 v1-notify-reg-date         pic x(8).
       fd notifqueue.
           copy "notifrec.cpy".
       fd oldchist.
       01 v1-chist-record.
           05 v1-chist-timestamp         pic x(26).
           05 v1-chist-auth-id           pic 9(10).
           05 v1-chist-old-email         pic x(60).
           05 v1-chist-new-email         pic x(60).
           05 v1-chist-old-address       pic x(100).
           05 v1-chist-new-address       pic x(100).
           05 v1-chist-changed-by        pic x(40).
           05 v1-chist-reason            pic x(80).
       fd chistfile.
           copy "chistrec.cpy".
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 oldauth-status pic 9(2).
       01 authfile-status pic 9(2).
       01 oldqueue-status pic 9(2).
       01 notify-status pic 9(2).
       01 oldchist-status pic 9(2).
       01 chist-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-report-path pic x(60).
       01 ws-report-detail pic x(132).
       01 ws-today pic x(8).
       01 ws-loaded-count pic 9(6) value 0.
       01 ws-rejected-count pic 9(6) value 0.
       01 ws-blank-count pic 9(6) value 0.
       01 ws-split-count pic 9(6) value 0.
       01 ws-cleanup-count pic 9(6) value 0.
       01 ws-queue-count pic 9(6) value 0.
       01 ws-queue-unsplit-count pic 9(6) value 0.
       01 ws-chist-count pic 9(6) value 0.
       01 ws-chist-unsplit-count pic 9(6) value 0.
       01 ws-cleanup-reason pic x(40).
       01 ws-split-address pic x(140).
       01 ws-split-ok pic x.
           88 ws-is-split value 'Y'.

       01 ws-current-date-time.
           05 ws-cd-date pic x(8).
           05 filler pic x(13).

           copy "lkaddrspl.cpy".
           copy "lkpostchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move spaces to ws-report-path
           string
               '/tmp/addrconv-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string

           open input oldauth
           if oldauth-status not = 00
               display "No old auth file at /tmp/auth.data.v1"
                   " (error=" oldauth-status "), nothing to convert"
                   upon syserr
               move 8 to return-code
               goback
           end-if

           open output authfile
           if authfile-status not = 00
               display "Failed to create auth file: error="
                   authfile-status upon syserr
               close oldauth
               move 8 to return-code
               goback
           end-if

           open output reportfile
           move 'Address conversion report' to report-line
           write report-line
           move 'Registrants whose address needs manual cleanup:'
               to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform until oldauth-status > 9
               read oldauth next record end-read
               if oldauth-status = 00
                   perform convert-one-registrant
               end-if
           end-perform
           close authfile
           close oldauth

           perform convert-notify-queue
           perform convert-contact-history
           perform write-report-summary
           close reportfile

           display "Loaded " ws-loaded-count " registrants, "
               ws-rejected-count " rejected, " ws-cleanup-count
               " need address cleanup; report in "
               function trim (ws-report-path) upon syserr
           if ws-rejected-count > 0
               move 8 to return-code
           end-if
           goback.

      *> A blank address stays blank — the address was always
      *> optional. A split address whose postcode is not on the
      *> reference file keeps the split, with the postcode as typed,
      *> and is listed; one that cannot be split at all keeps its
      *> old text in the street lines and is listed.
       convert-one-registrant.
           move spaces to auth-record
           move v1-auth-id to auth-id
           move v1-auth-name to auth-name
           move v1-auth-email to auth-email
           move v1-auth-reg-date to auth-reg-date
           move v1-auth-reg-time to auth-reg-time
           move v1-auth-status to auth-status
           move spaces to ws-cleanup-reason
           if v1-auth-address = spaces
               add 1 to ws-blank-count
           else
               move v1-auth-address to lk-addrspl-text
               perform split-old-address
               move ws-split-address to auth-address
               if ws-is-split
                   add 1 to ws-split-count
                   perform check-split-postcode
               end-if
           end-if

           write auth-record
           if authfile-status = 00
               add 1 to ws-loaded-count
               if ws-cleanup-reason not = spaces
                   add 1 to ws-cleanup-count
                   perform write-cleanup-line
               end-if
           else
               add 1 to ws-rejected-count
               display "Rejected id=" auth-id
                   " (error=" authfile-status ")" upon syserr
           end-if.

      *> Leaves the converted address in ws-split-address: the parts
      *> when addrsplit managed it, otherwise the old text as it was.
       split-old-address.
           call "addrsplit" using lk-addrspl-text lk-addrspl-address
               lk-addrspl-return-code
           end-call
           if lk-addrspl-return-code = 00
               move 'Y' to ws-split-ok
               move lk-addrspl-address to ws-split-address
           else
               move 'N' to ws-split-ok
               move lk-addrspl-text to ws-split-address
               if lk-addrspl-return-code = 20
                   move 'A PART IS TOO LONG FOR ITS FIELD'
                       to ws-cleanup-reason
               else
                   move 'NO TOWN AND POSTCODE FOUND'
                       to ws-cleanup-reason
               end-if
           end-if.

       check-split-postcode.
           move auth-addr-postcode to lk-postchk-postcode
           move auth-addr-country to lk-postchk-country
           call "postcheck" using lk-postchk-postcode
               lk-postchk-country lk-postchk-region-out
               lk-postchk-return-code
           end-call
           evaluate lk-postchk-return-code
               when 00
                   move lk-postchk-postcode to auth-addr-postcode
                   move lk-postchk-country to auth-addr-country
               when 10
                   move 'POSTCODE NOT ON REFERENCE FILE'
                       to ws-cleanup-reason
               when 20
                   move 'POSTCODE NOT VALID'
                       to ws-cleanup-reason
               when 25
                   move 'POSTCODE IS FOR ANOTHER COUNTRY'
                       to ws-cleanup-reason
               when other
                   move lk-postchk-postcode to auth-addr-postcode
           end-evaluate.

       write-cleanup-line.
           move spaces to ws-report-detail
           string
               'id=' auth-id ' ' function trim (ws-cleanup-reason)
               ': ' function trim (v1-auth-address)
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line.

      *> Pending and already-sent queue records alike are carried
      *> over in order, sent flags untouched; an address that cannot
      *> be split keeps its old text so the letter still goes out as
      *> it would have.
       convert-notify-queue.
           open input oldqueue
           if oldqueue-status not = 00
               close oldqueue
           else
               open output notifqueue
               if notify-status not = 00
                   display "Failed to create notify queue: error="
                       notify-status upon syserr
                   move 8 to return-code
               else
                   perform until oldqueue-status > 9
                       read oldqueue next record end-read
                       if oldqueue-status = 00
                           perform convert-one-queue-record
                       end-if
                   end-perform
                   close notifqueue
               end-if
               close oldqueue
           end-if.

       convert-one-queue-record.
           move spaces to notify-record
           move v1-notify-sent-flag to notify-sent-flag
           move v1-notify-kind to notify-kind
           move v1-notify-timestamp to notify-timestamp
           move v1-notify-auth-id to notify-auth-id
           move v1-notify-name to notify-name
           move v1-notify-email to notify-email
           move v1-notify-reg-date to notify-reg-date
           if v1-notify-address not = spaces
               move v1-notify-address to lk-addrspl-text
               perform split-old-address
               move ws-split-address to notify-address
               if not ws-is-split
                   add 1 to ws-queue-unsplit-count
               end-if
           end-if
           write notify-record
           add 1 to ws-queue-count.

       convert-contact-history.
           open input oldchist
           if oldchist-status not = 00
               close oldchist
           else
               open output chistfile
               if chist-status not = 00
                   display "Failed to create contact history: error="
                       chist-status upon syserr
                   move 8 to return-code
               else
                   perform until oldchist-status > 9
                       read oldchist next record end-read
                       if oldchist-status = 00
                           perform convert-one-chist-record
                       end-if
                   end-perform
                   close chistfile
               end-if
               close oldchist
           end-if.

       convert-one-chist-record.
           move spaces to chist-record
           move v1-chist-timestamp to chist-timestamp
           move v1-chist-auth-id to chist-auth-id
           move v1-chist-old-email to chist-old-email
           move v1-chist-new-email to chist-new-email
           move v1-chist-changed-by to chist-changed-by
           move v1-chist-reason to chist-reason
           if v1-chist-old-address not = spaces
               move v1-chist-old-address to lk-addrspl-text
               perform split-old-address
               move ws-split-address to chist-old-address
               if not ws-is-split
                   add 1 to ws-chist-unsplit-count
               end-if
           end-if
           if v1-chist-new-address not = spaces
               move v1-chist-new-address to lk-addrspl-text
               perform split-old-address
               move ws-split-address to chist-new-address
               if not ws-is-split
                   add 1 to ws-chist-unsplit-count
               end-if
           end-if
           write chist-record
           add 1 to ws-chist-count.

       write-report-summary.
           move spaces to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Registrants loaded: ' ws-loaded-count
               '  rejected: ' ws-rejected-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Addresses split: ' ws-split-count
               '  blank: ' ws-blank-count
               '  needing cleanup: ' ws-cleanup-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Queue records converted: ' ws-queue-count
               '  address kept unsplit: ' ws-queue-unsplit-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Contact history records converted: ' ws-chist-count
               '  addresses kept unsplit: ' ws-chist-unsplit-count
               delimited by size into ws-report-detail
           end-string
           move ws-report-detail to report-line
           write report-line.

       end program addrconv.
