       identification division.
       program-id. printrun.

      *> Postal presort print run. notifsend copies every letter it
      *> marks sent by post to the day's sent log
      *> (/tmp/notify-sent-yyyymmdd.data); this job sorts the letters
      *> not yet printed from it by postcode, then name, and writes
      *> them as one print batch the mail room can put straight in
      *> the machine: each letter on its own page, the address block
      *> laid out for a window envelope, the body from the same
      *> kind templates notifsend uses (/tmp/notify-template-<KIND>.txt,
      *> same tokens, same wired-in fallback). The batch number comes
      *> from the PRINTBATCH sequence through idcounter and appears on
      *> every page and on the batch's control sheet, which counts the
      *> letters per kind and per postcode group (the outward code,
      *> the part before the space) and reconciles the letters printed
      *> for the day against what notifsend's run summaries say it
      *> posted. Batch files are /tmp/print-run-yyyymmdd-nnnnnn.txt and
      *> /tmp/print-control-yyyymmdd-nnnnnn.txt; every batch is logged
      *> to /tmp/print-runs.log (prunrec.cpy), which is how a second
      *> run the same day picks up only the letters a later drain
      *> added. PRINTRUN_DATE (yyyymmdd) prints from an earlier day's
      *> sent log; the default is today. Return codes follow the job
      *> stream: 4 when there is nothing new to print or the control
      *> sheet does not reconcile, 8 when the run could not complete.

       environment division.
       input-output section.
       file-control.
           select sentlog assign to dynamic ws-sent-path
               file status is sent-status
               organization is sequential.
           select sort-work assign to '/tmp/print-run.sort'.
           select optional prunlog assign to '/tmp/print-runs.log'
               file status is prun-status
               organization is line sequential.
           select optional summaryfile
               assign to dynamic ws-summary-path
               file status is summary-status
               organization is line sequential.
           select optional templatefile
               assign to dynamic ws-template-path
               file status is template-status
               organization is line sequential.
           select printfile assign to dynamic ws-print-path
               file status is print-status
               organization is line sequential.
           select controlfile assign to dynamic ws-control-path
               file status is control-status
               organization is line sequential.

       data division.
       file section.
       fd sentlog.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==sent==.
       sd sort-work.
           copy "notifrec.cpy".
       fd prunlog.
           copy "prunrec.cpy".
       fd summaryfile.
          01 summary-line pic x(132).
       fd templatefile.
          01 template-line pic x(200).
       fd printfile.
          01 print-line pic x(200).
       fd controlfile.
          01 report-line pic x(132).

       working-storage section.
       01 sent-status pic 9(2).
       01 prun-status pic 9(2).
       01 summary-status pic 9(2).
       01 template-status pic 9(2).
       01 print-status pic 9(2).
       01 control-status pic 9(2).
       01 ws-sent-path pic x(60).
       01 ws-summary-path pic x(60).
       01 ws-template-path pic x(60).
       01 ws-print-path pic x(60).
       01 ws-control-path pic x(60).
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
       01 ws-sent-date pic x(8).
       01 ws-sent-date-num redefines ws-sent-date pic 9(8).

       01 ws-batch-no pic 9(6) value 0.
       01 ws-sent-total pic 9(6) value 0.
       01 ws-already-printed pic 9(6) value 0.
       01 ws-released-count pic 9(6) value 0.
       01 ws-printed-count pic 9(6) value 0.
       01 ws-printed-to-date pic 9(6) value 0.
       01 ws-posted-reported pic 9(6) value 0.
       01 ws-summary-runs pic 9(4) value 0.
       01 ws-no-postcode-count pic 9(6) value 0.
       01 ws-sort-eof pic x.
       01 ws-run-ok pic x value 'Y'.
           88 ws-run-clean value 'Y'.
       01 ws-result pic x(10).

       01 ws-summary-head pic x(132).
       01 ws-summary-rest pic x(132).
       01 ws-posted-text pic x(6).

       01 ws-kind-table.
           05 ws-kind-entry occurs 20 times.
               10 ws-kt-kind pic x(10).
               10 ws-kt-count pic 9(6).
       01 ws-kind-used pic 9(2) value 0.
       01 ws-kind-max pic 9(2) value 20.
       01 ws-kind-idx pic 9(2).

       01 ws-group-table.
           05 ws-group-entry occurs 500 times.
               10 ws-gt-group pic x(10).
               10 ws-gt-count pic 9(6).
       01 ws-group-used pic 9(3) value 0.
       01 ws-group-max pic 9(3) value 500.
       01 ws-group-idx pic 9(3).
       01 ws-group-overflow pic 9(6) value 0.
       01 ws-postcode-group pic x(10).
       01 ws-group-found pic x.

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
       01 ws-val-idx pic 9(3).
       01 ws-report-detail pic x(132).

           copy "lkidctr.cpy".

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

           accept ws-sent-date from environment 'PRINTRUN_DATE'
           if ws-sent-date = spaces
               move ws-today to ws-sent-date
           end-if
           if ws-sent-date not numeric
               display "PRINTRUN_DATE must be yyyymmdd: "
                   ws-sent-date upon syserr
               move 8 to return-code
               goback
           end-if
           if function test-date-yyyymmdd (ws-sent-date-num) not = 0
               display "PRINTRUN_DATE is not a date: "
                   ws-sent-date upon syserr
               move 8 to return-code
               goback
           end-if

           move spaces to ws-sent-path
           string
               '/tmp/notify-sent-' ws-sent-date '.data'
               delimited by size into ws-sent-path
           end-string
           move spaces to ws-summary-path
           string
               '/tmp/notify-summary-' ws-sent-date '.txt'
               delimited by size into ws-summary-path
           end-string

           perform find-already-printed

           open input sentlog
           if sent-status not = 00
               if sent-status = 35
                   display "No letters sent by post on " ws-sent-date
                       upon syserr
                   move 4 to return-code
               else
                   display "Failed to open sent log: error="
                       sent-status upon syserr
                   move 8 to return-code
               end-if
               goback
           end-if
           close sentlog

           sort sort-work
               on ascending key notify-addr-postcode
               on ascending key notify-name
               with duplicates in order
               input procedure is gather-unprinted-letters
               output procedure is print-sorted-letters

           if ws-released-count = 0 and ws-run-clean
               display "Nothing new to print for " ws-sent-date
                   " (" ws-already-printed " already printed)"
                   upon syserr
               move 4 to return-code
               goback
           end-if
           if not ws-run-clean
               display "Print run for " ws-sent-date " failed"
                   upon syserr
               move 8 to return-code
               goback
           end-if

           perform read-posted-totals
           compute ws-printed-to-date =
               ws-already-printed + ws-printed-count
           if ws-printed-to-date = ws-posted-reported
               and ws-printed-to-date = ws-sent-total
               move 'RECONCILED' to ws-result
           else
               move 'MISMATCH' to ws-result
           end-if

      *> A batch with no control sheet is not logged as printed, so
      *> the rerun prints its letters again with a sheet this time.
           perform write-control-sheet
           if ws-run-clean
               perform log-print-batch
           end-if

           display "Print batch " ws-batch-no ": " ws-printed-count
               " letters in " function trim (ws-print-path)
               "; control sheet " function trim (ws-result)
               upon syserr
           if ws-result not = 'RECONCILED'
               and return-code = 0
               move 4 to return-code
           end-if
           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

      *> The sent log only ever grows, so the furthest record any
      *> earlier batch for the day reached is where this one starts.
       find-already-printed.
           move 0 to ws-already-printed
           open input prunlog
           if prun-status = 00
               perform until prun-status > 9
                   read prunlog next record end-read
                   if prun-status = 00
                       and prun-sent-date = ws-sent-date
                       and prun-last-rec > ws-already-printed
                       move prun-last-rec to ws-already-printed
                   end-if
               end-perform
           end-if
           close prunlog.

      *> Sort input: every record of the day's sent log is counted,
      *> only those past the last printed one are released.
       gather-unprinted-letters.
           open input sentlog
           if sent-status = 00
               perform until sent-status > 9
                   read sentlog next record end-read
                   if sent-status = 00
                       add 1 to ws-sent-total
                       if ws-sent-total > ws-already-printed
                           move sent-record to notify-record
                           release notify-record
                           add 1 to ws-released-count
                       end-if
                   end-if
               end-perform
           end-if
           close sentlog.

      *> Sort output: the batch number is only drawn once there is
      *> something to print, so an empty run leaves no gap in the
      *> batch sequence.
       print-sorted-letters.
           if ws-released-count > 0
               perform start-print-batch
           end-if
           if ws-released-count > 0 and ws-run-clean
               move 'N' to ws-sort-eof
               perform until ws-sort-eof = 'Y'
                   return sort-work
                       at end
                           move 'Y' to ws-sort-eof
                       not at end
                           perform print-one-letter
                           if not ws-run-clean
                               move 'Y' to ws-sort-eof
                           end-if
                   end-return
               end-perform
               close printfile
           end-if.

       start-print-batch.
           move 'PRINTBATCH' to lk-idctr-seq-name
           move 'I' to lk-idctr-mode
           move spaces to lk-idctr-caller-info
           string
               'printrun sent-date=' ws-sent-date
               delimited by size into lk-idctr-caller-info
           end-string
           call "idcounter" using lk-idctr-seq-name lk-idctr-mode
               lk-idctr-admin-key lk-idctr-value-in lk-idctr-caller-info
               lk-idctr-value-out lk-idctr-range-end-out
               lk-idctr-return-code
           end-call
           if lk-idctr-return-code not = 0
               display "Could not allocate a print batch number"
                   " (rc=" lk-idctr-return-code ")" upon syserr
               move 'N' to ws-run-ok
           else
               move lk-idctr-value-out to ws-batch-no
               move spaces to ws-print-path
               string
                   '/tmp/print-run-' ws-sent-date '-' ws-batch-no
                   '.txt'
                   delimited by size into ws-print-path
               end-string
               move spaces to ws-control-path
               string
                   '/tmp/print-control-' ws-sent-date '-' ws-batch-no
                   '.txt'
                   delimited by size into ws-control-path
               end-string
               open output printfile
               if print-status not = 00
                   display "Failed to open print file: error="
                       print-status upon syserr
                   move 'N' to ws-run-ok
               end-if
           end-if.

      *> One letter per page, every page (the first too) starting
      *> with a form feed for the printer's top of form: the
      *> batch/letter reference line heads every page so a jammed or
      *> dropped sheet can be matched back to the control sheet, then
      *> the address block where the envelope window sits, then the
      *> date and the body.
       print-one-letter.
           add 1 to ws-printed-count
           perform count-kind
           perform count-postcode-group

           move spaces to ws-text-line
           string
               'Batch ' ws-batch-no '  Letter ' ws-printed-count
               ' of ' ws-released-count '  '
               function trim (notify-kind)
               '  Ref ' notify-auth-id
               delimited by size into ws-text-line
           end-string
           move ws-text-line to print-line
           write print-line after advancing page
           if print-status not = 00
               display "Failed to write print file: error="
                   print-status upon syserr
               move 'N' to ws-run-ok
           end-if

           move spaces to ws-text-line
           perform write-print-line
           perform write-print-line
           perform write-print-line

           move notify-name to ws-text-line
           perform write-print-line
           if notify-addr-line1 not = spaces
               move notify-addr-line1 to ws-text-line
               perform write-print-line
           end-if
           if notify-addr-line2 not = spaces
               move notify-addr-line2 to ws-text-line
               perform write-print-line
           end-if
           if notify-addr-town not = spaces
               move notify-addr-town to ws-text-line
               perform write-print-line
           end-if
           if notify-addr-postcode not = spaces
               move notify-addr-postcode to ws-text-line
               perform write-print-line
           end-if
           if notify-addr-country not = spaces
               move notify-addr-country to ws-text-line
               perform write-print-line
           end-if

           move spaces to ws-text-line
           perform write-print-line
           perform write-print-line
           move ws-print-date to ws-text-line
           perform write-print-line
           move spaces to ws-text-line
           perform write-print-line

           perform build-address-line
           perform write-letter-body.

       write-print-line.
           move ws-text-line to print-line
           write print-line after advancing 1 line
           if print-status not = 00
               display "Failed to write print file: error="
                   print-status upon syserr
               move 'N' to ws-run-ok
           end-if.

       count-kind.
           move 'N' to ws-group-found
           perform varying ws-kind-idx from 1 by 1
                   until ws-kind-idx > ws-kind-used
               if ws-kt-kind (ws-kind-idx) = notify-kind
                   add 1 to ws-kt-count (ws-kind-idx)
                   move 'Y' to ws-group-found
               end-if
           end-perform
           if ws-group-found = 'N' and ws-kind-used < ws-kind-max
               add 1 to ws-kind-used
               move notify-kind to ws-kt-kind (ws-kind-used)
               move 1 to ws-kt-count (ws-kind-used)
           end-if.

      *> The outward code is the sorting-office part of the postcode,
      *> so it is what the mail room bundles by; a postcode with no
      *> space groups whole, and a letter with no postcode at all is
      *> counted apart so the sheet shows it needs a look.
       count-postcode-group.
           move spaces to ws-postcode-group
           if notify-addr-postcode = spaces
               move '(NONE)' to ws-postcode-group
               add 1 to ws-no-postcode-count
           else
               unstring function trim (notify-addr-postcode)
                   delimited by space
                   into ws-postcode-group
               end-unstring
           end-if
           move 'N' to ws-group-found
           perform varying ws-group-idx from 1 by 1
                   until ws-group-idx > ws-group-used
               if ws-gt-group (ws-group-idx) = ws-postcode-group
                   add 1 to ws-gt-count (ws-group-idx)
                   move 'Y' to ws-group-found
               end-if
           end-perform
           if ws-group-found = 'N'
               if ws-group-used < ws-group-max
                   add 1 to ws-group-used
                   move ws-postcode-group to ws-gt-group (ws-group-used)
                   move 1 to ws-gt-count (ws-group-used)
               else
                   add 1 to ws-group-overflow
               end-if
           end-if.

      *> notifsend appends one summary line per drain; every drain's
      *> posted= count for the day is added up.
       read-posted-totals.
           move 0 to ws-posted-reported ws-summary-runs
           open input summaryfile
           if summary-status = 00
               perform until summary-status > 9
                   read summaryfile next record end-read
                   if summary-status = 00
                       move spaces to ws-summary-head ws-summary-rest
                       unstring summary-line delimited by ' posted='
                           into ws-summary-head ws-summary-rest
                       end-unstring
                       move ws-summary-rest (1:6) to ws-posted-text
                       if ws-posted-text numeric
                           add 1 to ws-summary-runs
                           add function numval (ws-posted-text)
                               to ws-posted-reported
                       end-if
                   end-if
               end-perform
           end-if
           close summaryfile.

       write-control-sheet.
           open output controlfile
           if control-status not = 00
               display "Failed to open control sheet: error="
                   control-status upon syserr
               move 'N' to ws-run-ok
               move 8 to return-code
           else
               move 'Print run control sheet' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to ws-report-detail
               string
                   'Batch number:           ' ws-batch-no
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
               move spaces to ws-report-detail
               string
                   'Letters posted on:      ' ws-sent-date
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
               move spaces to ws-report-detail
               string
                   'Printed at:             ' ws-timestamp
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
               move spaces to ws-report-detail
               string
                   'Print file:             '
                   function trim (ws-print-path)
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
               move spaces to ws-report-detail
               string
                   'Letters in this batch:  ' ws-printed-count
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail

               move spaces to report-line
               write report-line
               move 'Letters by kind:' to report-line
               write report-line
               perform varying ws-kind-idx from 1 by 1
                       until ws-kind-idx > ws-kind-used
                   move spaces to ws-report-detail
                   string
                       '  ' ws-kt-kind (ws-kind-idx) '  '
                       ws-kt-count (ws-kind-idx)
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               end-perform

               move spaces to report-line
               write report-line
               move 'Letters by postcode group:' to report-line
               write report-line
               perform varying ws-group-idx from 1 by 1
                       until ws-group-idx > ws-group-used
                   move spaces to ws-report-detail
                   string
                       '  ' ws-gt-group (ws-group-idx) '  '
                       ws-gt-count (ws-group-idx)
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               end-perform
               if ws-group-overflow > 0
                   move spaces to ws-report-detail
                   string
                       '  (other)     ' ws-group-overflow
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               end-if
               if ws-no-postcode-count > 0
                   move '  (NONE) letters have no postcode; check them'
                       to report-line
                   write report-line
                   move '  before release.' to report-line
                   write report-line
               end-if

               perform write-reconciliation
               close controlfile
           end-if.

      *> Three counts must agree: what notifsend's run summaries say
      *> it posted for the day, how many records its sent log holds,
      *> and how many letters all of the day's batches have printed.
       write-reconciliation.
           move spaces to report-line
           write report-line
           move 'Reconciliation:' to report-line
           write report-line
           move spaces to ws-report-detail
           string
               '  Posted per notifsend summaries:  ' ws-posted-reported
               ' (' ws-summary-runs ' drain runs)'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to ws-report-detail
           string
               '  Records in the sent log:         ' ws-sent-total
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to ws-report-detail
           string
               '  Printed in earlier batches:      ' ws-already-printed
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to ws-report-detail
           string
               '  Printed to date incl. this one:  ' ws-printed-to-date
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to ws-report-detail
           if ws-result = 'RECONCILED'
               move '  Result: RECONCILED' to ws-report-detail
           else
               move '  Result: MISMATCH - do not release until the'
                   to ws-report-detail
           end-if
           perform write-report-detail
           if ws-result not = 'RECONCILED'
               move '  difference is accounted for.' to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move 'Checked by: ____________________  Date: __________'
               to report-line
           write report-line.

       write-report-detail.
           move ws-report-detail to report-line
           write report-line.

       log-print-batch.
           open extend prunlog
           if prun-status = 35 or prun-status = 05
               close prunlog
               open output prunlog
           end-if
           if prun-status < 10
               move spaces to prun-record
               move ws-sent-date to prun-sent-date
               move ws-batch-no to prun-batch-no
               compute prun-first-rec = ws-already-printed + 1
               move ws-sent-total to prun-last-rec
               move ws-printed-count to prun-letters
               move ws-timestamp to prun-timestamp
               move ws-result to prun-result
               write prun-record
           else
               display "Failed to log print batch: error="
                   prun-status upon syserr
               move 8 to return-code
           end-if
           close prunlog.

      *> The structured address on one line for %ADDRESS%, built the
      *> way notifsend builds it so a template reads the same in both.
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

       write-letter-body.
           move spaces to ws-template-path
           string
               '/tmp/notify-template-' function trim (notify-kind)
               '.txt'
               delimited by size into ws-template-path
           end-string
           open input templatefile
           if template-status = 00
               perform until template-status > 9
                   read templatefile next record end-read
                   if template-status = 00
                       move template-line to ws-text-line
                       perform substitute-tokens
                       perform write-print-line
                   end-if
               end-perform
           else
               perform write-default-body
           end-if
           close templatefile.

      *> Same wired-in bodies as notifsend, for a kind with no
      *> template on disk.
       write-default-body.
           move spaces to ws-text-line
           evaluate notify-kind
               when 'REGISTER'
                   string
                       'Welcome! Your registration id is '
                       notify-auth-id
                       ', registered ' notify-reg-date '.'
                       delimited by size into ws-text-line
                   end-string
               when 'DEACTIVATE'
                   string
                       'Your registration id ' notify-auth-id
                       ' has been deactivated at your request.'
                       delimited by size into ws-text-line
                   end-string
               when 'REINSTATE'
                   string
                       'Your registration id ' notify-auth-id
                       ' has been reinstated.'
                       delimited by size into ws-text-line
                   end-string
               when 'MERGED'
                   string
                       'Your duplicate registration id '
                       notify-auth-id
                       ' has been merged; your remaining'
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
                       notify-auth-id '.'
                       delimited by size into ws-text-line
                   end-string
           end-evaluate
           perform write-print-line.

       substitute-tokens.
           move '%NAME%' to ws-token
           move notify-name to ws-token-value
           perform replace-one-token
           move '%EMAIL%' to ws-token
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
           perform replace-one-token
           move '%DATE%' to ws-token
           move notify-reg-date to ws-token-value
           perform replace-one-token.

       replace-one-token.
           move function length (function trim (ws-token))
               to ws-token-len
           move 0 to ws-val-len
           perform varying ws-val-idx
                   from length of ws-token-value by -1
                   until ws-val-idx < 1 or ws-val-len > 0
               if ws-token-value (ws-val-idx:1) not = space
                   move ws-val-idx to ws-val-len
               end-if
           end-perform

           move ws-text-line to ws-scan-buffer
           move spaces to ws-text-line
           move 1 to ws-scan-pos
           move 1 to ws-build-pos
           perform until ws-scan-pos > length of ws-scan-buffer
               if ws-scan-pos + ws-token-len - 1 <=
                       length of ws-scan-buffer
                   and ws-scan-buffer (ws-scan-pos:ws-token-len) =
                       ws-token (1:ws-token-len)
                   if ws-val-len > 0
                       and ws-build-pos + ws-val-len - 1 <=
                           length of ws-text-line
                       move ws-token-value (1:ws-val-len)
                           to ws-text-line (ws-build-pos:ws-val-len)
                       add ws-val-len to ws-build-pos
                   end-if
                   add ws-token-len to ws-scan-pos
               else
                   if ws-build-pos <= length of ws-text-line
                       move ws-scan-buffer (ws-scan-pos:1)
                           to ws-text-line (ws-build-pos:1)
                       add 1 to ws-build-pos
                   end-if
                   add 1 to ws-scan-pos
               end-if
           end-perform.

       end program printrun.
