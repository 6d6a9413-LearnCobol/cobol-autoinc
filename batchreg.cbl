       program-id. batchreg.

      *> Batch registration intake: reads a department-submitted file
      *> of name|email|address lines from /tmp/batchreg.input (the
      *> address in its parts: line 1|line 2|town|postcode|country,
      *> or as a single free-form field on files still in the old
      *> three-field layout, optionally followed by |channel|optout
      *> letter preferences as namereg takes them) and
      *> registers each one through the same discipline namereg's POST
      *> path applies — each name gets the keyed duplicate check, and
      *> every accepted record is issued a real id off the shared
      *> (accepted lines are not re-rejected as duplicates, issued
      *> ids are not burned twice) and the report picks up where it
      *> left off. A completed date refuses to rerun unless
      *> BATCHREG_RERUN=Y asks for a rebuild. The file comes between
      *> a header and a trailer line (lkintchk.cpy), hash total over
      *> the names' character codes, and intakechk refuses it whole
      *> before anything is registered if it is short, altered or a
      *> batch already processed.

       environment division.
       input-output section.

       01 ws-name pic x(60).
       01 ws-email pic x(60).
       01 ws-address.
           05 ws-addr-line1 pic x(40).
           05 ws-addr-line2 pic x(40).
           05 ws-addr-town pic x(30).
           05 ws-addr-postcode pic x(10).
           05 ws-addr-country pic x(20).
       01 ws-address-text pic x(100).
       01 ws-field-count pic 9(2).
       01 ws-channel pic x(10).
       01 ws-optout pic x(60).
       01 ws-address-result pic x(8) value 'OK'.
           88 ws-address-ok value 'OK'.
           88 ws-address-incomplete value 'MISSING'.
           88 ws-address-unreadable value 'UNSPLIT'.
           88 ws-address-bad-postcode value 'POSTCODE'.
           88 ws-address-bad-country value 'COUNTRY'.
       01 ws-found-dup pic x value 'N'.
           88 ws-is-dup value 'Y'.
       01 ws-email-valid pic x value 'N'.
           05 filler pic x(9).

           copy "lkidctr.cpy".
           copy "lkaddrspl.cpy".
           copy "lkpostchk.cpy".
           copy "lkprefs.cpy".
           copy "lkintchk.cpy".

       procedure division.
       main-logic.
           end-string
           accept ws-rerun-mode from environment 'BATCHREG_RERUN'

      *> Return codes for the job stream: 4 when there is nothing to
      *> do (no intake file, date already complete), 8 when the run
      *> could not proceed.
           perform read-intake-fingerprint
           if intake-status > 9
               move 4 to return-code
               goback
           end-if

           perform check-run-control
           if runctl-status > 9
               if runctl-status = 10
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
               goback
           end-if

      *> The whole file is checked against its header and trailer
      *> before a line of it is registered; a refused file leaves
      *> everything untouched and the department a notice saying why.
           perform check-intake-control
           if lk-ichk-return-code >= 10
               display "Intake file refused: "
                   function trim (lk-ichk-reason) upon syserr
               close runctlfile
               move 8 to return-code
               goback
           end-if

               display "No intake file at /tmp/batchreg.input"
                   " (error=" intake-status ")" upon syserr
               close runctlfile
               move 8 to return-code
               goback
           end-if

                   authfile-status upon syserr
               close intakefile
               close runctlfile
               move 8 to return-code
               goback
           end-if

           perform until intake-status > 9
               read intakefile next record end-read
               if intake-status = 00
                   and intake-line (1:4) not = 'HDR|'
                   and intake-line (1:4) not = 'TRL|'
                   add 1 to ws-line-count
                   if ws-line-count > ws-resume-line
                       perform process-intake-line
           close authfile
           close intakefile
           close runctlfile
           perform record-intake-batch

           display "Intake: " ws-accepted-count " accepted, "
               ws-rejected-count " rejected of " ws-line-count

      *> The intake file's first line fingerprints the submission: a
      *> resume against a file someone has since replaced must be
      *> refused, not silently applied against the wrong lines. On a
      *> controlled file that line is the header, batch number and
      *> all.
       read-intake-fingerprint.
           move spaces to ws-intake-line1
           open input intakefile
               display "Failed to open run control: error="
                   runctl-status upon syserr
               move 20 to runctl-status
               move 8 to return-code
               goback
           end-if

                   move 'Batch registration intake report'
                       to report-line
                   write report-line
                   perform write-control-line
                   move spaces to report-line
                   write report-line
               end-if
               open output reportfile
               move 'Batch registration intake report' to report-line
               write report-line
               perform write-control-line
               move spaces to report-line
               write report-line
           end-if.
               close authfile
           end-if.

      *> A line with no more than three fields is in the old
      *> name|email|address layout, its address one free-form field.
      *> Four or five fields can never be a whole structured address
      *> (the postcode is the sixth), so such a line whose trailing
      *> fields read as a channel and an opt-out list is the old
      *> layout carrying letter preferences; anything else is left to
      *> fail the structured address check.
       process-intake-line.
           move spaces to ws-name ws-email ws-address ws-address-text
               ws-channel ws-optout
           move 0 to ws-field-count
           unstring intake-line delimited by '|'
               into ws-name ws-email ws-addr-line1 ws-addr-line2
                   ws-addr-town ws-addr-postcode ws-addr-country
                   ws-channel ws-optout
               tallying in ws-field-count
           end-unstring
           evaluate true
               when ws-field-count <= 3
                   move spaces to ws-address
                   unstring intake-line delimited by '|'
                       into ws-name ws-email ws-address-text
                   end-unstring
               when ws-field-count <= 5
                   perform check-old-layout-prefs
           end-evaluate

           if ws-name = spaces
               perform reject-missing-name
           else
               perform validate-email
               move 00 to lk-pref-return-code
               if ws-email-ok
                   perform validate-address
                   if ws-address-ok
                       move 'V' to lk-pref-mode
                       perform call-prefstore
                   end-if
               end-if
               evaluate true
                   when not ws-email-ok
                       perform reject-bad-email
                   when not ws-address-ok
                       perform reject-bad-address
                   when lk-pref-return-code not = 00
                       perform reject-bad-preference
                   when other
                       perform register-checked-line
               end-evaluate
           end-if.

       check-old-layout-prefs.
           move spaces to ws-channel ws-optout
           unstring intake-line delimited by '|'
               into ws-name ws-email ws-address-text
                   ws-channel ws-optout
           end-unstring
           move 'V' to lk-pref-mode
           move ws-channel to lk-pref-channel
           move ws-optout to lk-pref-optout
           move 00 to lk-pref-return-code
           call "prefstore" using lk-pref-mode lk-pref-auth-id
               lk-pref-channel lk-pref-optout lk-pref-method
               lk-pref-changed-by lk-pref-return-code
           end-call
           if lk-pref-return-code = 00
               move spaces to ws-address
           else
               move spaces to ws-address-text ws-channel ws-optout
           end-if.

       register-checked-line.
           perform check-duplicate-email
           if ws-email-in-use
               perform warn-duplicate-email
           end-if
           move 'N' to ws-found-dup
           perform check-duplicate-name
           if ws-is-dup
               perform reject-duplicate
           else
               perform register-one-record
           end-if.

      *> Same shape check namereg's POST path applies: non-blank,
               end-if
           end-if.

      *> Same address rule namereg's POST path applies: optional, but
      *> anything given needs line 1, town and a postcode the
      *> reference file knows (postcheck 30, no reference file yet,
      *> lets it through unchecked). An old-layout address is split
      *> with addrsplit first.
       validate-address.
           move 'OK' to ws-address-result
           if ws-address-text not = spaces
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

      *> An email already on an ACTIVE record is almost always the
      *> same person resubmitted under a name variant the name check
      *> can't catch — flagged on the report for review, but the line
           if lk-idctr-return-code not = 0
               perform reject-id-failure
           else
               move spaces to auth-record
               move lk-idctr-value-out to auth-id
               move ws-name to auth-name
               move ws-email to auth-email
               else
                   add 1 to ws-accepted-count
                   perform write-notify-record
                   move 'S' to lk-pref-mode
                   perform call-prefstore
                   move spaces to ws-report-detail
                   string
                       'ACCEPTED line ' ws-line-count ' id='
           end-string
           perform write-report-detail.

      *> The department's submission is the consent record for a
      *> batch registrant: stamped BATCH, with the defaults (post,
      *> every letter) for anything the line left out. A failure to
      *> store is logged by prefstore but never fails the line.
       call-prefstore.
           move auth-id to lk-pref-auth-id
           move ws-channel to lk-pref-channel
           move ws-optout to lk-pref-optout
           move 'BATCH' to lk-pref-method
           move 'batchreg intake' to lk-pref-changed-by
           call "prefstore" using lk-pref-mode lk-pref-auth-id
               lk-pref-channel lk-pref-optout lk-pref-method
               lk-pref-changed-by lk-pref-return-code
           end-call.

       reject-bad-preference.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           if lk-pref-return-code = 10
               string
                   'REJECTED line ' ws-line-count ' channel '
                   function trim (ws-channel)
                   ' is not EMAIL or POST for '
                   function trim (ws-name)
                   delimited by size into ws-report-detail
               end-string
           else
               string
                   'REJECTED line ' ws-line-count
                   ' unknown letter kind in opt-out list '
                   function trim (ws-optout) ' for '
                   function trim (ws-name)
                   delimited by size into ws-report-detail
               end-string
           end-if
           perform write-report-detail.

       reject-bad-address.
           add 1 to ws-rejected-count
           move spaces to ws-report-detail
           evaluate true
               when ws-address-incomplete
                   string
                       'REJECTED line ' ws-line-count
                       ' address needs line 1, town and postcode for '
                       function trim (ws-name)
                       delimited by size into ws-report-detail
                   end-string
               when ws-address-unreadable
                   string
                       'REJECTED line ' ws-line-count
                       ' address could not be split for '
                       function trim (ws-name)
                       delimited by size into ws-report-detail
                   end-string
               when ws-address-bad-country
                   string
                       'REJECTED line ' ws-line-count ' postcode '
                       function trim (ws-addr-postcode)
                       ' does not belong to '
                       function trim (ws-addr-country) ' for '
                       function trim (ws-name)
                       delimited by size into ws-report-detail
                   end-string
               when other
                   string
                       'REJECTED line ' ws-line-count ' postcode '
                       function trim (ws-addr-postcode)
                       ' not recognised for '
                       function trim (ws-name)
                       delimited by size into ws-report-detail
                   end-string
           end-evaluate
           perform write-report-detail.

       warn-duplicate-email.
           move spaces to ws-report-detail
           string
           end-string
           perform write-report-detail.

      *> Header and trailer lines have been checked and are not
      *> registrations; the line numbers the report and the
      *> checkpoint give are counted over the lines between them, as
      *> the trailer counts them. A BATCHREG_RERUN=Y rebuild is the
      *> one time a batch number already applied may come through
      *> again.
       check-intake-control.
           if function upper-case
                   (function trim (ws-rerun-mode)) = 'Y'
               move 'F' to lk-ichk-mode
           else
               move 'C' to lk-ichk-mode
           end-if
           move 'batchreg' to lk-ichk-intake
           move '/tmp/batchreg.input' to lk-ichk-path
           move 'N' to lk-ichk-hash-kind
           perform call-intakechk.

      *> Once applied, the batch number is spent: the same file sent
      *> again is refused, and resubmitted rejects need a new number.
       record-intake-batch.
           move 'R' to lk-ichk-mode
           perform call-intakechk
           if lk-ichk-return-code = 20
               display "Batch " lk-ichk-batch-seq " applied but not"
                   " recorded in the intake batch register; a resend"
                   " would not be caught" upon syserr
           end-if.

       call-intakechk.
           call "intakechk" using lk-ichk-mode lk-ichk-intake
               lk-ichk-path lk-ichk-hash-kind lk-ichk-control
               lk-ichk-reason lk-ichk-return-code
           end-call.

       write-control-line.
           move spaces to ws-report-detail
           if lk-ichk-return-code = 04
               string
                   'Control: ' function trim (lk-ichk-reason)
                   delimited by size into ws-report-detail
               end-string
           else
               string
                   'Control: department ' function trim (lk-ichk-dept)
                   '  batch ' lk-ichk-batch-seq
                   '  file date ' lk-ichk-file-date
                   '  lines ' lk-ichk-line-count
                   '  hash ' lk-ichk-hash-total
                   delimited by size into ws-report-detail
               end-string
           end-if
           perform write-report-detail.

       write-report-detail.
           move ws-report-detail to report-line
           write report-line.
