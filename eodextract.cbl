      *> the same name) unless the operator sets EOD_RERUN=Y, and a
      *> run that died mid-flight leaves the date STARTED so the gap
      *> is visible. A closing manifest carries the record count for
      *> downstream to verify receipt against. The extract is written
      *> in downstream's own fixed layout (extrec.cpy), not as an
      *> image of the auth record, so the auth record can grow (the
      *> structured address, the renewal dates) without changing the
      *> file downstream loads.

       environment division.
       input-output section.
       fd authfile.
           copy "authrec.cpy".
       fd extractfile.
           copy "extrec.cpy".
       fd runctlfile.
           copy "runctlrec.cpy".
       fd manifestfile.
           05 filler pic x(9).
       01 ws-timestamp pic x(26).
       01 ws-extracted-count pic 9(6) value 0.
       01 ws-shortened-count pic 9(6) value 0.
       01 ws-skip-line2 pic x.
       01 ws-detail-line pic x(80).
       01 ws-address-line pic x(160).
       01 ws-address-ptr pic 9(3).

       procedure division.
       main-logic.
           end-string
           accept ws-rerun-mode from environment 'EOD_RERUN'

      *> Return codes for the job stream: 4 when the date is already
      *> extracted (nothing to do) or when an address had to be
      *> shortened to fit the extract, 8 when the run failed.
           perform check-run-control
           if runctl-status > 9
               if runctl-status = 10
                   move 4 to return-code
               else
                   move 8 to return-code
               end-if
               goback
           end-if

               perform write-manifest
               display "Extracted " ws-extracted-count
                   " registrations for " ws-today upon syserr
               if ws-shortened-count > 0
                   display ws-shortened-count " addresses too long"
                       " for the extract were sent without address"
                       " line 2" upon syserr
                   move 4 to return-code
               end-if
           else
               display "Extract for " ws-today " failed; run left"
                   " marked STARTED for a clean rerun" upon syserr
               move 8 to return-code
           end-if
           close runctlfile

               display "Failed to open run control: error="
                   runctl-status upon syserr
               move 20 to runctl-status
               move 8 to return-code
               goback
           end-if

                       read authfile next record end-read
                       if authfile-status = 00
                           and auth-reg-date in auth-record = ws-today
                           perform build-extract-record
                           write extract-record
                           if extract-status > 9
                               display "Failed to write extract"
               close authfile
           end-if.

       build-extract-record.
           move spaces to extract-record
           move auth-id to ext-id
           move auth-name to ext-name
           move auth-email to ext-email
           move 'N' to ws-skip-line2
           perform build-address-line
           if ws-address-ptr > 101
               add 1 to ws-shortened-count
               move 'Y' to ws-skip-line2
               perform build-address-line
           end-if
           move ws-address-line to ext-address
           move auth-reg-date to ext-reg-date
           move auth-reg-time to ext-reg-time
           move auth-status to ext-status.

      *> The structured address on one line, built the way notifsend
      *> and printrun build it for a letter. ws-skip-line2 leaves out
      *> address line 2, for an address too long for the extract's
      *> field, so the town, postcode and country still reach it.
       build-address-line.
           move spaces to ws-address-line
           move 1 to ws-address-ptr
           if auth-addr-line1 not = spaces
               string function trim (auth-addr-line1)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if auth-addr-line2 not = spaces
               and ws-skip-line2 = 'N'
               perform add-address-separator
               string function trim (auth-addr-line2)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if auth-addr-town not = spaces
               perform add-address-separator
               string function trim (auth-addr-town)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if auth-addr-postcode not = spaces
               perform add-address-separator
               string function trim (auth-addr-postcode)
                   delimited by size
                   into ws-address-line with pointer ws-address-ptr
               end-string
           end-if
           if auth-addr-country not = spaces
               perform add-address-separator
               string function trim (auth-addr-country)
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

       mark-run-complete.
           move function current-date to ws-current-date-time
           perform build-timestamp
           end-if.

      *> The manifest travels alongside the extract so downstream can
      *> verify it received the whole file; shortened= counts the
      *> records whose address went without line 2 (extrec.cpy).
       write-manifest.
           open output manifestfile
           if manifest-status < 10
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'shortened=' ws-shortened-count
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               close manifestfile
           else
               display "Failed to write manifest: error="
