       identification division.
       program-id. authunload.

      *> Nightly unload of the registrant master: copies every record
      *> of the indexed authfile into a dated line-sequential file,
      *> /tmp/auth-unload-yyyymmdd.data, so a corrupted auth.data can
      *> be rebuilt (authrebuild) instead of being lost with every
      *> registrant on it. The counter has had its backup file and
      *> ctrrestore for a long time; this gives the master the same
      *> cover. A manifest beside the unload carries the record count
      *> and a control total (the sum of every auth-id unloaded) so
      *> the rebuild can prove it is reading the whole file, plus the
      *> time the unload started — the point from which the rebuild
      *> rolls the side-file history forward. The unload is written
      *> under a scratch name and renamed into place only once it is
      *> complete, so a run that dies part-way never leaves a short
      *> file under the dated name. Each unload is recorded in the
      *> unload index (/tmp/auth.unloads), the same way auditrotate
      *> records its archives, which is how the rebuild finds the
      *> latest one.

       environment division.
       input-output section.
       file-control.
           select optional authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               file status is authfile-status.
           select unloadfile assign to dynamic ws-work-path
               file status is unload-status
               organization is line sequential.
           select manifestfile assign to dynamic ws-manifest-path
               file status is manifest-status
               organization is line sequential.
           select optional unloadindex assign to '/tmp/auth.unloads'
               file status is unloadindex-status
               organization is line sequential.

       data division.
       file section.
       fd authfile.
           copy "authrec.cpy".
       fd unloadfile.
           copy "authrec.cpy" replacing leading ==auth== by
               ==unload-auth==.
       fd manifestfile.
          01 manifest-line pic x(80).
       fd unloadindex.
          01 unloadindex-line pic x(60).

       working-storage section.
       01 authfile-status pic 9(2).
       01 unload-status pic 9(2).
       01 manifest-status pic 9(2).
       01 unloadindex-status pic 9(2).
       01 ws-unload-path pic x(60).
       01 ws-work-path pic x(60).
       01 ws-manifest-path pic x(60).
       01 ws-last-indexed pic x(60).
       01 ws-today pic x(8).
       01 ws-unload-ok pic x.
           88 ws-unload-clean value 'Y'.
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
       01 ws-started-at pic x(26).
       01 ws-unloaded-count pic 9(8) value 0.
       01 ws-id-total pic 9(18) value 0.
       01 ws-detail-line pic x(80).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           perform build-timestamp
           move ws-timestamp to ws-started-at
           move spaces to ws-unload-path
           string
               '/tmp/auth-unload-' ws-today '.data'
               delimited by size into ws-unload-path
           end-string
           move spaces to ws-work-path
           string
               '/tmp/auth-unload-' ws-today '.data.new'
               delimited by size into ws-work-path
           end-string
           move spaces to ws-manifest-path
           string
               '/tmp/auth-unload-' ws-today '.manifest'
               delimited by size into ws-manifest-path
           end-string

           perform unload-all-records

      *> A second unload on the same date replaces the first: the
      *> later copy is the better starting point for a rebuild. The
      *> old manifest goes first so a crash between the rename and the
      *> new manifest leaves an unload the rebuild refuses, never one
      *> it trusts against the wrong totals.
           if ws-unload-clean
               call "CBL_DELETE_FILE" using ws-manifest-path
               move 0 to return-code
               call "CBL_RENAME_FILE" using ws-work-path
                   ws-unload-path
               if return-code not = 0
                   display "Failed to move unload into place as "
                       function trim (ws-unload-path) upon syserr
                   move 'N' to ws-unload-ok
               end-if
           end-if

           if ws-unload-clean
               perform write-manifest
               perform record-unload-in-index
               display "Unloaded " ws-unloaded-count
                   " registrants to " function trim (ws-unload-path)
                   upon syserr
           else
               call "CBL_DELETE_FILE" using ws-work-path
               display "Unload for " ws-today " failed; no unload"
                   " published for this run" upon syserr
               move 8 to return-code
           end-if

           goback.

       build-timestamp.
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string.

      *> Same checked legs as eodextract: the auth open can fail while
      *> namereg or batchreg hold the file exclusively, and an
      *> unchecked write would let the manifest overstate the unload.
       unload-all-records.
           move 'N' to ws-unload-ok
           open input authfile
           if authfile-status > 9
               display "Failed to open auth file: error="
                   authfile-status upon syserr
           else
               open output unloadfile
               if unload-status > 9
                   display "Failed to open unload file: error="
                       unload-status upon syserr
               else
                   move 'Y' to ws-unload-ok
                   perform until authfile-status > 9
                       read authfile next record end-read
                       if authfile-status = 00
                           move auth-record to unload-auth-record
                           write unload-auth-record
                           if unload-status > 9
                               display "Failed to write unload"
                                   " record: error=" unload-status
                                   upon syserr
                               move 'N' to ws-unload-ok
                               move 10 to authfile-status
                           else
                               add 1 to ws-unloaded-count
                               add auth-id to ws-id-total
                           end-if
                       end-if
                   end-perform
                   close unloadfile
               end-if
               close authfile
           end-if.

      *> The manifest is what authrebuild checks the unload against
      *> before loading a single record from it.
       write-manifest.
           move function current-date to ws-current-date-time
           perform build-timestamp
           open output manifestfile
           if manifest-status < 10
               move spaces to ws-detail-line
               string
                   'date=' ws-today
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'records=' ws-unloaded-count
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'idtotal=' ws-id-total
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'started=' ws-started-at
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               move spaces to ws-detail-line
               string
                   'completed=' ws-timestamp
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to manifest-line
               write manifest-line
               close manifestfile
           else
               display "Failed to write manifest: error="
                   manifest-status upon syserr
           end-if.

      *> Appends in unload order, so the last line is always the
      *> newest unload. A same-day rerun replaces the file under the
      *> same name, which is already the index's last line.
       record-unload-in-index.
           move spaces to ws-last-indexed
           open input unloadindex
           if unloadindex-status = 00
               perform until unloadindex-status > 9
                   read unloadindex next record end-read
                   if unloadindex-status = 00
                       move unloadindex-line to ws-last-indexed
                   end-if
               end-perform
           end-if
           close unloadindex

           if ws-last-indexed not = ws-unload-path
               open extend unloadindex
               if unloadindex-status = 35
                   open output unloadindex
               end-if
               if unloadindex-status < 10
                   move ws-unload-path to unloadindex-line
                   write unloadindex-line
                   if unloadindex-status not < 10
                       display "Failed to record unload in index:"
                           " error=" unloadindex-status upon syserr
                   end-if
               else
                   display "Failed to open unload index: error="
                       unloadindex-status upon syserr
               end-if
               close unloadindex
           end-if.

       end program authunload.
