       identification division.
       program-id. housekeep.

      *> Scheduled housekeeping for the files that only ever grow.
      *> The notify queue (/tmp/notify.queue) is rewritten with only
      *> its pending records; everything notifsend has finished with
      *> (sent, emailed, suppressed) moves to a dated queue archive.
      *> The append-only side files
      *>     /tmp/auth.history          status changes
      *>     /tmp/auth-contact.history  contact changes
      *>     /tmp/auth.undeliverable    undeliverable flags
      *>     /tmp/autoinc.ranges        reserved id blocks
      *> have every entry older than HOUSEKEEP_AGE_DAYS days (default
      *> 365, never fewer than 7 so the day's change feed and a
      *> rebuild from a recent unload still find their entries live)
      *> moved to a dated archive beside the file, <file>.yyyymmdd.
      *> As with auditrotate, each archive cut is recorded in an
      *> index, <file>.archives, in cut (= chronological) order, and
      *> the programs that read a file's whole history walk the
      *> archives through the index before the live file, so their
      *> answers do not change after a cut. The one exception is the
      *> undeliverable file, whose readers only want each id's
      *> current state: an id's last entry stays live, however old,
      *> when it is a MARKED flag, so notifsend and authquery keep
      *> seeing the flag without reading any archive.
      *> Each file is cut by renaming it to <file>.hkwork (atomic, so
      *> an append racing the cut either lands in the work file or
      *> recreates the live one), splitting the work file into the
      *> archive and <file>.hkkeep, adding on anything appended to
      *> the live file meanwhile, and renaming the keep file over the
      *> live one. That last step is not proof against an append in
      *> the same instant, so the job runs in the overnight stream,
      *> after notifsend and with the consoles idle. The day of the
      *> cut is written to <file>.hkcut before the rename, so a work
      *> file left behind by a run that died part way is picked up
      *> again by the next run — on whatever day — and split into the
      *> archive named for the day it was cut, never a second one. A
      *> work file whose keep file is already gone while its archive
      *> is there died after the swap: its entries are already in
      *> the live file and the archive, so the work file is only
      *> removed. A file already cut today is left alone. Report in
      *> /tmp/housekeep-report-yyyymmdd.txt. Return codes follow the
      *> job stream: 4 when nothing needed moving, 8 when a file
      *> could not be processed.

       environment division.
       input-output section.
       file-control.
           select optional livefile assign to dynamic ws-live-path
               file status is live-status
               organization is line sequential.
           select workfile assign to dynamic ws-work-path
               file status is work-status
               organization is line sequential.
           select keepfile assign to dynamic ws-keep-path
               file status is keep-status
               organization is line sequential.
           select optional cutfile assign to dynamic ws-cut-path
               file status is cut-status
               organization is line sequential.
           select archfile assign to dynamic ws-arch-path
               file status is arch-status
               organization is line sequential.
           select optional qlivefile assign to dynamic ws-live-path
               file status is live-status
               organization is sequential.
           select qworkfile assign to dynamic ws-work-path
               file status is work-status
               organization is sequential.
           select qkeepfile assign to dynamic ws-keep-path
               file status is keep-status
               organization is sequential.
           select qarchfile assign to dynamic ws-arch-path
               file status is arch-status
               organization is sequential.
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
       fd livefile.
          01 live-line pic x(600).
       fd workfile.
          01 work-line pic x(600).
       fd keepfile.
          01 keep-line pic x(600).
       fd archfile.
          01 arch-line pic x(600).
       fd cutfile.
          01 cut-line pic x(80).
       fd qlivefile.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==qlive==.
       fd qworkfile.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==qwork==.
       fd qkeepfile.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==qkeep==.
       fd qarchfile.
           copy "notifrec.cpy" replacing leading ==notify== by
               ==qarch==.
       fd archindex.
          01 archindex-line pic x(60).
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 live-status pic 9(2).
       01 work-status pic 9(2).
       01 keep-status pic 9(2).
       01 arch-status pic 9(2).
       01 cut-status pic 9(2).
       01 archindex-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-live-path pic x(60).
       01 ws-work-path pic x(60).
       01 ws-keep-path pic x(60).
       01 ws-arch-path pic x(60).
       01 ws-cut-path pic x(60).
       01 ws-cut-date pic x(8).
       01 ws-arch-has-data pic x.
       01 ws-index-path pic x(60).
       01 ws-report-path pic x(60).
       01 ws-today pic x(8).
       01 ws-today-num pic 9(8).
       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 filler pic x(15).
       01 ws-days-text pic x(10).
       01 ws-age-days pic 9(5) value 365.
       01 ws-min-age-days pic 9(5) value 7.
       01 ws-cutoff-num pic 9(8).
       01 ws-cutoff-date pic x(8).
       01 ws-entry-date pic x(8).

       01 ws-file-ok pic x.
           88 ws-file-clean value 'Y'.
       01 ws-resuming pic x.
       01 ws-skip-file pic x.
       01 ws-keep-entry pic x.
       01 ws-index-seen pic x.
       01 ws-undel-mode pic x.
       01 ws-file-label pic x(13).
       01 ws-line-no pic 9(7).
       01 ws-read-count pic 9(7).
       01 ws-kept-count pic 9(7).
       01 ws-archived-count pic 9(7).
       01 ws-retained-count pic 9(7).
       01 ws-late-count pic 9(7).
       01 ws-total-archived pic 9(7) value 0.
       01 ws-failed-files pic 9(2) value 0.
       01 ws-report-detail pic x(132).

           copy "undelrec.cpy" replacing leading ==undel== by
               ==ws-undel==.
       01 ws-undel-table.
           05 ws-ut-entry occurs 20000 times.
               10 ws-ut-auth-id pic 9(10).
               10 ws-ut-last-line pic 9(7).
               10 ws-ut-action pic x(10).
       01 ws-ut-count pic 9(5) value 0.
       01 ws-ut-max pic 9(5) value 20000.
       01 ws-ut-idx pic 9(5).
       01 ws-ut-hit pic 9(5).
       01 ws-ut-overflow pic x.

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move ws-cd-date to ws-today-num
           move spaces to ws-report-path
           string
               '/tmp/housekeep-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string

           accept ws-days-text from environment 'HOUSEKEEP_AGE_DAYS'
           if ws-days-text not = spaces
               move function numval (ws-days-text) to ws-age-days
           end-if
           if ws-age-days < ws-min-age-days
               display "HOUSEKEEP_AGE_DAYS must be at least "
                   ws-min-age-days "; not running" upon syserr
               move 8 to return-code
               goback
           end-if
           compute ws-cutoff-num = function date-of-integer
               (function integer-of-date (ws-today-num)
                   - ws-age-days)
           move ws-cutoff-num to ws-cutoff-date

           open output reportfile
           if report-status not = 00
               display "Failed to open housekeeping report: error="
                   report-status upon syserr
               move 8 to return-code
               goback
           end-if
           move 'Housekeeping report' to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Run ' ws-today '; side-file entries dated before '
               ws-cutoff-date ' (' ws-age-days ' days) archived'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           move spaces to report-line
           write report-line

           move 'notify queue' to ws-file-label
           move '/tmp/notify.queue' to ws-live-path
           perform compact-notify-queue

           move 'N' to ws-undel-mode
           move 'status hist' to ws-file-label
           move '/tmp/auth.history' to ws-live-path
           perform age-out-side-file
           move 'contact hist' to ws-file-label
           move '/tmp/auth-contact.history' to ws-live-path
           perform age-out-side-file
           move 'Y' to ws-undel-mode
           move 'undeliverable' to ws-file-label
           move '/tmp/auth.undeliverable' to ws-live-path
           perform age-out-side-file
           move 'N' to ws-undel-mode
           move 'ranges' to ws-file-label
           move '/tmp/autoinc.ranges' to ws-live-path
           perform age-out-side-file

           move spaces to report-line
           write report-line
           move spaces to ws-report-detail
           string
               'Records archived: ' ws-total-archived
               '  Files failed: ' ws-failed-files
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail
           close reportfile

           display "Housekeeping archived " ws-total-archived
               " records; report in " function trim (ws-report-path)
               upon syserr
           evaluate true
               when ws-failed-files > 0
                   move 8 to return-code
               when ws-total-archived = 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *> Work, keep, cut-date, archive and index names all hang off
      *> the live file's own name. The archive is named for the day
      *> of the cut, today unless a resumed cut says otherwise.
       build-side-paths.
           move spaces to ws-work-path ws-keep-path ws-cut-path
               ws-index-path
           string function trim (ws-live-path) '.hkwork'
               delimited by size into ws-work-path
           end-string
           string function trim (ws-live-path) '.hkkeep'
               delimited by size into ws-keep-path
           end-string
           string function trim (ws-live-path) '.hkcut'
               delimited by size into ws-cut-path
           end-string
           string function trim (ws-live-path) '.archives'
               delimited by size into ws-index-path
           end-string
           move ws-today to ws-cut-date
           perform build-arch-path
           move 0 to ws-read-count ws-kept-count ws-archived-count
               ws-retained-count ws-late-count
           move 'Y' to ws-file-ok
           move 'N' to ws-skip-file.

       build-arch-path.
           move spaces to ws-arch-path
           string function trim (ws-live-path) '.' ws-cut-date
               delimited by size into ws-arch-path
           end-string.

      *> A leftover work file means an earlier run died after the
      *> rename: unless the swap already happened, it holds entries
      *> that are in no other file, so it is split again rather than
      *> replaced. Otherwise a file already cut today is skipped, and
      *> a missing live file has nothing to housekeep.
       start-side-cut.
           move 'N' to ws-resuming
           open input workfile
           if work-status = 00
               close workfile
               move 'Y' to ws-resuming
               perform read-cut-date
               perform check-side-swap-done
               if ws-skip-file = 'N'
                   perform report-resuming
               end-if
           else
               open input archfile
               if arch-status = 00
                   close archfile
                   move 'Y' to ws-skip-file
                   move spaces to ws-report-detail
                   string
                       '  ' ws-file-label ' already cut today ('
                       function trim (ws-arch-path) ')'
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               else
                   perform write-cut-date
                   call "CBL_RENAME_FILE" using ws-live-path
                       ws-work-path
                   if return-code not = 0
                       call "CBL_DELETE_FILE" using ws-cut-path
                       move 0 to return-code
                       move 'Y' to ws-skip-file
                       move spaces to ws-report-detail
                       string
                           '  ' ws-file-label ' no file at '
                           function trim (ws-live-path)
                           delimited by size into ws-report-detail
                       end-string
                       perform write-report-detail
                   end-if
               end-if
           end-if.

      *> The keep file is only ever renamed away by the swap, and a
      *> failed split removes its archive before its keep file, so a
      *> work file with no keep file but with its archive is one the
      *> swap has already been done for.
       check-side-swap-done.
           open input keepfile
           if keep-status = 00
               close keepfile
           else
               open input archfile
               if arch-status = 00
                   move 'N' to ws-arch-has-data
                   read archfile next record end-read
                   if arch-status = 00
                       move 'Y' to ws-arch-has-data
                   end-if
                   close archfile
                   perform clear-finished-cut
               end-if
           end-if.

       check-queue-swap-done.
           open input qkeepfile
           if keep-status = 00
               close qkeepfile
           else
               open input qarchfile
               if arch-status = 00
                   move 'N' to ws-arch-has-data
                   read qarchfile next record end-read
                   if arch-status = 00
                       move 'Y' to ws-arch-has-data
                   end-if
                   close qarchfile
                   perform clear-finished-cut
               end-if
           end-if.

      *> An archive nothing went into was never indexed; it goes
      *> with the work file, as it would have at the end of the run.
       clear-finished-cut.
           call "CBL_DELETE_FILE" using ws-work-path
           if ws-arch-has-data = 'N'
               call "CBL_DELETE_FILE" using ws-arch-path
           end-if
           call "CBL_DELETE_FILE" using ws-cut-path
           move 0 to return-code
           move 'Y' to ws-skip-file
           move spaces to ws-report-detail
           string
               '  ' ws-file-label ' cut of ' ws-cut-date
               ' was already swapped in; leftover '
               function trim (ws-work-path) ' removed'
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

       report-resuming.
           move spaces to ws-report-detail
           string
               '  ' ws-file-label ' resuming cut of ' ws-cut-date
               ' from ' function trim (ws-work-path)
               delimited by size into ws-report-detail
           end-string
           perform write-report-detail.

      *> A cut-date file that cannot be written or read leaves the
      *> cut dated today, as before the file existed.
       write-cut-date.
           open output cutfile
           if cut-status < 10
               move ws-cut-date to cut-line
               write cut-line
               close cutfile
           else
               display "Failed to record cut date in "
                   function trim (ws-cut-path) ": error=" cut-status
                   upon syserr
           end-if.

       read-cut-date.
           open input cutfile
           if cut-status = 00
               read cutfile next record end-read
               if cut-status = 00
                   and cut-line (1:8) is numeric
                   move cut-line (1:8) to ws-cut-date
                   perform build-arch-path
               end-if
           end-if
           close cutfile.

      *> Queue records are fixed length, so the queue has its own
      *> copy of the cut; the rule is by state, not age — only 'N'
      *> (pending) stays.
       compact-notify-queue.
           perform build-side-paths
           open input qworkfile
           if work-status = 00
               close qworkfile
               move 'Y' to ws-resuming
               perform read-cut-date
               perform check-queue-swap-done
               if ws-skip-file = 'N'
                   perform report-resuming
               end-if
           else
               move 'N' to ws-resuming
               open input qarchfile
               if arch-status = 00
                   close qarchfile
                   move 'Y' to ws-skip-file
               else
                   perform write-cut-date
                   call "CBL_RENAME_FILE" using ws-live-path
                       ws-work-path
                   if return-code not = 0
                       call "CBL_DELETE_FILE" using ws-cut-path
                       move 0 to return-code
                       move 'Y' to ws-skip-file
                   end-if
               end-if
           end-if
           evaluate true
               when ws-skip-file = 'Y' and ws-resuming = 'Y'
                   continue
               when ws-skip-file = 'Y'
                   move spaces to ws-report-detail
                   string
                       '  ' ws-file-label ' not compacted (no queue,'
                       ' or already compacted today)'
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               when other
                   perform split-queue-work-file
                   if ws-file-clean
                       perform add-late-queue-records
                   end-if
                   perform finish-side-cut
           end-evaluate.

       split-queue-work-file.
           open input qworkfile
           open output qkeepfile
           open output qarchfile
           if work-status not = 00 or keep-status not = 00
                   or arch-status not = 00
               display "Failed to open queue work files: error="
                   work-status "/" keep-status "/" arch-status
                   upon syserr
               move 'N' to ws-file-ok
           else
               perform until work-status > 9 or not ws-file-clean
                   read qworkfile next record end-read
                   if work-status = 00
                       add 1 to ws-read-count
                       if qwork-sent-flag = 'N'
                           move qwork-record to qkeep-record
                           write qkeep-record
                           add 1 to ws-kept-count
                       else
                           move qwork-record to qarch-record
                           write qarch-record
                           add 1 to ws-archived-count
                       end-if
                       if keep-status not = 00
                               or arch-status not = 00
                           move 'N' to ws-file-ok
                       end-if
                   end-if
               end-perform
           end-if
           close qworkfile
           close qkeepfile
           close qarchfile.

      *> Anything namereg or authmaint queued since the rename went
      *> into a fresh live queue; it follows the older pending
      *> records so the queue stays in arrival order.
       add-late-queue-records.
           open input qlivefile
           if live-status = 00
               open extend qkeepfile
               perform until live-status > 9 or not ws-file-clean
                   read qlivefile next record end-read
                   if live-status = 00
                       move qlive-record to qkeep-record
                       write qkeep-record
                       add 1 to ws-late-count
                       if keep-status not = 00
                           move 'N' to ws-file-ok
                       end-if
                   end-if
               end-perform
               close qkeepfile
           end-if
           close qlivefile.

       age-out-side-file.
           perform build-side-paths
           perform start-side-cut
           if ws-skip-file = 'N'
               if ws-undel-mode = 'Y'
                   perform find-current-undel-flags
               end-if
               perform split-side-work-file
               if ws-file-clean
                   perform add-late-side-records
               end-if
               perform finish-side-cut
           end-if.

      *> First pass over the undeliverable work file: where each id's
      *> last entry is and whether it is a flag still standing. Too
      *> many ids to hold means nothing is archived from the file
      *> this run, rather than a standing flag being moved away.
       find-current-undel-flags.
           move 0 to ws-ut-count ws-line-no
           move 'N' to ws-ut-overflow
           open input workfile
           perform until work-status > 9
               read workfile next record end-read
               if work-status = 00
                   add 1 to ws-line-no
                   move work-line to ws-undel-record
                   perform note-undel-entry
               end-if
           end-perform
           close workfile.

       note-undel-entry.
           move 0 to ws-ut-hit
           perform varying ws-ut-idx from 1 by 1
                   until ws-ut-idx > ws-ut-count or ws-ut-hit > 0
               if ws-ut-auth-id (ws-ut-idx) = ws-undel-auth-id
                   move ws-ut-idx to ws-ut-hit
               end-if
           end-perform
           if ws-ut-hit = 0
               if ws-ut-count < ws-ut-max
                   add 1 to ws-ut-count
                   move ws-ut-count to ws-ut-hit
                   move ws-undel-auth-id to ws-ut-auth-id (ws-ut-hit)
               else
                   move 'Y' to ws-ut-overflow
               end-if
           end-if
           if ws-ut-hit > 0
               move ws-line-no to ws-ut-last-line (ws-ut-hit)
               move ws-undel-action to ws-ut-action (ws-ut-hit)
           end-if.

      *> Every side file's records start with a 'yyyy-mm-dd hh:mm:ss'
      *> timestamp. An entry whose date cannot be read stays live.
       split-side-work-file.
           move 0 to ws-line-no
           open input workfile
           open output keepfile
           open output archfile
           if work-status not = 00 or keep-status not = 00
                   or arch-status not = 00
               display "Failed to open " function trim (ws-file-label)
                   " work files: error=" work-status "/" keep-status
                   "/" arch-status upon syserr
               move 'N' to ws-file-ok
           else
               perform until work-status > 9 or not ws-file-clean
                   read workfile next record end-read
                   if work-status = 00
                       add 1 to ws-read-count
                       add 1 to ws-line-no
                       perform route-side-line
                   end-if
               end-perform
           end-if
           close workfile
           close keepfile
           close archfile.

       route-side-line.
           move 'Y' to ws-keep-entry
           move spaces to ws-entry-date
           string
               work-line (1:4) work-line (6:2) work-line (9:2)
               delimited by size into ws-entry-date
           end-string
           if ws-entry-date numeric
                   and ws-entry-date < ws-cutoff-date
               move 'N' to ws-keep-entry
               if ws-undel-mode = 'Y'
                   perform check-standing-flag
               end-if
           end-if
           if ws-keep-entry = 'N'
               move work-line to arch-line
               write arch-line
               add 1 to ws-archived-count
           else
               move work-line to keep-line
               write keep-line
               add 1 to ws-kept-count
           end-if
           if keep-status not < 10 or arch-status not < 10
               move 'N' to ws-file-ok
           end-if.

      *> Keeps an old line when it is its id's last entry and a
      *> MARKED flag, or when the first pass ran out of room.
       check-standing-flag.
           if ws-ut-overflow = 'Y'
               move 'Y' to ws-keep-entry
               add 1 to ws-retained-count
           else
               move work-line to ws-undel-record
               perform varying ws-ut-idx from 1 by 1
                       until ws-ut-idx > ws-ut-count
                   if ws-ut-auth-id (ws-ut-idx) = ws-undel-auth-id
                       and ws-ut-last-line (ws-ut-idx) = ws-line-no
                       and ws-ut-action (ws-ut-idx) = 'MARKED'
                       move 'Y' to ws-keep-entry
                       add 1 to ws-retained-count
                   end-if
               end-perform
           end-if.

       add-late-side-records.
           open input livefile
           if live-status = 00
               open extend keepfile
               perform until live-status > 9 or not ws-file-clean
                   read livefile next record end-read
                   if live-status = 00
                       move live-line to keep-line
                       write keep-line
                       add 1 to ws-late-count
                       if keep-status not < 10
                           move 'N' to ws-file-ok
                       end-if
                   end-if
               end-perform
               close keepfile
           end-if
           close livefile.

      *> Only a clean split is swapped in. A failed one leaves the
      *> work file where it is, whole, for the next run to pick up,
      *> and the archive and then the keep file are thrown away (in
      *> that order: a work file with an archive but no keep file is
      *> what check-side-swap-done takes for a finished cut). An archive
      *> nothing was moved into is not kept or indexed. The archive
      *> is indexed before the swap, and indexing skips a path
      *> already listed, so a run resumed after dying between the
      *> two neither loses nor double-lists the archive.
       finish-side-cut.
           if ws-file-clean and ws-archived-count > 0
               perform record-archive-in-index
           end-if
           if ws-file-clean
               call "CBL_RENAME_FILE" using ws-keep-path ws-live-path
               if return-code not = 0
                   move 0 to return-code
                   move 'N' to ws-file-ok
                   display "Failed to put back "
                       function trim (ws-live-path) "; entries are in "
                       function trim (ws-work-path) upon syserr
               end-if
           end-if
           if ws-file-clean
               call "CBL_DELETE_FILE" using ws-work-path
               call "CBL_DELETE_FILE" using ws-cut-path
               move 0 to return-code
               if ws-archived-count = 0
                   call "CBL_DELETE_FILE" using ws-arch-path
                   move 0 to return-code
               end-if
               add ws-archived-count to ws-total-archived
               move spaces to ws-report-detail
               string
                   '  ' ws-file-label ' read=' ws-read-count
                   ' kept=' ws-kept-count
                   ' archived=' ws-archived-count
                   ' flags-kept=' ws-retained-count
                   ' late=' ws-late-count
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
               if ws-archived-count > 0
                   move spaces to ws-report-detail
                   string
                       '               archive '
                       function trim (ws-arch-path)
                       delimited by size into ws-report-detail
                   end-string
                   perform write-report-detail
               end-if
           else
               call "CBL_DELETE_FILE" using ws-arch-path
               call "CBL_DELETE_FILE" using ws-keep-path
               move 0 to return-code
               add 1 to ws-failed-files
               move spaces to ws-report-detail
               string
                   '  ' ws-file-label ' FAILED; entries left in '
                   function trim (ws-work-path)
                   delimited by size into ws-report-detail
               end-string
               perform write-report-detail
           end-if.

      *> Same index discipline as auditrotate: appended in cut order.
       record-archive-in-index.
           move 'N' to ws-index-seen
           open input archindex
           if archindex-status = 00
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line = ws-arch-path
                       move 'Y' to ws-index-seen
                   end-if
               end-perform
           end-if
           close archindex
           if ws-index-seen = 'N'
               perform append-archive-to-index
           end-if.

       append-archive-to-index.
           open extend archindex
           if archindex-status = 35 or archindex-status = 05
               close archindex
               open output archindex
           end-if
           if archindex-status < 10
               move ws-arch-path to archindex-line
               write archindex-line
               if archindex-status not < 10
                   display "Failed to record archive in index:"
                       " error=" archindex-status upon syserr
               end-if
           else
               display "Failed to open archive index "
                   function trim (ws-index-path) ": error="
                   archindex-status upon syserr
           end-if
           close archindex.

       write-report-detail.
           move ws-report-detail to report-line
           write report-line.

       end program housekeep.
