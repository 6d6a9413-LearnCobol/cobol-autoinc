       identification division.
       program-id. intakechk.

      *> Shared control-total check for the department intake files
      *> (batchreg, batchstat, batchrenew, mailreturn, authmerge).
      *> Each file now travels between a header line naming the
      *> submitting department, the file's creation date and the
      *> department's batch number, and a trailer line carrying the
      *> line count and a hash total (lkintchk.cpy has the layouts).
      *> The whole file is read through here before the intake
      *> program applies a single line of it: a file cut short in
      *> transfer has no trailer or the wrong totals, a file sent
      *> twice has a batch number the register (ibatrec.cpy) already
      *> shows as applied, two files run together have a second
      *> header — and any of those refuses the file whole. A refusal
      *> is recorded in the register and written up in a dated
      *> refused-file notice, /tmp/<intake>-refused-yyyymmdd.txt,
      *> which names the reason in terms the department can act on.
      *> While departments change over, INTAKE_BARE_OK=Y lets a file
      *> with no control lines at all through, unchecked, as before.

       environment division.
       input-output section.
       file-control.
           select intakefile assign to dynamic ws-intake-path
               file status is intake-status
               organization is line sequential.
           select optional batchfile assign to '/tmp/intake.batches'
               file status is batch-status
               organization is line sequential.
           select noticefile assign to dynamic ws-notice-path
               file status is notice-status
               organization is line sequential.

       data division.
       file section.
       fd intakefile.
          01 intake-line pic x(255).
       fd batchfile.
           copy "ibatrec.cpy".
       fd noticefile.
          01 notice-line pic x(132).

       working-storage section.
       01 intake-status pic 9(2).
       01 batch-status pic 9(2).
       01 notice-status pic 9(2).
       01 ws-intake-path pic x(60).
       01 ws-notice-path pic x(80).
       01 ws-today pic x(8).
       01 ws-bare-ok pic x(10).

       01 ws-phys-line pic 9(6).
       01 ws-phys-line-text pic z(5)9.
       01 ws-seen-header pic x.
       01 ws-seen-trailer pic x.
       01 ws-bare-file pic x.
       01 ws-trailer-count pic 9(6).
       01 ws-trailer-hash pic 9(18).

       01 ws-tag pic x(10).
       01 ws-field-1 pic x(60).
       01 ws-field-2 pic x(60).
       01 ws-field-3 pic x(60).
       01 ws-id-tok occurs 9 times pic x(12).
       01 ws-tok-idx pic 9(2).
       01 ws-char-idx pic 9(2).

       01 ws-digit-text pic x(60).
       01 ws-digit-work pic x(60).
       01 ws-digit-max pic 9(2).
       01 ws-digit-ok pic x.
       01 ws-date-num pic 9(8).

       01 ws-applied-found pic x.
       01 ws-applied-at pic x(26).

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
       01 ws-notice-detail pic x(132).

       linkage section.
           copy "lkintchk.cpy".

       procedure division using lk-ichk-mode lk-ichk-intake
               lk-ichk-path lk-ichk-hash-kind lk-ichk-control
               lk-ichk-reason lk-ichk-return-code.

       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move spaces to ws-timestamp
           string
               ws-cd-year '-' ws-cd-month '-' ws-cd-day ' '
               ws-cd-hour ':' ws-cd-minute ':' ws-cd-second
               delimited by size into ws-timestamp
           end-string
           move 0 to lk-ichk-return-code
           move spaces to lk-ichk-reason
           evaluate true
               when lk-ichk-intake = spaces
                   move 30 to lk-ichk-return-code
               when lk-ichk-mode = 'C' or lk-ichk-mode = 'F'
                   perform check-intake-file
                   if lk-ichk-return-code >= 10
                       and lk-ichk-return-code < 20
                       perform refuse-intake-file
                   end-if
               when lk-ichk-mode = 'R'
                   perform record-applied-batch
               when other
                   move 30 to lk-ichk-return-code
           end-evaluate
           goback.

      *> Reading stops at the first fault found; the department gets
      *> one reason at a time, and it is always the first one in the
      *> file. A file that cannot be read at all is ours to look
      *> into, not the department's, so it gets no notice.
       check-intake-file.
           move spaces to lk-ichk-dept lk-ichk-file-date
           move 0 to lk-ichk-batch-seq lk-ichk-line-count
               lk-ichk-hash-total
           move 0 to ws-phys-line ws-trailer-count ws-trailer-hash
           move 'N' to ws-seen-header ws-seen-trailer ws-bare-file
           move spaces to ws-bare-ok
           accept ws-bare-ok from environment 'INTAKE_BARE_OK'

           move lk-ichk-path to ws-intake-path
           open input intakefile
           if intake-status not = 00
               move 20 to lk-ichk-return-code
               string
                   'intake file could not be opened (error='
                   intake-status ')'
                   delimited by size into lk-ichk-reason
               end-string
           else
               perform until intake-status > 9
                       or lk-ichk-return-code not = 0
                   read intakefile next record end-read
                   if intake-status = 00
                       add 1 to ws-phys-line
                       move ws-phys-line to ws-phys-line-text
                       perform check-one-line
                   end-if
               end-perform
               close intakefile
           end-if

           if lk-ichk-return-code = 0
               perform check-file-totals
           end-if.

       check-one-line.
           evaluate true
               when ws-phys-line = 1
                   and intake-line (1:4) = 'HDR|'
                   perform take-header
               when ws-phys-line = 1
                   and function upper-case
                       (function trim (ws-bare-ok)) = 'Y'
                   move 'Y' to ws-bare-file
                   perform add-line-to-totals
               when ws-phys-line = 1
                   move 10 to lk-ichk-return-code
                   move 'first line is not a HDR| header record'
                       to lk-ichk-reason
               when ws-bare-file = 'Y'
                   perform add-line-to-totals
               when ws-seen-trailer = 'Y'
                   move 16 to lk-ichk-return-code
                   string
                       'line ' function trim (ws-phys-line-text)
                       ' follows the trailer record'
                       delimited by size into lk-ichk-reason
                   end-string
               when intake-line (1:4) = 'HDR|'
                   move 16 to lk-ichk-return-code
                   string
                       'second header record at line '
                       function trim (ws-phys-line-text)
                       ' (two files run together?)'
                       delimited by size into lk-ichk-reason
                   end-string
               when intake-line (1:4) = 'TRL|'
                   perform take-trailer
               when other
                   perform add-line-to-totals
           end-evaluate.

      *> The department name is held upper-case so the register
      *> matches it however the department happens to type it.
       take-header.
           move spaces to ws-tag ws-field-1 ws-field-2 ws-field-3
           unstring intake-line delimited by '|'
               into ws-tag ws-field-1 ws-field-2 ws-field-3
           end-unstring
           move function trim (ws-field-2) to ws-field-2
           move function upper-case (function trim (ws-field-1))
               to lk-ichk-dept
           move ws-field-2 to ws-digit-text
           move 8 to ws-digit-max
           perform check-digits-only
           if ws-digit-ok = 'Y'
               move function trim (ws-field-2) to ws-date-num
               if function test-date-yyyymmdd (ws-date-num) not = 0
                   move 'N' to ws-digit-ok
               end-if
           end-if
           evaluate true
               when lk-ichk-dept = spaces
                   move 10 to lk-ichk-return-code
                   move 'header record names no department'
                       to lk-ichk-reason
               when ws-digit-ok not = 'Y'
                   or function length (function trim (ws-field-2))
                       not = 8
                   move 10 to lk-ichk-return-code
                   move 'header file date is not a yyyymmdd date'
                       to lk-ichk-reason
               when ws-field-2 (1:8) > ws-today
                   move 10 to lk-ichk-return-code
                   string
                       'header file date ' ws-field-2 (1:8)
                       ' is after today'
                       delimited by size into lk-ichk-reason
                   end-string
               when other
                   move ws-field-2 (1:8) to lk-ichk-file-date
                   move ws-field-3 to ws-digit-text
                   move 6 to ws-digit-max
                   perform check-digits-only
                   if ws-digit-ok = 'Y'
                       move function numval (ws-field-3)
                           to lk-ichk-batch-seq
                   end-if
                   if ws-digit-ok not = 'Y' or lk-ichk-batch-seq = 0
                       move 10 to lk-ichk-return-code
                       string
                           'header batch number is not a number'
                           ' from 1 to 999999'
                           delimited by size into lk-ichk-reason
                       end-string
                   else
                       move 'Y' to ws-seen-header
                   end-if
           end-evaluate.

       take-trailer.
           move spaces to ws-tag ws-field-1 ws-field-2
           unstring intake-line delimited by '|'
               into ws-tag ws-field-1 ws-field-2
           end-unstring
           move ws-field-1 to ws-digit-text
           move 6 to ws-digit-max
           perform check-digits-only
           if ws-digit-ok = 'Y'
               move function numval (ws-field-1) to ws-trailer-count
               move ws-field-2 to ws-digit-text
               move 18 to ws-digit-max
               perform check-digits-only
           end-if
           if ws-digit-ok = 'Y'
               move function numval (ws-field-2) to ws-trailer-hash
               move 'Y' to ws-seen-trailer
           else
               move 12 to lk-ichk-return-code
               string
                   'trailer record line count or hash total is not'
                   ' a number'
                   delimited by size into lk-ichk-reason
               end-string
           end-if.

       add-line-to-totals.
           add 1 to lk-ichk-line-count
           evaluate lk-ichk-hash-kind
               when 'N'
                   move spaces to ws-field-1
                   unstring intake-line delimited by '|'
                       into ws-field-1
                   end-unstring
                   perform add-name-to-hash
               when 'A'
                   move spaces to ws-id-tok (1) ws-id-tok (2)
                       ws-id-tok (3) ws-id-tok (4) ws-id-tok (5)
                       ws-id-tok (6) ws-id-tok (7) ws-id-tok (8)
                       ws-id-tok (9)
                   unstring intake-line delimited by '|'
                       into ws-id-tok (1) ws-id-tok (2) ws-id-tok (3)
                           ws-id-tok (4) ws-id-tok (5) ws-id-tok (6)
                           ws-id-tok (7) ws-id-tok (8) ws-id-tok (9)
                   end-unstring
                   perform varying ws-tok-idx from 1 by 1
                           until ws-tok-idx > 9
                       move ws-id-tok (ws-tok-idx) to ws-digit-text
                       perform add-id-to-hash
                   end-perform
               when other
                   move spaces to ws-field-1
                   unstring intake-line delimited by '|'
                       into ws-field-1
                   end-unstring
                   move ws-field-1 to ws-digit-text
                   perform add-id-to-hash
           end-evaluate.

      *> Anything that is not a plain id adds nothing; the line is
      *> the intake program's to reject, and the department's total
      *> leaves it out the same way.
       add-id-to-hash.
           move 10 to ws-digit-max
           perform check-digits-only
           if ws-digit-ok = 'Y'
               add function numval (ws-digit-text)
                   to lk-ichk-hash-total
           end-if.

       add-name-to-hash.
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > 60
               if ws-field-1 (ws-char-idx:1) not = space
                   compute lk-ichk-hash-total = lk-ichk-hash-total
                       + function ord (ws-field-1 (ws-char-idx:1)) - 1
               end-if
           end-perform.

       check-digits-only.
           move 'N' to ws-digit-ok
           move function trim (ws-digit-text) to ws-digit-work
           if ws-digit-work not = spaces
               and function length (function trim (ws-digit-text))
                   <= ws-digit-max
               inspect ws-digit-work
                   converting '0123456789' to '          '
               if ws-digit-work = spaces
                   move 'Y' to ws-digit-ok
               end-if
           end-if.

       check-file-totals.
           evaluate true
               when ws-bare-file = 'Y'
                   move 04 to lk-ichk-return-code
                   string
                       'no header or trailer; control totals not'
                       ' checked'
                       delimited by size into lk-ichk-reason
                   end-string
               when ws-phys-line = 0
                   move 10 to lk-ichk-return-code
                   move 'file is empty' to lk-ichk-reason
               when ws-seen-trailer not = 'Y'
                   move 11 to lk-ichk-return-code
                   string
                       'no trailer record; the file is incomplete'
                       ' (cut short in transfer?)'
                       delimited by size into lk-ichk-reason
                   end-string
               when ws-trailer-count not = lk-ichk-line-count
                   move 13 to lk-ichk-return-code
                   string
                       'trailer line count ' ws-trailer-count
                       ' but the file holds ' lk-ichk-line-count
                       ' lines'
                       delimited by size into lk-ichk-reason
                   end-string
               when ws-trailer-hash not = lk-ichk-hash-total
                   move 14 to lk-ichk-return-code
                   string
                       'trailer hash total ' ws-trailer-hash
                       ' but the lines add up to ' lk-ichk-hash-total
                       delimited by size into lk-ichk-reason
                   end-string
               when lk-ichk-mode = 'C'
                   perform find-applied-batch
                   if ws-applied-found = 'Y'
                       move 15 to lk-ichk-return-code
                       string
                           'batch ' lk-ichk-batch-seq
                           ' from this department was already'
                           ' processed on ' ws-applied-at (1:19)
                           delimited by size into lk-ichk-reason
                       end-string
                   end-if
               when other
                   continue
           end-evaluate.

       find-applied-batch.
           move 'N' to ws-applied-found
           open input batchfile
           if batch-status = 00
               perform until batch-status > 9
                   read batchfile next record end-read
                   if batch-status = 00
                       and ibat-result = 'APPLIED'
                       and ibat-intake = lk-ichk-intake
                       and ibat-dept = lk-ichk-dept
                       and ibat-batch-seq = lk-ichk-batch-seq
                       move 'Y' to ws-applied-found
                       move ibat-timestamp to ws-applied-at
                   end-if
               end-perform
           end-if
           close batchfile.

      *> A bare file carries no batch number, so there is nothing to
      *> spend in the register.
       record-applied-batch.
           if lk-ichk-dept = spaces
               move 04 to lk-ichk-return-code
           else
               move 'APPLIED' to ibat-result
               move spaces to ibat-reason
               perform write-batch-record
           end-if.

       refuse-intake-file.
           move 'REFUSED' to ibat-result
           move lk-ichk-reason to ibat-reason
           perform write-batch-record
           perform write-refusal-notice.

       write-batch-record.
           open extend batchfile
           if batch-status = 35
               open output batchfile
           end-if
           if batch-status < 10
               move ws-timestamp to ibat-timestamp
               move lk-ichk-intake to ibat-intake
               move lk-ichk-dept to ibat-dept
               move lk-ichk-batch-seq to ibat-batch-seq
               move lk-ichk-file-date to ibat-file-date
               move lk-ichk-line-count to ibat-line-count
               move lk-ichk-hash-total to ibat-hash-total
               write ibat-record
               if batch-status not < 10
                   display "Failed to write batch register: error="
                       batch-status upon syserr
               end-if
           else
               display "Failed to open batch register: error="
                   batch-status upon syserr
           end-if
           if batch-status not < 10 and lk-ichk-mode = 'R'
               move 20 to lk-ichk-return-code
           end-if
           close batchfile.

      *> One notice per refusal, appended to the day's file for the
      *> intake, so a department that resubmits twice in a day sees
      *> both answers in order.
       write-refusal-notice.
           move spaces to ws-notice-path
           string
               '/tmp/' function trim (lk-ichk-intake) '-refused-'
               ws-today '.txt'
               delimited by size into ws-notice-path
           end-string
           open extend noticefile
           if notice-status = 35
               open output noticefile
           end-if
           if notice-status not < 10
               display "Failed to open refused-file notice: error="
                   notice-status upon syserr
           else
               move spaces to ws-notice-detail
               string
                   'REFUSED INTAKE FILE  ' function trim (lk-ichk-path)
                   delimited by size into ws-notice-detail
               end-string
               perform write-notice-line
               move spaces to ws-notice-detail
               string
                   'Refused at ' ws-timestamp (1:19)
                   ' by ' function trim (lk-ichk-intake)
                   delimited by size into ws-notice-detail
               end-string
               perform write-notice-line
               move spaces to ws-notice-detail
               if lk-ichk-dept = spaces
                   move 'Department: not known (no usable header)'
                       to ws-notice-detail
               else
                   string
                       'Department: ' function trim (lk-ichk-dept)
                       '  Batch: ' lk-ichk-batch-seq
                       '  File date: ' lk-ichk-file-date
                       delimited by size into ws-notice-detail
                   end-string
               end-if
               perform write-notice-line
               move spaces to ws-notice-detail
               string
                   'Reason: ' function trim (lk-ichk-reason)
                   delimited by size into ws-notice-detail
               end-string
               perform write-notice-line
               move spaces to ws-notice-detail
               if lk-ichk-return-code = 15
                   string
                       'Nothing from this file has been applied. If'
                       ' it is a new batch, give it a new batch'
                       ' number and resubmit.'
                       delimited by size into ws-notice-detail
                   end-string
               else
                   string
                       'Nothing from this file has been applied.'
                       ' Correct it and resubmit it under the same'
                       ' batch number.'
                       delimited by size into ws-notice-detail
                   end-string
               end-if
               perform write-notice-line
               move spaces to ws-notice-detail
               perform write-notice-line
           end-if
           close noticefile.

       write-notice-line.
           move ws-notice-detail to notice-line
           write notice-line.

       end program intakechk.
