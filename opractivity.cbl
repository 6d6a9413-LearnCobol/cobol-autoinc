       identification division.
       program-id. opractivity.

      *> Operator activity report for the quarterly access review:
      *> everything each operator did over a date range, from the
      *> three places an operator's id is recorded —
      *>     STATUS      status changes, hist-changed-by
      *>                 (/tmp/auth.history)
      *>     CONTACT     contact changes, chist-changed-by
      *>                 (/tmp/auth-contact.history)
      *>     RESET       counter resets, RETIRE retirements,
      *>     RETIRE      CHECKDIGIT check-digit cutovers and RESTORE
      *>     CHECKDIGIT  ctrrestore's restores (reset entries whose
      *>     RESTORE     caller is 'console restore'), from the audit
      *>                 trail (/tmp/autoinc.audit), whose caller-info
      *>                 carries 'opr=<id>' when a personal key was used
      *> — every file read archives first, then live, so a range that
      *> straddles a housekeeping cut or an audit rotation is whole.
      *> Each operator gets their entries in time order and a total
      *> per action type. An entry outside working hours (before
      *> OPRACT_DAY_START or from OPRACT_DAY_END o'clock, defaults 08
      *> and 18, or at a weekend) is marked OUT-HRS, and an operator
      *> id that is not in /tmp/autoinc.operators — a leaver, a
      *> free-typed name from before accounts, or a counter action
      *> taken with the shared admin key — is flagged at the head of
      *> its section.
      *> Entries written by the batch jobs under their own names
      *> (batchstat intake, renewcycle and the rest) are not operator
      *> actions; they are totalled separately at the end so the
      *> review can see nothing was left out. The range is
      *> OPRACT_FROM to OPRACT_TO (yyyymmdd), defaulting to the last
      *> complete calendar quarter. Report in
      *> /tmp/opractivity-report-<from>-<to>.txt, ending in a sign-off
      *> block. Return code 4 when anything is flagged, 8 when the
      *> report could not be produced.

       environment division.
       input-output section.
       file-control.
           select optional histfile assign to dynamic ws-hist-path
               file status is hist-status
               organization is line sequential.
           select optional chistfile assign to dynamic ws-chist-path
               file status is chist-status
               organization is line sequential.
           select optional auditfile assign to dynamic ws-audit-path
               file status is audit-status
               organization is line sequential.
           select optional archindex assign to dynamic ws-index-path
               file status is archindex-status
               organization is line sequential.
           select optional oprfile assign to '/tmp/autoinc.operators'
               file status is opr-status
               organization is line sequential.
           select sort-work assign to '/tmp/opractivity.sort'.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.

       data division.
       file section.
       fd histfile.
           copy "histrec.cpy".
       fd chistfile.
           copy "chistrec.cpy".
       fd auditfile.
           copy "auditrec.cpy".
       fd archindex.
          01 archindex-line pic x(60).
       fd oprfile.
           copy "oprrec.cpy".
      *> srt-group sorts the operators ('1') ahead of the batch jobs
      *> ('2'); srt-detail is the entry already worded for the page.
       sd sort-work.
          01 srt-record.
              05 srt-group               pic x(1).
              05 srt-operator            pic x(40).
              05 srt-timestamp           pic x(26).
              05 srt-action              pic x(10).
              05 srt-detail              pic x(80).
       fd reportfile.
          01 report-line pic x(132).

       working-storage section.
       01 hist-status pic 9(2).
       01 chist-status pic 9(2).
       01 audit-status pic 9(2).
       01 archindex-status pic 9(2).
       01 opr-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-hist-path pic x(60).
       01 ws-chist-path pic x(60).
       01 ws-audit-path pic x(60).
       01 ws-index-path pic x(60).
       01 ws-report-path pic x(80).

       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 filler pic x(13).

       01 ws-date-input pic x(10).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-date-num pic 9(8).
       01 ws-date-int pic 9(8).
       01 ws-date-ok pic x.
       01 ws-quarter-month pic 9(2).
      *> Timestamps on every file are 'yyyy-mm-dd hh:mm:ss', so the
      *> range is also kept in that shape for a straight compare.
       01 ws-from-dashed pic x(10).
       01 ws-to-dashed pic x(10).

       01 ws-hours-input pic x(10).
       01 ws-day-start pic 9(2) value 8.
       01 ws-day-end pic 9(2) value 18.
       01 ws-entry-hour pic 9(2).
       01 ws-entry-date pic 9(8).
       01 ws-weekday pic 9.
       01 ws-out-of-hours pic x.

      *> The names the batch jobs write into the changed-by fields.
       01 ws-job-values.
           05 filler pic x(20) value 'batchreg intake'.
           05 filler pic x(20) value 'batchstat intake'.
           05 filler pic x(20) value 'batchrenew intake'.
           05 filler pic x(20) value 'mailreturn intake'.
           05 filler pic x(20) value 'renewcycle'.
           05 filler pic x(20) value 'authmerge'.
           05 filler pic x(20) value 'authanon'.
       01 ws-job-table redefines ws-job-values.
           05 ws-job-name occurs 7 times pic x(20).
       01 ws-job-idx pic 9(2).

       01 ws-action-values.
           05 filler pic x(10) value 'STATUS'.
           05 filler pic x(10) value 'CONTACT'.
           05 filler pic x(10) value 'RESET'.
           05 filler pic x(10) value 'RETIRE'.
           05 filler pic x(10) value 'RESTORE'.
           05 filler pic x(10) value 'CHECKDIGIT'.
       01 ws-action-table redefines ws-action-values.
           05 ws-action-name occurs 6 times pic x(10).
       01 ws-act-idx pic 9(2).
       01 ws-op-totals.
           05 ws-op-count occurs 6 times pic 9(6).
       01 ws-all-totals.
           05 ws-all-count occurs 6 times pic 9(6).

       01 ws-opr-max pic 9(4) value 500.
       01 ws-opr-count pic 9(4) value 0.
       01 ws-opr-table.
           05 ws-opr-entry occurs 500 times.
               10 ws-opr-id pic x(20).
               10 ws-opr-level pic x(10).
       01 ws-opr-idx pic 9(4).
       01 ws-have-oprfile pic x value 'N'.

       01 ws-operator pic x(40).
       01 ws-group pic x(1).
       01 ws-opr-word pic x(40).
       01 ws-caller-rest pic x(80).
       01 ws-word-ptr pic 9(3).
       01 ws-contact-what pic x(20).
       01 ws-detail-work pic x(80).

       01 ws-sort-eof pic x.
       01 ws-have-section pic x.
       01 ws-jobs-headed pic x.
       01 ws-cur-group pic x(1).
       01 ws-cur-operator pic x(40).
       01 ws-cur-on-file pic x.
       01 ws-cur-level pic x(10).
       01 ws-op-out-hours pic 9(6).
       01 ws-op-entries pic 9(6).
       01 ws-hours-flag pic x(8).

       01 ws-operator-sections pic 9(6) value 0.
       01 ws-entry-total pic 9(6) value 0.
       01 ws-job-entry-total pic 9(6) value 0.
       01 ws-out-hours-total pic 9(6) value 0.
       01 ws-not-on-file-total pic 9(6) value 0.
       01 ws-not-on-file-operators pic 9(6) value 0.
       01 ws-detail-line pic x(132).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           perform set-date-range
           if ws-date-ok not = 'Y'
               display "OPRACT_FROM/OPRACT_TO must be yyyymmdd dates,"
                   " from not after to; not running" upon syserr
               move 8 to return-code
               goback
           end-if
           perform set-working-hours
           move spaces to ws-report-path
           string
               '/tmp/opractivity-report-' ws-from-date '-'
               ws-to-date '.txt'
               delimited by size into ws-report-path
           end-string

           open output reportfile
           if report-status not = 00
               display "Failed to open report: error="
                   report-status upon syserr
               move 8 to return-code
               goback
           end-if

           perform load-operator-table
           perform write-report-header
           perform varying ws-act-idx from 1 by 1 until ws-act-idx > 6
               move 0 to ws-all-count (ws-act-idx)
           end-perform

           sort sort-work
               on ascending key srt-group
               on ascending key srt-operator
               on ascending key srt-timestamp
               with duplicates in order
               input procedure is release-activity
               output procedure is write-activity-sections

           perform write-report-summary
           close reportfile

           display "Operator activity " ws-from-date " to " ws-to-date
               ": " ws-entry-total " operator actions, "
               ws-out-hours-total " out of hours, "
               ws-not-on-file-total " under ids not on file; report in "
               function trim (ws-report-path) upon syserr
           if ws-out-hours-total > 0 or ws-not-on-file-total > 0
               move 4 to return-code
           end-if
           goback.

      *> With no range given, the quarter before the current one —
      *> the quarter the review is signing off.
       set-date-range.
           move 'Y' to ws-date-ok
           compute ws-quarter-month =
               function integer ((ws-cd-month - 1) / 3) * 3 + 1
           compute ws-date-num =
               ws-cd-year * 10000 + ws-quarter-month * 100 + 1
           compute ws-date-int =
               function integer-of-date (ws-date-num) - 1
           compute ws-date-num = function date-of-integer (ws-date-int)
           move ws-date-num to ws-to-date
           if ws-quarter-month = 1
               compute ws-date-num = (ws-cd-year - 1) * 10000 + 1001
           else
               compute ws-date-num = ws-cd-year * 10000
                   + (ws-quarter-month - 3) * 100 + 1
           end-if
           move ws-date-num to ws-from-date

           move spaces to ws-date-input
           accept ws-date-input from environment 'OPRACT_FROM'
           if ws-date-input not = spaces
               move function trim (ws-date-input) to ws-from-date
               perform check-range-date
           end-if
           move spaces to ws-date-input
           accept ws-date-input from environment 'OPRACT_TO'
           if ws-date-input not = spaces and ws-date-ok = 'Y'
               move function trim (ws-date-input) to ws-to-date
               perform check-range-date
           end-if
           if ws-date-ok = 'Y' and ws-from-date > ws-to-date
               move 'N' to ws-date-ok
           end-if

           move spaces to ws-from-dashed ws-to-dashed
           string
               ws-from-date (1:4) '-' ws-from-date (5:2) '-'
               ws-from-date (7:2)
               delimited by size into ws-from-dashed
           end-string
           string
               ws-to-date (1:4) '-' ws-to-date (5:2) '-'
               ws-to-date (7:2)
               delimited by size into ws-to-dashed
           end-string.

       check-range-date.
           if function trim (ws-date-input) is not numeric
               or function length (function trim (ws-date-input))
                   not = 8
               move 'N' to ws-date-ok
           else
               move function trim (ws-date-input) to ws-date-num
               if function test-date-yyyymmdd (ws-date-num) not = 0
                   move 'N' to ws-date-ok
               end-if
           end-if.

       set-working-hours.
           move spaces to ws-hours-input
           accept ws-hours-input from environment 'OPRACT_DAY_START'
           if ws-hours-input not = spaces
               move function numval (ws-hours-input) to ws-day-start
           end-if
           move spaces to ws-hours-input
           accept ws-hours-input from environment 'OPRACT_DAY_END'
           if ws-hours-input not = spaces
               move function numval (ws-hours-input) to ws-day-end
           end-if
           if ws-day-end > 24 or ws-day-start >= ws-day-end
               display "OPRACT_DAY_START/OPRACT_DAY_END not usable;"
                   " using 08 to 18" upon syserr
               move 8 to ws-day-start
               move 18 to ws-day-end
           end-if.

      *> Status 05 on the OPTIONAL open means no accounts file: ids
      *> cannot be checked, and the report says so instead of
      *> flagging everyone.
       load-operator-table.
           open input oprfile
           if opr-status = 00
               move 'Y' to ws-have-oprfile
               perform until opr-status > 9
                   read oprfile next record end-read
                   if opr-status = 00
                       and opr-id not = spaces
                       and ws-opr-count < ws-opr-max
                       add 1 to ws-opr-count
                       move opr-id to ws-opr-id (ws-opr-count)
                       move opr-level to ws-opr-level (ws-opr-count)
                   end-if
               end-perform
           end-if
           close oprfile.

      *> Sort input: every in-range entry from the three sources.
       release-activity.
           move '/tmp/auth.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-hist-path
                       perform release-one-history-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth.history' to ws-hist-path
           perform release-one-history-file

           move '/tmp/auth-contact.history.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-chist-path
                       perform release-one-contact-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/auth-contact.history' to ws-chist-path
           perform release-one-contact-file

           move '/tmp/autoinc.audit.archives' to ws-index-path
           open input archindex
           if archindex-status < 10
               perform until archindex-status > 9
                   read archindex next record end-read
                   if archindex-status = 00
                       and archindex-line not = spaces
                       move archindex-line to ws-audit-path
                       perform release-one-audit-file
                   end-if
               end-perform
           end-if
           close archindex
           move '/tmp/autoinc.audit' to ws-audit-path
           perform release-one-audit-file.

       release-one-history-file.
           open input histfile
           if hist-status < 10
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       and hist-timestamp (1:10) >= ws-from-dashed
                       and hist-timestamp (1:10) <= ws-to-dashed
                       move hist-changed-by to ws-operator
                       perform classify-operator
                       move spaces to ws-detail-work
                       string
                           'id=' hist-auth-id ' '
                           function trim (hist-old-status) ' -> '
                           function trim (hist-new-status) '  '
                           function trim (hist-reason)
                           delimited by size into ws-detail-work
                       end-string
                       move hist-timestamp to srt-timestamp
                       move 'STATUS' to srt-action
                       perform release-entry
                   end-if
               end-perform
           end-if
           close histfile.

       release-one-contact-file.
           open input chistfile
           if chist-status < 10
               perform until chist-status > 9
                   read chistfile next record end-read
                   if chist-status = 00
                       and chist-timestamp (1:10) >= ws-from-dashed
                       and chist-timestamp (1:10) <= ws-to-dashed
                       move chist-changed-by to ws-operator
                       perform classify-operator
                       evaluate true
                           when chist-old-email not = chist-new-email
                               and chist-old-address
                                   not = chist-new-address
                               move 'email and address'
                                   to ws-contact-what
                           when chist-old-email not = chist-new-email
                               move 'email' to ws-contact-what
                           when chist-old-address
                                   not = chist-new-address
                               move 'address' to ws-contact-what
                           when other
                               move 'nothing' to ws-contact-what
                       end-evaluate
                       move spaces to ws-detail-work
                       string
                           'id=' chist-auth-id ' '
                           function trim (ws-contact-what)
                           ' changed  ' function trim (chist-reason)
                           delimited by size into ws-detail-work
                       end-string
                       move chist-timestamp to srt-timestamp
                       move 'CONTACT' to srt-action
                       perform release-entry
                   end-if
               end-perform
           end-if
           close chistfile.

      *> Only the privileged counter actions; issues, peeks and block
      *> reservations are the web and batch paths doing their job.
       release-one-audit-file.
           open input auditfile
           if audit-status < 10
               perform until audit-status > 9
                   read auditfile next record end-read
                   if audit-status = 00
                       and audit-timestamp (1:10) >= ws-from-dashed
                       and audit-timestamp (1:10) <= ws-to-dashed
                       and (audit-action = 'RESET'
                           or audit-action = 'RETIRE'
                           or audit-action = 'CHECKDIGIT')
                       perform release-audit-entry
                   end-if
               end-perform
           end-if
           close auditfile.

      *> idcounter puts 'opr=<id> ' ahead of the caller's own words
      *> when the key belonged to an operator account; without it the
      *> action was taken under the shared admin key and nobody in
      *> particular is accountable for it.
       release-audit-entry.
           move spaces to ws-opr-word ws-caller-rest
           if audit-caller-info (1:4) = 'opr='
               move 5 to ws-word-ptr
               unstring audit-caller-info delimited by space
                   into ws-opr-word
                   with pointer ws-word-ptr
               end-unstring
               if ws-word-ptr <= 80
                   move audit-caller-info (ws-word-ptr:)
                       to ws-caller-rest
               end-if
               move ws-opr-word to ws-operator
           else
               move '(shared admin key)' to ws-operator
               move audit-caller-info to ws-caller-rest
           end-if
           move '1' to ws-group

           move audit-action to srt-action
           if audit-action = 'RESET'
               and function trim (ws-caller-rest) = 'console restore'
               move 'RESTORE' to srt-action
           end-if
           move spaces to ws-detail-work
           evaluate srt-action
               when 'RETIRE'
                   string
                       'seq=' function trim (audit-seq-name)
                       ' retired at ' audit-old-id '  '
                       function trim (ws-caller-rest)
                       delimited by size into ws-detail-work
                   end-string
               when 'CHECKDIGIT'
                   string
                       'seq=' function trim (audit-seq-name)
                       ' check digits, counter at ' audit-old-id '  '
                       function trim (ws-caller-rest)
                       delimited by size into ws-detail-work
                   end-string
               when other
                   string
                       'seq=' function trim (audit-seq-name) ' '
                       audit-old-id ' -> ' audit-new-id '  '
                       function trim (ws-caller-rest)
                       delimited by size into ws-detail-work
                   end-string
           end-evaluate
           move audit-timestamp to srt-timestamp
           perform release-entry.

       classify-operator.
           move '1' to ws-group
           if ws-operator = spaces
               move '(blank)' to ws-operator
           else
               perform varying ws-job-idx from 1 by 1
                       until ws-job-idx > 7
                   if function trim (ws-operator) =
                           function trim (ws-job-name (ws-job-idx))
                       move '2' to ws-group
                   end-if
               end-perform
           end-if.

       release-entry.
           move ws-group to srt-group
           move function trim (ws-operator) to srt-operator
           move ws-detail-work to srt-detail
           release srt-record.

      *> Sort output: one section per operator, control break on the
      *> operator id; the batch jobs come last and are totalled only.
       write-activity-sections.
           move 'N' to ws-have-section
           move 'N' to ws-jobs-headed
           move 'N' to ws-sort-eof
           perform until ws-sort-eof = 'Y'
               return sort-work
                   at end
                       move 'Y' to ws-sort-eof
                   not at end
                       if ws-have-section = 'Y'
                           and (srt-group not = ws-cur-group
                               or srt-operator not = ws-cur-operator)
                           perform end-section
                       end-if
                       if ws-have-section = 'N'
                           perform start-section
                       end-if
                       perform write-one-entry
               end-return
           end-perform
           if ws-have-section = 'Y'
               perform end-section
           end-if
           if ws-operator-sections = 0
               move '  No operator activity in the range.'
                   to report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if.

       start-section.
           move 'Y' to ws-have-section
           move srt-group to ws-cur-group
           move srt-operator to ws-cur-operator
           move 0 to ws-op-out-hours ws-op-entries
           perform varying ws-act-idx from 1 by 1 until ws-act-idx > 6
               move 0 to ws-op-count (ws-act-idx)
           end-perform
           if ws-cur-group = '1'
               add 1 to ws-operator-sections
               perform look-up-operator
               move spaces to ws-detail-line
               evaluate true
                   when ws-cur-on-file = 'Y'
                       string
                           'Operator: ' function trim (ws-cur-operator)
                           ' (' function trim (ws-cur-level) ')'
                           delimited by size into ws-detail-line
                       end-string
                   when ws-cur-operator = '(shared admin key)'
                       string
                           'Operator: ' function trim (ws-cur-operator)
                           '  ** NO PERSONAL OPERATOR ID **'
                           delimited by size into ws-detail-line
                       end-string
                   when ws-have-oprfile = 'Y'
                       string
                           'Operator: ' function trim (ws-cur-operator)
                           '  ** NOT IN /tmp/autoinc.operators **'
                           delimited by size into ws-detail-line
                       end-string
                   when other
                       string
                           'Operator: ' function trim (ws-cur-operator)
                           delimited by size into ws-detail-line
                       end-string
               end-evaluate
               perform write-detail-line
           else
               if ws-jobs-headed = 'N'
                   move 'Y' to ws-jobs-headed
                   move 'Batch jobs (not operator actions; totals only)'
                       to ws-detail-line
                   perform write-detail-line
               end-if
           end-if.

      *> An id is on file when it is in the accounts file now; with
      *> no accounts file nobody can be checked and nobody is
      *> flagged. The shared admin key is never on file.
       look-up-operator.
           move spaces to ws-cur-level
           move 'N' to ws-cur-on-file
           if ws-have-oprfile = 'N'
               and ws-cur-operator not = '(shared admin key)'
               move 'Y' to ws-cur-on-file
               move 'unchecked' to ws-cur-level
           end-if
           perform varying ws-opr-idx from 1 by 1
                   until ws-opr-idx > ws-opr-count
               if function trim (ws-opr-id (ws-opr-idx)) =
                       function trim (ws-cur-operator)
                   move 'Y' to ws-cur-on-file
                   move ws-opr-level (ws-opr-idx) to ws-cur-level
               end-if
           end-perform.

       write-one-entry.
           perform varying ws-act-idx from 1 by 1 until ws-act-idx > 6
               if srt-action = ws-action-name (ws-act-idx)
                   add 1 to ws-op-count (ws-act-idx)
               end-if
           end-perform
           add 1 to ws-op-entries
           if ws-cur-group = '1'
               add 1 to ws-entry-total
               if ws-cur-on-file not = 'Y'
                   add 1 to ws-not-on-file-total
               end-if
               perform check-working-hours
               move spaces to ws-hours-flag
               if ws-out-of-hours = 'Y'
                   move 'OUT-HRS' to ws-hours-flag
                   add 1 to ws-op-out-hours
                   add 1 to ws-out-hours-total
               end-if
               move spaces to ws-detail-line
               string
                   '  ' srt-timestamp (1:19) '  ' ws-hours-flag ' '
                   srt-action ' ' srt-detail
                   delimited by size into ws-detail-line
               end-string
               perform write-detail-line
           else
               add 1 to ws-job-entry-total
           end-if.

      *> integer-of-date counts day 1 as Monday 1 January 1601, so
      *> the remainder by seven is 0 Monday through 6 Sunday.
       check-working-hours.
           move 'N' to ws-out-of-hours
           move srt-timestamp (12:2) to ws-entry-hour
           string
               srt-timestamp (1:4) srt-timestamp (6:2)
               srt-timestamp (9:2)
               delimited by size into ws-date-input
           end-string
           move ws-date-input (1:8) to ws-entry-date
           if function test-date-yyyymmdd (ws-entry-date) = 0
               compute ws-weekday = function mod
                   (function integer-of-date (ws-entry-date) - 1, 7)
               if ws-weekday > 4
                   move 'Y' to ws-out-of-hours
               end-if
           end-if
           if ws-entry-hour < ws-day-start
               or ws-entry-hour >= ws-day-end
               move 'Y' to ws-out-of-hours
           end-if.

       end-section.
           move 'N' to ws-have-section
           move spaces to ws-detail-line
           if ws-cur-group = '1'
               string
                   '  Totals: status ' ws-op-count (1)
                   '  contact ' ws-op-count (2)
                   '  reset ' ws-op-count (3)
                   '  retire ' ws-op-count (4)
                   '  restore ' ws-op-count (5)
                   '  check digit ' ws-op-count (6)
                   '  out of hours ' ws-op-out-hours
                   delimited by size into ws-detail-line
               end-string
               perform write-detail-line
               if ws-cur-on-file not = 'Y'
                   add 1 to ws-not-on-file-operators
               end-if
               perform varying ws-act-idx from 1 by 1
                       until ws-act-idx > 6
                   add ws-op-count (ws-act-idx)
                       to ws-all-count (ws-act-idx)
               end-perform
               move spaces to report-line
               write report-line
           else
               string
                   '  ' ws-cur-operator (1:20)
                   '  status ' ws-op-count (1)
                   '  contact ' ws-op-count (2)
                   delimited by size into ws-detail-line
               end-string
               perform write-detail-line
           end-if.

       write-report-header.
           move spaces to ws-detail-line
           string
               'Operator activity report ' ws-from-dashed ' to '
               ws-to-dashed
               delimited by size into ws-detail-line
           end-string
           perform write-detail-line
           move spaces to ws-detail-line
           string
               'Working hours ' ws-day-start ':00 to ' ws-day-end
               ':00 Monday to Friday; entries outside them are'
               ' marked OUT-HRS'
               delimited by size into ws-detail-line
           end-string
           perform write-detail-line
           move spaces to ws-detail-line
           if ws-have-oprfile = 'Y'
               string
                   'Operator ids checked against /tmp/autoinc.operators'
                   ' (' ws-opr-count ' accounts)'
                   delimited by size into ws-detail-line
               end-string
           else
               string
                   'No /tmp/autoinc.operators on file; operator ids'
                   ' could not be checked'
                   delimited by size into ws-detail-line
               end-string
           end-if
           perform write-detail-line
           move spaces to report-line
           write report-line.

       write-report-summary.
           if ws-jobs-headed = 'Y'
               move spaces to report-line
               write report-line
           end-if
           move 'Totals for all operators:' to report-line
           write report-line
           perform varying ws-act-idx from 1 by 1 until ws-act-idx > 6
               move spaces to ws-detail-line
               string
                   '  ' ws-action-name (ws-act-idx) '  '
                   ws-all-count (ws-act-idx)
                   delimited by size into ws-detail-line
               end-string
               perform write-detail-line
           end-perform
           move spaces to ws-detail-line
           string
               'Operators: ' ws-operator-sections
               '  Actions: ' ws-entry-total
               '  Batch job entries: ' ws-job-entry-total
               delimited by size into ws-detail-line
           end-string
           perform write-detail-line
           move spaces to ws-detail-line
           string
               'Flagged: ' ws-out-hours-total ' out of hours, '
               ws-not-on-file-total ' under '
               ws-not-on-file-operators
               ' ids not in the operator file'
               delimited by size into ws-detail-line
           end-string
           perform write-detail-line

           move spaces to report-line
           write report-line
           move 'Prepared by opractivity; reviewed by:' to report-line
           write report-line
           move spaces to report-line
           write report-line
           move '  Signature: ______________________  Date: ________'
               to report-line
           write report-line.

       write-detail-line.
           move ws-detail-line to report-line
           write report-line.

       end program opractivity.
