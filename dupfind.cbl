       identification division.
       program-id. dupfind.

      *> Fuzzy duplicate-candidate finder. authreport only flags names
      *> that match exactly after sorting, so "Jon Smith" and "John
      *> Smith" at the same address, or one email typed in two letter
      *> cases, were never caught and /tmp/authmerge.input was built
      *> by hand from eyeballed listings. This loads every registrant
      *> that is not already a MERGED shell or anonymized, and scores
      *> every pair on three tests:
      *>     NAME     first and last name words sound alike (Soundex)
      *>     EMAIL    same email once trimmed and lower-cased
      *>     ADDRESS  same street lines and postcode once
      *>              upper-cased with spaces and punctuation dropped
      *> A pair scoring DUPFIND_MIN_SCORE or more (default 50; NAME 40,
      *> EMAIL 50, ADDRESS 30, so a shared email alone qualifies but a
      *> common-sounding name alone does not) is a candidate. Pairs
      *> chain into groups (A~B and B~C put A, B and C together), and
      *> each group's oldest ACTIVE record is proposed as the
      *> survivor. Writes a dated review report,
      *> /tmp/dupfind-report-yyyymmdd.txt, with every pair's score and
      *> match reasons, and a draft merge file in authmerge's
      *>     survivor-id|loser-id|...
      *> format (/tmp/authmerge.draft, at most eight losers a line as
      *> authmerge takes them). Nothing is merged here: after sign-off
      *> operations copy the draft, edited as the review decides, to
      *> /tmp/authmerge.input, between the header and trailer lines
      *> authmerge checks; the report gives the trailer totals for
      *> the draft as written. A group with no ACTIVE member gets no
      *> draft line and is listed for review by hand.

       environment division.
       input-output section.
       file-control.
           select optional authfile assign to '/tmp/auth.data'
               organization is indexed
               access mode is dynamic
               record key is auth-id
               alternate record key is auth-name with duplicates
               file status is authfile-status.
           select reportfile assign to dynamic ws-report-path
               file status is report-status
               organization is line sequential.
           select draftfile assign to '/tmp/authmerge.draft'
               file status is draft-status
               organization is line sequential.

       data division.
       file section.
       fd authfile.
           copy "authrec.cpy".
       fd reportfile.
          01 report-line pic x(132).
       fd draftfile.
          01 draft-line pic x(255).

       working-storage section.
       01 authfile-status pic 9(2).
       01 report-status pic 9(2).
       01 draft-status pic 9(2).
       01 ws-report-path pic x(60).
       01 ws-today pic x(8).
       01 ws-current-date-time.
           05 ws-cd-date.
               10 ws-cd-year pic 9(4).
               10 ws-cd-month pic 9(2).
               10 ws-cd-day pic 9(2).
           05 filler pic x(15).

       01 ws-score-text pic x(10).
       01 ws-min-score pic 9(3) value 50.
       01 ws-name-weight pic 9(3) value 40.
       01 ws-email-weight pic 9(3) value 50.
       01 ws-address-weight pic 9(3) value 30.

       01 ws-reg-table.
           05 ws-reg-entry occurs 5000 times.
               10 ws-rg-id pic 9(10).
               10 ws-rg-name pic x(60).
               10 ws-rg-status pic x(10).
               10 ws-rg-reg-stamp pic x(14).
               10 ws-rg-sx-first pic x(4).
               10 ws-rg-sx-last pic x(4).
               10 ws-rg-email-key pic x(60).
               10 ws-rg-addr-key pic x(100).
               10 ws-rg-parent pic 9(5).
               10 ws-rg-root pic 9(5).
       01 ws-reg-count pic 9(5) value 0.
       01 ws-reg-max pic 9(5) value 5000.
       01 ws-reg-overflow pic x value 'N'.
       01 ws-load-failed pic x.
       01 ws-i pic 9(5).
       01 ws-j pic 9(5).
       01 ws-k pic 9(5).
       01 ws-root-i pic 9(5).
       01 ws-root-j pic 9(5).
       01 ws-uf-node pic 9(5).

       01 ws-pair-score pic 9(3).
       01 ws-pair-reasons pic x(30).
       01 ws-pair-count pic 9(6) value 0.
       01 ws-group-count pic 9(5) value 0.
       01 ws-group-size pic 9(5).
       01 ws-draft-count pic 9(5) value 0.
       01 ws-draft-hash pic 9(18) value 0.
       01 ws-review-count pic 9(5) value 0.
       01 ws-survivor-idx pic 9(5).
       01 ws-line-losers pic 9(2).
       01 ws-draft-ptr pic 9(3).
       01 ws-draft-work pic x(255).

       01 ws-norm-text pic x(100).
       01 ws-norm-out pic x(100).
       01 ws-norm-len pic 9(3).
       01 ws-norm-pos pic 9(3).
       01 ws-norm-out-pos pic 9(3).
       01 ws-norm-char pic x.
       01 ws-norm-keep-spaces pic x.
       01 ws-first-word pic x(30).
       01 ws-last-word pic x(30).
       01 ws-word-ptr pic 9(3).
       01 ws-word pic x(30).

       01 ws-sx-word pic x(30).
       01 ws-sx-digits pic x(30).
       01 ws-sx-code pic x(4).
       01 ws-sx-len pic 9(2).
       01 ws-sx-pos pic 9(2).
       01 ws-sx-out pic 9(1).
       01 ws-sx-prev pic x.
       01 ws-sx-digit pic x.

       01 ws-detail-line pic x(132).

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
           move ws-cd-date to ws-today
           move spaces to ws-report-path
           string
               '/tmp/dupfind-report-' ws-today '.txt'
               delimited by size into ws-report-path
           end-string
           accept ws-score-text from environment 'DUPFIND_MIN_SCORE'
           if ws-score-text not = spaces
               move function numval (ws-score-text) to ws-min-score
           end-if

           perform load-registrants
           if ws-load-failed = 'Y'
               move 8 to return-code
               goback
           end-if

           open output reportfile
           if report-status not = 00
               display "Failed to open report: error=" report-status
                   upon syserr
               move 8 to return-code
               goback
           end-if
           open output draftfile
           if draft-status not = 00
               display "Failed to open draft merge file: error="
                   draft-status upon syserr
               close reportfile
               move 8 to return-code
               goback
           end-if

           perform write-report-header
           perform score-all-pairs
           perform write-merge-groups
           perform write-report-summary
           close draftfile
           close reportfile

           display "Compared " ws-reg-count " registrants: "
               ws-pair-count " candidate pairs in " ws-group-count
               " groups; report in " function trim (ws-report-path)
               upon syserr
           goback.

      *> MERGED shells are already folded in and anonymized records
      *> no longer carry anything to match on; neither is a
      *> candidate. Match keys are worked out once per registrant
      *> here rather than once per pair.
       load-registrants.
           move 'N' to ws-load-failed
           open input authfile
           if authfile-status > 9
               display "Failed to open auth file: error="
                   authfile-status upon syserr
               move 'Y' to ws-load-failed
           end-if
           perform until authfile-status > 9
               read authfile next record end-read
               if authfile-status = 00
                   and auth-status not = 'MERGED'
                   and auth-name not = 'ANONYMIZED'
                   if ws-reg-count < ws-reg-max
                       add 1 to ws-reg-count
                       perform load-one-registrant
                   else
                       move 'Y' to ws-reg-overflow
                   end-if
               end-if
           end-perform
           close authfile.

       load-one-registrant.
           move auth-id to ws-rg-id (ws-reg-count)
           move auth-name to ws-rg-name (ws-reg-count)
           move auth-status to ws-rg-status (ws-reg-count)
           move spaces to ws-rg-reg-stamp (ws-reg-count)
           string auth-reg-date auth-reg-time
               delimited by size into ws-rg-reg-stamp (ws-reg-count)
           end-string
           move ws-reg-count to ws-rg-parent (ws-reg-count)

           move auth-name to ws-norm-text
           move 'Y' to ws-norm-keep-spaces
           perform normalize-text
           perform split-first-last-words
           move ws-first-word to ws-sx-word
           perform compute-soundex
           move ws-sx-code to ws-rg-sx-first (ws-reg-count)
           move ws-last-word to ws-sx-word
           perform compute-soundex
           move ws-sx-code to ws-rg-sx-last (ws-reg-count)

           move function lower-case (function trim (auth-email))
               to ws-rg-email-key (ws-reg-count)

      *> Street lines and postcode make the address key; town and
      *> country add nothing the postcode does not already say.
           move spaces to ws-norm-text
           string auth-addr-line1 auth-addr-line2 auth-addr-postcode
               delimited by size into ws-norm-text
           end-string
           move 'N' to ws-norm-keep-spaces
           perform normalize-text
           move ws-norm-out to ws-rg-addr-key (ws-reg-count).

      *> Upper-cases and keeps letters and digits only; every other
      *> character becomes a word break (names) or is dropped
      *> (addresses), so "Flat 2, 10 High St." and "FLAT 2 10 HIGH ST"
      *> reduce to the same key.
       normalize-text.
           move function upper-case (ws-norm-text) to ws-norm-text
           move spaces to ws-norm-out
           move 0 to ws-norm-out-pos
           move function length (ws-norm-text) to ws-norm-len
           perform varying ws-norm-pos from 1 by 1
                   until ws-norm-pos > ws-norm-len
               move ws-norm-text (ws-norm-pos:1) to ws-norm-char
               evaluate true
                   when ws-norm-char >= 'A' and ws-norm-char <= 'Z'
                       add 1 to ws-norm-out-pos
                       move ws-norm-char
                           to ws-norm-out (ws-norm-out-pos:1)
                   when ws-norm-char >= '0' and ws-norm-char <= '9'
                       add 1 to ws-norm-out-pos
                       move ws-norm-char
                           to ws-norm-out (ws-norm-out-pos:1)
                   when ws-norm-keep-spaces = 'Y'
                       and ws-norm-out-pos > 0
                       add 1 to ws-norm-out-pos
                       move space to ws-norm-out (ws-norm-out-pos:1)
                   when other
                       continue
               end-evaluate
           end-perform.

       split-first-last-words.
           move spaces to ws-first-word ws-last-word
           move 1 to ws-word-ptr
           perform until ws-word-ptr > 100
               move spaces to ws-word
               unstring ws-norm-out delimited by all spaces
                   into ws-word
                   with pointer ws-word-ptr
               end-unstring
               if ws-word = spaces
                   move 101 to ws-word-ptr
               else
                   if ws-first-word = spaces
                       move ws-word to ws-first-word
                   end-if
                   move ws-word to ws-last-word
               end-if
           end-perform.

      *> American Soundex: keep the first letter, then code the rest
      *> (BFPV=1 CGJKQSXZ=2 DT=3 L=4 MN=5 R=6), dropping vowels and
      *> collapsing repeats. H and W do not break a run of the same
      *> code; vowels do. JON and JOHN both come out J500.
       compute-soundex.
           move spaces to ws-sx-code
           if ws-sx-word not = spaces
               move ws-sx-word to ws-sx-digits
               inspect ws-sx-digits converting
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   to '01230129022455012623019202'
               move ws-sx-word (1:1) to ws-sx-code (1:1)
               move ws-sx-digits (1:1) to ws-sx-prev
               move 1 to ws-sx-out
               move function length (function trim (ws-sx-word))
                   to ws-sx-len
               perform varying ws-sx-pos from 2 by 1
                       until ws-sx-pos > ws-sx-len
                       or ws-sx-out > 3
                   move ws-sx-digits (ws-sx-pos:1) to ws-sx-digit
                   evaluate true
                       when ws-sx-digit = '9'
                           continue
                       when ws-sx-digit = '0'
                           move '0' to ws-sx-prev
                       when ws-sx-digit = ws-sx-prev
                           continue
                       when other
                           add 1 to ws-sx-out
                           move ws-sx-digit
                               to ws-sx-code (ws-sx-out:1)
                           move ws-sx-digit to ws-sx-prev
                   end-evaluate
               end-perform
               inspect ws-sx-code replacing all space by '0'
           end-if.

       score-all-pairs.
           move 'Candidate pairs (score, ids, reasons):'
               to report-line
           write report-line
           perform varying ws-i from 1 by 1
                   until ws-i >= ws-reg-count
               compute ws-k = ws-i + 1
               perform varying ws-j from ws-k by 1
                       until ws-j > ws-reg-count
                   perform score-one-pair
                   if ws-pair-score >= ws-min-score
                       add 1 to ws-pair-count
                       perform report-pair
                       perform join-pair
                   end-if
               end-perform
           end-perform
           if ws-pair-count = 0
               move '  (no candidates)' to report-line
               write report-line
           end-if.

       score-one-pair.
           move 0 to ws-pair-score
           move spaces to ws-pair-reasons
           if ws-rg-sx-first (ws-i) not = spaces
               and ws-rg-sx-last (ws-i) not = spaces
               and ws-rg-sx-first (ws-i) = ws-rg-sx-first (ws-j)
               and ws-rg-sx-last (ws-i) = ws-rg-sx-last (ws-j)
               add ws-name-weight to ws-pair-score
               string function trim (ws-pair-reasons) ' NAME'
                   delimited by size into ws-pair-reasons
               end-string
           end-if
           if ws-rg-email-key (ws-i) not = spaces
               and ws-rg-email-key (ws-i) = ws-rg-email-key (ws-j)
               add ws-email-weight to ws-pair-score
               string function trim (ws-pair-reasons) ' EMAIL'
                   delimited by size into ws-pair-reasons
               end-string
           end-if
           if ws-rg-addr-key (ws-i) not = spaces
               and ws-rg-addr-key (ws-i) = ws-rg-addr-key (ws-j)
               add ws-address-weight to ws-pair-score
               string function trim (ws-pair-reasons) ' ADDRESS'
                   delimited by size into ws-pair-reasons
               end-string
           end-if.

       report-pair.
           move spaces to ws-detail-line
           string
               '  score=' ws-pair-score
               ' id=' ws-rg-id (ws-i) ' '
               function trim (ws-rg-name (ws-i))
               ' / id=' ws-rg-id (ws-j) ' '
               function trim (ws-rg-name (ws-j))
               ' :' ws-pair-reasons
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line.

      *> Groups are kept as a forest: every entry points at a parent,
      *> a root points at itself, and joining two groups points the
      *> later root at the earlier one.
       join-pair.
           move ws-i to ws-uf-node
           perform find-root
           move ws-uf-node to ws-root-i
           move ws-j to ws-uf-node
           perform find-root
           move ws-uf-node to ws-root-j
           if ws-root-i < ws-root-j
               move ws-root-i to ws-rg-parent (ws-root-j)
           end-if
           if ws-root-j < ws-root-i
               move ws-root-j to ws-rg-parent (ws-root-i)
           end-if.

       find-root.
           perform until ws-rg-parent (ws-uf-node) = ws-uf-node
               move ws-rg-parent (ws-uf-node) to ws-uf-node
           end-perform.

       write-merge-groups.
           perform varying ws-i from 1 by 1
                   until ws-i > ws-reg-count
               move ws-i to ws-uf-node
               perform find-root
               move ws-uf-node to ws-rg-root (ws-i)
           end-perform

           move spaces to report-line
           write report-line
           move 'Proposed merge groups:' to report-line
           write report-line
           perform varying ws-i from 1 by 1
                   until ws-i > ws-reg-count
               if ws-rg-root (ws-i) = ws-i
                   perform write-one-group
               end-if
           end-perform
           if ws-group-count = 0
               move '  (none)' to report-line
               write report-line
           end-if.

      *> Oldest registration wins among ACTIVE members: earliest
      *> date and time, lowest id on a tie.
       write-one-group.
           move 0 to ws-group-size
           move 0 to ws-survivor-idx
           perform varying ws-j from 1 by 1
                   until ws-j > ws-reg-count
               if ws-rg-root (ws-j) = ws-i
                   add 1 to ws-group-size
                   if ws-rg-status (ws-j) = 'ACTIVE'
                       if ws-survivor-idx = 0
                           move ws-j to ws-survivor-idx
                       else
                           if ws-rg-reg-stamp (ws-j)
                               < ws-rg-reg-stamp (ws-survivor-idx)
                               move ws-j to ws-survivor-idx
                           end-if
                           if ws-rg-reg-stamp (ws-j)
                               = ws-rg-reg-stamp (ws-survivor-idx)
                               and ws-rg-id (ws-j)
                               < ws-rg-id (ws-survivor-idx)
                               move ws-j to ws-survivor-idx
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if ws-group-size > 1
               add 1 to ws-group-count
               if ws-survivor-idx = 0
                   add 1 to ws-review-count
                   move spaces to ws-detail-line
                   string
                       '  GROUP ' ws-group-count ' of '
                       ws-group-size ' registrants: no ACTIVE'
                       ' record to survive - review by hand'
                       delimited by size into ws-detail-line
                   end-string
                   move ws-detail-line to report-line
                   write report-line
               else
                   move spaces to ws-detail-line
                   string
                       '  GROUP ' ws-group-count ' survivor id='
                       ws-rg-id (ws-survivor-idx) ' '
                       function trim (ws-rg-name (ws-survivor-idx))
                       ' registered '
                       ws-rg-reg-stamp (ws-survivor-idx) (1:8)
                       delimited by size into ws-detail-line
                   end-string
                   move ws-detail-line to report-line
                   write report-line
                   perform write-group-draft
               end-if
           end-if.

      *> authmerge takes a survivor and up to eight losers a line; a
      *> larger group simply repeats the survivor on the next line.
       write-group-draft.
           move 0 to ws-line-losers
           perform varying ws-j from 1 by 1
                   until ws-j > ws-reg-count
               if ws-rg-root (ws-j) = ws-i
                   and ws-j not = ws-survivor-idx
                   if ws-line-losers = 0
                       move spaces to ws-draft-work
                       move 1 to ws-draft-ptr
                       string ws-rg-id (ws-survivor-idx)
                           delimited by size into ws-draft-work
                           with pointer ws-draft-ptr
                       end-string
                       add ws-rg-id (ws-survivor-idx) to ws-draft-hash
                   end-if
                   string '|' ws-rg-id (ws-j)
                       delimited by size into ws-draft-work
                       with pointer ws-draft-ptr
                   end-string
                   add ws-rg-id (ws-j) to ws-draft-hash
                   add 1 to ws-line-losers
                   move spaces to ws-detail-line
                   string
                       '           loser    id=' ws-rg-id (ws-j) ' '
                       function trim (ws-rg-name (ws-j))
                       ' (' function trim (ws-rg-status (ws-j)) ')'
                       delimited by size into ws-detail-line
                   end-string
                   move ws-detail-line to report-line
                   write report-line
                   if ws-line-losers = 8
                       perform write-draft-line
                   end-if
               end-if
           end-perform
           if ws-line-losers > 0
               perform write-draft-line
           end-if.

       write-draft-line.
           move ws-draft-work to draft-line
           write draft-line
           if draft-status not < 10
               display "Failed to write draft merge line: error="
                   draft-status upon syserr
           end-if
           add 1 to ws-draft-count
           move 0 to ws-line-losers.

       write-report-header.
           move spaces to ws-detail-line
           string
               'Duplicate candidate report ' ws-today
               '  (minimum score ' ws-min-score ')'
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line
           move spaces to report-line
           write report-line.

       write-report-summary.
           move spaces to report-line
           write report-line
           if ws-reg-overflow = 'Y'
               move spaces to ws-detail-line
               string
                   'WARNING: only the first ' ws-reg-max
                   ' registrants were compared'
                   delimited by size into ws-detail-line
               end-string
               move ws-detail-line to report-line
               write report-line
           end-if
           move spaces to ws-detail-line
           string
               'Compared: ' ws-reg-count
               '  Candidate pairs: ' ws-pair-count
               '  Groups: ' ws-group-count
               '  Draft merge lines: ' ws-draft-count
               '  For review by hand: ' ws-review-count
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line
           move 'Draft merge file: /tmp/authmerge.draft' to report-line
           write report-line
      *> authmerge wants its input between a header and a trailer
      *> line (lkintchk.cpy). The draft is edited after review, so it
      *> is written bare; these are its totals should it be signed
      *> off unchanged.
           move spaces to ws-detail-line
           string
               'Trailer for the draft as written: TRL|'
               ws-draft-count '|' ws-draft-hash
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move 'Signed off by: ______________________' to report-line
           write report-line.

       end program dupfind.
