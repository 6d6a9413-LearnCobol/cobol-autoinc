       environment division.
       input-output section.
       file-control.
           select optional rangefile assign to dynamic ws-range-path
               file status is range-status
               organization is line sequential.
           select optional rangeindex
               assign to '/tmp/autoinc.ranges.archives'
               file status is rangeindex-status
               organization is line sequential.
           select optional auditfile assign to dynamic ws-audit-path
               file status is audit-status
               organization is line sequential.
           copy "auditrec.cpy".
       fd archindex.
          01 archindex-line pic x(60).
       fd rangeindex.
          01 rangeindex-line pic x(60).
       fd authfile.
           copy "authrec.cpy".
       fd reportfile.
       01 range-status pic 9(2).
       01 audit-status pic 9(2).
       01 archindex-status pic 9(2).
       01 rangeindex-status pic 9(2).
       01 ws-range-path pic x(60).
       01 ws-audit-path pic x(60).
       01 authfile-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-flagged-count pic 9(3) value 0.
       01 ws-detail-line pic x(132).

           copy "lkidchk.cpy".

       procedure division.
       main-logic.
           move function current-date to ws-current-date-time
               " flagged)" upon syserr
           goback.

      *> Blocks housekeeping has aged out of the live file are read
      *> back from its dated archives, through the range archive
      *> index, so an old block still reports.
       load-range-table.
           open input rangeindex
           if rangeindex-status < 10
               perform until rangeindex-status > 9
                   read rangeindex next record end-read
                   if rangeindex-status = 00
                       and rangeindex-line not = spaces
                       move rangeindex-line to ws-range-path
                       perform load-one-range-file
                   end-if
               end-perform
           end-if
           close rangeindex
           move '/tmp/autoinc.ranges' to ws-range-path
           perform load-one-range-file.

       load-one-range-file.
           open input rangefile
           if range-status < 10
               perform until range-status > 9
           end-if
           close reportfile.

      *> A block reserved after its sequence cut over to check
      *> digits holds one id per base number, not one per number
      *> between its ends.
       write-range-detail.
           move 'V' to lk-idchk-mode
           move ws-rt-seq-name (ws-range-idx) to lk-idchk-seq-name
           move ws-rt-start (ws-range-idx) to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call
           if lk-idchk-return-code = 0
               compute ws-block-size =
                   function integer (ws-rt-end (ws-range-idx) / 10)
                   - function integer (ws-rt-start (ws-range-idx) / 10)
                   + 1
           else
               compute ws-block-size = ws-rt-end (ws-range-idx)
                   - ws-rt-start (ws-range-idx) + 1
           end-if
           compute ws-used-total = ws-rt-auth-used (ws-range-idx)
               + ws-rt-audit-used (ws-range-idx)
           if ws-used-total > ws-block-size
