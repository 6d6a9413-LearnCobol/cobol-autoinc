      *> month) it reports registrations per day from auth-reg-date,
      *> the web versus batch intake split from the audit trail's
      *> caller-info ('batchreg intake' is batch, addr=... callers are
      *> web), deactivations, reinstatements, expiries and renewals
      *> from the status-change history, merges from the
      *> cross-reference file, and the net
      *> ACTIVE count as of the run. One signed-off summary page in
      *> /tmp/month-summary-yyyymm.txt.

               assign to '/tmp/autoinc.audit.archives'
               file status is archindex-status
               organization is line sequential.
           select optional histfile assign to dynamic ws-hist-path
               file status is hist-status
               organization is line sequential.
           select optional histindex
               assign to '/tmp/auth.history.archives'
               file status is histindex-status
               organization is line sequential.
           select optional xreffile assign to '/tmp/auth-xref.data'
               file status is xref-status
               organization is line sequential.
          01 archindex-line pic x(60).
       fd histfile.
           copy "histrec.cpy".
       fd histindex.
          01 histindex-line pic x(60).
       fd xreffile.
           copy "xrefrec.cpy".
       fd reportfile.
       01 archindex-status pic 9(2).
       01 ws-audit-path pic x(60).
       01 hist-status pic 9(2).
       01 histindex-status pic 9(2).
       01 ws-hist-path pic x(60) value '/tmp/auth.history'.
       01 xref-status pic 9(2).
       01 report-status pic 9(2).
       01 ws-report-path pic x(60).
       01 ws-batch-count pic 9(6) value 0.
       01 ws-deact-count pic 9(6) value 0.
       01 ws-reinst-count pic 9(6) value 0.
       01 ws-expired-count pic 9(6) value 0.
       01 ws-renewed-count pic 9(6) value 0.
       01 ws-merge-count pic 9(6) value 0.
       01 ws-detail-line pic x(132).

           end-if
           close auditfile.

      *> Housekeeping moves old history out to dated archives listed
      *> in /tmp/auth.history.archives; they are read before the live
      *> file so a month that has been cut still reports in full.
       scan-history-file.
           open input histindex
           if histindex-status < 10
               perform until histindex-status > 9
                   read histindex next record end-read
                   if histindex-status = 00
                       and histindex-line not = spaces
                       move histindex-line to ws-hist-path
                       perform scan-one-history-file
                   end-if
               end-perform
           end-if
           close histindex
           move '/tmp/auth.history' to ws-hist-path
           perform scan-one-history-file.

      *> Only real transitions count: mailreturn and authanon append
      *> status-unchanged entries (ACTIVE->ACTIVE, INACTIVE->INACTIVE)
      *> to the same file, and a returned letter or an anonymization
      *> is not a deactivation or a reinstatement. A renewal is
      *> counted as one whether or not it brought an EXPIRED
      *> registration back (its reason always starts RENEWED).
       scan-one-history-file.
           open input histfile
           if hist-status < 10
               perform until hist-status > 9
                   read histfile next record end-read
                   if hist-status = 00
                       and hist-timestamp (1:7) = ws-dash-month
                       evaluate true
                           when hist-reason (1:8) = 'RENEWED '
                               add 1 to ws-renewed-count
                           when hist-old-status = hist-new-status
                               continue
                           when hist-new-status = 'INACTIVE'
                               add 1 to ws-deact-count
                           when hist-new-status = 'ACTIVE'
                               add 1 to ws-reinst-count
                           when hist-new-status = 'EXPIRED'
                               add 1 to ws-expired-count
                           when other
                               continue
                       end-evaluate
           move ws-detail-line to report-line
           write report-line

           move spaces to ws-detail-line
           string
               'Expiries: ' ws-expired-count
               '  Renewals: ' ws-renewed-count
               delimited by size into ws-detail-line
           end-string
           move ws-detail-line to report-line
           write report-line

           move spaces to ws-detail-line
           string
               'Net active registrants: ' ws-active-count
