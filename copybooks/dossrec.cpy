      *> Subject-access dossier log (/tmp/dossier.log), append-only:
      *> one entry for every dossier run, so we can show when each
      *> registrant's request was fulfilled and what it covered.
      *> doss-id-count is how many ids the merge cross-reference tied
      *> together (1 when the registrant was never merged);
      *> doss-result is PRODUCED, NO-RECORD (nothing held on any
      *> file for the id — the dossier says so) or FAILED.
       01 doss-record.
           05 doss-timestamp             pic x(26).
           05 doss-auth-id               pic 9(10).
           05 doss-id-count              pic 9(3).
           05 doss-line-count            pic 9(6).
           05 doss-result                pic x(10).
           05 doss-requested-by          pic x(40).
           05 doss-reference             pic x(20).
           05 doss-output-path           pic x(60).
