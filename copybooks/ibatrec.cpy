      *> Intake batch register (/tmp/intake.batches), append-only:
      *> one entry for every controlled intake file intakechk has
      *> seen through. ibat-result is APPLIED (checked and applied;
      *> the department's batch number for that intake is spent) or
      *> REFUSED (turned away whole, ibat-reason saying why; the
      *> corrected file may come back under the same number). A
      *> batch number is refused as already processed only against
      *> an APPLIED entry for the same intake and department.
       01 ibat-record.
           05 ibat-timestamp             pic x(26).
           05 ibat-intake                pic x(12).
           05 ibat-dept                  pic x(20).
           05 ibat-batch-seq             pic 9(6).
           05 ibat-file-date             pic x(8).
           05 ibat-line-count            pic 9(6).
           05 ibat-hash-total            pic 9(18).
           05 ibat-result                pic x(10).
           05 ibat-reason                pic x(100).
