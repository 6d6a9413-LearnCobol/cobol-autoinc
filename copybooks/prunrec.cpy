      *> Print-run log (/tmp/print-runs.log), append-only, one entry
      *> per printrun batch: which day's sent log it printed from and
      *> which records of it (prun-first-rec to prun-last-rec, in
      *> sent-log order) went into the batch. notifsend only ever
      *> appends to a day's sent log, so the highest last-rec logged
      *> for a day is where the next batch for that day starts — a
      *> second drain in the afternoon gets its own batch and nothing
      *> is printed twice. prun-result is RECONCILED when the letters
      *> printed to date agreed with what notifsend reported posted,
      *> MISMATCH when they did not.
       01 prun-record.
           05 prun-sent-date             pic x(8).
           05 prun-batch-no              pic 9(6).
           05 prun-first-rec             pic 9(6).
           05 prun-last-rec              pic 9(6).
           05 prun-letters               pic 9(6).
           05 prun-timestamp             pic x(26).
           05 prun-result                pic x(10).
