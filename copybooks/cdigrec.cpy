      *> Check-digit cutover file (/tmp/autoinc.checkdigit), append-
      *> only, written by idcounter's check-digit action: one record
      *> per sequence that issues ids with a trailing check digit.
      *> cdig-cutover-id is the first id that can carry one: every id
      *> the sequence issued before the cutover is below it and is
      *> taken as it stands, every id from it upward must pass the
      *> check (idcheck.cbl). Sequences with no record here issue and
      *> accept plain numbers, as before.
       01 cdig-record.
           05 cdig-timestamp             pic x(26).
           05 cdig-seq-name              pic x(20).
           05 cdig-cutover-id            pic 9(10).
