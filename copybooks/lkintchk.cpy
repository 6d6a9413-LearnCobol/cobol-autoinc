      *> Linkage parameters shared by every caller of subprogram
      *> INTAKECHK, the control-total check on department intake
      *> files. A controlled file opens with a header line
      *>     HDR|department|file-date yyyymmdd|batch number
      *> and closes with a trailer line
      *>     TRL|line count|hash total
      *> where the line count is every line between the two and the
      *> hash total is the sum of the ids on them (lk-ichk-hash-kind
      *> 'I' the first field's id, 'A' every id on the line) or of
      *> the character codes of the first field's non-space
      *> characters ('N', for files keyed by name). lk-ichk-mode:
      *> 'C' check the whole file before anything is applied, 'F'
      *> the same but allowing a batch number already processed (an
      *> operator-requested rerun), 'R' record the checked batch as
      *> processed once it has been applied. lk-ichk-intake names
      *> the intake (the program's name) and lk-ichk-path its file.
      *> lk-ichk-control comes back with the header's values and the
      *> counted totals. lk-ichk-return-code: 00 ok, 04 bare file
      *> with no control lines let through by INTAKE_BARE_OK=Y,
      *> 10 missing or bad header, 11 no trailer (file cut short),
      *> 12 bad trailer, 13 line count disagrees, 14 hash total
      *> disagrees, 15 batch number already processed, 16 lines after
      *> the trailer or a second header, 20 file error, 30 bad call.
      *> From 10 on the file is refused, lk-ichk-reason says why and
      *> a refused-file notice has been written for the department.
       01 lk-ichk-mode                   pic x(1).
       01 lk-ichk-intake                 pic x(12).
       01 lk-ichk-path                   pic x(60).
       01 lk-ichk-hash-kind              pic x(1).
       01 lk-ichk-control.
           05 lk-ichk-dept               pic x(20).
           05 lk-ichk-file-date          pic x(8).
           05 lk-ichk-batch-seq          pic 9(6).
           05 lk-ichk-line-count         pic 9(6).
           05 lk-ichk-hash-total         pic 9(18).
       01 lk-ichk-reason                 pic x(100).
       01 lk-ichk-return-code            pic 9(2).
