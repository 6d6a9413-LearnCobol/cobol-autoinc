               assign to '/tmp/autoinc.retired'
               file status is retired-status
               organization is line sequential.
           select optional cdigfile assign to '/tmp/autoinc.checkdigit'
               file status is cdig-status
               organization is line sequential.

       data division.
       file section.
           copy "oprrec.cpy".
       fd retiredfile.
           copy "retiredrec.cpy".
       fd cdigfile.
           copy "cdigrec.cpy".

       working-storage section.
       01 idfile-status pic 9(2).
       01 limit-status pic 9(2).
       01 opr-status pic 9(2).
       01 retired-status pic 9(2).
       01 cdig-status pic 9(2).
       01 ws-cdig-cutover pic 9(10).
       01 ws-next-base pic 9(10).
       01 ws-next-id pic 9(10).
       01 ws-last-base pic 9(10).
       01 ws-seq-found pic x.
       01 ws-seq-retired pic x.
       01 ws-opr-file-present pic x.
       01 ws-timestamp pic x(26).
       01 ws-admin-key pic x(40).

           copy "lkidchk.cpy".

       linkage section.
           copy "lkidctr.cpy".

               when 'I'
                   perform lookup-retired
                   perform lookup-sequence-limit
                   perform compute-next-id
                   evaluate true
                       when ws-seq-retired = 'Y'
                           move 40 to lk-idctr-return-code
                       when ws-next-id = 0
                           move 30 to lk-idctr-return-code
                       when ws-limit-max > 0
                           and ws-next-id > ws-limit-max
                           move 30 to lk-idctr-return-code
                       when other
                           move ws-next-id to seq-current-id
                           move seq-current-id to lk-idctr-value-out
                           move 'ISSUE' to ws-action
                           perform warn-if-near-limit
               when 'A'
                   perform lookup-retired
                   perform lookup-sequence-limit
                   perform compute-range-ids
                   evaluate true
                       when ws-seq-retired = 'Y'
                           move 40 to lk-idctr-return-code
                       when ws-next-id = 0
                           move 30 to lk-idctr-return-code
                       when ws-limit-max > 0
                           and ws-next-id > ws-limit-max
                           move 30 to lk-idctr-return-code
                       when other
                           move ws-next-id to seq-current-id
                           move ws-range-start to lk-idctr-value-out
                           move seq-current-id
                               to lk-idctr-range-end-out
                               move 'RETIRE' to ws-action
                       end-evaluate
                   end-if
      *> Starts check digits on the sequence. The cutover is the
      *> first multiple of ten above everything issued so far, so
      *> every older id stays below it and keeps working unchecked.
               when 'C'
                   perform check-reset-authority
                   if lk-idctr-return-code = 0
                       perform lookup-retired
                       perform lookup-check-digit
                       evaluate true
                           when ws-seq-retired = 'Y'
                               move 40 to lk-idctr-return-code
                           when ws-cdig-cutover > 0
                               move ws-cdig-cutover
                                   to lk-idctr-value-out
                               move 50 to lk-idctr-return-code
                           when seq-current-id > 999999989
                               move 30 to lk-idctr-return-code
                           when other
                               compute ws-cdig-cutover =
                                   (function integer
                                       (seq-current-id / 10) + 1)
                                   * 10
                               move ws-cdig-cutover
                                   to lk-idctr-value-out
                               move 'CHECKDIGIT' to ws-action
                       end-evaluate
                   end-if
               when other
                   move 20 to lk-idctr-return-code
           end-evaluate.

      *> The next id to issue: one up on a plain sequence; on one
      *> that has cut over to check digits, the next base number
      *> (the current id without its last digit, plus one) with its
      *> check digit appended, so issued ids keep climbing. Comes
      *> back 0 when the sequence has run out of ten-digit ids.
       compute-next-id.
           perform lookup-check-digit
           if ws-cdig-cutover = 0
               compute ws-next-id = seq-current-id + 1
           else
               compute ws-next-base = seq-current-id / 10 + 1
               move ws-next-base to ws-last-base
               perform append-check-digit
               move lk-idchk-id-out to ws-next-id
           end-if.

      *> A reserved block on a check-digit sequence is a run of
      *> consecutive base numbers, each printed with its check
      *> digit; the block's start and end ids bound them all.
       compute-range-ids.
           perform lookup-check-digit
           if ws-cdig-cutover = 0
               compute ws-range-start = seq-current-id + 1
               compute ws-next-id =
                   seq-current-id + lk-idctr-value-in
           else
               compute ws-next-base = seq-current-id / 10 + 1
               move ws-next-base to ws-last-base
               perform append-check-digit
               move lk-idchk-id-out to ws-range-start
               compute ws-last-base =
                   ws-next-base + lk-idctr-value-in - 1
               perform append-check-digit
               move lk-idchk-id-out to ws-next-id
               if ws-range-start = 0
                   move 0 to ws-next-id
               end-if
           end-if.

       append-check-digit.
           move 'G' to lk-idchk-mode
           move seq-name to lk-idchk-seq-name
           move ws-last-base to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call
           if lk-idchk-return-code not = 0
               move 0 to lk-idchk-id-out
           end-if.

       lookup-check-digit.
           move 0 to ws-cdig-cutover
           open input cdigfile
           if cdig-status = 00
               perform until cdig-status > 9
                   read cdigfile next record end-read
                   if cdig-status = 00
                       and cdig-seq-name = seq-name
                       move cdig-cutover-id to ws-cdig-cutover
                       move 10 to cdig-status
                   end-if
               end-perform
           end-if
           close cdigfile.

      *> A retired name no longer issues or reserves anything (return
      *> code 40, nothing written, nothing audited) — the cleanup for
      *> typo'd and test sequence names that used to accumulate in
           end-if
           if ws-action = 'RETIRE'
               perform write-retired-record
           end-if
           if ws-action = 'CHECKDIGIT'
               perform write-check-digit-record
           end-if.

      *> Puts the cutover where issuance and idcheck will see it,
      *> after the audit CHECKDIGIT entry is down, as for retirement.
       write-check-digit-record.
           open extend cdigfile
           if cdig-status = 35
               open output cdigfile
           end-if
           if cdig-status < 10
               move ws-timestamp to cdig-timestamp
               move seq-name to cdig-seq-name
               move ws-cdig-cutover to cdig-cutover-id
               write cdig-record
               if cdig-status not < 10
                   display "Failed to write check digit record:"
                       " error=" cdig-status upon syserr
               end-if
           else
               display "Failed to open check digit file: error="
                   cdig-status upon syserr
           end-if
           close cdigfile.

      *> Adds the sequence to the retired list that lookup-retired
      *> consults, after the audit RETIRE entry is safely down — the
      *> trail must never show a retirement the list does not.
