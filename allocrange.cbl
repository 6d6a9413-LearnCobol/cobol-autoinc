      *> at a time like autoinc.cbl. Uses the same named-sequence
      *> counter as autoinc via idcounter, so later one-at-a-time
      *> issuance from autoinc automatically continues past the
      *> reserved block. On a sequence that issues check digits the
      *> block's ids are not every number between start and end, so
      *> the answer also lists each id as it must be printed.

       environment division.

           88 ws-json-format value 'json'.
       01 ws-remote-addr pic x(40).
       01 ws-remote-user pic x(40).
       01 ws-check-digits pic x value 'N'.
           88 ws-has-check-digits value 'Y'.
       01 ws-base pic 9(10).
       01 ws-last-base pic 9(10).
       01 ws-id-sep pic x value space.

           copy "lkidctr.cpy".
           copy "lkurldec.cpy".
           copy "lkidchk.cpy".

       procedure division.
       main-logic.
      *> existing callers see no change.
           evaluate lk-idctr-return-code
               when 0
                   perform check-block-digits
                   if ws-json-format
                       if ws-has-check-digits
                           display
                               "Content-type: application/json" nl
                               "Status: 200 OK" nl
                               nl
                               '{"start":"' lk-idctr-value-out
                               '","end":"' lk-idctr-range-end-out
                               '","ids":[' with no advancing
                           end-display
                           perform list-block-ids
                           display ']}'
                       else
                           display
                               "Content-type: application/json" nl
                               "Status: 200 OK" nl
                               nl
                               '{"start":"' lk-idctr-value-out
                               '","end":"' lk-idctr-range-end-out '"}'
                           end-display
                       end-if
                   else
                       display
                           "Content-type: text/html" nl
                           "start=" lk-idctr-value-out
                           " end=" lk-idctr-range-end-out
                       end-display
                       if ws-has-check-digits
                           perform list-block-ids
                       end-if
                   end-if
               when 30
                   if ws-json-format

           goback.

      *> The start id passes its own check only once the sequence
      *> has cut over to check digits (a plain block starts below
      *> the cutover, or there is none).
       check-block-digits.
           move 'V' to lk-idchk-mode
           move lk-idctr-seq-name to lk-idchk-seq-name
           if lk-idchk-seq-name = spaces
               move 'DEFAULT' to lk-idchk-seq-name
           end-if
           move lk-idctr-value-out to lk-idchk-id
           call "idcheck" using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code
           end-call
           if lk-idchk-return-code = 0
               move 'Y' to ws-check-digits
           end-if.

      *> One id per base number in the block, check digit appended:
      *> a quoted, comma-separated list for json, one id= line each
      *> for the freetext body.
       list-block-ids.
           compute ws-base = lk-idctr-value-out / 10
           compute ws-last-base = lk-idctr-range-end-out / 10
           move space to ws-id-sep
           perform until ws-base > ws-last-base
               move 'G' to lk-idchk-mode
               move ws-base to lk-idchk-id
               call "idcheck" using lk-idchk-mode lk-idchk-seq-name
                   lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
                   lk-idchk-return-code
               end-call
               if ws-json-format
                   if ws-id-sep = ','
                       display ',' with no advancing
                   end-if
                   display '"' lk-idchk-id-out '"' with no advancing
                   move ',' to ws-id-sep
               else
                   display "id=" lk-idchk-id-out
               end-if
               add 1 to ws-base
           end-perform.

       parse-query-string.
           move spaces to ws-qs-tok (1) ws-qs-tok (2) ws-qs-tok (3)
               ws-qs-tok (4) ws-qs-tok (5) ws-qs-tok (6) ws-qs-tok (7)
