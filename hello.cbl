                       perform reset-counter-console
                   when '4'
                       perform retire-sequence-console
                   when '5'
                       perform check-digit-console
                   when '0'
                       move 'N' to ws-continue
                   when other
           display "2) Look up a name in authfile"
           display "3) Reset a counter"
           display "4) Retire a sequence"
           display "5) Start check digits on a sequence"
           display "0) Exit"
           display "Choice: " with no advancing.

               end-if
           end-if.

      *> Switches a sequence (REGISTRANTS in practice) over to ids
      *> with a check digit, for good: gated like a retire, confirmed
      *> first, audited by idcounter as a CHECKDIGIT entry. The
      *> cutover id it reports is the line between old ids, accepted
      *> as they stand, and new ones every intake checks.
       check-digit-console.
           if ws-has-account
               and ws-operator-level not = 'ADMIN'
               display "Starting check digits needs an ADMIN"
                   " operator."
           else
               display "Sequence name (e.g. REGISTRANTS): "
                   with no advancing
               accept ws-seq-name
               if ws-seq-name = spaces
                   display "Give the sequence name in full; blank"
                       " does not default here. Nothing changed."
               else
                   display "Check digits cannot be turned off again;"
                       " type YES to confirm: " with no advancing
                   accept ws-confirm
                   if function upper-case
                           (function trim (ws-confirm)) not = 'YES'
                       display "Nothing changed."
                   else
                       if ws-has-account
                           move ws-operator-key
                               to ws-admin-key-input
                       else
                           display "Admin key: " with no advancing
                           accept ws-admin-key-input
                       end-if

                       move ws-seq-name to lk-idctr-seq-name
                       move 'C' to lk-idctr-mode
                       move 0 to lk-idctr-value-in
                       move ws-admin-key-input to lk-idctr-admin-key
                       move "console check digit cutover"
                           to lk-idctr-caller-info
                       call "idcounter" using lk-idctr-seq-name
                           lk-idctr-mode lk-idctr-admin-key
                           lk-idctr-value-in lk-idctr-caller-info
                           lk-idctr-value-out lk-idctr-range-end-out
                           lk-idctr-return-code
                       end-call

                       evaluate lk-idctr-return-code
                           when 0
                               display "Sequence "
                                   function trim (ws-seq-name)
                                   " now issues check digits from id "
                                   lk-idctr-value-out
                                   "; older ids are accepted as"
                                   " they stand."
                           when 10
                               display "Rejected: bad admin key."
                           when 40
                               display "Sequence is retired."
                           when 50
                               display "Check digits already in force"
                                   " from id " lk-idctr-value-out "."
                           when other
                               display "Failed to start check digits."
                       end-evaluate
                   end-if
               end-if
           end-if.

       end program hello.
