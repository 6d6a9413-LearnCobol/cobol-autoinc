       01 ws-addr-flagged pic x.

           copy "lkurldec.cpy".
           copy "lkidchk.cpy".

       procedure division.
       main-logic.
               goback
           end-if

      *> A mistyped id with a check digit answers as a bad request,
      *> never as somebody else's record.
           if ws-query-id not = spaces
               move 'V' to lk-idchk-mode
               move 'REGISTRANTS' to lk-idchk-seq-name
               move ws-query-id-num to lk-idchk-id
               call "idcheck" using lk-idchk-mode lk-idchk-seq-name
                   lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
                   lk-idchk-return-code
               end-call
               if lk-idchk-return-code = 10
                   display
                       "Content-type: text/html" nl
                       "Status: 400 Bad Request" nl
                       nl
                       "Id " function trim (ws-query-id)
                       " fails its check digit; check the number"
                   end-display
                   goback
               end-if
           end-if

      *> The open happens before any of the response goes out: a file
      *> that cannot be opened (a lock collision with a registration
      *> holding it exclusively, say) must answer as a failure, never
