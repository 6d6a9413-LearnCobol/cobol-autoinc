       identification division.
       program-id. idcheck.

      *> Shared id check-digit routine. idcounter calls it to append
      *> the check digit when it issues an id off a sequence that has
      *> cut over to check digits; every program that takes a typed
      *> or submitted registrant id (mailreturn, batchstat, authmerge,
      *> authmaint, authquery, namereg, dossier) calls it to refuse an
      *> id whose check digit fails, before it can land silently on
      *> somebody else's record. The digit is the Damm check digit:
      *> it catches every single mistyped digit and every swap of two
      *> neighbouring digits, the two mistakes that matter when an id
      *> is copied off a card or a pre-printed form. Ids issued before
      *> the sequence's cutover (cdigrec.cpy) carry no check digit and
      *> are accepted as they stand.

       environment division.
       input-output section.
       file-control.
           select optional cdigfile assign to '/tmp/autoinc.checkdigit'
               file status is cdig-status
               organization is line sequential.

       data division.
       file section.
       fd cdigfile.
           copy "cdigrec.cpy".

       working-storage section.
       01 cdig-status pic 9(2).
       01 ws-cutover-id pic 9(10).
       01 ws-cutover-found pic x.

      *> The Damm quasigroup table: row is the running interim digit,
      *> column the next digit of the number, both counted from 0.
       01 ws-damm-values.
           05 filler pic x(10) value '0317598642'.
           05 filler pic x(10) value '7092154863'.
           05 filler pic x(10) value '4206871359'.
           05 filler pic x(10) value '1750983426'.
           05 filler pic x(10) value '6123045978'.
           05 filler pic x(10) value '3674209581'.
           05 filler pic x(10) value '5869720134'.
           05 filler pic x(10) value '8945362017'.
           05 filler pic x(10) value '9438617205'.
           05 filler pic x(10) value '2581436790'.
       01 ws-damm-table redefines ws-damm-values.
           05 ws-damm-row occurs 10 times.
               10 ws-damm-cell occurs 10 times pic 9.
       01 ws-digits pic 9(10).
       01 ws-digit-table redefines ws-digits.
           05 ws-digit occurs 10 times pic 9.
       01 ws-digit-idx pic 9(2).
       01 ws-interim pic 9.

       linkage section.
           copy "lkidchk.cpy".

       procedure division using lk-idchk-mode lk-idchk-seq-name
               lk-idchk-id lk-idchk-id-out lk-idchk-cutover-out
               lk-idchk-return-code.

       main-logic.
           move 0 to lk-idchk-return-code
           move 0 to lk-idchk-id-out
           move 0 to lk-idchk-cutover-out
           evaluate lk-idchk-mode
               when 'G'
                   if lk-idchk-id > 999999999
                       move 20 to lk-idchk-return-code
                   else
                       move lk-idchk-id to ws-digits
                       perform compute-interim
                       compute lk-idchk-id-out =
                           lk-idchk-id * 10 + ws-interim
                   end-if
               when 'V'
                   perform lookup-cutover
                   evaluate true
                       when ws-cutover-found not = 'Y'
                           move 30 to lk-idchk-return-code
                       when lk-idchk-id < ws-cutover-id
                           move 04 to lk-idchk-return-code
                       when other
      *> Run over the whole id, check digit included, a correct
      *> number always comes out at 0.
                           move lk-idchk-id to ws-digits
                           perform compute-interim
                           if ws-interim not = 0
                               move 10 to lk-idchk-return-code
                           end-if
                   end-evaluate
                   move ws-cutover-id to lk-idchk-cutover-out
               when other
                   move 20 to lk-idchk-return-code
           end-evaluate
           goback.

      *> Leading zeros leave the interim digit at 0, so the number's
      *> length does not matter.
       compute-interim.
           move 0 to ws-interim
           perform varying ws-digit-idx from 1 by 1
                   until ws-digit-idx > 10
               move ws-damm-cell (ws-interim + 1,
                   ws-digit (ws-digit-idx) + 1) to ws-interim
           end-perform.

       lookup-cutover.
           move 'N' to ws-cutover-found
           move 0 to ws-cutover-id
           open input cdigfile
           if cdig-status = 00
               perform until cdig-status > 9
                   read cdigfile next record end-read
                   if cdig-status = 00
                       and cdig-seq-name = lk-idchk-seq-name
                       move 'Y' to ws-cutover-found
                       move cdig-cutover-id to ws-cutover-id
                       move 10 to cdig-status
                   end-if
               end-perform
           end-if
           close cdigfile.

       end program idcheck.
