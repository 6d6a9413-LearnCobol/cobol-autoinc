       identification division.
       program-id. postcheck.

      *> Shared postcode check used by every intake that takes a
      *> postal address (namereg, batchreg, authmaint's contact
      *> update, and the one-time address conversion): normalizes the
      *> postcode as typed and looks it up in the reference file
      *> operations keep of known postcodes and postcode districts,
      *> so a letter is not addressed to a postcode the printers and
      *> the post office will not recognise. A deployment with no
      *> reference file answers return code 30 and callers accept the
      *> address as before, so nothing breaks before operations has
      *> loaded one.

       environment division.
       input-output section.
       file-control.
           select optional pcreffile assign to '/tmp/postcode.ref'
               file status is pcref-status
               organization is line sequential.

       data division.
       file section.
       fd pcreffile.
           copy "pcrefrec.cpy".

       working-storage section.
       01 pcref-status pic 9(2).
       01 ws-pc-in pic x(10).
       01 ws-pc-out pic x(10).
       01 ws-pc-pos pic 9(2).
       01 ws-pc-out-pos pic 9(2).
       01 ws-pc-char pic x.
       01 ws-pc-last-space pic x.
       01 ws-pc-digits pic 9(2).
       01 ws-pc-bad-chars pic 9(2).
       01 ws-pc-outward pic x(10).
       01 ws-pc-squeezed pic x(10).
       01 ws-ref-squeezed pic x(10).
       01 ws-squeeze-in pic x(10).
       01 ws-squeeze-out pic x(10).
       01 ws-squeeze-pos pic 9(2).
       01 ws-squeeze-out-pos pic 9(2).
       01 ws-full-match pic x.
       01 ws-match-region pic x(20).
       01 ws-match-country pic x(20).
       01 ws-found pic x.
           88 ws-is-found value 'Y'.

       linkage section.
           copy "lkpostchk.cpy".

       procedure division using lk-postchk-postcode lk-postchk-country
               lk-postchk-region-out lk-postchk-return-code.

      *> The shape check runs whether or not the reference file is
      *> there: a blank or garbled postcode is never worth printing on
      *> a letter. A full-postcode entry on the reference file beats a
      *> district entry, so a full entry carrying its own country is
      *> the one the country is checked against.
       main-logic.
           move spaces to lk-postchk-region-out
           perform normalize-postcode
           move ws-pc-out to lk-postchk-postcode
           if ws-pc-out = spaces
               or ws-pc-digits = 0
               or ws-pc-bad-chars > 0
               move 20 to lk-postchk-return-code
               goback
           end-if

           move spaces to ws-pc-outward
           unstring ws-pc-out delimited by space into ws-pc-outward
           end-unstring
           move ws-pc-out to ws-squeeze-in
           perform squeeze-spaces
           move ws-squeeze-out to ws-pc-squeezed

           move 'N' to ws-found
           move 'N' to ws-full-match
           open input pcreffile
           if pcref-status not = 00
               move 30 to lk-postchk-return-code
               close pcreffile
               goback
           end-if
           perform until pcref-status > 9
               read pcreffile next record end-read
               if pcref-status = 00
                   and pcref-postcode not = spaces
                   perform match-reference-entry
               end-if
           end-perform
           close pcreffile

           if not ws-is-found
               move 10 to lk-postchk-return-code
               goback
           end-if

           move ws-match-region to lk-postchk-region-out
           if lk-postchk-country = spaces
               move ws-match-country to lk-postchk-country
               move 00 to lk-postchk-return-code
           else
               if ws-match-country not = spaces
                   and function upper-case
                       (function trim (lk-postchk-country)) not =
                       function upper-case
                       (function trim (ws-match-country))
                   move 25 to lk-postchk-return-code
               else
                   move 00 to lk-postchk-return-code
               end-if
           end-if
           goback.

      *> Upper case, leading spaces dropped and runs of spaces cut to
      *> one, so 'ls1  4ab' and 'LS1 4AB' are the same postcode.
      *> Only letters, digits, spaces and hyphens belong in one.
       normalize-postcode.
           move function upper-case (lk-postchk-postcode) to ws-pc-in
           move spaces to ws-pc-out
           move 0 to ws-pc-out-pos ws-pc-digits ws-pc-bad-chars
           move 'Y' to ws-pc-last-space
           perform varying ws-pc-pos from 1 by 1
                   until ws-pc-pos > length of ws-pc-in
               move ws-pc-in (ws-pc-pos:1) to ws-pc-char
               evaluate true
                   when ws-pc-char = space
                       if ws-pc-last-space = 'N'
                           add 1 to ws-pc-out-pos
                           move 'Y' to ws-pc-last-space
                       end-if
                   when ws-pc-char is numeric
                       add 1 to ws-pc-digits
                       perform copy-postcode-char
                   when (ws-pc-char >= 'A' and ws-pc-char <= 'Z')
                       or ws-pc-char = '-'
                       perform copy-postcode-char
                   when other
                       add 1 to ws-pc-bad-chars
               end-evaluate
           end-perform.

       copy-postcode-char.
           add 1 to ws-pc-out-pos
           move ws-pc-char to ws-pc-out (ws-pc-out-pos:1)
           move 'N' to ws-pc-last-space.

      *> Reference entries are compared with their spaces squeezed
      *> out, so 'LS14AB' typed without its space still finds the
      *> 'LS1 4AB' entry. A district entry matches on the outward
      *> part (first word) of the postcode as typed.
       match-reference-entry.
           move function upper-case (pcref-postcode) to ws-squeeze-in
           perform squeeze-spaces
           move ws-squeeze-out to ws-ref-squeezed
           evaluate true
               when ws-ref-squeezed = ws-pc-squeezed
                   move 'Y' to ws-found
                   move 'Y' to ws-full-match
                   move pcref-region to ws-match-region
                   move pcref-country to ws-match-country
               when ws-full-match = 'N'
                   and ws-ref-squeezed = ws-pc-outward
                   move 'Y' to ws-found
                   move pcref-region to ws-match-region
                   move pcref-country to ws-match-country
               when other
                   continue
           end-evaluate.

       squeeze-spaces.
           move spaces to ws-squeeze-out
           move 0 to ws-squeeze-out-pos
           perform varying ws-squeeze-pos from 1 by 1
                   until ws-squeeze-pos > length of ws-squeeze-in
               if ws-squeeze-in (ws-squeeze-pos:1) not = space
                   add 1 to ws-squeeze-out-pos
                   move ws-squeeze-in (ws-squeeze-pos:1)
                       to ws-squeeze-out (ws-squeeze-out-pos:1)
               end-if
           end-perform.

       end program postcheck.
