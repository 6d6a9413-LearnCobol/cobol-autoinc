       identification division.
       program-id. addrsplit.

      *> Shared splitter for addresses that arrive as one free-form
      *> line: the one-time conversion of the registrant file to the
      *> structured address, and intake callers still sending the old
      *> single address field (namereg's address=, batchreg's
      *> three-field lines). Comma-separated parts are read from the
      *> end: an optional trailing country (a part with no digits
      *> after the postcode part), then the postcode — either a part
      *> of its own or the last word or two of the town part — then
      *> the town, and whatever is left are the street lines. Text
      *> that does not fit that shape is refused rather than guessed
      *> at, so the caller can list it for someone to look at.

       data division.
       working-storage section.
       01 ws-part occurs 8 times pic x(100).
       01 ws-raw-part occurs 8 times pic x(100).
       01 ws-raw-count pic 9(2).
       01 ws-part-count pic 9(2).
       01 ws-part-idx pic 9(2).
       01 ws-pc-part pic 9(2).
       01 ws-last-line-part pic s9(2).
       01 ws-word occurs 8 times pic x(100).
       01 ws-word-count pic 9(2).
       01 ws-word-idx pic 9(2).
       01 ws-town-words pic 9(2).
       01 ws-test-text pic x(100).
       01 ws-test-digits pic 9(3).
       01 ws-digits-a pic 9(3).
       01 ws-digits-b pic 9(3).
       01 ws-build pic x(100).
       01 ws-build-ptr pic 9(3).
       01 ws-line1 pic x(100).
       01 ws-line2 pic x(100).
       01 ws-town pic x(100).
       01 ws-postcode pic x(100).
       01 ws-country pic x(100).

       linkage section.
           copy "lkaddrspl.cpy".

       procedure division using lk-addrspl-text lk-addrspl-address
               lk-addrspl-return-code.
       main-logic.
           move spaces to lk-addrspl-address
           move spaces to ws-line1 ws-line2 ws-town ws-postcode
               ws-country
           move 10 to lk-addrspl-return-code
           perform split-into-parts
           if ws-part-count = 0
               goback
           end-if

      *> A last part with no digits straight after one with digits
      *> is the country ('..., LS1 4AB, UK'); a last part with no
      *> digits anywhere else means there is no postcode at all.
           move ws-part-count to ws-pc-part
           if ws-part-count >= 2
               move ws-part (ws-part-count) to ws-test-text
               perform count-digits
               move ws-test-digits to ws-digits-a
               move ws-part (ws-part-count - 1) to ws-test-text
               perform count-digits
               if ws-digits-a = 0 and ws-test-digits > 0
                   move ws-part (ws-part-count) to ws-country
                   subtract 1 from ws-pc-part
               end-if
           end-if

           move ws-part (ws-pc-part) to ws-test-text
           perform count-digits
           if ws-test-digits = 0
               goback
           end-if

           perform split-postcode-part
           if ws-postcode = spaces or ws-town = spaces
               goback
           end-if
           if ws-last-line-part < 1
               goback
           end-if

           move ws-part (1) to ws-line1
           if ws-last-line-part >= 2
               move spaces to ws-build
               move 1 to ws-build-ptr
               perform varying ws-part-idx from 2 by 1
                       until ws-part-idx > ws-last-line-part
                   if ws-part-idx > 2
                       string ', ' delimited by size
                           into ws-build with pointer ws-build-ptr
                       end-string
                   end-if
                   string function trim (ws-part (ws-part-idx))
                       delimited by size
                       into ws-build with pointer ws-build-ptr
                   end-string
               end-perform
               move ws-build to ws-line2
           end-if

           if function length (function trim (ws-line1)) > 40
               or function length (function trim (ws-line2)) > 40
               or function length (function trim (ws-town)) > 30
               or function length (function trim (ws-postcode)) > 10
               or function length (function trim (ws-country)) > 20
               move 20 to lk-addrspl-return-code
               goback
           end-if

           move ws-line1 to lk-addrspl-line1
           move ws-line2 to lk-addrspl-line2
           move ws-town to lk-addrspl-town
           move function upper-case (ws-postcode)
               to lk-addrspl-postcode
           move ws-country to lk-addrspl-country
           move 00 to lk-addrspl-return-code
           goback.

      *> Blank parts (',,' or a trailing comma) are dropped and every
      *> part is left-justified.
       split-into-parts.
           move 0 to ws-raw-count ws-part-count
           perform varying ws-part-idx from 1 by 1
                   until ws-part-idx > 8
               move spaces to ws-raw-part (ws-part-idx)
               move spaces to ws-part (ws-part-idx)
           end-perform
           unstring lk-addrspl-text delimited by ','
               into ws-raw-part (1) ws-raw-part (2) ws-raw-part (3)
                   ws-raw-part (4) ws-raw-part (5) ws-raw-part (6)
                   ws-raw-part (7) ws-raw-part (8)
               tallying in ws-raw-count
           end-unstring
           perform varying ws-part-idx from 1 by 1
                   until ws-part-idx > ws-raw-count
               if ws-raw-part (ws-part-idx) not = spaces
                   add 1 to ws-part-count
                   move function trim (ws-raw-part (ws-part-idx))
                       to ws-part (ws-part-count)
               end-if
           end-perform.

      *> The postcode part is either the postcode alone ('LS1 4AB',
      *> '90210') with the town in the part before it, or the town
      *> followed by the postcode ('Leeds LS1 4AB'): a last word
      *> with digits is the postcode, and so is the word before it
      *> when that has digits too and the two together fit.
       split-postcode-part.
           move 0 to ws-word-count
           perform varying ws-word-idx from 1 by 1
                   until ws-word-idx > 8
               move spaces to ws-word (ws-word-idx)
           end-perform
           unstring ws-part (ws-pc-part) delimited by all space
               into ws-word (1) ws-word (2) ws-word (3) ws-word (4)
                   ws-word (5) ws-word (6) ws-word (7) ws-word (8)
               tallying in ws-word-count
           end-unstring
           if ws-word-count > 8
               move 8 to ws-word-count
           end-if
           perform varying ws-word-idx from ws-word-count by -1
                   until ws-word-idx < 1
                       or ws-word (ws-word-idx) not = spaces
               subtract 1 from ws-word-count
           end-perform
           move 0 to ws-digits-a ws-digits-b
           if ws-word-count >= 1
               move ws-word (ws-word-count) to ws-test-text
               perform count-digits
               move ws-test-digits to ws-digits-b
           end-if
           if ws-word-count >= 2
               move ws-word (ws-word-count - 1) to ws-test-text
               perform count-digits
               move ws-test-digits to ws-digits-a
           end-if

           evaluate true
               when ws-word-count = 0
                   continue
               when ws-word-count = 1
                   or (ws-word-count = 2 and ws-digits-a > 0
                       and ws-digits-b > 0)
                   move ws-part (ws-pc-part) to ws-postcode
                   if ws-pc-part >= 2
                       move ws-part (ws-pc-part - 1) to ws-town
                   end-if
                   compute ws-last-line-part = ws-pc-part - 2
               when ws-digits-b = 0
                   continue
               when ws-word-count >= 3 and ws-digits-a > 0
                   move spaces to ws-postcode
                   string function trim (ws-word (ws-word-count - 1))
                       ' ' function trim (ws-word (ws-word-count))
                       delimited by size into ws-postcode
                   end-string
                   compute ws-town-words = ws-word-count - 2
                   perform build-town-from-words
                   compute ws-last-line-part = ws-pc-part - 1
               when other
                   move ws-word (ws-word-count) to ws-postcode
                   compute ws-town-words = ws-word-count - 1
                   perform build-town-from-words
                   compute ws-last-line-part = ws-pc-part - 1
           end-evaluate.

       build-town-from-words.
           move spaces to ws-build
           move 1 to ws-build-ptr
           perform varying ws-word-idx from 1 by 1
                   until ws-word-idx > ws-town-words
               if ws-word-idx > 1
                   string ' ' delimited by size
                       into ws-build with pointer ws-build-ptr
                   end-string
               end-if
               string function trim (ws-word (ws-word-idx))
                   delimited by size
                   into ws-build with pointer ws-build-ptr
               end-string
           end-perform
           move ws-build to ws-town.

       count-digits.
           move 0 to ws-test-digits
           inspect ws-test-text tallying ws-test-digits
               for all '0' all '1' all '2' all '3' all '4'
                   all '5' all '6' all '7' all '8' all '9'.

       end program addrsplit.
