      *> Linkage parameters shared by every caller of subprogram
      *> IDCHECK, the id check-digit routine. lk-idchk-mode: 'G'
      *> generate - lk-idchk-id is a base number of at most nine
      *> digits and lk-idchk-id-out comes back as that number with
      *> its check digit appended; 'V' validate - lk-idchk-id is an
      *> id typed or submitted for sequence lk-idchk-seq-name.
      *> lk-idchk-return-code: 00 ok (generated, or the check digit
      *> is right), 04 the id is below the sequence's cutover
      *> (cdigrec.cpy) and predates check digits - accept it as it
      *> stands, 10 the check digit is wrong - reject the id, 20 bad
      *> call (base too long, unknown mode), 30 the sequence has no
      *> cutover on file - no check digits in force, accept the id.
      *> lk-idchk-cutover-out carries the cutover id on 00, 04, 10.
       01 lk-idchk-mode                  pic x(1).
       01 lk-idchk-seq-name              pic x(20).
       01 lk-idchk-id                    pic 9(10).
       01 lk-idchk-id-out                pic 9(10).
       01 lk-idchk-cutover-out           pic 9(10).
       01 lk-idchk-return-code           pic 9(2).
