      *> Linkage parameters shared by every caller of subprogram
      *> POSTCHECK, the postcode check against the operations
      *> reference file (pcrefrec.cpy). lk-postchk-postcode goes in
      *> as typed and comes back normalized (upper case, single
      *> spaces); a blank lk-postchk-country is filled in from the
      *> reference. lk-postchk-return-code: 00 postcode on file, 10
      *> not on the reference file, 20 blank or not shaped like a
      *> postcode, 25 on file but for a different country than the
      *> one given, 30 no reference file configured — the postcode is
      *> accepted unchecked, the behaviour before the file existed.
       01 lk-postchk-postcode            pic x(10).
       01 lk-postchk-country             pic x(20).
       01 lk-postchk-region-out          pic x(20).
       01 lk-postchk-return-code         pic 9(2).
