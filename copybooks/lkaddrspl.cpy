      *> Linkage parameters shared by every caller of subprogram
      *> ADDRSPLIT, which breaks a free-form one-line address
      *> ('10 High St, Flat 2, Leeds, LS1 4AB, UK') into the parts
      *> of a structured postal address. lk-addrspl-return-code: 00
      *> split, 10 no town and postcode could be found in the text,
      *> 20 a part was found but is too long for its field. On 10 or
      *> 20 lk-addrspl-address comes back as spaces.
       01 lk-addrspl-text                pic x(100).
       01 lk-addrspl-address.
           05 lk-addrspl-line1           pic x(40).
           05 lk-addrspl-line2           pic x(40).
           05 lk-addrspl-town            pic x(30).
           05 lk-addrspl-postcode        pic x(10).
           05 lk-addrspl-country         pic x(20).
       01 lk-addrspl-return-code         pic 9(2).
