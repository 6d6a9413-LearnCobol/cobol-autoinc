      *> Postcode reference file (/tmp/postcode.ref), maintained by
      *> operations: one record per known postcode or postcode
      *> district. pcref-postcode is either a full postcode
      *> ('LS1 4AB') or just its outward part ('LS1'), which then
      *> accepts every postcode in that district. pcref-region is the
      *> post town or sorting region the printers group by, and
      *> pcref-country the country the postcode belongs to.
       01 pcref-record.
           05 pcref-postcode             pic x(10).
           05 pcref-region               pic x(20).
           05 pcref-country              pic x(20).
