      *> One registrant in the end-of-day extract eodextract writes
      *> for downstream (/tmp/auth-extract-yyyymmdd.data). The layout
      *> is fixed by downstream's loader and does not follow
      *> authrec.cpy: the address is the structured one joined into a
      *> single line (line 1, line 2, town, postcode, country,
      *> separated by ', '), and fields added to the auth record since
      *> are not carried. An address too long for ext-address is sent
      *> without address line 2, so the town, postcode and country
      *> still arrive; the manifest's shortened= line counts those
      *> records and eodextract ends with return code 4. Should it
      *> still not fit, the end of the country is what is cut. A
      *> change here is a change to the interface and has to be
      *> agreed with downstream first.
       01 extract-record.
           05 ext-id                     pic 9(10).
           05 ext-name                   pic x(60).
           05 ext-email                  pic x(60).
           05 ext-address                pic x(100).
           05 ext-reg-date               pic x(8).
           05 ext-reg-time               pic x(6).
           05 ext-status                 pic x(10).
