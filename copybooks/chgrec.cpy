      *> One change event in the daily change feed written by
      *> eodchanges (/tmp/auth-changes-yyyymmdd.data). chg-type says
      *> which fields carry the event; the rest are left blank/zero:
      *>     STATUS    old/new status, changed-by, reason
      *>     CONTACT   old/new email and address, changed-by, reason
      *>     MERGE     old/new status, merged-into (the survivor)
      *>     ANONYMIZE new name/email/address (the anonymized markers;
      *>               the old values no longer exist anywhere)
      *> Downstream applies the events in file order, which is the
      *> order they happened in.
       01 chg-record.
           05 chg-type                   pic x(10).
           05 chg-timestamp              pic x(26).
           05 chg-auth-id                pic 9(10).
           05 chg-old-status             pic x(10).
           05 chg-new-status             pic x(10).
           05 chg-merged-into            pic 9(10).
           05 chg-old-name               pic x(60).
           05 chg-new-name               pic x(60).
           05 chg-old-email              pic x(60).
           05 chg-new-email              pic x(60).
           05 chg-old-address.
               10 chg-old-addr-line1     pic x(40).
               10 chg-old-addr-line2     pic x(40).
               10 chg-old-addr-town      pic x(30).
               10 chg-old-addr-postcode  pic x(10).
               10 chg-old-addr-country   pic x(20).
           05 chg-new-address.
               10 chg-new-addr-line1     pic x(40).
               10 chg-new-addr-line2     pic x(40).
               10 chg-new-addr-town      pic x(30).
               10 chg-new-addr-postcode  pic x(10).
               10 chg-new-addr-country   pic x(20).
           05 chg-changed-by             pic x(40).
           05 chg-reason                 pic x(80).
