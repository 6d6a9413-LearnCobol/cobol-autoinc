           05 chist-auth-id              pic 9(10).
           05 chist-old-email            pic x(60).
           05 chist-new-email            pic x(60).
           05 chist-old-address.
               10 chist-old-addr-line1   pic x(40).
               10 chist-old-addr-line2   pic x(40).
               10 chist-old-addr-town    pic x(30).
               10 chist-old-addr-postcode pic x(10).
               10 chist-old-addr-country pic x(20).
           05 chist-new-address.
               10 chist-new-addr-line1   pic x(40).
               10 chist-new-addr-line2   pic x(40).
               10 chist-new-addr-town    pic x(30).
               10 chist-new-addr-postcode pic x(10).
               10 chist-new-addr-country pic x(20).
           05 chist-changed-by           pic x(40).
           05 chist-reason               pic x(80).
