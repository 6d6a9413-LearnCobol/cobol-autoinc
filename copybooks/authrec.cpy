      *> Structured record layout for namereg's auth file
      *> (/tmp/auth.data). One record per registrant.
      *> auth-address is the postal address in its parts — two
      *> street lines, town, postcode and country — so letters can be
      *> presorted by postcode and the postcode checked against the
      *> operations reference file (see postcheck). It stays one group
      *> so it still moves as a unit between records. A registration
      *> runs for a term (renewcycle's RENEW_TERM_DAYS) from
      *> auth-renew-date, or from auth-reg-date while that is still
      *> spaces (never renewed); recording a renewal sets it to the
      *> renewal date and clears auth-renew-notice-date, the day the
      *> RENEW-DUE letter for the current term was queued (spaces =
      *> not yet). The trailing filler is reserved for later fields;
      *> writers clear the whole record before building a new one so
      *> it is always spaces.
       01 auth-record.
           05 auth-id                    pic 9(10).
           05 auth-name                  pic x(60).
           05 auth-email                 pic x(60).
           05 auth-address.
               10 auth-addr-line1        pic x(40).
               10 auth-addr-line2        pic x(40).
               10 auth-addr-town         pic x(30).
               10 auth-addr-postcode     pic x(10).
               10 auth-addr-country      pic x(20).
           05 auth-reg-date              pic x(8).
           05 auth-reg-time              pic x(6).
           05 auth-status                pic x(10).
           05 auth-renew-date            pic x(8).
           05 auth-renew-notice-date     pic x(8).
           05 filler                     pic x(24).
