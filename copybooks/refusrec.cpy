      *> namereg refusal log (/tmp/namereg-refusals.log), append-only:
      *> one entry for every POST turned away before it was looked at,
      *> so operations can review what the blocklist and the throttle
      *> stopped. refus-reason is BLOCKED (address on
      *> /tmp/namereg.blocklist, answered 403) or THROTTLED (over the
      *> rate, answered 429); refus-count is the rolling count the
      *> throttle saw, zero for a blocked address.
       01 refus-record.
           05 refus-timestamp            pic x(26).
           05 refus-remote-addr          pic x(40).
           05 refus-reason               pic x(10).
           05 refus-count                pic 9(6).
           05 refus-remote-user          pic x(40).
