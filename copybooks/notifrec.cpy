      *> Record sequential (fixed length) so the drain can REWRITE the
      *> sent flag in place; a drained record is never picked up
      *> again, so a rerun cannot double-send. notify-sent-flag is 'N'
      *> pending, 'Y' sent by post, 'E' sent by email, 'S' suppressed
      *> (the registrant's address was flagged undeliverable at drain
      *> time — see undelrec.cpy) or 'O' suppressed because the
      *> registrant opted out of that kind (prefrec.cpy). notify-kind
      *> is 'REGISTER' (namereg/batchreg), 'DEACTIVATE' (authmaint/
      *> batchstat), 'REINSTATE' (authmaint/batchstat, and batchrenew
      *> when a renewal brings back an EXPIRED registrant), 'MERGED'
      *> (authmerge) or 'RENEW-DUE' (renewcycle); notifsend and
      *> printrun format each kind from its own letter template.
       01 notify-record.
           05 notify-sent-flag           pic x.
           05 notify-kind                pic x(10).
           05 notify-auth-id             pic 9(10).
           05 notify-name                pic x(60).
           05 notify-email               pic x(60).
           05 notify-address.
               10 notify-addr-line1      pic x(40).
               10 notify-addr-line2      pic x(40).
               10 notify-addr-town       pic x(30).
               10 notify-addr-postcode   pic x(10).
               10 notify-addr-country    pic x(20).
           05 notify-reg-date            pic x(8).
