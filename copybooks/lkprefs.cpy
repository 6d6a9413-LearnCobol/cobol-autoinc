      *> Linkage parameters shared by every caller of subprogram
      *> PREFSTORE, which validates and records a registrant's
      *> communication preferences (prefrec.cpy). lk-pref-mode: 'V'
      *> validate only (intake checks before the registrant is
      *> written), 'S' validate and store. lk-pref-channel is EMAIL
      *> or POST in any case, blank keeping what is on file (POST for
      *> a new record). lk-pref-optout is a comma list of letter
      *> kinds to opt out of (REGISTER, DEACTIVATE, REINSTATE,
      *> MERGED, RENEW-DUE), ALL for every kind, NONE to opt back in
      *> to every kind, blank keeping what is on file (all in for a
      *> new record). lk-pref-return-code: 00 ok, 10 channel not
      *> EMAIL or POST, 15 unknown letter kind in the opt-out list,
      *> 20 file error.
       01 lk-pref-mode                   pic x(1).
       01 lk-pref-auth-id                pic 9(10).
       01 lk-pref-channel                pic x(10).
       01 lk-pref-optout                 pic x(60).
       01 lk-pref-method                 pic x(10).
       01 lk-pref-changed-by             pic x(40).
       01 lk-pref-return-code            pic 9(2).
