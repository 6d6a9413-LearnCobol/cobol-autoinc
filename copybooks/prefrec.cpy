      *> Communication preferences (/tmp/auth.prefs), indexed on
      *> pref-auth-id: one record per registrant who has stated any.
      *> Each letter kind carries its own flag — 'N' opted out,
      *> anything else (including a kind added after the record was
      *> written) opted in — and pref-channel says whether letters go
      *> by EMAIL or by POST. pref-consent-timestamp and
      *> pref-consent-method record when and how the registrant last
      *> gave or changed them (WEB form, BATCH intake, or what the
      *> operator was told at the console: PHONE, LETTER, EMAIL,
      *> INPERSON), pref-changed-by who recorded it. A registrant
      *> with no record gets every letter by post, which is how
      *> notifsend worked before preferences existed.
       01 pref-record.
           05 pref-auth-id               pic 9(10).
           05 pref-letter-kinds.
               10 pref-opt-register      pic x.
               10 pref-opt-deactivate    pic x.
               10 pref-opt-reinstate     pic x.
               10 pref-opt-merged        pic x.
               10 pref-opt-renewal       pic x.
               10 filler                 pic x(5).
           05 pref-channel               pic x(10).
           05 pref-consent-timestamp     pic x(26).
           05 pref-consent-method        pic x(10).
           05 pref-changed-by            pic x(40).
