      *> namereg POST throttle (/tmp/namereg.throttle), indexed on the
      *> client address. Each record holds the count of POSTs let
      *> through from the address in its current rate window and in
      *> the window before it; namereg weights the previous window's
      *> count by how much of it still falls inside the last
      *> NAMEREG_RATE_WINDOW seconds, which gives a rolling count
      *> without keeping one entry per request. thr-window-start is
      *> in seconds (day number from integer-of-date times 86400 plus
      *> the time of day).
       01 thr-record.
           05 thr-remote-addr            pic x(40).
           05 thr-window-start           pic 9(12).
           05 thr-window-count           pic 9(6).
           05 thr-prev-count             pic 9(6).
           05 thr-last-post              pic x(26).
