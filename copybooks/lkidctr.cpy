      *> Linkage parameters shared by every caller of subprogram
      *> IDCOUNTER.  lk-mode: 'P' peek, 'I' increment, 'R' reset,
      *> 'A' allocate range, 'T' retire (admin-gated like reset; see
      *> retiredrec.cpy), 'C' start issuing with a check digit
      *> (admin-gated; lk-idctr-value-out carries the cutover id, see
      *> cdigrec.cpy).  lk-return-code: 00 ok, 10 admin key
      *> rejected, 20 file error, 30 sequence ceiling reached (see
      *> limitrec.cpy), 40 sequence retired, 50 check digits already
      *> in force (value-out carries the cutover). With an operator
      *> accounts file on disk
      *> (oprrec.cpy), lk-idctr-admin-key must carry one ADMIN
      *> operator's personal key for a reset; otherwise the shared
