
      *================================================================
      * Restoring last night's backup of an online-maintained KSDS
      * silently loses the day's changes - dual-control approvals and
      * all. Every batch writer to the maintained masters (BATCHGTE on
      * RUNCTL, VALSTLD and BNCLOAD on VALSTAT, RPRQUEUE on the PAYRPRQ
      * payment repair queue, KYCSCHED on the KYCREV review master,
      * SAROPEN and SARFILE on the SARCASE/SARLINK case files) CALLs
      * "JRNL-WRITE" beside each write, rewrite, or delete to append one
      * before/after image pair to the common sequential journal
      * assigned to VSAMJRNL, in the COUNT-WRITE mould. Online writers
      * (TBLAPPRV on CURRVSAM/DISPVSAM, PAYREPR on PAYRPRQ, KYCREVW on
      * KYCREV, SARMNT on SARCASE/SARLINK) queue the same record shape
      * on the TJRN transient data queue, which JRNDRAIN appends here
      * each night. REPLAY applies the journal on top of a restored
      * backup up to a chosen timestamp.
      *
      * The timestamp is the wall clock deliberately - recovery
      * replays real elapsed history, so the stamp must order the
