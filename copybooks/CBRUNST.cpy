      *   SRCSHORT  table row count disagrees with the upstream
      *             control record (SUMUPCTL) - source short or
      *             over, nothing scanned
      *   SCHDRIFT  a column the role map binds was added, dropped,
      *             retyped or moved since the layout last recorded
      *             on SUMSCHEM - nothing scanned
      *   PARMBAD   SUMPARM failed validation - RC 10, violations
      *             itemized in RUNLOG, nothing scanned
      *   PROFBAD   SUMPROFILE named a profile not on the SUMPROF
