      * proposals: it is rewritten to the REAPNET companion, one
      * request per article against the first supplier named, and
      * the run's CL feeds REAPNET to REAP100 in place of the raw
      * queue. The proposals both warehouses accept are raised as
      * TRFORD transfer orders by TRF110, then shipped (TRF120)
      * and received (TRF130) against them.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
