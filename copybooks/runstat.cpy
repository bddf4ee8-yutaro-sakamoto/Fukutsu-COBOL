      * forward untouched, and how many processed transactions were
      * stale (dated more than STAT-STALE-DAYS before the business
      * date). STAT-RUN-MODE records whether the run was live or a
      * trial. STAT-CYCLE is the processing cycle of the business
      * date the run belonged to, so every step after HELLO reports
      * and banks under the right cycle. STAT-PARTITION is the
      * PARTTAB partition a partitioned HELLO ran (partrec.cpy) -
      * each partition writes its own RUNSTAT and HELLOMRG merges
      * them into the one the later steps read, with partition 00
      * (the whole file, as a single-stream run writes it).
      *================================================================
       01 run-stat-record.
           05 stat-run-date       pic x(8).
           05 stat-run-mode       pic x.
               88 stat-live-run       value "L".
               88 stat-trial-run      value "T".
           05 stat-cycle          pic 9.
           05 stat-partition      pic 9(2).
