      *================================================================
      * PHSTREC - shared record layout for POSTHIST, the posting
      * history KSDS. POSTFILE is rebuilt every run and deleted by
      * the next reset, so each batch's control totals are banked
      * here as it is written: one record per POSTFILE batch, keyed
      * on the header's business date + cycle + batch type + (for a
      * reversal batch) the run date of the night it reverses. GLPOST
      * writes the nightly batches (type N), HELLOREV the reversal
      * batches (type R). A rerun of the same batch replaces its
      * record. Read by PERCLOSE for the month's posting totals on
      * the period summary.
      *================================================================
       01 posting-history-record.
           05 phst-key.
               10 phst-run-date   pic x(8).
               10 phst-cycle      pic 9.
               10 phst-batch-type pic x.
                   88 phst-nightly-batch  value "N".
                   88 phst-reversal-batch value "R".
               10 phst-orig-run-date pic x(8).
           05 phst-rec-count      pic 9(9).
           05 phst-unmapped-count pic 9(6).
           05 phst-timestamp      pic x(14).
