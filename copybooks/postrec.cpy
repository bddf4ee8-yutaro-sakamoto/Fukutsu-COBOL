      * night's swap audit records. Same envelope convention as the
      * warehouse extract (extrec.cpy) so the ledger system can tell
      * a complete batch from a truncated one:
      *   H  header  - one per file: the business date posted,
      *                the processing cycle, the batch type (N
      *                nightly from GLPOST, R reversal from
      *                HELLOREV) and, on a reversal batch, the run
      *                date of the night it reverses (the cycle is
      *                then that night's cycle)
      *   D  detail  - one per swap: the transaction and the
      *                debit/credit account pair from GLMAP
      *   T  trailer - one per file: detail record count (the batch
      *                total the ledger balances the batch against)
      * Rejected and carried-forward audit records never post. A
      * reversal batch carries the same account pairs the other
      * way round (debit and credit exchanged).
      *================================================================
       01 posting-record.
           05 post-rec-type        pic x.
       01 posting-header-record.
           05 filler               pic x.
           05 post-hdr-run-date    pic x(8).
           05 post-hdr-cycle       pic 9.
           05 post-hdr-batch-type  pic x.
               88 post-nightly-batch   value "N".
               88 post-reversal-batch  value "R".
           05 post-hdr-orig-run-date pic x(8).
           05 filler               pic x(10).
       01 posting-trailer-record.
           05 filler               pic x.
           05 post-trl-rec-count   pic 9(9).
