      * HISTREC - shared record layout for AUDITHST, the retained
      * audit history KSDS. AUDARCH rolls each night's AUDITLOG in
      * here before the nightly reset deletes it, one record per
      * transaction per run, keyed on TRANS-ID + run date + cycle
      * so a transaction's whole swap history can be browsed by key
      * and a second cycle on the same business date never lands on
      * the first cycle's record.
      * Read by AUDTREND for cross-run trend reporting.
      * Type W is written directly here by SUSPWOFF (there is no
      * nightly AUDITLOG line for a daytime write-off): the
      * suspended transaction was written off, not repaired, so the
      * HELLOAUD inquiry shows where it went instead of it just
      * vanishing from SUSPENSE. Write-offs carry cycle 0, which no
      * HELLO run uses, so a cycle processing the same transaction
      * on the write-off date cannot overwrite them.
      * Type V is a swap record re-typed in place by HELLOREV when
      * the night it belongs to is backed out: the swap was made
      * and then reversed, so HELLOAUD shows it. HIST-TIMESTAMP
      * keeps the original swap's batch time and the reversal's is
      * stamped in HIST-REVERSAL-STAMP (spaces on every other
      * type). The reprocessing run's own swap lands under that
      * run's date; AUDARCH will not overwrite a V record with a
      * re-run under the reversed night's own date and cycle.
      *================================================================
       01 history-record.
           05 hist-key.
               10 hist-trans-id   pic x(6).
               10 hist-run-date   pic x(8).
               10 hist-cycle      pic 9.
           05 hist-type           pic x.
               88 hist-is-swap        value "S".
               88 hist-is-reject      value "R".
               88 hist-is-forward     value "F".
               88 hist-is-writeoff    value "W".
               88 hist-is-reversal    value "V".
           05 hist-timestamp      pic x(14).
           05 hist-ab-value       pic xx.
           05 hist-cd-before      pic xx.
               88 hist-from-feed      value "N".
               88 hist-from-suspense  value "S".
           05 hist-branch         pic x(4).
           05 hist-reversal-stamp pic x(14).
