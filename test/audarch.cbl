      *================================================================
      * AUDARCH - rolls the night's AUDITLOG into AUDITHST, the
      * retained audit history KSDS (see histrec.cpy), before the
      * nightly reset deletes AUDITLOG. Keyed on TRANS-ID + run date
      * + cycle, so re-running the archive for the same run simply
      * replaces the same records instead of duplicating them, and
      * a second cycle on the same business date adds its own.
      * The one record never replaced is a swap HELLOREV has since
      * reversed (type V): a re-run under the reversed night's own
      * date and cycle would wipe the reversal off the history, so
      * each such record is kept, listed and counted, and the step
      * ends with return code 4 - reprocess under a new cycle.
      *================================================================
       environment division.
       input-output section.
       01 ws-records-read    pic 9(6) value zero.
       01 ws-records-added   pic 9(6) value zero.
       01 ws-records-replaced pic 9(6) value zero.
       01 ws-reversals-kept  pic 9(6) value zero.
       01 ws-new-history     pic x(55).
       01 ws-last-io-status  pic xx.
       01 ws-last-io-file    pic x(12).
       copy runlogp.
           05 rld-added          pic 9(6).
           05 filler             pic x(10) value " REPLACED ".
           05 rld-replaced       pic 9(6).
           05 filler             pic x(6) value " KEPT ".
           05 rld-kept           pic 9(6).
       procedure division.
       perform 0010-log-start.
       perform 0050-check-run-mode.
       1000-archive-record.
           move audit-trans-id to hist-trans-id
           move audit-run-date to hist-run-date
           move audit-cycle to hist-cycle
           move audit-type to hist-type
           move audit-timestamp to hist-timestamp
           move audit-ab-value to hist-ab-value
           move audit-cd-after to hist-cd-after
           move audit-source to hist-source
           move audit-branch to hist-branch
           move spaces to hist-reversal-stamp
           write history-record
               invalid key
                   perform 1100-replace-record
               perform 9900-abend-on-io-error
           end-if.

      * look at what is on file first - a reversed swap stays
       1100-replace-record.
           move history-record to ws-new-history
           read audit-history-file
           if ws-hist-status not = "00"
               move ws-hist-status to ws-last-io-status
               move "AUDITHST" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if
           if hist-is-reversal
               add 1 to ws-reversals-kept
               DisPlay "AUDARCH: " hist-trans-id " " hist-run-date
                   " CYCLE " hist-cycle
                   " WAS REVERSED - HISTORY KEPT, NOT REPLACED"
           else
               move ws-new-history to history-record
               rewrite history-record
                   invalid key
                       move ws-hist-status to ws-last-io-status
                       move "AUDITHST" to ws-last-io-file
                       perform 9900-abend-on-io-error
               end-rewrite
               add 1 to ws-records-replaced
           end-if.

       0900-terminate.
           close hello-audit-log
               ws-records-added
           DisPlay "HISTORY RECORDS REPLACED  . . . : "
               ws-records-replaced
           DisPlay "REVERSED RECORDS KEPT . . . . . : "
               ws-reversals-kept
           DisPlay "=============================================="
           if ws-reversals-kept > zero
               move 4 to return-code
           end-if.

       9800-log-run-end.
           move ws-records-added to rld-added
           move ws-records-replaced to rld-replaced
           move ws-reversals-kept to rld-kept
           set runlog-end-event to true
           move return-code to runlog-return-code
           move ws-rlog-detail to runlog-detail
