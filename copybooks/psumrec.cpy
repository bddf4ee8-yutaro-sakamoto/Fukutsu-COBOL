      *================================================================
      * PSUMREC - shared fixed-width record layouts for PERSUMM, the
      * period summary PERCLOSE writes as a dated generation when it
      * closes a month:
      *   H  header  - one per file: the month closed (yyyymm) and
      *                when it was closed
      *   D  detail  - one per AB code and branch with activity in
      *                the month on AUDITHST: swaps, rejects,
      *                write-offs, carry-forwards and swaps since
      *                reversed by HELLOREV
      *   B  batch   - one per POSTFILE batch banked on POSTHIST for
      *                the month (phstrec.cpy): business date, cycle,
      *                batch type, reversed night and detail count
      *   T  trailer - one per file: the month's totals of each
      *                AUDITHST count and of the nightly and reversal
      *                posting details
      *================================================================
       01 period-summary-record.
           05 psum-rec-type       pic x.
               88 psum-is-header      value "H".
               88 psum-is-detail      value "D".
               88 psum-is-batch       value "B".
               88 psum-is-trailer     value "T".
           05 psum-period         pic x(6).
           05 psum-ab-value       pic xx.
           05 psum-branch         pic x(4).
           05 psum-swaps          pic 9(7).
           05 psum-rejects        pic 9(7).
           05 psum-writeoffs      pic 9(7).
           05 psum-forwards       pic 9(7).
           05 psum-reversed       pic 9(7).
           05 filler              pic x(12).
       01 period-summary-header.
           05 filler              pic x.
           05 psum-hdr-period     pic x(6).
           05 psum-hdr-closed-date pic x(8).
           05 psum-hdr-closed-time pic x(6).
           05 filler              pic x(39).
       01 period-summary-batch.
           05 filler              pic x.
           05 psum-bat-period     pic x(6).
           05 psum-bat-run-date   pic x(8).
           05 psum-bat-cycle      pic 9.
           05 psum-bat-type       pic x.
           05 psum-bat-orig-run-date pic x(8).
           05 psum-bat-rec-count  pic 9(9).
           05 psum-bat-unmapped   pic 9(6).
           05 filler              pic x(20).
       01 period-summary-trailer.
           05 filler              pic x.
           05 psum-trl-period     pic x(6).
           05 psum-trl-swaps      pic 9(7).
           05 psum-trl-rejects    pic 9(7).
           05 psum-trl-writeoffs  pic 9(7).
           05 psum-trl-forwards   pic 9(7).
           05 psum-trl-reversed   pic 9(7).
           05 psum-trl-nightly-posted pic 9(9).
           05 psum-trl-reversal-posted pic 9(9).
