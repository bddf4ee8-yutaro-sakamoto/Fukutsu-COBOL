      * acknowledged from the warehouse's ACKIN file and reports
      * anything still pending or missing; EXTSEND marks entries it
      * regenerates. This is how "they claim it never arrived" gets
      * answered and re-sent. HELLOREV logs the reversal file it
      * sends when a night is backed out under its own sequence
      * number, file type V, with the run date of the night it
      * reverses. SND-CYCLE is the processing cycle of the run date,
      * so the two cycles of one business date log (and re-send) as
      * two separate files.
      *================================================================
       01 sent-log-record.
           05 snd-seq-no          pic 9(6).
               88 snd-acked           value "A".
               88 snd-resent          value "R".
           05 snd-ack-date        pic x(8).
           05 snd-file-type       pic x.
               88 snd-nightly-file    value "N".
               88 snd-reversal-file   value "V".
           05 snd-cycle           pic 9.
