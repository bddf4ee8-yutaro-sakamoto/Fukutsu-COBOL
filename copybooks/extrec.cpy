      * downstream extract file (HELLO-EXTRACT-FILE). Every record
      * carries a type byte so the warehouse can tell a complete
      * transmission from a truncated one:
      *   H  header  - one per file: run date, processing cycle of
      *                that date, and the file sequence number
      *   D  detail  - one per swap HELLO performs
      *   R  reversal - one per swap HELLOREV backs out: the
      *                transaction with the CD value it was put
      *                back to (a reversal file carries R details
      *                only, under its own sequence number)
      *   T  trailer - one per file: detail record count + hash
      *                total of the numeric part of the TRANS-IDs
      * The warehouse acknowledges each sequence number back on the
           05 extract-rec-type     pic x.
               88 extract-is-header    value "H".
               88 extract-is-detail    value "D".
               88 extract-is-reversal  value "R".
               88 extract-is-trailer   value "T".
           05 extract-trans-id     pic x(6).
           05 extract-timestamp    pic x(14).
           05 filler               pic x.
           05 extract-hdr-run-date pic x(8).
           05 extract-hdr-seq-no   pic 9(6).
           05 extract-hdr-cycle    pic 9.
           05 filler               pic x(9).
       01 extract-trailer-record.
           05 filler               pic x.
           05 extract-trl-rec-count pic 9(9).
