      * swap system (transaction HAUD, map HELLOAUD in mapset
      * HELLOMS). The operator keys a TRANS-ID and pages with PF8
      * through every audit record held for it on AUDITHST, the
      * retained audit history KSDS keyed TRANS-ID + run date +
      * cycle (see histrec.cpy) - run date and processing cycle,
      * swap/reject/carried-forward (or written off, or a swap
      * since reversed by HELLOREV), the batch timestamp, CD before
      * and after, and whether the transaction came in from the
      * branch feed or from suspense.
      * Answers "what did HELLO actually do to this transaction"
      * without pulling the batch AUDITLOG print.
      *
       01 ws-browse-key.
           05 ws-browse-trans-id pic x(6).
           05 ws-browse-run-date pic x(8).
           05 ws-browse-cycle    pic 9.
       01 ws-skipped            pic 9(4).
       01 ws-lines-shown        pic 9(2).
       01 ws-more-sw            pic x.
           05 det-cd-after       pic xx.
           05 filler             pic x(6) value space.
           05 det-source         pic x(8).
           05 filler             pic x(3) value space.
           05 det-cycle          pic 9.
           05 filler             pic x(9) value space.
       copy histrec.
       linkage section.
       01 dfhcommarea.
           move "N" to ws-more-sw
           move ca-trans-id to ws-browse-trans-id
           move "00000000" to ws-browse-run-date
           move zero to ws-browse-cycle
           exec cics startbr file('AUDITHST')
               ridfld(ws-browse-key)
               gteq
                   move "FORWARD" to ws-type-word
               when hist-is-writeoff
                   move "WRITOFF" to ws-type-word
               when hist-is-reversal
                   move "REVERSD" to ws-type-word
               when other
                   move "?" to ws-type-word
           end-evaluate
           move hist-cd-before to det-cd-before
           move hist-cd-after to det-cd-after
           move ws-source-word to det-source
           move hist-cycle to det-cycle
           add 1 to ws-lines-shown
           move ws-detail-line to aud-line-text(ws-lines-shown).

