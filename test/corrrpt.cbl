       program-id. corrrpt.
      *================================================================
      * CORRRPT - end-of-day report of online corrections applied
      * to ABCDIN - HELLOMNT corrections and SUSPQUE releases, once
      * approved on HELLOAPR - read from CORRJRNL, the corrections
      * journal KSDS (see jrnrec.cpy). One line per change approved
      * on the report date: the user id that keyed it (maker), the
      * user id and terminal that approved it (checker), when, and
      * the before- and after-images, so online changes to ABCDIN
      * are accountable to two people. The journal itself is
      * retained - only the requested day is reported.
      *
      * Parameter card on CORRPARM (optional - run date when absent):
      *   col 1-8    report date yyyymmdd
               " AT " jrn-timestamp
               " TERM " jrn-terminal
               " AB " jrn-ab-before ">" jrn-ab-after
               " CD " jrn-cd-before ">" jrn-cd-after
               " MAKER " jrn-maker-id
               " CHECKER " jrn-checker-id.

       0900-terminate.
           if ws-jrn-status not = "35"
