      * SUSPFIX - HELLO carries it onto the audit trail so recycled
      * transactions stay distinguishable downstream.
      * TRANS-BRANCH is the sending branch from the BRANCHIN feed
      * (ABCDLOAD stamps it at load time, once it has found the
      * branch open on the BRNCHMST branch master); HELLO carries it
      * onto the audit trail and into suspense so a reject can be
      * chased back to the branch that sent it.
      * TRANS-STATUS marks a transaction HELLO has swapped (set with
      * the same rewrite that applies the swap), so ABCDPURG can move
      * completed work off to the archive and a re-read of an
      * already-swapped record is recognized instead of reprocessed.
      * SUSPWOFF stamps "W" when it writes the suspended reject off,
      * so the nightly run stops re-rejecting it into SUSPENSE; a
      * late repair keyed through HELLOMNT clears the stamp when it
      * is approved on HELLOAPR, and the transaction goes live
      * again. Loaded and recycled records carry a space here.
      *================================================================
       01 swap-record.
           05 trans-id           pic x(6).
