      *================================================================
      * BRNREC - shared record layout for BRNCHMST, the branch master
      * KSDS of the branches allowed to send work on the BRANCHIN
      * feed, keyed on BRANCH-ID (the same four characters ABCDLOAD
      * stamps into TRANS-BRANCH). BRANCH-REGION groups branches for
      * the region subtotals on BRNCHRPT and SUSPRPT.
      * BRANCH-STATUS takes effect on BRANCH-STATUS-DATE (yyyymmdd):
      * a branch is open on a given date when it is marked O with
      * a status date on or before that date, or marked C with a
      * closure date still after it. Anything else - a closure that
      * has taken effect, or an opening not yet reached - is closed.
      * Maintained by BRNCHLD from a control-card deck; read by
      * ABCDLOAD to refuse feed records from unknown or closed
      * branches at intake.
      *================================================================
       01 branch-record.
           05 branch-id           pic x(4).
           05 branch-name         pic x(30).
           05 branch-region       pic x(4).
           05 branch-status       pic x.
               88 branch-marked-open   value "O".
               88 branch-marked-closed value "C".
           05 branch-status-date  pic x(8).
           05 branch-contact      pic x(30).
