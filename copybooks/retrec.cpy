      *================================================================
      * RETREC - shared fixed-width record layouts for REJRET, the
      * nightly reject return file sent back to the branches. The
      * file carries one group per sending branch, in branch id
      * order, so distribution can split it into each branch's own
      * file at the header records:
      *   H  header  - one per branch: branch id and name, business
      *                date and processing cycle of the run
      *   R  reject  - one per transaction the night's HELLO run
      *                newly rejected into SUSPENSE: TRANS-ID, trans
      *                date, AB/CD values and the ABEDIT reason
      *   O  open    - one per other SUSPENSE item of the branch
      *                still waiting for repair, with its age in
      *                business days at the business date
      *   T  trailer - one per branch: R count, O count and the
      *                detail total, so the branch can prove it
      *                received the whole group
      *================================================================
       01 return-record.
           05 ret-rec-type         pic x.
               88 ret-is-header        value "H".
               88 ret-is-reject        value "R".
               88 ret-is-open          value "O".
               88 ret-is-trailer       value "T".
           05 ret-branch           pic x(4).
           05 ret-trans-id         pic x(6).
           05 ret-trans-date       pic x(8).
           05 ret-ab-value         pic xx.
           05 ret-cd-value         pic xx.
           05 ret-reason           pic x(30).
           05 ret-date-suspended   pic x(8).
           05 ret-age-days         pic 9(5).
           05 filler               pic x(4).
       01 return-header-record.
           05 filler               pic x(5).
           05 ret-hdr-run-date     pic x(8).
           05 ret-hdr-cycle        pic 9.
           05 ret-hdr-branch-name  pic x(30).
           05 filler               pic x(26).
       01 return-trailer-record.
           05 filler               pic x(5).
           05 ret-trl-reject-count pic 9(6).
           05 ret-trl-open-count   pic 9(6).
           05 ret-trl-detail-count pic 9(7).
           05 filler               pic x(46).
