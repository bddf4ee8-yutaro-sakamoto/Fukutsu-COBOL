      *================================================================
      * PNDREC - shared record layout for PENDAPPR, the KSDS of online
      * changes awaiting a second operator's approval, keyed on
      * TRANS-ID + the timestamp the change was keyed. HELLOMNT
      * corrections (kind C) and SUSPQUE releases (kind R) no longer
      * touch ABCDIN themselves: they land here as status P with the
      * keying operator's user id (the maker) and the before- and
      * after-images. HELLOAPR lets a different operator (the
      * checker) approve the item - only then is ABCDIN rewritten and
      * the change journalled to CORRJRNL with both user ids - or
      * decline it. Decided items stay on file, stamped with the
      * checker and when, for PENDRPT's end-of-day list of items
      * left pending or declined. Only one item per TRANS-ID may be
      * pending at a time.
      *================================================================
       01 pending-record.
           05 pnd-key.
               10 pnd-trans-id    pic x(6).
               10 pnd-timestamp   pic x(14).
           05 pnd-kind            pic x.
               88 pnd-is-correction   value "C".
               88 pnd-is-release      value "R".
           05 pnd-status          pic x.
               88 pnd-pending         value "P".
               88 pnd-approved        value "A".
               88 pnd-declined        value "D".
           05 pnd-maker-id        pic x(8).
           05 pnd-maker-terminal  pic x(4).
           05 pnd-ab-before       pic xx.
           05 pnd-cd-before       pic xx.
           05 pnd-ab-after        pic xx.
           05 pnd-cd-after        pic xx.
           05 pnd-checker-id      pic x(8).
           05 pnd-checker-terminal pic x(4).
           05 pnd-decided-timestamp pic x(14).
