      *================================================================
      * JRNREC - shared record layout for CORRJRNL, the KSDS journal
      * of online corrections applied to ABCDIN, keyed on TRANS-ID +
      * timestamp. One record per applied change - a HELLOMNT
      * correction or a SUSPQUE release, written by HELLOAPR when the
      * second operator approves it (see pndrec.cpy) - with the
      * before- and after-images, the user id that keyed the change
      * (JRN-MAKER-ID), the user id that approved it (JRN-CHECKER-ID)
      * and the terminal it was approved at, and when. Read by
      * CORRRPT for the end-of-day corrections report.
      *================================================================
       01 journal-record.
           05 jrn-key.
           05 jrn-cd-before       pic xx.
           05 jrn-ab-after        pic xx.
           05 jrn-cd-after        pic xx.
           05 jrn-maker-id        pic x(8).
           05 jrn-checker-id      pic x(8).
