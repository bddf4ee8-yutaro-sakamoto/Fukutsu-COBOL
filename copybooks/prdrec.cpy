      *================================================================
      * PRDREC - shared record layout for PRDCTL, the period
      * control KSDS. It holds one record, key "OPEN", naming the
      * accounting month (yyyymm) currently open for posting: every
      * month before PRD-OPEN-PERIOD is closed. PERCLOSE writes it
      * when it closes a month - advancing PRD-OPEN-PERIOD to the
      * following month and stamping the month it closed, when, and
      * the program that closed it. No file or no record means no
      * month has been closed yet. Read by HELLO and SUSPFIX in
      * batch and by HELLOMNT, SUSPQUE and HELLOAPR online, which
      * refuse or redirect a transaction whose TRANS-DATE falls in a
      * closed month, and by HELLOREV, which will not back out a
      * night that belongs to one.
      *================================================================
       01 period-control-record.
           05 prd-key             pic x(4).
           05 prd-open-period     pic x(6).
           05 prd-last-closed     pic x(6).
           05 prd-closed-date     pic x(8).
           05 prd-closed-time     pic x(6).
           05 prd-closed-by       pic x(8).
           05 filler              pic x(2).
