      *================================================================
      * RUNHREC - shared record layout for RUNHIST, the run-history
      * KSDS keyed on run date + processing cycle (a business date
      * can run a midday and a nightly cycle, each banked on its own
      * record). RUNSTAT is a single record overwritten every run,
      * so RUNHIST (the program of the same name) banks each run's
      * statistics here at the end of the cycle - feed volume from
      * LOADSTAT, swap/reject/carry-forward counts from AUDITLOG,
      * the extract detail count, and the worst return code any
      * step's end event left on the RUNLOG run log (rlogrec.cpy) -
      * before the reset wipes the working files. The same program
      * compares the run's feed volume against the trailing average
      * of prior runs of the same cycle and sets RH-VOLUME-ANOMALY
      * (ending with a non-zero return code) when it deviates beyond
      * the configured percentage, so a half-sized branch feed stops
      * the night instead of shipping a short extract.
      *================================================================
       01 run-history-record.
           05 rh-key.
               10 rh-run-date     pic x(8).
               10 rh-cycle        pic 9.
           05 rh-feed-read        pic 9(6).
           05 rh-loaded-count     pic 9(6).
           05 rh-swap-count       pic 9(6).
