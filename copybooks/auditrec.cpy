      * or a future-dated transaction carried forward untouched to a
      * later business date (type F). Shared with HELLORPT, which
      * reads this file to build the end-of-run summary report.
      * AUDIT-CYCLE is the processing cycle of the business date the
      * run belonged to (PARMCARD col 19), so a midday and a nightly
      * cycle on the same date stay apart downstream.
      *================================================================
       01 audit-record.
           05 audit-type          pic x.
               88 audit-from-suspense value "S".
           05 audit-run-date      pic x(8).
           05 audit-branch        pic x(4).
           05 audit-cycle         pic 9.
