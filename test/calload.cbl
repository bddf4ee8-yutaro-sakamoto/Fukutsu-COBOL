      *   col 1      action: A = add or replace, D = delete
      *   col 2-9    date yyyymmdd
      *   col 10-39  description (action A only)
      *
      * Every add, replace and delete applied is written to REFHIST,
      * the reference-data change history shared with CODELOAD and
      * GLMAPLD (see refhrec.cpy), with the calendar record before
      * and after the card and the card image itself.
      *================================================================
       environment division.
       input-output section.
               access mode is random
               record key is cal-date
               file status is ws-cal-status.
           select ref-history-file assign to "REFHIST"
               organization is indexed
               access mode is random
               record key is refh-key
               file status is ws-refh-status.
       DATA division.
       file section.
       fd  cal-card-file
       fd  business-calendar-file
           label records are standard.
           copy calrec.
       fd  ref-history-file
           label records are standard.
           copy refhrec.
       Working-storage section.
       01 ws-card-status     pic xx value "00".
       01 ws-cal-status      pic xx value "00".
       01 ws-refh-status     pic xx value "00".
       01 ws-eof-switch      pic x value "N".
           88 ws-eof             value "Y".
       01 ws-cards-read      pic 9(4) value zero.
       01 ws-dates-replaced  pic 9(4) value zero.
       01 ws-dates-deleted   pic 9(4) value zero.
       01 ws-cards-in-error  pic 9(4) value zero.
       01 ws-changes-logged  pic 9(4) value zero.
       01 ws-change-action   pic x.
       01 ws-before-image    pic x(40).
       01 ws-current-date    pic x(21).
       01 ws-last-io-status  pic xx.
       01 ws-last-io-file    pic x(12).
       procedure division.
               move ws-cal-status to ws-last-io-status
               move "CALFILE" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if
           open i-o ref-history-file
           if ws-refh-status = "35"
               close ref-history-file
               open output ref-history-file
               close ref-history-file
               open i-o ref-history-file
           end-if
           if ws-refh-status not = "00"
               move ws-refh-status to ws-last-io-status
               move "REFHIST" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if.

       0200-main-loop.
                   " - SKIPPED"
           else
               move card-date to cal-date
               perform 2050-read-before-image
               move card-description to cal-description
               write calendar-record
                   invalid key
                       perform 2100-replace-date
                   not invalid key
                       add 1 to ws-dates-added
                       move "A" to ws-change-action
                       perform 5000-log-ref-change
               end-write
               if ws-cal-status not = "00" and "22"
                   move ws-cal-status to ws-last-io-status
                   move "CALFILE" to ws-last-io-file
                   perform 9900-abend-on-io-error
           end-rewrite
           add 1 to ws-dates-replaced
           move "R" to ws-change-action
           perform 5000-log-ref-change.

      * the record as it stands before the card, for the change
      * history - spaces when the key is not on file yet
       2050-read-before-image.
           read business-calendar-file
               invalid key
                   move spaces to ws-before-image
               not invalid key
                   move calendar-record to ws-before-image
           end-read
           if ws-cal-status not = "00" and "23"
               move ws-cal-status to ws-last-io-status
               move "CALFILE" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if.

       3000-delete-date.
           move card-date to cal-date
           perform 2050-read-before-image
           delete business-calendar-file
               invalid key
                   add 1 to ws-cards-in-error
                       " NOT ON FILE - DELETE SKIPPED"
               not invalid key
                   add 1 to ws-dates-deleted
                   move "D" to ws-change-action
                   perform 5000-log-ref-change
           end-delete.

      * one REFHIST record per change applied, stamped with the time
      * of the change, the job and the card that caused it
       5000-log-ref-change.
           move function current-date to ws-current-date
           move ws-current-date(1:8) to refh-change-date
           move ws-current-date(9:8) to refh-change-time
           move "CALFILE" to refh-file-id
           move ws-cards-read to refh-card-no
           move "CALLOAD" to refh-job-name
           move ws-change-action to refh-action
           move card-date to refh-ref-key
           move ws-before-image to refh-before-image
           if ws-change-action = "D"
               move spaces to refh-after-image
           else
               move calendar-record to refh-after-image
           end-if
           move cal-card to refh-card-image
           write ref-history-record
           if ws-refh-status not = "00"
               move ws-refh-status to ws-last-io-status
               move "REFHIST" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if
           add 1 to ws-changes-logged.

       0900-terminate.
           close cal-card-file
           close business-calendar-file
           close ref-history-file
           DisPlay "=============================================="
           DisPlay "CALLOAD - BUSINESS CALENDAR LOAD SUMMARY"
           DisPlay "=============================================="
               ws-dates-deleted
           DisPlay "CARDS IN ERROR  . . . . . . . . : "
               ws-cards-in-error
           DisPlay "CHANGES LOGGED TO REFHIST . . . : "
               ws-changes-logged
           DisPlay "=============================================="
           if ws-cards-in-error > 0
               move 4 to return-code
