      * operators see what the card is about to strand. The card is
      * still applied; the run ends with return code 4 so the
      * warning is not missed.
      *
      * Every add, replace and delete applied is written to REFHIST,
      * the reference-data change history shared with GLMAPLD and
      * CALLOAD (see refhrec.cpy), with the code record before and
      * after the card and the card image itself.
      *================================================================
       environment division.
       input-output section.
               access mode is sequential
               record key is susp-trans-id
               file status is ws-susp-status.
           select ref-history-file assign to "REFHIST"
               organization is indexed
               access mode is random
               record key is refh-key
               file status is ws-refh-status.
       DATA division.
       file section.
       fd  code-card-file
       fd  suspense-file
           label records are standard.
           copy susprec.
       fd  ref-history-file
           label records are standard.
           copy refhrec.
       Working-storage section.
       01 ws-card-status     pic xx value "00".
       01 ws-code-status     pic xx value "00".
       01 ws-ab-cd-status    pic xx value "00".
       01 ws-susp-status     pic xx value "00".
       01 ws-refh-status     pic xx value "00".
       01 ws-eof-switch      pic x value "N".
           88 ws-eof             value "Y".
       01 ws-scan-eof-sw     pic x value "N".
       01 ws-impact-warnings pic 9(4) value zero.
       01 ws-inflight-abcdin pic 9(6) value zero.
       01 ws-inflight-susp   pic 9(6) value zero.
       01 ws-changes-logged  pic 9(4) value zero.
       01 ws-change-action   pic x.
       01 ws-before-image    pic x(40).
       01 ws-last-io-status  pic xx.
       01 ws-last-io-file    pic x(12).
       procedure division.
               move ws-code-status to ws-last-io-status
               move "CODEFILE" to ws-last-io-file
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
                   perform 4000-impact-scan
               end-if
               move card-code to valid-code
               perform 2050-read-before-image
               move card-eff-date to valid-code-eff-date
               move card-exp-date to valid-code-exp-date
               write valid-code-record
                       perform 2100-replace-code
                   not invalid key
                       add 1 to ws-codes-added
                       move "A" to ws-change-action
                       perform 5000-log-ref-change
               end-write
               if ws-code-status not = "00" and "22"
                   move ws-code-status to ws-last-io-status
                   move "CODEFILE" to ws-last-io-file
                   perform 9900-abend-on-io-error
           end-rewrite
           add 1 to ws-codes-replaced
           move "R" to ws-change-action
           perform 5000-log-ref-change.

      * the record as it stands before the card, for the change
      * history - spaces when the code is not on file yet
       2050-read-before-image.
           read code-file
               invalid key
                   move spaces to ws-before-image
               not invalid key
                   move valid-code-record to ws-before-image
           end-read
           if ws-code-status not = "00" and "23"
               move ws-code-status to ws-last-io-status
               move "CODEFILE" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if.

       3000-delete-code.
           perform 4000-impact-scan
           move card-code to valid-code
           perform 2050-read-before-image
           delete code-file
               invalid key
                   add 1 to ws-cards-in-error
                       " NOT ON FILE - DELETE SKIPPED"
               not invalid key
                   add 1 to ws-codes-deleted
                   move "D" to ws-change-action
                   perform 5000-log-ref-change
           end-delete.

      * scans are open/read/close per card so each one starts at the
                   end-if
           end-read.

      * one REFHIST record per change applied, stamped with the time
      * of the change, the job and the card that caused it
       5000-log-ref-change.
           move function current-date to ws-current-date
           move ws-current-date(1:8) to refh-change-date
           move ws-current-date(9:8) to refh-change-time
           move "CODEFILE" to refh-file-id
           move ws-cards-read to refh-card-no
           move "CODELOAD" to refh-job-name
           move ws-change-action to refh-action
           move card-code to refh-ref-key
           move ws-before-image to refh-before-image
           if ws-change-action = "D"
               move spaces to refh-after-image
           else
               move valid-code-record to refh-after-image
           end-if
           move code-card to refh-card-image
           write ref-history-record
           if ws-refh-status not = "00"
               move ws-refh-status to ws-last-io-status
               move "REFHIST" to ws-last-io-file
               perform 9900-abend-on-io-error
           end-if
           add 1 to ws-changes-logged.

       0900-terminate.
           close code-card-file
           close code-file
           close ref-history-file
           DisPlay "=============================================="
           DisPlay "CODELOAD - ALLOWED AB CODE FILE LOAD SUMMARY"
           DisPlay "=============================================="
               ws-cards-in-error
           DisPlay "IN-FLIGHT IMPACT WARNINGS . . . : "
               ws-impact-warnings
           DisPlay "CHANGES LOGGED TO REFHIST . . . : "
               ws-changes-logged
           DisPlay "=============================================="
           if ws-cards-in-error > 0
               or ws-impact-warnings > 0
