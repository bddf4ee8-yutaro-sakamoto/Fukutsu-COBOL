      *================================================================
      * HELLOMNT - online maintenance transaction for the HELLO
      * AB/CD swap system. Lets an operator key a TRANS-ID, view its
      * current AB/CD values and submit a correction to ABCDIN - the
      * same KSDS HELLO's nightly batch run reads.
      *
      * Corrections are under dual control: PF5 does not rewrite
      * ABCDIN but writes the correction to PENDAPPR (pndrec.cpy)
      * with the keying operator's user id and the before- and
      * after-images. A different operator approves or declines it
      * on HELLOAPR, and only an approval applies it to ABCDIN and
      * journals it to CORRJRNL. A TRANS-ID with a change already
      * awaiting approval cannot be corrected again until that one
      * is decided.
      *
      * The corrected AB value is edited through ABEDIT, the same
      * common edit the nightly batch applies, so the screen refuses
      * a code HELLO would bounce (HELLOAPR edits it again when it
      * is approved).
      *
      * A transaction dated in a month already closed on PRDCTL
      * (prdrec.cpy) cannot be corrected here - the month's period
      * summary has been struck.
      *
      * Runs under CICS; this sandbox has no CICS translator/runtime
      * installed, so EXEC CICS statements below cannot be syntax
       01 ws-ab-new             pic xx.
       01 ws-cd-new             pic xx.
       01 ws-code-key           pic xx.
       01 ws-pnd-resp           pic s9(8) comp.
       01 ws-user-id            pic x(8).
       01 ws-pnd-browse-key.
           05 ws-pnd-browse-id   pic x(6).
           05 ws-pnd-browse-time pic x(14).
       01 ws-pending-sw         pic x.
           88 ws-already-pending   value "Y".
       01 ws-prd-resp           pic s9(8) comp.
       01 ws-period-sw          pic x.
           88 ws-period-closed     value "Y".
       copy swaprec.
       copy codrec.
       copy abeditp.
       copy pndrec.
       copy prdrec.
       procedure division.
       if eibcalen = 0
           perform 1000-send-initial-map
               exec cics read file('ABCDIN')
                   into(swap-record)
                   ridfld(ws-trans-id)
                   resp(ws-resp)
               end-exec
               if ws-resp = dfhresp(normal)
                   move ab-field to ws-ab-before
                   move cd-field to ws-cd-before
                   move ws-ab-new to abvalo
                   move ws-cd-new to cdvalo
                   perform 3400-check-closed-period
                   if ws-period-closed
                       move "TRANS-DATE IN CLOSED PERIOD - NOT SAVED"
                           to msgo
                   else
                       perform 3300-check-already-pending
                       if ws-already-pending
                           move "CHANGE ALREADY AWAITING APPROVAL"
                               to msgo
                       else
                           perform 3200-queue-for-approval
                           if ws-pnd-resp = dfhresp(normal)
                               move "CORRECTION SENT FOR APPROVAL"
                                   to msgo
                           else
                               move "APPROVAL QUEUE WRITE FAILED"
                                   to msgo
                           end-if
                       end-if
                   end-if
               else
                   move "TRANS-ID NOT FOUND - CANNOT SAVE" to msgo
           move valid-code-exp-date to abedit-exp-date
           call "abedit" using abedit-parms.

      * the correction waits on PENDAPPR for a second operator -
      * HELLOAPR applies it to ABCDIN only once it is approved
       3200-queue-for-approval.
           exec cics assign userid(ws-user-id) end-exec
           move ws-trans-id to pnd-trans-id
           move ws-today to pnd-timestamp(1:8)
           move ws-time-now to pnd-timestamp(9:6)
           set pnd-is-correction to true
           set pnd-pending to true
           move ws-user-id to pnd-maker-id
           move eibtrmid to pnd-maker-terminal
           move ws-ab-before to pnd-ab-before
           move ws-cd-before to pnd-cd-before
           move ws-ab-new to pnd-ab-after
           move ws-cd-new to pnd-cd-after
           move spaces to pnd-checker-id
           move spaces to pnd-checker-terminal
           move spaces to pnd-decided-timestamp
           exec cics write file('PENDAPPR')
               from(pending-record)
               ridfld(pnd-key)
               resp(ws-pnd-resp)
           end-exec.

      * every change ever queued for the TRANS-ID is on file under
      * it; any still at status P blocks a second one
       3300-check-already-pending.
           move "N" to ws-pending-sw
           move ws-trans-id to ws-pnd-browse-id
           move low-values to ws-pnd-browse-time
           exec cics startbr file('PENDAPPR')
               ridfld(ws-pnd-browse-key)
               gteq
               resp(ws-pnd-resp)
           end-exec
           if ws-pnd-resp = dfhresp(normal)
               perform 3310-read-next-pending
                   until ws-already-pending
                   or ws-pnd-resp not = dfhresp(normal)
               exec cics endbr file('PENDAPPR') end-exec
           end-if.

       3310-read-next-pending.
           exec cics readnext file('PENDAPPR')
               into(pending-record)
               ridfld(ws-pnd-browse-key)
               resp(ws-pnd-resp)
           end-exec
           if ws-pnd-resp = dfhresp(normal)
               if pnd-trans-id not = ws-trans-id
                   move dfhresp(endfile) to ws-pnd-resp
               else
                   if pnd-pending
                       set ws-already-pending to true
                   end-if
               end-if
           end-if.

      * every month before PRD-OPEN-PERIOD has been closed by
      * PERCLOSE; no PRDCTL record means none has been
       3400-check-closed-period.
           move "N" to ws-period-sw
           move "OPEN" to prd-key
           exec cics read file('PRDCTL')
               into(period-control-record)
               ridfld(prd-key)
               resp(ws-prd-resp)
           end-exec
           if ws-prd-resp = dfhresp(normal)
               and trans-date(1:6) < prd-open-period
               set ws-period-closed to true
           end-if.

       8000-invalid-key.
           move spaces to hellomapo
           move "INVALID KEY - USE ENTER, PF5 OR PF3" to msgo
