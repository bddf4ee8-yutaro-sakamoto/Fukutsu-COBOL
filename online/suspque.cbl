      * branch and the suspended AB/CD values, so the operators work
      * the backlog without waiting for the SUSPRPT print.
      *
      * PF5 corrects an item and submits its release: the keyed AB
      * value (spaces = keep the suspended value, as a SUSPFIX card
      * does) is edited through the same ABEDIT call HELLOMNT uses,
      * and the release is written to PENDAPPR (pndrec.cpy) with the
      * keying operator's user id, under the same dual control as a
      * HELLOMNT correction. The item stays in suspense until a
      * different operator approves it on HELLOAPR, which writes the
      * repaired transaction back to ABCDIN with TRANS-SOURCE "S"
      * exactly as SUSPFIX does and journals it to CORRJRNL.
      * An item dated in a month already closed on PRDCTL
      * (prdrec.cpy) is not released here: it goes through a
      * SUSPFIX card, which redates it into the open month.
      *
      * Paging state (the sort key - date suspended plus TRANS-ID -
      * of the last item shown) is carried in the commarea.
       copy dfhaid.
       01 ws-resp               pic s9(8) comp.
       01 ws-code-resp          pic s9(8) comp.
       01 ws-pnd-resp           pic s9(8) comp.
       01 ws-user-id            pic x(8).
       01 ws-pnd-browse-key.
           05 ws-pnd-browse-id   pic x(6).
           05 ws-pnd-browse-time pic x(14).
       01 ws-prd-resp           pic s9(8) comp.
       01 ws-period-sw          pic x.
           88 ws-period-closed     value "Y".
       01 ws-pending-sw         pic x.
           88 ws-already-pending   value "Y".
       01 ws-abstime            pic s9(15) comp-3.
       01 ws-today              pic x(8).
       01 ws-time-now           pic x(6).
           05 que-reason         pic x(30).
           05 filler             pic x(12) value space.
       copy susprec.
       copy codrec.
       copy abeditp.
       copy pndrec.
       copy prdrec.
       linkage section.
       01 dfhcommarea.
           05 filler             pic x(14).
               ridfld(ws-trans-id)
               resp(ws-resp)
           end-exec
           move "N" to ws-period-sw
           if ws-resp = dfhresp(normal)
               perform 3600-check-closed-period
           end-if
           evaluate true
               when ws-resp not = dfhresp(normal)
                   perform 7000-clear-queue-map
                   move "TRANS-ID NOT IN SUSPENSE" to susmsgo
                   exec cics send map('HELLOSUS') mapset('HELLOMS')
                   end-exec
               when ws-period-closed
                   perform 7000-clear-queue-map
                   move "CLOSED PERIOD - REPAIR THROUGH SUSPFIX"
                       to susmsgo
                   exec cics send map('HELLOSUS') mapset('HELLOMS')
                   end-exec
               when other
                   perform 3150-edit-and-submit
           end-evaluate.

      * an untouched value keeps the suspended one, as a blank on
      * a SUSPFIX card does - and an untouched map field comes
      * back LOW-VALUES from RECEIVE MAP, not spaces
       3150-edit-and-submit.
           if ws-new-ab = spaces or low-values
               move susp-ab-value to ws-new-ab
           end-if
           if ws-new-cd = spaces or low-values
               move susp-cd-value to ws-new-cd
           end-if
           perform 3200-edit-corrected-ab
           if not abedit-code-valid
               perform 7000-clear-queue-map
               move abedit-reason to susmsgo
               exec cics send map('HELLOSUS') mapset('HELLOMS')
               end-exec
           else
               perform 3300-submit-release
           end-if.

      * the corrected AB must pass the same edit HELLO's nightly
           move valid-code-exp-date to abedit-exp-date
           call "abedit" using abedit-parms.

       3300-submit-release.
           perform 3500-check-already-pending
           if ws-already-pending
               perform 7000-clear-queue-map
               move "CHANGE ALREADY AWAITING APPROVAL" to susmsgo
               exec cics send map('HELLOSUS') mapset('HELLOMS')
               end-exec
           else
               perform 3400-queue-for-approval
               if ws-pnd-resp = dfhresp(normal)
                   move "RELEASE SENT FOR APPROVAL" to ws-release-msg
                   set ws-release-pending to true
                   move low-values to ca-last-key
                   perform 2000-build-queue-page
               else
                   perform 7000-clear-queue-map
                   move "APPROVAL QUEUE WRITE FAILED" to susmsgo
                   exec cics send map('HELLOSUS') mapset('HELLOMS')
                   end-exec
               end-if
           end-if.

      * the release waits on PENDAPPR for a second operator - the
      * item stays in suspense until HELLOAPR approves it
       3400-queue-for-approval.
           exec cics assign userid(ws-user-id) end-exec
           move ws-trans-id to pnd-trans-id
           move ws-today to pnd-timestamp(1:8)
           move ws-time-now to pnd-timestamp(9:6)
           set pnd-is-release to true
           set pnd-pending to true
           move ws-user-id to pnd-maker-id
           move eibtrmid to pnd-maker-terminal
           move susp-ab-value to pnd-ab-before
           move susp-cd-value to pnd-cd-before
           move ws-new-ab to pnd-ab-after
           move ws-new-cd to pnd-cd-after
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
       3500-check-already-pending.
           move "N" to ws-pending-sw
           move ws-trans-id to ws-pnd-browse-id
           move low-values to ws-pnd-browse-time
           exec cics startbr file('PENDAPPR')
               ridfld(ws-pnd-browse-key)
               gteq
               resp(ws-pnd-resp)
           end-exec
           if ws-pnd-resp = dfhresp(normal)
               perform 3510-read-next-pending
                   until ws-already-pending
                   or ws-pnd-resp not = dfhresp(normal)
               exec cics endbr file('PENDAPPR') end-exec
           end-if.

       3510-read-next-pending.
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
       3600-check-closed-period.
           move "OPEN" to prd-key
           exec cics read file('PRDCTL')
               into(period-control-record)
               ridfld(prd-key)
               resp(ws-prd-resp)
           end-exec
           if ws-prd-resp = dfhresp(normal)
               and susp-trans-date(1:6) < prd-open-period
               set ws-period-closed to true
           end-if.

       7000-clear-queue-map.
           move spaces to hellosuso.
