       identification division.
       program-id. helloapr.
      *================================================================
      * HELLOAPR - online approval queue for the HELLO AB/CD swap
      * system (transaction HAPR, map HELLOAPR in mapset HELLOMS).
      * Pages the PENDAPPR items (pndrec.cpy) still awaiting a
      * decision - HELLOMNT corrections and SUSPQUE releases - in
      * TRANS-ID order, showing the before- and after-images, the
      * user id that keyed each one and when.
      *
      * A second operator keys a TRANS-ID and presses PF5 to approve
      * or PF6 to decline its pending item. The deciding user id
      * must not be the one that keyed the change, and an item
      * another checker has decided meanwhile is refused. Only an
      * approval touches ABCDIN:
      *   a correction rewrites the ABCDIN record with the after-
      *   image and clears TRANS-STATUS, as HELLOMNT used to on the
      *   spot - refused if ABCDIN no longer holds the before-image;
      *   a release writes the repaired transaction back to ABCDIN
      *   with TRANS-SOURCE "S" exactly as SUSPFIX does and deletes
      *   it from SUSPENSE - refused if it has left suspense.
      * The after-image is put through ABEDIT again at approval, so
      * a code that has expired while the item waited is refused.
      * So is a change to a transaction dated in a month closed on
      * PRDCTL (prdrec.cpy) since it was keyed - a closed release
      * goes through SUSPFIX, which redates it into the open month.
      * An approved change is journalled to CORRJRNL with both user
      * ids for CORRRPT. Decided items stay on PENDAPPR stamped with
      * the checker and when, for PENDRPT.
      *
      * Paging state (the PENDAPPR key of the last item shown) is
      * carried in the commarea.
      *
      * Runs under CICS; the EXEC CICS statements are expanded by
      * the translator at install time and are desk-checked by hand
      * against hellomap.bms/.cpy, as for HELLOMNT and SUSPQUE.
      *================================================================
       environment division.
       DATA division.
       Working-storage section.
       copy hellomap.
       copy dfhaid.
       01 ws-resp               pic s9(8) comp.
       01 ws-code-resp          pic s9(8) comp.
       01 ws-pnd-resp           pic s9(8) comp.
       01 ws-jrn-resp           pic s9(8) comp.
       01 ws-abstime            pic s9(15) comp-3.
       01 ws-today              pic x(8).
       01 ws-time-now           pic x(6).
       01 ws-user-id            pic x(8).
       01 ws-commarea.
           05 ca-last-key        pic x(20).
       01 ws-browse-key         pic x(20).
       01 ws-pnd-browse-key.
           05 ws-pnd-browse-id   pic x(6).
           05 ws-pnd-browse-time pic x(14).
       01 ws-item-key           pic x(20).
       01 ws-item-found-sw      pic x.
           88 ws-item-found        value "Y".
       01 ws-trans-id           pic x(6).
       01 ws-code-key           pic xx.
       01 ws-lines-shown        pic 9(2) comp.
       01 ws-more-sw            pic x.
           88 ws-more-to-come      value "Y".
       01 ws-decision           pic x.
           88 ws-approving         value "A".
           88 ws-declining         value "D".
       01 ws-decision-msg       pic x(40).
       01 ws-decision-made-sw   pic x value "N".
           88 ws-decision-made     value "Y".
       01 ws-prd-resp           pic s9(8) comp.
       01 ws-open-period        pic x(6).
       01 ws-apply-ok-sw        pic x.
           88 ws-apply-ok          value "Y".
       01 ws-item-held-sw       pic x.
           88 ws-item-held         value "Y".
       01 ws-apr-line.
           05 apl-trans-id       pic x(6).
           05 filler             pic x value space.
           05 apl-kind           pic x(7).
           05 filler             pic x value space.
           05 apl-ab-before      pic xx.
           05 filler             pic x value space.
           05 apl-cd-before      pic xx.
           05 filler             pic x(3) value " > ".
           05 apl-ab-after       pic xx.
           05 filler             pic x value space.
           05 apl-cd-after       pic xx.
           05 filler             pic x(2) value space.
           05 apl-maker-id       pic x(8).
           05 filler             pic x value space.
           05 apl-maker-terminal pic x(4).
           05 filler             pic x value space.
           05 apl-keyed-date     pic x(8).
           05 filler             pic x value space.
           05 apl-keyed-time     pic x(6).
           05 filler             pic x(11) value space.
       copy pndrec.
       copy swaprec.
       copy susprec.
       copy codrec.
       copy abeditp.
       copy jrnrec.
       copy prdrec.
       linkage section.
       01 dfhcommarea.
           05 filler             pic x(20).
       procedure division.
       if eibcalen = 0
           move low-values to ca-last-key
           perform 2000-build-pending-page
           perform 9900-return-for-next-input
       else
           move dfhcommarea(1:20) to ws-commarea
           evaluate true
               when eibaid = dfhenter
                   move low-values to ca-last-key
                   perform 2000-build-pending-page
                   perform 9900-return-for-next-input
               when eibaid = dfhpf8
                   perform 2000-build-pending-page
                   perform 9900-return-for-next-input
               when eibaid = dfhpf5
                   set ws-approving to true
                   perform 3000-decide-item
                   perform 9900-return-for-next-input
               when eibaid = dfhpf6
                   set ws-declining to true
                   perform 3000-decide-item
                   perform 9900-return-for-next-input
               when eibaid = dfhpf3 or eibaid = dfhclear
                   perform 9000-end-session
               when other
                   perform 8000-invalid-key
                   perform 9900-return-for-next-input
           end-evaluate
       end-if.

      * decided items stay on PENDAPPR, so the browse skips every
      * record not at status P - the page holds the next 8 pending
      * items after the last key shown
       2000-build-pending-page.
           move spaces to helloapro
           move zero to ws-lines-shown
           move "N" to ws-more-sw
           move ca-last-key to ws-browse-key
           exec cics startbr file('PENDAPPR')
               ridfld(ws-browse-key)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(normal)
               perform 2100-read-one-pending
                   until ws-more-to-come
                   or ws-resp not = dfhresp(normal)
               exec cics endbr file('PENDAPPR') end-exec
           end-if
           evaluate true
               when ws-lines-shown = zero
                   and ca-last-key = low-values
                   move "NO CHANGES AWAITING APPROVAL" to aprmsgo
               when ws-lines-shown = zero
                   move "END OF QUEUE - ENTER FOR TOP" to aprmsgo
               when ws-more-to-come
                   move "PRESS PF8 FOR MORE" to aprmsgo
               when other
                   move "END OF QUEUE - ENTER FOR TOP" to aprmsgo
           end-evaluate
      * a decision outcome outranks the paging message for this
      * one send - the operator must see what happened
           if ws-decision-made
               move ws-decision-msg to aprmsgo
               move "N" to ws-decision-made-sw
           end-if
           exec cics send map('HELLOAPR') mapset('HELLOMS')
               erase
           end-exec.

       2100-read-one-pending.
           exec cics readnext file('PENDAPPR')
               into(pending-record)
               ridfld(ws-browse-key)
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(normal)
               and pnd-key > ca-last-key
               and pnd-pending
               if ws-lines-shown = 8
                   set ws-more-to-come to true
               else
                   add 1 to ws-lines-shown
                   perform 2200-format-pending-line
                   move ws-apr-line to apr-line-text(ws-lines-shown)
                   move pnd-key to ca-last-key
               end-if
           end-if.

       2200-format-pending-line.
           move pnd-trans-id to apl-trans-id
           if pnd-is-correction
               move "CORRECT" to apl-kind
           else
               move "RELEASE" to apl-kind
           end-if
           move pnd-ab-before to apl-ab-before
           move pnd-cd-before to apl-cd-before
           move pnd-ab-after to apl-ab-after
           move pnd-cd-after to apl-cd-after
           move pnd-maker-id to apl-maker-id
           move pnd-maker-terminal to apl-maker-terminal
           move pnd-timestamp(1:8) to apl-keyed-date
           move pnd-timestamp(9:6) to apl-keyed-time.

       3000-decide-item.
           exec cics receive map('HELLOAPR') mapset('HELLOMS')
               into(helloapri)
           end-exec
           move aprtrni to ws-trans-id
           if ws-trans-id = spaces or low-values
               perform 7000-clear-approval-map
               move "KEY A TRANS-ID TO APPROVE OR DECLINE" to aprmsgo
               exec cics send map('HELLOAPR') mapset('HELLOMS')
               end-exec
           else
               perform 3100-find-pending-item
               if not ws-item-found
                   perform 7000-clear-approval-map
                   move "NO CHANGE PENDING FOR TRANS-ID" to aprmsgo
                   exec cics send map('HELLOAPR') mapset('HELLOMS')
                   end-exec
               else
                   perform 3200-check-checker
               end-if
           end-if.

      * only one item per TRANS-ID can be at status P; its key is
      * kept so the decision rewrites that exact record
       3100-find-pending-item.
           move "N" to ws-item-found-sw
           move ws-trans-id to ws-pnd-browse-id
           move low-values to ws-pnd-browse-time
           exec cics startbr file('PENDAPPR')
               ridfld(ws-pnd-browse-key)
               gteq
               resp(ws-pnd-resp)
           end-exec
           if ws-pnd-resp = dfhresp(normal)
               perform 3110-read-next-for-trans-id
                   until ws-item-found
                   or ws-pnd-resp not = dfhresp(normal)
               exec cics endbr file('PENDAPPR') end-exec
           end-if.

       3110-read-next-for-trans-id.
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
                       move pnd-key to ws-item-key
                       set ws-item-found to true
                   end-if
               end-if
           end-if.

      * dual control: whoever keyed the change cannot decide it.
      * The item is held for update from here until its decision
      * is rewritten, so a second checker working the same item
      * waits and then finds it decided instead of overwriting the
      * first decision after its change has been applied
       3200-check-checker.
           exec cics assign userid(ws-user-id) end-exec
           perform 3250-hold-pending-item
           evaluate true
               when not ws-item-held
                   perform 7000-clear-approval-map
                   move ws-trans-id to aprtrno
                   move ws-decision-msg to aprmsgo
                   exec cics send map('HELLOAPR') mapset('HELLOMS')
                   end-exec
               when ws-user-id = pnd-maker-id
                   exec cics unlock file('PENDAPPR') end-exec
                   perform 7000-clear-approval-map
                   move ws-trans-id to aprtrno
                   move "KEYED BY YOU - ANOTHER USER MUST DECIDE"
                       to aprmsgo
                   exec cics send map('HELLOAPR') mapset('HELLOMS')
                   end-exec
               when other
                   exec cics asktime abstime(ws-abstime) end-exec
                   exec cics formattime abstime(ws-abstime)
                       yyyymmdd(ws-today)
                       time(ws-time-now)
                   end-exec
                   if ws-declining
                       perform 3300-decline-item
                   else
                       perform 3400-approve-item
                   end-if
           end-evaluate.

       3250-hold-pending-item.
           move "N" to ws-item-held-sw
           exec cics read file('PENDAPPR')
               into(pending-record)
               ridfld(ws-item-key)
               update
               resp(ws-pnd-resp)
           end-exec
           evaluate true
               when ws-pnd-resp not = dfhresp(normal)
                   move "PENDING ITEM NOT READ - RETRY"
                       to ws-decision-msg
               when not pnd-pending
                   exec cics unlock file('PENDAPPR') end-exec
                   move "ITEM ALREADY DECIDED" to ws-decision-msg
               when other
                   set ws-item-held to true
           end-evaluate.

       3300-decline-item.
           perform 3900-record-decision
           if ws-pnd-resp = dfhresp(normal)
               move "CHANGE DECLINED - ABCDIN NOT TOUCHED"
                   to ws-decision-msg
           else
               move "DECLINE NOT RECORDED - RETRY" to ws-decision-msg
           end-if
           perform 7100-show-decision.

      * the after-image gets the nightly edit again: the code may
      * have expired while the item waited for a checker
       3400-approve-item.
           perform 3410-edit-after-image
           if not abedit-code-valid
               exec cics unlock file('PENDAPPR') end-exec
               perform 7000-clear-approval-map
               move ws-trans-id to aprtrno
               move abedit-reason to aprmsgo
               exec cics send map('HELLOAPR') mapset('HELLOMS')
               end-exec
           else
               move "N" to ws-apply-ok-sw
               perform 3800-read-open-period
               evaluate true
                   when ws-prd-resp not = dfhresp(normal)
                       and ws-prd-resp not = dfhresp(notfnd)
                       move "PRDCTL NOT READABLE - RETRY LATER"
                           to ws-decision-msg
                   when pnd-is-correction
                       perform 3500-apply-correction
                   when other
                       perform 3600-apply-release
               end-evaluate
               if ws-apply-ok
                   perform 3700-journal-change
                   perform 3900-record-decision
                   evaluate true
                       when ws-pnd-resp not = dfhresp(normal)
                           move "APPLIED - QUEUE UPDATE FAILED"
                               to ws-decision-msg
      * the same seconds-granular DUPREC HELLOMNT always tolerated
      * just means this change is already on the journal
                       when ws-jrn-resp = dfhresp(normal)
                           or ws-jrn-resp = dfhresp(duprec)
                           move "APPROVED AND APPLIED TO ABCDIN"
                               to ws-decision-msg
                       when other
                           move "APPLIED - JOURNAL WRITE FAILED"
                               to ws-decision-msg
                   end-evaluate
                   perform 7100-show-decision
               else
                   exec cics unlock file('PENDAPPR') end-exec
                   perform 7000-clear-approval-map
                   move ws-trans-id to aprtrno
                   move ws-decision-msg to aprmsgo
                   exec cics send map('HELLOAPR') mapset('HELLOMS')
                   end-exec
               end-if
           end-if.

       3410-edit-after-image.
           move pnd-ab-after to ws-code-key
           exec cics read file('CODEFILE')
               into(valid-code-record)
               ridfld(ws-code-key)
               resp(ws-code-resp)
           end-exec
           if ws-code-resp = dfhresp(normal)
               move "Y" to abedit-code-found
           else
               move "N" to abedit-code-found
           end-if
           move ws-today to abedit-check-date
           move valid-code-eff-date to abedit-eff-date
           move valid-code-exp-date to abedit-exp-date
           call "abedit" using abedit-parms.

      * the record must still hold what the maker saw - if the
      * night's run or another change moved it on, the correction
      * is stale and has to be declined and keyed again
       3500-apply-correction.
           exec cics read file('ABCDIN')
               into(swap-record)
               ridfld(ws-trans-id)
               update
               resp(ws-resp)
           end-exec
           evaluate true
               when ws-resp not = dfhresp(normal)
                   move "TRANS-ID NO LONGER ON ABCDIN"
                       to ws-decision-msg
               when ab-field not = pnd-ab-before
                   or cd-field not = pnd-cd-before
                   exec cics unlock file('ABCDIN') end-exec
                   move "ABCDIN CHANGED SINCE KEYED - DECLINE"
                       to ws-decision-msg
      * the month has been closed since the change was keyed
               when ws-open-period not = spaces
                   and trans-date(1:6) < ws-open-period
                   exec cics unlock file('ABCDIN') end-exec
                   move "TRANS-DATE IN CLOSED PERIOD - DECLINE"
                       to ws-decision-msg
               when other
                   move pnd-ab-after to ab-field
                   move pnd-cd-after to cd-field
      * a correction makes the record live again: clear any
      * processed or written-off stamp so the nightly run picks
      * the repaired transaction up instead of skipping it
                   move space to trans-status
                   exec cics rewrite file('ABCDIN')
                       from(swap-record)
                       resp(ws-resp)
                   end-exec
                   if ws-resp = dfhresp(normal)
                       set ws-apply-ok to true
                   else
                       move "ABCDIN REWRITE FAILED"
                           to ws-decision-msg
                   end-if
           end-evaluate.

      * a release recycles the repaired reject exactly as SUSPFIX
      * does - written back to ABCDIN with TRANS-SOURCE "S" and
      * taken out of suspense - so the night picks it up
       3600-apply-release.
           exec cics read file('SUSPENSE')
               into(suspense-record)
               ridfld(ws-trans-id)
               resp(ws-resp)
           end-exec
           evaluate true
               when ws-resp not = dfhresp(normal)
                   move "ITEM NO LONGER IN SUSPENSE - DECLINE"
                       to ws-decision-msg
               when susp-ab-value not = pnd-ab-before
                   or susp-cd-value not = pnd-cd-before
                   move "SUSPENSE CHANGED SINCE KEYED - DECLINE"
                       to ws-decision-msg
               when ws-open-period not = spaces
                   and susp-trans-date(1:6) < ws-open-period
                   move "CLOSED PERIOD - DECLINE, USE SUSPFIX"
                       to ws-decision-msg
               when other
                   perform 3610-recycle-to-abcdin
           end-evaluate.

       3610-recycle-to-abcdin.
           move susp-trans-id to trans-id
           move susp-trans-date to trans-date
           move pnd-ab-after to ab-field
           move pnd-cd-after to cd-field
           set trans-from-suspense to true
           move susp-branch to trans-branch
           move space to trans-status
           exec cics write file('ABCDIN')
               from(swap-record)
               ridfld(trans-id)
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(duprec)
               perform 3620-replace-on-abcdin
           end-if
           if ws-resp = dfhresp(normal)
               exec cics delete file('SUSPENSE')
                   ridfld(ws-trans-id)
               end-exec
               set ws-apply-ok to true
           else
               move "ABCDIN WRITE FAILED - NOT RELEASED"
                   to ws-decision-msg
           end-if.

       3620-replace-on-abcdin.
           exec cics read file('ABCDIN')
               into(swap-record)
               ridfld(ws-trans-id)
               update
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(normal)
               move susp-trans-date to trans-date
               move pnd-ab-after to ab-field
               move pnd-cd-after to cd-field
               set trans-from-suspense to true
               move susp-branch to trans-branch
               move space to trans-status
               exec cics rewrite file('ABCDIN')
                   from(swap-record)
                   resp(ws-resp)
               end-exec
           end-if.

      * the journal carries both user ids and the terminal the
      * change was approved at
       3700-journal-change.
           move ws-trans-id to jrn-trans-id
           move ws-today to jrn-timestamp(1:8)
           move ws-time-now to jrn-timestamp(9:6)
           move eibtrmid to jrn-terminal
           move pnd-ab-before to jrn-ab-before
           move pnd-cd-before to jrn-cd-before
           move pnd-ab-after to jrn-ab-after
           move pnd-cd-after to jrn-cd-after
           move pnd-maker-id to jrn-maker-id
           move ws-user-id to jrn-checker-id
           exec cics write file('CORRJRNL')
               from(journal-record)
               ridfld(jrn-key)
               resp(ws-jrn-resp)
           end-exec.

      * every month before PRD-OPEN-PERIOD has been closed by
      * PERCLOSE; no PRDCTL record means none has been
       3800-read-open-period.
           move spaces to ws-open-period
           move "OPEN" to prd-key
           exec cics read file('PRDCTL')
               into(period-control-record)
               ridfld(prd-key)
               resp(ws-prd-resp)
           end-exec
           if ws-prd-resp = dfhresp(normal)
               move prd-open-period to ws-open-period
           end-if.

      * the item has been held for update since 3250
       3900-record-decision.
           if ws-approving
               set pnd-approved to true
           else
               set pnd-declined to true
           end-if
           move ws-user-id to pnd-checker-id
           move eibtrmid to pnd-checker-terminal
           move ws-today to pnd-decided-timestamp(1:8)
           move ws-time-now to pnd-decided-timestamp(9:6)
           exec cics rewrite file('PENDAPPR')
               from(pending-record)
               resp(ws-pnd-resp)
           end-exec.

       7000-clear-approval-map.
           move spaces to helloapro.

      * the decided item drops off the queue, so the page is built
      * again from the top with the outcome in the message line
       7100-show-decision.
           set ws-decision-made to true
           move low-values to ca-last-key
           perform 2000-build-pending-page.

       8000-invalid-key.
           move spaces to helloapro
           move "INVALID KEY - USE ENTER, PF5/6/8 OR PF3" to aprmsgo
           exec cics send map('HELLOAPR') mapset('HELLOMS')
           end-exec.

       9000-end-session.
           exec cics send text from("HELLO APPROVAL QUEUE ENDED")
               erase freekb
           end-exec
           exec cics return end-exec.

       9900-return-for-next-input.
           exec cics return
               transid('HAPR')
               commarea(ws-commarea)
           end-exec.
