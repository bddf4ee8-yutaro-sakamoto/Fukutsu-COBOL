       identification division.
       program-id. hellosts.
      *================================================================
      * HELLOSTS - online batch status inquiry for the HELLO AB/CD
      * swap system (transaction HSTS, map HELLOSTS in mapset
      * HELLOMS). Pages the RUNHIST run-history KSDS (runhrec.cpy)
      * newest run first, eight runs to a page, showing for each run
      * date and cycle the feed records read and loaded, the swaps,
      * rejects and carried-forward counts, the extract detail
      * count, the run mode, the worst step return code and the
      * volume-anomaly flag - joined to that night's EXTLOG entry
      * (sndrec.cpy) for the extract file's sequence number, ack
      * status and ack date. A run with no EXTLOG entry (a test or
      * refused run, or a night not yet sent) shows a blank
      * sequence number and ack status "-".
      * Answers "did last night run, and did the warehouse get it"
      * without pulling the RUNHIST or EXTACK prints.
      *
      * ENTER with FROM DATE blank shows the newest runs; with a
      * date (yyyymmdd) it starts at the newest run on or before
      * that date. PF8 pages to earlier runs. PF4 adds the current
      * SUSPENSE backlog - item count and oldest date suspended -
      * to the page on show.
      *
      * Paging state (the RUNHIST keys of the first and last runs
      * shown, and the FROM DATE keyed) is carried in the commarea.
      *
      * Runs under CICS; the EXEC CICS statements are expanded by
      * the translator at install time and are desk-checked by hand
      * against hellomap.bms/.cpy, as for HELLOAUD and SUSPQUE.
      *================================================================
       environment division.
       DATA division.
       Working-storage section.
       copy hellomap.
       copy dfhaid.
       01 ws-resp               pic s9(8) comp.
       01 ws-snd-resp           pic s9(8) comp.
       01 ws-susp-resp          pic s9(8) comp.
       01 ws-commarea.
           05 ca-first-key       pic x(9).
           05 ca-last-key        pic x(9).
           05 ca-from-date       pic x(8).
       01 ws-browse-key.
           05 ws-browse-run-date pic x(8).
           05 ws-browse-cycle    pic 9.
       01 ws-limit-key          pic x(9).
       01 ws-limit-sw           pic x.
           88 ws-limit-inclusive   value "I".
           88 ws-limit-exclusive   value "X".
       01 ws-more-sw            pic x.
           88 ws-more-to-come      value "Y".
       01 ws-page-table.
           05 ws-page-entry occurs 8 times.
               10 ws-p-key           pic x(9).
               10 ws-p-run           pic x(52).
               10 ws-p-seq           pic x(6).
               10 ws-p-ack-status    pic x.
               10 ws-p-ack-date      pic x(8).
       01 ws-p-count            pic 9(2) comp value zero.
       01 ws-p-idx              pic 9(2) comp.
       01 ws-match-idx          pic 9(2) comp.
       01 ws-ext-key            pic 9(6).
       01 ws-snd-key.
           05 ws-snd-run-date    pic x(8).
           05 ws-snd-cycle       pic 9.
       01 ws-susp-key           pic x(6).
       01 ws-backlog-count      pic 9(6) value zero.
       01 ws-oldest-suspended   pic x(8).
       01 ws-detail-line.
           05 det-run-date       pic x(8).
           05 filler             pic x value space.
           05 det-cycle          pic 9.
           05 filler             pic x value space.
           05 det-feed-read      pic z(5)9.
           05 filler             pic x value space.
           05 det-loaded         pic z(5)9.
           05 filler             pic x value space.
           05 det-swaps          pic z(5)9.
           05 filler             pic x value space.
           05 det-rejects        pic z(5)9.
           05 filler             pic x value space.
           05 det-carried        pic z(5)9.
           05 filler             pic x value space.
           05 det-extract        pic z(6)9.
           05 filler             pic x value space.
           05 det-run-mode       pic x.
           05 filler             pic x value space.
           05 det-max-rc         pic z9.
           05 filler             pic x value space.
           05 det-anomaly        pic x.
           05 filler             pic x value space.
           05 det-seq-no         pic x(6).
           05 filler             pic x value space.
           05 det-ack-status     pic x.
           05 filler             pic x value space.
           05 det-ack-date       pic x(8).
       01 ws-backlog-line.
           05 filler             pic x(17)
                                 value "SUSPENSE BACKLOG ".
           05 bkl-count          pic z(5)9.
           05 filler             pic x(26)
                                 value " ITEMS - OLDEST SUSPENDED ".
           05 bkl-oldest         pic x(8).
       copy runhrec.
       copy sndrec.
       copy susprec.
       linkage section.
       01 dfhcommarea.
           05 filler             pic x(26).
       procedure division.
       if eibcalen = 0
           move high-values to ca-first-key
           move high-values to ca-last-key
           move spaces to ca-from-date
           move high-values to ws-limit-key
           set ws-limit-inclusive to true
           perform 4000-build-run-page
           perform 4900-send-run-page
           perform 9900-return-for-next-input
       else
           move dfhcommarea(1:26) to ws-commarea
           evaluate true
               when eibaid = dfhenter
                   perform 2000-new-inquiry
                   perform 9900-return-for-next-input
               when eibaid = dfhpf8
                   perform 3000-page-earlier
                   perform 9900-return-for-next-input
               when eibaid = dfhpf4
                   perform 5000-show-backlog
                   perform 9900-return-for-next-input
               when eibaid = dfhpf3 or eibaid = dfhclear
                   perform 9000-end-session
               when other
                   perform 8000-invalid-key
                   perform 9900-return-for-next-input
           end-evaluate
       end-if.

      * a blank FROM DATE leaves nothing modified on the screen, so
      * MAPFAIL here just means "newest first"
       2000-new-inquiry.
           move spaces to hellostsi
           exec cics receive map('HELLOSTS') mapset('HELLOMS')
               into(hellostsi)
               resp(ws-resp)
           end-exec
           if stsdtei = low-values
               move spaces to stsdtei
           end-if
           evaluate true
               when stsdtei = spaces
                   move spaces to ca-from-date
                   move high-values to ws-limit-key
                   set ws-limit-inclusive to true
                   perform 4000-build-run-page
                   perform 4900-send-run-page
               when stsdtei is numeric
                   move stsdtei to ca-from-date
                   move stsdtei to ws-browse-run-date
                   move 9 to ws-browse-cycle
                   move ws-browse-key to ws-limit-key
                   set ws-limit-inclusive to true
                   perform 4000-build-run-page
                   perform 4900-send-run-page
               when other
                   move spaces to hellostso
                   move stsdtei to stsdteo
                   move "FROM DATE MUST BE YYYYMMDD OR BLANK"
                       to stsmsgo
                   exec cics send map('HELLOSTS') mapset('HELLOMS')
                       erase
                   end-exec
           end-evaluate.

       3000-page-earlier.
           if ca-last-key = high-values
               move spaces to hellostso
               move ca-from-date to stsdteo
               move "NOTHING SHOWN YET - PRESS ENTER" to stsmsgo
               exec cics send map('HELLOSTS') mapset('HELLOMS')
                   erase
               end-exec
           else
               move ca-last-key to ws-limit-key
               set ws-limit-exclusive to true
               perform 4000-build-run-page
               perform 4900-send-run-page
           end-if.

      * RUNHIST is keyed run date + cycle, so newest first is a
      * backward browse: position at the limit key (high-values for
      * the newest run on file) and READPREV, skipping anything
      * after the limit - or the limit itself when paging on from
      * the last run already shown. A READPREV straight after a
      * STARTBR is only allowed on the high-values key, so any other
      * start key is first landed on a real record with one
      * READNEXT; READPREV then returns that record again and the
      * limit test discards it if it is past the limit
       4000-build-run-page.
           move spaces to hellostso
           move ca-from-date to stsdteo
           move zero to ws-p-count
           move "N" to ws-more-sw
           move ws-limit-key to ws-browse-key
           exec cics startbr file('RUNHIST')
               ridfld(ws-browse-key)
               gteq
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(notfnd)
               move high-values to ws-browse-key
               exec cics startbr file('RUNHIST')
                   ridfld(ws-browse-key)
                   gteq
                   resp(ws-resp)
               end-exec
           else
               if ws-resp = dfhresp(normal)
                   and ws-browse-key not = high-values
                   exec cics readnext file('RUNHIST')
                       into(run-history-record)
                       ridfld(ws-browse-key)
                       resp(ws-resp)
                   end-exec
               end-if
           end-if
           if ws-resp = dfhresp(normal)
               perform 4100-read-prev-run
                   until ws-more-to-come
                   or ws-resp not = dfhresp(normal)
               exec cics endbr file('RUNHIST') end-exec
           end-if
           if ws-p-count > zero
               perform 4300-join-sent-log
               perform 4400-format-run-line
                   varying ws-p-idx from 1 by 1
                   until ws-p-idx > ws-p-count
               move ws-p-key(1) to ca-first-key
               move ws-p-key(ws-p-count) to ca-last-key
           end-if
           evaluate true
               when ws-p-count = zero and ws-limit-key = high-values
                   move "NO RUNS ON RUNHIST" to stsmsgo
               when ws-p-count = zero and ws-limit-inclusive
                   move "NO RUNS ON OR BEFORE THE FROM DATE"
                       to stsmsgo
               when ws-p-count = zero
                   move "NO EARLIER RUNS - ENTER FOR NEWEST"
                       to stsmsgo
               when ws-more-to-come
                   move "PRESS PF8 FOR EARLIER RUNS" to stsmsgo
               when other
                   move "OLDEST RUN ON FILE - ENTER FOR NEWEST"
                       to stsmsgo
           end-evaluate.

       4100-read-prev-run.
           exec cics readprev file('RUNHIST')
               into(run-history-record)
               ridfld(ws-browse-key)
               resp(ws-resp)
           end-exec
           if ws-resp = dfhresp(normal)
               evaluate true
                   when rh-key > ws-limit-key
                       continue
                   when rh-key = ws-limit-key and ws-limit-exclusive
                       continue
                   when ws-p-count < 8
                       add 1 to ws-p-count
                       move rh-key to ws-p-key(ws-p-count)
                       move run-history-record to ws-p-run(ws-p-count)
                       move spaces to ws-p-seq(ws-p-count)
                       move "-" to ws-p-ack-status(ws-p-count)
                       move spaces to ws-p-ack-date(ws-p-count)
                   when other
                       set ws-more-to-come to true
               end-evaluate
           end-if.

      * EXTLOG is keyed on sequence number, not run date, so one
      * pass over the sent log picks up the nightly entries for the
      * runs on the page; read in sequence order, a later entry for
      * the same run (a re-send) replaces an earlier one
       4300-join-sent-log.
           move zero to ws-ext-key
           exec cics startbr file('EXTLOG')
               ridfld(ws-ext-key)
               gteq
               resp(ws-snd-resp)
           end-exec
           if ws-snd-resp = dfhresp(normal)
               perform 4310-read-next-sent
                   until ws-snd-resp not = dfhresp(normal)
               exec cics endbr file('EXTLOG') end-exec
           end-if.

       4310-read-next-sent.
           exec cics readnext file('EXTLOG')
               into(sent-log-record)
               ridfld(ws-ext-key)
               resp(ws-snd-resp)
           end-exec
           if ws-snd-resp = dfhresp(normal) and snd-nightly-file
               move snd-run-date to ws-snd-run-date
               move snd-cycle to ws-snd-cycle
               move zero to ws-match-idx
               perform 4320-match-page-run
                   varying ws-p-idx from 1 by 1
                   until ws-p-idx > ws-p-count
                   or ws-match-idx > zero
               if ws-match-idx > zero
                   move snd-seq-no to ws-p-seq(ws-match-idx)
                   move snd-ack-status
                       to ws-p-ack-status(ws-match-idx)
                   move snd-ack-date to ws-p-ack-date(ws-match-idx)
               end-if
           end-if.

       4320-match-page-run.
           if ws-p-key(ws-p-idx) = ws-snd-key
               move ws-p-idx to ws-match-idx
           end-if.

       4400-format-run-line.
           move ws-p-run(ws-p-idx) to run-history-record
           move rh-run-date to det-run-date
           move rh-cycle to det-cycle
           move rh-feed-read to det-feed-read
           move rh-loaded-count to det-loaded
           move rh-swap-count to det-swaps
           move rh-reject-count to det-rejects
           move rh-carried-fwd to det-carried
           move rh-extract-count to det-extract
           move rh-run-mode to det-run-mode
           move rh-max-rc to det-max-rc
           if rh-volume-anomaly
               move "Y" to det-anomaly
           else
               move "N" to det-anomaly
           end-if
           move ws-p-seq(ws-p-idx) to det-seq-no
           move ws-p-ack-status(ws-p-idx) to det-ack-status
           move ws-p-ack-date(ws-p-idx) to det-ack-date
           move ws-detail-line to sts-line-text(ws-p-idx).

       4900-send-run-page.
           exec cics send map('HELLOSTS') mapset('HELLOMS')
               erase
           end-exec.

      * the backlog is counted fresh on every PF4 - SUSPENSE is
      * small enough to browse - and shown over the current page
       5000-show-backlog.
           move zero to ws-backlog-count
           move high-values to ws-oldest-suspended
           move low-values to ws-susp-key
           exec cics startbr file('SUSPENSE')
               ridfld(ws-susp-key)
               gteq
               resp(ws-susp-resp)
           end-exec
           if ws-susp-resp = dfhresp(normal)
               perform 5100-count-suspense-item
                   until ws-susp-resp not = dfhresp(normal)
               exec cics endbr file('SUSPENSE') end-exec
           end-if
           move ca-first-key to ws-limit-key
           set ws-limit-inclusive to true
           perform 4000-build-run-page
           if ws-backlog-count = zero
               move "SUSPENSE BACKLOG IS EMPTY" to stsmsgo
           else
               move ws-backlog-count to bkl-count
               move ws-oldest-suspended to bkl-oldest
               move ws-backlog-line to stsmsgo
           end-if
           perform 4900-send-run-page.

       5100-count-suspense-item.
           exec cics readnext file('SUSPENSE')
               into(suspense-record)
               ridfld(ws-susp-key)
               resp(ws-susp-resp)
           end-exec
           if ws-susp-resp = dfhresp(normal)
               add 1 to ws-backlog-count
               if susp-date-suspended < ws-oldest-suspended
                   move susp-date-suspended to ws-oldest-suspended
               end-if
           end-if.

       8000-invalid-key.
           move spaces to hellostso
           move ca-from-date to stsdteo
           move "INVALID KEY - USE ENTER, PF8, PF4 OR PF3" to stsmsgo
           exec cics send map('HELLOSTS') mapset('HELLOMS')
           end-exec.

       9000-end-session.
           exec cics send text from("HELLO BATCH STATUS INQUIRY ENDED")
               erase freekb
           end-exec
           exec cics return end-exec.

       9900-return-for-next-input.
           exec cics return
               transid('HSTS')
               commarea(ws-commarea)
           end-exec.
