       identification division.
       program-id.
       mkplan.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Nightly plan builder. Reads the open request queue
      *    (data/markov-requests.dat, kept by mkintake) and the
      *    run-log throughput history mkestim mines, packs as many
      *    requests as fit into the batch window, and writes a
      *    ready-to-run control file in the RANGECTL.CPY shape --
      *    each range under its request's RQnnnnnn label -- for
      *    mkchain's batch step to hand straight to markov
      *    CTLFILE.
      *
      *        mkplan <ctlfile> <window-minutes> [<start-HHMM>]
      *               [FAST]
      *
      *    QUEUED requests are taken most urgent priority first,
      *    then earliest needed-by date, then oldest request. Each
      *    is estimated the way mkestim does it: completed runs
      *    with the same FAST setting whose width lies between half
      *    and double the request's, pooled throughput, expected
      *    seconds. A request with no comparable run is estimated
      *    from the pooled throughput of every completed run with
      *    that setting and marked ROUGH; with no usable history at
      *    all nothing can be estimated and every request waits.
      *    A request that would overrun what is left of the window
      *    is deferred and the next one tried, so a smaller request
      *    further down can still use the time.
      *
      *    Scheduled requests are marked SCHEDULED on the queue.
      *    The plan sheet (console and data/markov-plan.dat) lists
      *    what was scheduled with its expected finish -- clock
      *    time when <start-HHMM> is given, time into the window
      *    otherwise -- and what was deferred and why. Deferrals
      *    are condition code 4; a window nothing fits into is 4
      *    as well, with an empty control file so the batch step
      *    runs nothing.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select queue-file assign dynamic queue-file-name
               organization is line sequential
               file status is queue-file-status.

           select runlog-file assign dynamic runlog-file-name
               organization is line sequential
               file status is runlog-file-status.

           select registry-file assign dynamic registry-file-name
               organization is line sequential
               file status is registry-file-status.

           select control-file assign dynamic ctl-file-name
               organization is line sequential
               file status is ctl-file-status.

           select plan-file assign dynamic plan-file-name
               organization is line sequential
               file status is plan-file-status.

       data division.
       file section.
       fd  queue-file.
       01  fd-queue-line pic x(132).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  registry-file.
       01  fd-registry-line pic x(80).

       fd  control-file.
       01  fd-ctl-line pic x(80).

       fd  plan-file.
       01  fd-plan-line pic x(132).

       working-storage section.
           copy "request.cpy".
           copy "runlog.cpy".
           copy "registry.cpy".
           copy "rangectl.cpy".
           01 queue-file-name pic x(100)
                value "data/markov-requests.dat".
           01 queue-file-status pic x(2).
           01 queue-eof pic x value "N".
              88 queue-at-eof value "Y".
           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 runlog-file-status pic x(2).
           01 runlog-eof pic x value "N".
              88 runlog-at-eof value "Y".
           01 registry-file-name pic x(100)
                value "data/markov-ranges.dat".
           01 registry-file-status pic x(2).
           01 registry-eof pic x value "N".
              88 registry-at-eof value "Y".
           01 ctl-file-name pic x(100).
           01 ctl-file-status pic x(2).
           01 plan-file-name pic x(100)
                value "data/markov-plan.dat".
           01 plan-file-status pic x(2).
           01 plan-line pic x(132).

           01 cmdline pic x(160).
           01 arg1 pic x(100).
           01 arg2 pic x(20).
           01 arg3 pic x(20).
           01 arg4 pic x(20).
           01 run-date pic x(8).

           01 est-fast pic x value "N".
           01 window-secs usage is binary-long unsigned.
           01 used-secs usage is binary-long unsigned value 0.
           01 left-secs usage is binary-long unsigned.
           01 start-given pic x value "N".
              88 start-clock-given value "Y".
           01 start-hhmm pic x(4).
           01 start-of-window usage is binary-long unsigned.
           01 finish-secs usage is binary-long unsigned.
           01 finish-hh usage is binary-long unsigned.
           01 finish-mm usage is binary-long unsigned.
           01 finish-text pic x(12).
           01 hhP pic 99.
           01 mmP pic 99.

      *    The whole queue, as mkintake keeps it in memory.
           01 queue-count usage is binary-long unsigned value 0.
           01 queue-max usage is binary-long unsigned value 2000.
           01 queue-table.
              05 queue-line occurs 2000 times pic x(132).
           01 qx usage is binary-long unsigned.

      *    The QUEUED entries, by queue slot, sorted into planning
      *    order.
           01 cand-count usage is binary-long unsigned value 0.
           01 cand-table.
              05 cand-slot occurs 2000 times
                  usage is binary-long unsigned.
           01 cx usage is binary-long unsigned.
           01 cy usage is binary-long unsigned.
           01 best-cy usage is binary-long unsigned.
           01 swap-slot usage is binary-long unsigned.
           01 key-a pic x(23).
           01 key-b pic x(23).

      *    Registry, for run-log RANGE labels.
           01 registry-count usage is binary-long unsigned value 0.
           01 registry-max usage is binary-long unsigned value 200.
           01 registry-table.
              05 registry-entry occurs 200 times.
                 10 rt-label pic x(10).
                 10 rt-lower pic 9(10).
                 10 rt-upper pic 9(10).
           01 rx usage is binary-long unsigned.

      *    Usable history: completed single-range runs with the
      *    plan's FAST setting, width and elapsed seconds.
           01 hist-count usage is binary-long unsigned value 0.
           01 hist-max usage is binary-long unsigned value 5000.
           01 hist-table.
              05 hist-entry occurs 5000 times.
                 10 hs-width usage is binary-double unsigned.
                 10 hs-secs usage is binary-long unsigned.
           01 hx usage is binary-long unsigned.
           01 all-width usage is binary-double unsigned value 0.
           01 all-secs usage is binary-double unsigned value 0.

      *    One logged run, decoded as mkestim decodes it.
           01 log-lower usage is binary-double unsigned.
           01 log-upper usage is binary-double unsigned.
           01 log-width usage is binary-double unsigned.
           01 log-usable pic x value "N".
              88 log-run-usable value "Y".
           01 log-elapsed usage is binary-long.
           01 start-days usage is binary-long.
           01 end-days usage is binary-long.
           01 start-secs usage is binary-long.
           01 end-secs usage is binary-long.
           01 parm-t1 pic x(50).
           01 parm-t2 pic x(50).
           01 parm-t3 pic x(50).

      *    The request under estimate.
           01 prop-width usage is binary-double unsigned.
           01 comp-runs usage is binary-long unsigned.
           01 comp-width usage is binary-double unsigned.
           01 comp-secs usage is binary-double unsigned.
           01 through-rate usage is binary-double unsigned.
           01 expect-secs usage is binary-double unsigned.
           01 est-basis pic x(5).
           01 defer-reason pic x(50).

           01 planned-count usage is binary-long unsigned value 0.
           01 deferred-count usage is binary-long unsigned value 0.

      * Formatting Variables
           01 loP pic z(9)9.
           01 hiP pic z(9)9.
           01 secsP pic z(7)9.
           01 minsP pic z(5)9.
           01 cntP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by all space
               into arg1 arg2 arg3 arg4.
           move function current-date(1:8) to run-date

           if arg1 = spaces or arg2 = spaces
               or function test-numval(arg2) not = 0
               display "Usage: mkplan <ctlfile> <window-minutes> "
                   "[<start-HHMM>] [FAST]"
               move 12 to return-code
               stop run
           end-if
           move arg1 to ctl-file-name
           compute window-secs = function numval(arg2) * 60

           if function trim(arg3) = "FAST"
               or function trim(arg4) = "FAST"
               move "Y" to est-fast
           end-if
           if arg3 not = spaces and function trim(arg3) not = "FAST"
               if function test-numval(arg3) not = 0
                   or function length(function trim(arg3)) not = 4
                   or function numval(arg3(1:2)) > 23
                   or function numval(arg3(3:2)) > 59
                   display "Error: window start must be HHMM, got '"
                       function trim(arg3) "'"
                   move 12 to return-code
                   stop run
               end-if
               move "Y" to start-given
               move arg3(1:4) to start-hhmm
               compute start-of-window =
                   function numval(start-hhmm(1:2)) * 3600
                   + function numval(start-hhmm(3:2)) * 60
           end-if

           perform load-queue-para
           perform load-registry-para
           perform load-history-para
           perform order-candidates-para

           open output plan-file
           if plan-file-status not = "00"
               display "Error: cannot open "
                   function trim(plan-file-name)
                   " (status " plan-file-status ")"
               move 12 to return-code
               stop run
           end-if
           open output control-file
           if ctl-file-status not = "00"
               display "Error: cannot open control file "
                   function trim(ctl-file-name)
                   " (status " ctl-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move window-secs to secsP
           compute minsP = window-secs / 60
           move spaces to plan-line
           if start-clock-given
               string "PLAN -- " run-date " -- window "
                   function trim(minsP) " min from "
                   start-hhmm(1:2) ":" start-hhmm(3:2)
                   " -- FAST=" est-fast " -- "
                   function trim(ctl-file-name)
                   delimited by size into plan-line
           else
               string "PLAN -- " run-date " -- window "
                   function trim(minsP) " min"
                   " -- FAST=" est-fast " -- "
                   function trim(ctl-file-name)
                   delimited by size into plan-line
           end-if
           perform plan-line-para
           move spaces to plan-line
           string "SCHEDULED   REQUESTOR         LOWER      UPPER P"
               " NEEDED    EST-SEC BASIS FINISH"
               delimited by size into plan-line
           perform plan-line-para

           perform varying cx from 1 by 1 until cx > cand-count
               perform plan-one-para
           end-perform
           if planned-count = 0
               move "  nothing scheduled" to plan-line
               perform plan-line-para
           end-if

           perform deferred-section-para
           perform write-summary-para

           close control-file
           close plan-file

           if planned-count > 0
               perform save-queue-para
           end-if
           if deferred-count > 0 or planned-count = 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           stop run.

      *----------------------------------------------------------
      *    The queue into its table, and the QUEUED entries onto
      *    the candidate list.
      *----------------------------------------------------------
       load-queue-para.
           open input queue-file
           if queue-file-status not = "00"
               display "Error: cannot open "
                   function trim(queue-file-name)
                   " (status " queue-file-status ")"
                   " -- no requests have been taken in"
               move 12 to return-code
               stop run
           end-if
           perform until queue-at-eof
               read queue-file into request-record
                   at end
                       move "Y" to queue-eof
                   not at end
                       if queue-count >= queue-max
                           display "Error: more than " queue-max
                               " requests on "
                               function trim(queue-file-name)
                               " -- raise QUEUE-MAX"
                           move 12 to return-code
                           stop run
                       end-if
                       compute queue-count = queue-count + 1
                       move request-record to queue-line(queue-count)
                       if req-status = "QUEUED"
                           compute cand-count = cand-count + 1
                           move queue-count to cand-slot(cand-count)
                       end-if
               end-read
           end-perform
           close queue-file.

       save-queue-para.
           open output queue-file
           if queue-file-status not = "00"
               display "Error: cannot rewrite "
                   function trim(queue-file-name)
                   " (status " queue-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform varying qx from 1 by 1 until qx > queue-count
               write fd-queue-line from queue-line(qx)
           end-perform
           close queue-file.

      *----------------------------------------------------------
      *    Planning order by selection: priority, needed-by,
      *    request number, compared as one key.
      *----------------------------------------------------------
       order-candidates-para.
           perform varying cx from 1 by 1 until cx >= cand-count
               move cx to best-cy
               move queue-line(cand-slot(cx)) to request-record
               perform candidate-key-para
               move key-a to key-b
               compute cy = cx + 1
               perform until cy > cand-count
                   move queue-line(cand-slot(cy)) to request-record
                   perform candidate-key-para
                   if key-a < key-b
                       move cy to best-cy
                       move key-a to key-b
                   end-if
                   compute cy = cy + 1
               end-perform
               if best-cy not = cx
                   move cand-slot(cx) to swap-slot
                   move cand-slot(best-cy) to cand-slot(cx)
                   move swap-slot to cand-slot(best-cy)
               end-if
           end-perform.

       candidate-key-para.
           move spaces to key-a
           string req-priority req-needed req-number
               delimited by size into key-a.

      *----------------------------------------------------------
      *    One candidate: estimate, then schedule or defer.
      *----------------------------------------------------------
       plan-one-para.
           move cand-slot(cx) to qx
           move queue-line(qx) to request-record
           compute prop-width = req-upper - req-lower + 1
           perform estimate-para
           if est-basis = spaces
               move "no usable run-log history" to defer-reason
               perform defer-para
               exit paragraph
           end-if
           compute left-secs = window-secs - used-secs
           if expect-secs > left-secs
               compute minsP = (expect-secs + 59) / 60
               move left-secs to secsP
               move spaces to defer-reason
               string "would not fit: needs ~" function trim(minsP)
                   " min, " function trim(secsP) " sec left"
                   delimited by size into defer-reason
               perform defer-para
               exit paragraph
           end-if

           compute used-secs = used-secs + expect-secs
           compute planned-count = planned-count + 1
           move req-lower to loP
           move req-upper to hiP
           move spaces to ctl-line
           string function trim(req-label) " " function trim(loP)
               " " function trim(hiP)
               delimited by size into ctl-line
           write fd-ctl-line from ctl-line

           move "SCHEDULED" to req-status
           move run-date to req-status-date
           move request-record to queue-line(qx)

           move used-secs to finish-secs
           perform finish-text-para
           move expect-secs to secsP
           move spaces to plan-line
           string req-label "  " req-requestor " " loP " " hiP " "
               req-priority " " req-needed " " secsP " " est-basis
               " " finish-text
               delimited by size into plan-line
           perform plan-line-para.

      *    A deferred request stays QUEUED and on the candidate
      *    list; the deferred section below finds it there.
       defer-para.
           compute deferred-count = deferred-count + 1.

      *----------------------------------------------------------
      *    Every candidate still QUEUED after the pass, with the
      *    reason it waits: re-estimated so the reason reads the
      *    same as it did during the pass.
      *----------------------------------------------------------
       deferred-section-para.
           move spaces to plan-line
           perform plan-line-para
           move spaces to plan-line
           string "DEFERRED    REQUESTOR         LOWER      UPPER P"
               " NEEDED    REASON" delimited by size into plan-line
           perform plan-line-para
           if deferred-count = 0
               move "  none" to plan-line
               perform plan-line-para
               exit paragraph
           end-if
           move zero to used-secs
           perform varying cx from 1 by 1 until cx > cand-count
               move cand-slot(cx) to qx
               move queue-line(qx) to request-record
               compute prop-width = req-upper - req-lower + 1
               perform estimate-para
               if req-status = "SCHEDULED"
                   compute used-secs = used-secs + expect-secs
               else
                   compute left-secs = window-secs - used-secs
                   if est-basis = spaces
                       move "no usable run-log history"
                           to defer-reason
                   else
                       compute minsP = (expect-secs + 59) / 60
                       move left-secs to secsP
                       move spaces to defer-reason
                       string "would not fit: needs ~"
                           function trim(minsP) " min, "
                           function trim(secsP) " sec left"
                           delimited by size into defer-reason
                   end-if
                   move req-lower to loP
                   move req-upper to hiP
                   move spaces to plan-line
                   string req-label "  " req-requestor " " loP " "
                       hiP " " req-priority " " req-needed " "
                       defer-reason
                       delimited by size into plan-line
                   perform plan-line-para
               end-if
           end-perform.

      *----------------------------------------------------------
      *    Expected seconds for PROP-WIDTH: comparables first
      *    (EST-BASIS COMP), the whole history's pooled rate
      *    failing that (ROUGH), spaces when there is no history.
      *----------------------------------------------------------
       estimate-para.
           move zero to comp-runs
           move zero to comp-width
           move zero to comp-secs
           move zero to expect-secs
           move spaces to est-basis
           perform varying hx from 1 by 1 until hx > hist-count
               if hs-width(hx) * 2 >= prop-width
                   and hs-width(hx) <= prop-width * 2
                   compute comp-runs = comp-runs + 1
                   compute comp-width = comp-width + hs-width(hx)
                   compute comp-secs = comp-secs + hs-secs(hx)
               end-if
           end-perform
           if comp-runs > 0
               move "COMP" to est-basis
           else
               if hist-count = 0
                   exit paragraph
               end-if
               move all-width to comp-width
               move all-secs to comp-secs
               move "ROUGH" to est-basis
           end-if
      *    Sub-second history counts as a second, as in mkestim.
           if comp-secs = 0
               move 1 to comp-secs
           end-if
           compute through-rate = comp-width / comp-secs
           if through-rate = 0
               move 1 to through-rate
           end-if
           compute expect-secs = prop-width / through-rate
           if expect-secs = 0
               move 1 to expect-secs
           end-if.

      *    FINISH-SECS into the plan's finish column: a clock time
      *    from the window start, or time into the window.
       finish-text-para.
           move spaces to finish-text
           if start-clock-given
               compute finish-secs = finish-secs + start-of-window
               compute finish-hh = function mod
                   (finish-secs / 3600, 24)
           else
               compute finish-hh = finish-secs / 3600
           end-if
           compute finish-mm = function mod(finish-secs / 60, 60)
           move finish-hh to hhP
           move finish-mm to mmP
           if start-clock-given
               string hhP ":" mmP delimited by size into finish-text
           else
               string "+" hhP ":" mmP delimited by size
                   into finish-text
           end-if.

      *----------------------------------------------------------
      *    The run log into the history table, one pass.
      *----------------------------------------------------------
       load-history-para.
           open input runlog-file
           if runlog-file-status not = "00"
               display "  Note: no run log on file ("
                   runlog-file-status ") -- nothing to estimate from"
               exit paragraph
           end-if
           perform until runlog-at-eof
               read runlog-file into runlog-record
                   at end
                       move "Y" to runlog-eof
                   not at end
                       perform weigh-log-record-para
               end-read
           end-perform
           close runlog-file.

      *    mkestim's test of a usable run: completed with a ledger
      *    line posted, same FAST setting, a single decodable
      *    width, a sane stamp pair.
       weigh-log-record-para.
           move "N" to log-usable
           if rl-rc < 12 and rl-fast = est-fast
               and rl-ledger-writes > 0
               perform decode-log-width-para
           end-if
           if log-run-usable
               perform decode-log-elapsed-para
           end-if
           if log-run-usable and hist-count < hist-max
               compute hist-count = hist-count + 1
               move log-width to hs-width(hist-count)
               move log-elapsed to hs-secs(hist-count)
               compute all-width = all-width + log-width
               compute all-secs = all-secs + log-elapsed
           end-if.

       decode-log-width-para.
           move spaces to parm-t1
           move spaces to parm-t2
           move spaces to parm-t3
           unstring rl-parms delimited by space
               into parm-t1 parm-t2 parm-t3
           if function test-numval(parm-t1) = 0
               and function test-numval(parm-t2) = 0
               compute log-lower = function numval(parm-t1)
               compute log-upper = function numval(parm-t2)
               if log-upper >= log-lower
                   compute log-width = log-upper - log-lower + 1
                   move "Y" to log-usable
               end-if
           else
               if parm-t1 = "RANGE"
                   perform varying rx from 1 by 1
                           until rx > registry-count
                       if rt-label(rx) = parm-t2(1:10)
                           move rt-lower(rx) to log-lower
                           move rt-upper(rx) to log-upper
                           if log-upper >= log-lower
                               compute log-width =
                                   log-upper - log-lower + 1
                               move "Y" to log-usable
                           end-if
                       end-if
                   end-perform
               end-if
           end-if.

       decode-log-elapsed-para.
           if function test-numval(rl-start) not = 0
               or function test-numval(rl-end) not = 0
               move "N" to log-usable
           else
               compute start-days = function integer-of-date
                   (function numval(rl-start(1:8)))
               compute end-days = function integer-of-date
                   (function numval(rl-end(1:8)))
               compute start-secs =
                   function numval(rl-start(9:2)) * 3600
                   + function numval(rl-start(11:2)) * 60
                   + function numval(rl-start(13:2))
               compute end-secs =
                   function numval(rl-end(9:2)) * 3600
                   + function numval(rl-end(11:2)) * 60
                   + function numval(rl-end(13:2))
               compute log-elapsed =
                   (end-days - start-days) * 86400
                   + end-secs - start-secs
               if log-elapsed < 0
                   move "N" to log-usable
               end-if
           end-if.

       load-registry-para.
           open input registry-file
           if registry-file-status = "00"
               perform until registry-at-eof
                   read registry-file into registry-record
                       at end
                           move "Y" to registry-eof
                       not at end
                           if registry-count < registry-max
                               compute registry-count =
                                   registry-count + 1
                               move reg-label
                                   to rt-label(registry-count)
                               move reg-lower
                                   to rt-lower(registry-count)
                               move reg-upper
                                   to rt-upper(registry-count)
                           end-if
                   end-read
               end-perform
               close registry-file
           end-if.

      *----------------------------------------------------------
      *    Close the plan sheet with its totals.
      *----------------------------------------------------------
       write-summary-para.
           move spaces to plan-line
           perform plan-line-para
           move planned-count to cntP
           move "  Requests scheduled" to plan-line
           perform summary-line-para
           move deferred-count to cntP
           move "  Requests deferred" to plan-line
           perform summary-line-para
           compute cntP = (used-secs + 59) / 60
           move "  Window minutes used" to plan-line
           perform summary-line-para
           compute cntP = (window-secs - used-secs) / 60
           move "  Window minutes left" to plan-line
           perform summary-line-para
           move used-secs to finish-secs
           perform finish-text-para
           move spaces to plan-line
           string "  Estimated finish               " finish-text
               delimited by size into plan-line
           perform plan-line-para.

      *    Label already in PLAN-LINE, count in CNTP.
       summary-line-para.
           move cntP to plan-line(34:10)
           perform plan-line-para.

       plan-line-para.
           display function trim(plan-line trailing)
           write fd-plan-line from plan-line.
