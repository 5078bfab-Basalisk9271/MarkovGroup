       identification division.
       program-id.
       mkwatch.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Stall watchdog for the long generation runs, for the
      *    scheduler to start every few minutes while the window
      *    is open. A run that hangs, or a machine that freezes
      *    under it, leaves the run lock sitting there and the
      *    status file going stale; this is the program that
      *    notices before 6 a.m. does.
      *
      *        mkwatch [<factor> [<first-minutes>]]
      *
      *    Every run lock is looked at -- the main one,
      *    data/markov-runlock.dat, and each partition slice's
      *    data/markov-runlock-p<kk>.dat -- together with the
      *    status file its run's heartbeat rewrites. An absent or
      *    empty lock is a free slot and is passed over. A held
      *    lock is judged:
      *
      *      - ORPHANED   the run log shows the run that took it
      *                   already ended, or no markov process is
      *                   running under the parameters the lock
      *                   names. Nothing is behind it: markov
      *                   UNLOCK (UNLOCK <kk> for a slice) is safe.
      *                   Severity 04 alert, once per lock.
      *      - STALLED    the run is there, but the heartbeat has
      *                   been quiet longer than <factor> (default
      *                   3) times the interval the range in hand
      *                   has been beating at, and never less than
      *                   five minutes. Severity 08 alert, once
      *                   per silent heartbeat.
      *      - ALIVE      the heartbeat is inside its interval.
      *
      *    The expected interval is measured, not guessed: the
      *    heartbeat comes at every one percent of a range, so the
      *    time between the first heartbeat seen on the range and
      *    the latest, over the percent gained between them, is
      *    what one percent of this range costs on this machine.
      *    Until the range has moved a percent under watch it is
      *    judged on its pace since the lock was taken.
      *
      *    At a range change markov's last line for the old range
      *    says 100%, and it writes a 0% line for the new range as
      *    soon as that starts generating -- in between, the old
      *    range is posted. Neither stretch runs at the old
      *    range's pace, so a range at 100%, a range at 0%, and a
      *    run with no heartbeat yet are each allowed
      *    <first-minutes> (default 30) of silence. The new
      *    range's first percent after its 0% line is timed the
      *    same way, and its pace is measured from there.
      *
      *    What was seen on each pass is kept on
      *    data/markov-watch.dat for the next one, rewritten each
      *    run with the locks held now -- a lock with a new start
      *    stamp is a new run and starts over.
      *
      *    Condition codes: 0 nothing held or everything alive, 4
      *    an orphaned lock, 8 a stalled run, 12 a watch file that
      *    cannot be rewritten.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select lock-file assign dynamic lock-file-name
               organization is line sequential
               file status is lock-file-status.

           select status-file assign dynamic status-file-name
               organization is line sequential
               file status is status-file-status.

           select runlog-file assign dynamic runlog-file-name
               organization is line sequential
               file status is runlog-file-status.

           select watch-file assign dynamic watch-file-name
               organization is line sequential
               file status is watch-file-status.

           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  lock-file.
       01  fd-lock-line pic x(80).

       fd  status-file.
       01  fd-status-line pic x(132).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  watch-file.
       01  fd-watch-line pic x(80).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "runlog.cpy".
           copy "watchst.cpy".
           copy "alert.cpy".
      *    A CALL hands back the callee's RETURN-CODE; the run's
      *    own condition code is held across it.
           01 cal-rc-hold usage is binary-long.
           01 lock-file-name pic x(100).
           01 lock-file-status pic x(2).
           01 status-file-name pic x(100).
           01 status-file-status pic x(2).
           01 status-line pic x(132).
           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 runlog-file-status pic x(2).
           01 watch-file-name pic x(100)
                value "data/markov-watch.dat".
           01 watch-file-status pic x(2).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).
           01 alert-severity pic 9(2).
           01 file-eof pic x value "N".
              88 file-at-eof value "Y".

      *    The run lock as markov writes it: the holder's start
      *    stamp and its command line.
           01 lock-record.
              05 lock-stamp pic x(14).
              05 filler pic x value space.
              05 lock-parms pic x(60).
           01 lock-stamp-seen pic x(14).

           01 cmdline pic x(100).
           01 arg1 pic x(50).
           01 arg2 pic x(50).
           01 run-date pic x(8).
           01 now-stamp pic x(14).
           01 stall-factor usage is binary-long unsigned value 3.
           01 first-minutes usage is binary-long unsigned value 30.
      *    No run is called stalled on less than this much silence,
      *    however brisk its heartbeat has been.
           01 floor-secs usage is binary-long unsigned value 300.

      *    The lock slots: 00 the main run, 01-99 the partition
      *    slices.
           01 slot usage is binary-long unsigned.
           01 slot-ix usage is binary-long unsigned.
           01 slot-kk pic 9(2).
           01 slot-label pic x(20).

      *    Last pass's watch lines by slot, and this pass's.
           01 watch-table.
              05 watch-old pic x(80) occurs 100 times.
              05 watch-new pic x(80) occurs 100 times.
           01 wx usage is binary-long unsigned.

      *    The heartbeat line, taken apart.
           01 hb-stamp pic x(14).
           01 hb-path pic x(10).
           01 hb-word-1 pic x(10).
           01 hb-lower pic x(10).
           01 hb-word-2 pic x(10).
           01 hb-upper pic x(10).
           01 hb-a pic x(20).
           01 hb-count pic x(20).
           01 hb-pct-text pic x(10).
           01 hb-pct-digits pic x(10).
           01 hb-pct usage is binary-long unsigned.
           01 hb-lower-n pic 9(10).
           01 hb-upper-n pic 9(10).
           01 heartbeat-seen pic x.
              88 heartbeat-was-seen value "Y".

           01 run-finished pic x.
              88 run-has-finished value "Y".
           01 run-alive pic x.
              88 run-is-alive value "Y".
              88 run-is-gone value "N".
              88 run-is-unknown value "?".
           01 finish-end pic x(14).
           01 finish-rc pic 9(2).
           01 probe-command pic x(200).
           01 probe-pattern pic x(80).
           01 probe-rc usage is binary-long.

      *    Timing, in seconds since a fixed day.
           01 stamp-in pic x(14).
           01 stamp-secs usage is binary-double.
           01 now-secs usage is binary-double.
           01 lock-secs usage is binary-double.
           01 hb-secs usage is binary-double.
           01 first-secs usage is binary-double.
           01 quiet-secs usage is binary-double.
           01 expected-secs usage is binary-double.
           01 limit-secs usage is binary-double.

           01 locks-held usage is binary-long unsigned value 0.
           01 runs-alive usage is binary-long unsigned value 0.
           01 runs-stalled usage is binary-long unsigned value 0.
           01 locks-orphaned usage is binary-long unsigned value 0.

      * Formatting Variables
           01 cntP pic z(9)9.
           01 secsP pic z(9)9.
           01 limitP pic z(9)9.
           01 pctP pic zz9.
           01 lowerP pic z(9)9.
           01 upperP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1 arg2.

           if arg1 not = spaces
               if function test-numval(arg1) = 0
                   and function numval(arg1) >= 1
                   and function numval(arg1) < 100
                   compute stall-factor = function numval(arg1)
               else
                   display "Usage: mkwatch [<factor> "
                       "[<first-minutes>]]"
                   move 12 to return-code
                   stop run
               end-if
           end-if
           if arg2 not = spaces
               if function test-numval(arg2) = 0
                   and function numval(arg2) >= 1
                   and function numval(arg2) < 1000
                   compute first-minutes = function numval(arg2)
               else
                   display "Usage: mkwatch [<factor> "
                       "[<first-minutes>]]"
                   move 12 to return-code
                   stop run
               end-if
           end-if

           move function current-date(1:14) to now-stamp
           move now-stamp(1:8) to run-date
           move now-stamp to stamp-in
           perform stamp-secs-para
           move stamp-secs to now-secs

           display "===== Run watchdog " now-stamp " ====="

           perform load-watch-para
           perform watch-slot-para
               varying slot from 0 by 1 until slot > 99
           perform rewrite-watch-para
           perform write-summary-para

           stop run.

      *----------------------------------------------------------
      *    Last pass's watch lines into their slots; none yet is a
      *    first pass.
      *----------------------------------------------------------
       load-watch-para.
           move spaces to watch-table
           open input watch-file
           if watch-file-status not = "00"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read watch-file into watch-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if wch-slot is numeric
                           compute wx = wch-slot + 1
                           move watch-record to watch-old(wx)
                       end-if
               end-read
           end-perform
           close watch-file.

      *----------------------------------------------------------
      *    One lock slot: nothing to do unless the lock is held.
      *----------------------------------------------------------
       watch-slot-para.
           compute slot-ix = slot + 1
           move slot to slot-kk
           if slot = 0
               move "data/markov-runlock.dat" to lock-file-name
               move "data/markov-status.dat" to status-file-name
               move "Main run" to slot-label
           else
               move spaces to lock-file-name
               string "data/markov-runlock-p" slot-kk ".dat"
                   delimited by size into lock-file-name
               move spaces to status-file-name
               string "data/markov-status-p" slot-kk ".dat"
                   delimited by size into status-file-name
               move spaces to slot-label
               string "Partition slice " slot-kk
                   delimited by size into slot-label
           end-if

           perform read-lock-para
           if lock-stamp = spaces
               exit paragraph
           end-if
           move lock-stamp to lock-stamp-seen
           compute locks-held = locks-held + 1
           move lock-stamp to stamp-in
           perform stamp-secs-para
           move stamp-secs to lock-secs

      *    Carry on from last pass only if it is the same run.
           move watch-old(slot-ix) to watch-record
           if watch-old(slot-ix) = spaces
               or wch-lock-stamp not = lock-stamp
               move spaces to watch-record
               move slot to wch-slot
               move lock-stamp to wch-lock-stamp
               move 0 to wch-lower wch-upper wch-first-pct
               move spaces to wch-first-stamp wch-alert-stamp
               move "N" to wch-orphan
           end-if

           display " "
           display "  " function trim(slot-label)
               ": lock held since " lock-stamp " under '"
               function trim(lock-parms) "'"

           perform check-finished-para
           perform probe-live-para

      *    A run that ended as we looked has given the lock back;
      *    only a lock still held under the same stamp is judged
      *    orphaned.
           if run-has-finished or run-is-gone
               perform read-lock-para
               if lock-stamp not = lock-stamp-seen
                   display "    Released while being checked"
                   compute locks-held = locks-held - 1
                   exit paragraph
               end-if
               perform orphan-para
           else
               perform check-heartbeat-para
           end-if
           move watch-record to watch-new(slot-ix).

      *    The slot's lock record; spaces when absent or empty.
       read-lock-para.
           move spaces to lock-record
           open input lock-file
           if lock-file-status not = "00"
               exit paragraph
           end-if
           read lock-file into lock-record
               at end
                   move spaces to lock-record
           end-read
           close lock-file.

      *----------------------------------------------------------
      *    Every markov execution logs its start stamp -- the same
      *    stamp it wrote on the lock -- as it ends. A run log line
      *    for this lock's stamp means its run is over.
      *----------------------------------------------------------
       check-finished-para.
           move "N" to run-finished
           open input runlog-file
           if runlog-file-status not = "00"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read runlog-file into runlog-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if rl-start = lock-stamp
                           move "Y" to run-finished
                           move rl-end to finish-end
                           move rl-rc to finish-rc
                       end-if
               end-read
           end-perform
           close runlog-file.

      *----------------------------------------------------------
      *    Is a markov process running under the parameters the
      *    lock names? The bracket keeps the probe's own shell,
      *    whose command line carries the pattern, from matching
      *    it. A probe that cannot answer proves nothing: the run
      *    is taken as there and its heartbeat judged instead.
      *----------------------------------------------------------
       probe-live-para.
           move spaces to probe-pattern
           if lock-parms = spaces
               move "[m]arkov$" to probe-pattern
           else
               string "[m]arkov " function trim(lock-parms)
                   delimited by size into probe-pattern
           end-if
           move spaces to probe-command
           string "pgrep -f '" function trim(probe-pattern)
               "' > /dev/null 2>&1"
               delimited by size into probe-command
           move return-code to cal-rc-hold
           call "SYSTEM" using probe-command
           move return-code to probe-rc
           move cal-rc-hold to return-code
      *    system() hands back a wait status on this platform --
      *    a clean multiple of 256 is the child's code shifted up.
           if probe-rc >= 256
               and function mod (probe-rc 256) = 0
               compute probe-rc = probe-rc / 256
           end-if
           evaluate probe-rc
               when 0
                   move "Y" to run-alive
               when 1
                   move "N" to run-alive
               when other
                   move "?" to run-alive
                   display "    Note: process check unavailable "
                       "(code " probe-rc ") -- judging the "
                       "heartbeat only"
           end-evaluate.

      *----------------------------------------------------------
      *    A held lock with no run behind it.
      *----------------------------------------------------------
       orphan-para.
           compute locks-orphaned = locks-orphaned + 1
           if run-has-finished
               display "    ORPHANED: that run ended " finish-end
                   " with condition code " finish-rc
                   " and left its lock behind"
           else
               display "    ORPHANED: no markov process is running "
                   "under these parameters"
           end-if
           if slot = 0
               display "    No live run holds this lock -- "
                   "markov UNLOCK is safe"
           else
               display "    No live run holds this lock -- "
                   "markov UNLOCK " slot-kk " is safe"
           end-if

           if wch-orphan = "Y"
               display "    (alert already raised)"
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           move spaces to alert-text
           if slot = 0
               string "Orphaned run lock " lock-stamp
                   ": markov UNLOCK is safe"
                   delimited by size into alert-text
           else
               string "Orphaned slice " slot-kk " lock " lock-stamp
                   ": UNLOCK " slot-kk " is safe"
                   delimited by size into alert-text
           end-if
           move 4 to alert-severity
           perform raise-alert-para
           move "Y" to wch-orphan.

      *----------------------------------------------------------
      *    A live run: how long since its last heartbeat, against
      *    how long this range's heartbeats have been taking.
      *----------------------------------------------------------
       check-heartbeat-para.
           compute runs-alive = runs-alive + 1
           move spaces to status-line
           open input status-file
           if status-file-status = "00"
               read status-file into status-line
                   at end
                       move spaces to status-line
               end-read
               close status-file
           end-if

           move spaces to hb-stamp hb-path hb-word-1 hb-lower
               hb-word-2 hb-upper hb-a hb-count hb-pct-text
           unstring status-line delimited by all space
               into hb-stamp hb-path hb-word-1 hb-lower
                   hb-word-2 hb-upper hb-a hb-count hb-pct-text
           move spaces to hb-pct-digits
           unstring hb-pct-text delimited by "%"
               into hb-pct-digits

      *    A status line older than the lock is the last run's.
           move "N" to heartbeat-seen
           if function test-numval(hb-stamp) = 0
               and hb-stamp >= lock-stamp
               and hb-word-1 = "range"
               and function test-numval(hb-lower) = 0
               and function test-numval(hb-upper) = 0
               and function test-numval(hb-pct-digits) = 0
               move "Y" to heartbeat-seen
           end-if

           if not heartbeat-was-seen
               compute quiet-secs = now-secs - lock-secs
               compute limit-secs = first-minutes * 60
               move quiet-secs to secsP
               move limit-secs to limitP
               display "    No heartbeat yet; lock taken "
                   function trim(secsP) " sec ago (limit "
                   function trim(limitP) " sec)"
               if quiet-secs > limit-secs
                   perform stalled-para
               end-if
               exit paragraph
           end-if

           compute hb-lower-n = function numval(hb-lower)
           compute hb-upper-n = function numval(hb-upper)
           compute hb-pct = function numval(hb-pct-digits)
           move hb-stamp to stamp-in
           perform stamp-secs-para
           move stamp-secs to hb-secs

      *    A range not seen on the last pass starts its own clock.
           if wch-first-stamp = spaces
               or wch-lower not = hb-lower-n
               or wch-upper not = hb-upper-n
               or wch-first-pct > hb-pct
               move hb-lower-n to wch-lower
               move hb-upper-n to wch-upper
               move hb-stamp to wch-first-stamp
               move hb-pct to wch-first-pct
           end-if
           move wch-first-stamp to stamp-in
           perform stamp-secs-para
           move stamp-secs to first-secs

           move 0 to expected-secs
           evaluate true
               when hb-pct > wch-first-pct
                   compute expected-secs =
                       (hb-secs - first-secs)
                       / (hb-pct - wch-first-pct)
               when hb-pct > 0
                   compute expected-secs =
                       (hb-secs - lock-secs) / hb-pct
           end-evaluate
      *    A range at 100% is done generating: the run is posting
      *    it and then starting the next, which says 0% as soon as
      *    it starts. Neither is paced like the range just ended,
      *    so the silence after the last line is given the same
      *    allowance as a range's first percent.
           evaluate true
               when hb-pct >= 100
                   compute limit-secs = first-minutes * 60
               when expected-secs > 0
                   compute limit-secs = expected-secs * stall-factor
                   if limit-secs < floor-secs
                       move floor-secs to limit-secs
                   end-if
               when other
                   compute limit-secs = first-minutes * 60
           end-evaluate
           compute quiet-secs = now-secs - hb-secs
           if quiet-secs < 0
               move 0 to quiet-secs
           end-if

           move quiet-secs to secsP
           move limit-secs to limitP
           move hb-pct to pctP
           move hb-lower-n to lowerP
           move hb-upper-n to upperP
           display "    " function trim(hb-path) " range "
               function trim(lowerP) " to " function trim(upperP)
               " at " function trim(pctP) "%; last heartbeat "
               function trim(secsP) " sec ago (limit "
               function trim(limitP) " sec)"
           if quiet-secs > limit-secs
               perform stalled-para
           else
               display "    ALIVE"
           end-if.

      *----------------------------------------------------------
      *    Too long quiet. One alert per silent heartbeat: the
      *    next pass over the same silence does not raise another,
      *    but a run that beats again and then goes quiet again
      *    does.
      *----------------------------------------------------------
       stalled-para.
           compute runs-stalled = runs-stalled + 1
           display "    STALLED -- the run holds its lock but its "
               "heartbeat has stopped"
           if heartbeat-was-seen
               move hb-stamp to stamp-in
           else
               move lock-stamp to stamp-in
           end-if
           if wch-alert-stamp = stamp-in
               display "    (alert already raised)"
               if return-code < 8
                   move 8 to return-code
               end-if
               exit paragraph
           end-if
           move quiet-secs to secsP
           move spaces to alert-text
           if slot = 0
               string "Run stalled: no heartbeat for "
                   function trim(secsP) " sec, lock " lock-stamp
                   delimited by size into alert-text
           else
               string "Slice " slot-kk " stalled: no heartbeat for "
                   function trim(secsP) " sec"
                   delimited by size into alert-text
           end-if
           move 8 to alert-severity
           perform raise-alert-para
           move stamp-in to wch-alert-stamp.

      *----------------------------------------------------------
      *    The watch file back out with the locks held now.
      *----------------------------------------------------------
       rewrite-watch-para.
           open output watch-file
           if watch-file-status not = "00"
               display "Error: cannot rewrite "
                   function trim(watch-file-name)
                   " (status " watch-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform varying wx from 1 by 1 until wx > 100
               if watch-new(wx) not = spaces
                   write fd-watch-line from watch-new(wx)
               end-if
           end-perform
           close watch-file.

       raise-alert-para.
           open extend alert-file
           if alert-file-status = "35"
               open output alert-file
           end-if
           if alert-file-status not = "00"
               display "Error: cannot open "
                   function trim(alert-file-name)
                   " (status " alert-file-status ")"
               move 12 to return-code
               stop run
           end-if
           move "O" to alr-status
           move alert-severity to alr-severity
           move run-date to alr-date
           move "mkwatch" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file
           if return-code < alert-severity
               move alert-severity to return-code
           end-if.

      *    A YYYYMMDDHHMMSS stamp as seconds since a fixed day.
       stamp-secs-para.
           move 0 to stamp-secs
           if function test-numval(stamp-in) = 0
               compute stamp-secs = function integer-of-date
                   (function numval(stamp-in(1:8))) * 86400
                   + function numval(stamp-in(9:2)) * 3600
                   + function numval(stamp-in(11:2)) * 60
                   + function numval(stamp-in(13:2))
           end-if.

       write-summary-para.
           display " "
           if locks-held = 0
               display "  No run lock held -- no generation job "
                   "active"
           end-if
           move locks-held to cntP
           display "  Run locks held:           " cntP
           move runs-alive to cntP
           display "    With a live run:        " cntP
           move runs-stalled to cntP
           display "    Stalled:                " cntP
           move locks-orphaned to cntP
           display "    Orphaned:               " cntP.
