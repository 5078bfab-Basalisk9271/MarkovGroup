       identification division.
       program-id.
       mktimeline.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Timeline and service-level report over the job-stream
      *    step-status file (data/markov-stepstat.dat), which
      *    mkchain appends a line to as every step settles:
      *
      *      - the night's timeline: each step's start, end,
      *        elapsed time, and the gap since the step before it
      *        ended;
      *      - the trend: each step's run count, average and worst
      *        elapsed time over the last 30 nights on file;
      *      - every night on file up to that one the stream
      *        finished after the stated deadline, with the step
      *        that caused the overrun -- the step that ran
      *        furthest over its 30-night average that night.
      *
      *    A step on the reported night that took more than twice
      *    its average over the nights before is written to the
      *    alert file at severity 04 (source mktimeline).
      *
      *        mktimeline <deadline-HHMM> [<YYYYMMDD>] [<streamfile>]
      *
      *    The night defaults to the latest on file, the stream to
      *    the one on the file's last line. A deadline earlier in
      *    the day than the night's first step started falls on
      *    the following morning. SKIPPED steps are listed on the
      *    timeline but never timed.
      *
      *    Output: data/markov-timeline.dat. Condition code 4 when
      *    the night finished late or raised an alert, 12 for
      *    unusable arguments or a missing status file.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select stepstat-file assign dynamic stepstat-file-name
               organization is line sequential
               file status is stepstat-file-status.

           select timeline-file assign dynamic timeline-file-name
               organization is line sequential
               file status is timeline-file-status.

      *    Persistent operator alert file, shared with markov.
           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  stepstat-file.
       01  fd-stepstat-line pic x(200).

       fd  timeline-file.
       01  fd-timeline-line pic x(132).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "stepstat.cpy".
           copy "alert.cpy".
           01 stepstat-file-name pic x(100)
                value "data/markov-stepstat.dat".
           01 stepstat-file-status pic x(2).
           01 stepstat-eof pic x value "N".
              88 stepstat-at-eof value "Y".
           01 timeline-file-name pic x(100)
                value "data/markov-timeline.dat".
           01 timeline-file-status pic x(2).
           01 timeline-line pic x(132).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).

           01 cmdline pic x(200).
           01 arg1 pic x(50).
           01 arg2 pic x(50).
           01 arg3 pic x(100).

           01 run-date pic x(8).
           01 report-date pic x(8) value spaces.
           01 report-stream pic x(100) value spaces.
           01 deadline-hhmm pic x(4).
           01 deadline-secs usage is binary-long unsigned.
           01 deadlineP pic x(5).

      *    One slot per night of the stream on file.
           01 night-count usage is binary-long unsigned value 0.
           01 night-max usage is binary-long unsigned value 3000.
           01 night-table.
              05 night-entry occurs 3000 times.
                 10 nt-date pic x(8).
                 10 nt-first-start pic x(14).
                 10 nt-last-end pic x(14).
                 10 nt-in-window pic x.
                 10 nt-late pic x.
                 10 nt-late-secs usage is binary-long.
                 10 nt-culprit pic x(12).
                 10 nt-culprit-elapsed usage is binary-long.
                 10 nt-culprit-excess usage is binary-long.
           01 nx usage is binary-long unsigned.
           01 ny usage is binary-long unsigned.
           01 newer-nights usage is binary-long unsigned.
           01 window-nights usage is binary-long unsigned value 0.
           01 window-first pic x(8).
           01 night-found pic x value "N".
              88 night-slot-found value "Y".

      *    One slot per step name seen inside the 30-night window.
      *    The PRIOR figures leave out the reported night, so the
      *    night is held to its history, not to itself.
           01 step-count usage is binary-long unsigned value 0.
           01 step-max usage is binary-long unsigned value 50.
           01 step-table.
              05 step-entry occurs 50 times.
                 10 st-step pic x(12).
                 10 st-runs usage is binary-long unsigned.
                 10 st-total usage is binary-double unsigned.
                 10 st-worst usage is binary-long unsigned.
                 10 st-prior-runs usage is binary-long unsigned.
                 10 st-prior-total usage is binary-double unsigned.
           01 sx usage is binary-long unsigned.
           01 step-found pic x value "N".
              88 step-slot-found value "Y".
           01 step-average usage is binary-long unsigned.
           01 prior-average usage is binary-long unsigned.

      *    Seconds arithmetic on SS-START / SS-END stamps.
           01 stamp-in pic x(14).
           01 stamp-secs usage is binary-double unsigned.
           01 start-secs usage is binary-double unsigned.
           01 end-secs usage is binary-double unsigned.
           01 prev-end-secs usage is binary-double unsigned value 0.
           01 elapsed-secs usage is binary-long.
           01 gap-secs usage is binary-long.
           01 excess-secs usage is binary-long.
           01 night-deadline usage is binary-double unsigned.
           01 first-tod usage is binary-long unsigned.

      *    HH:MM:SS of FMT-SECS into HMS-TEXT.
           01 fmt-secs usage is binary-long.
           01 fmt-rest usage is binary-long unsigned.
           01 hms-text.
              05 hms-h pic 99.
              05 filler pic x value ":".
              05 hms-m pic 99.
              05 filler pic x value ":".
              05 hms-s pic 99.
           01 start-text pic x(8).
           01 end-text pic x(8).
           01 elapsed-text pic x(8).
           01 gap-text pic x(8).
           01 avg-text pic x(8).
           01 worst-text pic x(8).

           01 nights-late usage is binary-long unsigned value 0.
           01 alerts-raised usage is binary-long unsigned value 0.
           01 steps-listed usage is binary-long unsigned value 0.

      * Formatting Variables
           01 cntP pic z(9)9.
           01 runsP pic z(4)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by all space
               into arg1 arg2 arg3.

           move function current-date(1:8) to run-date

           move function trim(arg1) to deadline-hhmm
           if function length(function trim(arg1)) not = 4
               or function test-numval(arg1) not = 0
               display "Usage: mktimeline <deadline-HHMM> "
                   "[<YYYYMMDD>] [<streamfile>]"
               move 12 to return-code
               stop run
           end-if
           if deadline-hhmm(1:2) > "23" or deadline-hhmm(3:2) > "59"
               display "Error: deadline must be a clock time HHMM, "
                   "got '" function trim(arg1) "'"
               move 12 to return-code
               stop run
           end-if
           compute deadline-secs =
               function numval(deadline-hhmm(1:2)) * 3600
               + function numval(deadline-hhmm(3:2)) * 60
           string deadline-hhmm(1:2) ":" deadline-hhmm(3:2)
               delimited by size into deadlineP

      *    The second word is the night when it is a date, else
      *    the stream.
           if arg2 not = spaces
               if function test-numval(arg2) = 0
                   and function length(function trim(arg2)) = 8
                   if function test-date-yyyymmdd
                       (function numval(arg2)) not = 0
                       display "Error: night must be YYYYMMDD, got '"
                           function trim(arg2) "'"
                       move 12 to return-code
                       stop run
                   end-if
                   move arg2 to report-date
                   move arg3 to report-stream
               else
                   move arg2 to report-stream
               end-if
           end-if

           if report-stream = spaces
               perform find-last-stream-para
           end-if
           perform load-nights-para
           if night-count = 0
               display "Error: no steps of stream "
                   function trim(report-stream) " on "
                   function trim(stepstat-file-name)
               move 12 to return-code
               stop run
           end-if
           if report-date = spaces
               perform varying nx from 1 by 1 until nx > night-count
                   if nt-date(nx) > report-date
                       or report-date = spaces
                       move nt-date(nx) to report-date
                   end-if
               end-perform
           end-if
           perform mark-window-para
           perform load-steps-para

           open output timeline-file
           if timeline-file-status not = "00"
               display "Error: cannot open "
                   function trim(timeline-file-name)
                   " (status " timeline-file-status ")"
               move 12 to return-code
               stop run
           end-if

           display "===== Stream timeline "
               function trim(report-stream) " -- night "
               report-date " -- deadline " deadlineP " ====="

           perform timeline-para
           perform culprit-para
           perform trend-para
           perform late-nights-para
           perform write-summary-para

           close timeline-file

           stop run.

      *----------------------------------------------------------
      *    No stream named: the one on the file's last line.
      *----------------------------------------------------------
       find-last-stream-para.
           perform open-stepstat-para
           perform until stepstat-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to stepstat-eof
                   not at end
                       move ss-stream to report-stream
               end-read
           end-perform
           close stepstat-file.

       open-stepstat-para.
           move "N" to stepstat-eof
           open input stepstat-file
           if stepstat-file-status not = "00"
               display "Error: cannot open "
                   function trim(stepstat-file-name)
                   " (status " stepstat-file-status ")"
               move 12 to return-code
               stop run
           end-if.

      *----------------------------------------------------------
      *    Pass 1: the stream's nights, with the first start and
      *    last end of the steps that actually ran.
      *----------------------------------------------------------
       load-nights-para.
           perform open-stepstat-para
           perform until stepstat-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to stepstat-eof
                   not at end
                       if ss-stream = report-stream
                           and ss-status not = "SKIPPED"
                           perform note-night-para
                       end-if
               end-read
           end-perform
           close stepstat-file.

       note-night-para.
           perform find-night-para
           if not night-slot-found
               if night-count >= night-max
                   display "Error: more than " night-max
                       " nights on the status file -- raise "
                       "NIGHT-MAX"
                   move 12 to return-code
                   stop run
               end-if
               compute night-count = night-count + 1
               move night-count to nx
               move ss-date to nt-date(nx)
               move ss-start to nt-first-start(nx)
               move ss-end to nt-last-end(nx)
               move "N" to nt-in-window(nx)
               move "N" to nt-late(nx)
               move 0 to nt-late-secs(nx)
               move spaces to nt-culprit(nx)
               move 0 to nt-culprit-elapsed(nx)
               move -1 to nt-culprit-excess(nx)
           end-if
           if ss-start < nt-first-start(nx)
               move ss-start to nt-first-start(nx)
           end-if
           if ss-end > nt-last-end(nx)
               move ss-end to nt-last-end(nx)
           end-if.

      *    SS-DATE's slot into NX.
       find-night-para.
           move "N" to night-found
           perform varying nx from 1 by 1
                   until nx > night-count or night-slot-found
               if nt-date(nx) = ss-date
                   move "Y" to night-found
               end-if
           end-perform
           if night-slot-found
               compute nx = nx - 1
           end-if.

      *----------------------------------------------------------
      *    The window: the 30 latest nights up to the reported
      *    one. A night is in it when fewer than 30 nights in
      *    range are newer. Each night's lateness is settled
      *    here as well.
      *----------------------------------------------------------
       mark-window-para.
           move report-date to window-first
           perform varying nx from 1 by 1 until nx > night-count
               if nt-date(nx) <= report-date
                   move 0 to newer-nights
                   perform varying ny from 1 by 1
                           until ny > night-count
                       if nt-date(ny) > nt-date(nx)
                           and nt-date(ny) <= report-date
                           compute newer-nights = newer-nights + 1
                       end-if
                   end-perform
                   if newer-nights < 30
                       move "Y" to nt-in-window(nx)
                       compute window-nights = window-nights + 1
                       if nt-date(nx) < window-first
                           move nt-date(nx) to window-first
                       end-if
                   end-if
               end-if

               move nt-first-start(nx) to stamp-in
               perform stamp-secs-para
               compute first-tod = function mod(stamp-secs, 86400)
               compute night-deadline = function integer-of-date
                   (function numval(nt-date(nx))) * 86400
                   + deadline-secs
               if deadline-secs < first-tod
                   compute night-deadline = night-deadline + 86400
               end-if
               move nt-last-end(nx) to stamp-in
               perform stamp-secs-para
               if stamp-secs > night-deadline
                   move "Y" to nt-late(nx)
                   compute nt-late-secs(nx) =
                       stamp-secs - night-deadline
               end-if
           end-perform.

      *----------------------------------------------------------
      *    Pass 2: each step's runs inside the window.
      *----------------------------------------------------------
       load-steps-para.
           perform open-stepstat-para
           perform until stepstat-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to stepstat-eof
                   not at end
                       if ss-stream = report-stream
                           and ss-status not = "SKIPPED"
                           perform find-night-para
                           if night-slot-found
                               and nt-in-window(nx) = "Y"
                               perform note-step-para
                           end-if
                       end-if
               end-read
           end-perform
           close stepstat-file.

       note-step-para.
           perform find-step-para
           if not step-slot-found
               if step-count >= step-max
                   display "Error: more than " step-max
                       " step names in the window -- raise STEP-MAX"
                   move 12 to return-code
                   stop run
               end-if
               compute step-count = step-count + 1
               move step-count to sx
               move ss-step to st-step(sx)
               move 0 to st-runs(sx)
               move 0 to st-total(sx)
               move 0 to st-worst(sx)
               move 0 to st-prior-runs(sx)
               move 0 to st-prior-total(sx)
           end-if
           perform step-elapsed-para
           compute st-runs(sx) = st-runs(sx) + 1
           compute st-total(sx) = st-total(sx) + elapsed-secs
           if elapsed-secs > st-worst(sx)
               move elapsed-secs to st-worst(sx)
           end-if
           if ss-date < report-date
               compute st-prior-runs(sx) = st-prior-runs(sx) + 1
               compute st-prior-total(sx) =
                   st-prior-total(sx) + elapsed-secs
           end-if.

      *    SS-STEP's slot into SX.
       find-step-para.
           move "N" to step-found
           perform varying sx from 1 by 1
                   until sx > step-count or step-slot-found
               if st-step(sx) = ss-step
                   move "Y" to step-found
               end-if
           end-perform
           if step-slot-found
               compute sx = sx - 1
           end-if.

      *    SS-START to SS-END in ELAPSED-SECS (START-SECS and
      *    END-SECS left set).
       step-elapsed-para.
           move ss-start to stamp-in
           perform stamp-secs-para
           move stamp-secs to start-secs
           move ss-end to stamp-in
           perform stamp-secs-para
           move stamp-secs to end-secs
           if end-secs > start-secs
               compute elapsed-secs = end-secs - start-secs
           else
               move 0 to elapsed-secs
           end-if.

      *    STAMP-IN (YYYYMMDDHHMMSS) as seconds since the epoch
      *    INTEGER-OF-DATE counts from.
       stamp-secs-para.
           move 0 to stamp-secs
           if function test-numval(stamp-in) = 0
               compute stamp-secs = function integer-of-date
                   (function numval(stamp-in(1:8))) * 86400
                   + function numval(stamp-in(9:2)) * 3600
                   + function numval(stamp-in(11:2)) * 60
                   + function numval(stamp-in(13:2))
           end-if.

      *----------------------------------------------------------
      *    Pass 3, view one: the reported night step by step.
      *    Each timed step is also held to twice its average over
      *    the nights before.
      *----------------------------------------------------------
       timeline-para.
           move spaces to timeline-line
           string "TIMELINE -- stream " function trim(report-stream)
               " -- night " report-date " -- deadline " deadlineP
               delimited by size into timeline-line
           write fd-timeline-line from timeline-line
           move spaces to timeline-line
           string "STEP         STATUS   START    END      "
               "ELAPSED  GAP"
               delimited by size into timeline-line
           perform echo-line-para

           move 0 to prev-end-secs
           perform open-stepstat-para
           perform until stepstat-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to stepstat-eof
                   not at end
                       if ss-stream = report-stream
                           and ss-date = report-date
                           perform timeline-step-para
                       end-if
               end-read
           end-perform
           close stepstat-file.

       timeline-step-para.
           compute steps-listed = steps-listed + 1
           move spaces to elapsed-text gap-text
           move ss-start(9:2) to hms-h
           move ss-start(11:2) to hms-m
           move ss-start(13:2) to hms-s
           move hms-text to start-text
           move ss-end(9:2) to hms-h
           move ss-end(11:2) to hms-m
           move ss-end(13:2) to hms-s
           move hms-text to end-text
           if ss-status not = "SKIPPED"
               perform step-elapsed-para
               move elapsed-secs to fmt-secs
               perform format-hms-para
               move hms-text to elapsed-text
               if prev-end-secs > 0
                   if start-secs > prev-end-secs
                       compute gap-secs = start-secs - prev-end-secs
                   else
                       move 0 to gap-secs
                   end-if
                   move gap-secs to fmt-secs
                   perform format-hms-para
                   move hms-text to gap-text
               end-if
               move end-secs to prev-end-secs
           end-if
           move spaces to timeline-line
           string ss-step " " ss-status " " start-text " "
               end-text " " elapsed-text " " gap-text
               delimited by size into timeline-line
           perform echo-line-para

           if ss-status not = "SKIPPED"
               perform find-step-para
               if step-slot-found and st-prior-runs(sx) > 0
                   compute prior-average =
                       st-prior-total(sx) / st-prior-runs(sx)
                   if elapsed-secs > prior-average * 2
                       perform slow-step-para
                   end-if
               end-if
           end-if.

      *    A step over twice its history: console, report, alert
      *    file at severity 04.
       slow-step-para.
           compute alerts-raised = alerts-raised + 1
           move prior-average to fmt-secs
           perform format-hms-para
           move hms-text to avg-text
           move spaces to timeline-line
           string "  ** " function trim(ss-step) " took "
               elapsed-text ", over twice its average of "
               avg-text
               delimited by size into timeline-line
           perform echo-line-para
           move spaces to alert-text
           string "Step " function trim(ss-step) " took "
               elapsed-text " vs avg " avg-text " night "
               report-date
               delimited by size into alert-text
           perform raise-alert-para.

      *----------------------------------------------------------
      *    Pass 4: for every late night, the step that ran
      *    furthest over its 30-night average (a step with no
      *    average is held to nothing, so the longest one wins).
      *----------------------------------------------------------
       culprit-para.
           perform open-stepstat-para
           perform until stepstat-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to stepstat-eof
                   not at end
                       if ss-stream = report-stream
                           and ss-status not = "SKIPPED"
                           perform find-night-para
                           if night-slot-found
                               and nt-late(nx) = "Y"
                               perform weigh-culprit-para
                           end-if
                       end-if
               end-read
           end-perform
           close stepstat-file.

       weigh-culprit-para.
           perform step-elapsed-para
           move 0 to step-average
           perform find-step-para
           if step-slot-found and st-runs(sx) > 0
               compute step-average = st-total(sx) / st-runs(sx)
           end-if
           compute excess-secs = elapsed-secs - step-average
           if excess-secs > nt-culprit-excess(nx)
               move excess-secs to nt-culprit-excess(nx)
               move ss-step to nt-culprit(nx)
               move elapsed-secs to nt-culprit-elapsed(nx)
           end-if.

      *----------------------------------------------------------
      *    View two: each step's average and worst over the
      *    window.
      *----------------------------------------------------------
       trend-para.
           move spaces to timeline-line
           perform echo-line-para
           move window-nights to cntP
           move spaces to timeline-line
           string "TREND -- " function trim(cntP)
               " night(s) " window-first " to " report-date
               delimited by size into timeline-line
           perform echo-line-para
           move spaces to timeline-line
           string "STEP          RUNS AVERAGE  WORST"
               delimited by size into timeline-line
           perform echo-line-para
           perform varying sx from 1 by 1 until sx > step-count
               compute step-average = st-total(sx) / st-runs(sx)
               move step-average to fmt-secs
               perform format-hms-para
               move hms-text to avg-text
               move st-worst(sx) to fmt-secs
               perform format-hms-para
               move hms-text to worst-text
               move st-runs(sx) to runsP
               move spaces to timeline-line
               string st-step(sx) " " runsP " " avg-text " "
                   worst-text
                   delimited by size into timeline-line
               perform echo-line-para
           end-perform.

      *----------------------------------------------------------
      *    Every night on file that finished after the deadline.
      *----------------------------------------------------------
       late-nights-para.
           move spaces to timeline-line
           perform echo-line-para
           move spaces to timeline-line
           string "NIGHTS FINISHED AFTER " deadlineP
               delimited by size into timeline-line
           perform echo-line-para
           move spaces to timeline-line
           string "NIGHT    FINISHED          LATE BY  CULPRIT"
               "      ELAPSED"
               delimited by size into timeline-line
           perform echo-line-para
           perform varying nx from 1 by 1 until nx > night-count
               if nt-late(nx) = "Y" and nt-date(nx) <= report-date
                   compute nights-late = nights-late + 1
                   move nt-late-secs(nx) to fmt-secs
                   perform format-hms-para
                   move hms-text to gap-text
                   move nt-culprit-elapsed(nx) to fmt-secs
                   perform format-hms-para
                   move hms-text to elapsed-text
                   move nt-last-end(nx)(9:2) to hms-h
                   move nt-last-end(nx)(11:2) to hms-m
                   move nt-last-end(nx)(13:2) to hms-s
                   move spaces to timeline-line
                   string nt-date(nx) " " nt-last-end(nx)(1:8) " "
                       hms-text " " gap-text " " nt-culprit(nx) " "
                       elapsed-text
                       delimited by size into timeline-line
                   perform echo-line-para
                   if nt-date(nx) = report-date
                       if return-code < 4
                           move 4 to return-code
                       end-if
                   end-if
               end-if
           end-perform
           if nights-late = 0
               move "  (none)" to timeline-line
               perform echo-line-para
           end-if.

       write-summary-para.
           move spaces to timeline-line
           write fd-timeline-line from timeline-line
           move night-count to cntP
           move "  Nights on file" to timeline-line
           perform summary-line-para
           move steps-listed to cntP
           move "  Steps on the reported night" to timeline-line
           perform summary-line-para
           move nights-late to cntP
           move "  Nights finished late" to timeline-line
           perform summary-line-para
           move alerts-raised to cntP
           move "  Slow-step alerts raised" to timeline-line
           perform summary-line-para
           if alerts-raised > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

      *    Label already in TIMELINE-LINE, count in CNTP.
       summary-line-para.
           move cntP to timeline-line(34:10)
           display timeline-line(1:43)
           write fd-timeline-line from timeline-line.

       echo-line-para.
           display function trim(timeline-line trailing)
           write fd-timeline-line from timeline-line.

      *    FMT-SECS as HH:MM:SS in HMS-TEXT (hours capped at 99).
       format-hms-para.
           if fmt-secs < 0
               move 0 to fmt-secs
           end-if
           move fmt-secs to fmt-rest
           if fmt-rest > 359999
               move 359999 to fmt-rest
           end-if
           compute hms-h = fmt-rest / 3600
           compute hms-m = function mod(fmt-rest, 3600) / 60
           compute hms-s = function mod(fmt-rest, 60).

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
           move 4 to alr-severity
           move run-date to alr-date
           move "mktimeline" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file.
