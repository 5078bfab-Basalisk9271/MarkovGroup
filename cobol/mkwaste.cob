       identification division.
       program-id.
       mkwaste.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Redundant-work report: for one month, what each range
      *    cost in machine time against what it found that the
      *    lifetime catalog did not already know.
      *
      *        mkwaste [<YYYYMM>]
      *
      *    The month defaults to the calendar month before the run
      *    date's: the step runs on the first business day of the
      *    next month, when every night of the month has posted --
      *    the nights after an early close date included. The
      *    month's ledger lines are the postings -- one range run
      *    by one execution. Each posting's execution is looked up
      *    on the run log for its elapsed time, shared evenly over
      *    every range that execution posted (the run log times a whole
      *    execution, not its ranges). The sightings history then
      *    credits each posting with its rediscoveries and the
      *    discovery bulletin with its new discoveries, matched
      *    by execution ID and range. A posting that found nothing
      *    new spent its time on rediscoveries only.
      *
      *    Two views, by range label and by lower/upper pair:
      *    executions, total elapsed seconds, values found, new
      *    discoveries, rediscoveries, and the seconds and share
      *    of elapsed time that produced only rediscoveries. Then
      *    the most wasteful repeat submissions -- pairs run more
      *    than once in the month -- ranked by those seconds, and
      *    the run-log time no posting accounts for.
      *
      *    Ledger lines and sightings from before execution IDs
      *    still count toward their range's figures, untimed. The
      *    report reads the live ledger, so it runs before the
      *    month-end rollover moves the month to its archive.
      *
      *    The report goes to the console and data/markov-waste.dat.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select ledger-file assign dynamic ledger-file-name
               organization is line sequential
               file status is ledger-file-status.

           select runlog-file assign dynamic runlog-file-name
               organization is line sequential
               file status is runlog-file-status.

           select sighting-file assign dynamic sighting-file-name
               organization is line sequential
               file status is sighting-file-status.

           select bulletin-file assign dynamic bulletin-file-name
               organization is line sequential
               file status is bulletin-file-status.

           select waste-file assign dynamic waste-file-name
               organization is line sequential
               file status is waste-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  sighting-file.
       01  fd-sighting-line pic x(80).

       fd  bulletin-file.
       01  fd-bulletin-line pic x(150).

       fd  waste-file.
       01  fd-waste-line pic x(132).

       working-storage section.
           copy "ledger.cpy".
           copy "runlog.cpy".
           copy "sighting.cpy".
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 ledger-file-status pic x(2).
           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 runlog-file-status pic x(2).
           01 sighting-file-name pic x(100)
                value "data/markov-sightings.dat".
           01 sighting-file-status pic x(2).
           01 bulletin-file-name pic x(100)
                value "data/markov-bulletin.dat".
           01 bulletin-file-status pic x(2).
           01 bulletin-line pic x(150).
           01 waste-file-name pic x(100)
                value "data/markov-waste.dat".
           01 waste-file-status pic x(2).
           01 waste-line pic x(132).
           01 file-eof pic x value "N".
              88 file-at-eof value "Y".

           01 cmdline pic x(50).
           01 arg1 pic x(50).
           01 run-date pic x(8).
           01 prior-year pic 9(4).
           01 prior-month pic 9(2).
           01 report-month pic x(6).

      *    One posting per ledger line of the month: the execution
      *    that posted it, its range, its share of the execution's
      *    elapsed time, and what it found.
           01 post-count usage is binary-long unsigned value 0.
           01 post-max usage is binary-long unsigned value 5000.
           01 post-table.
              05 post-entry occurs 5000 times.
                 10 po-exec-id pic x(8).
                 10 po-label pic x(10).
                 10 po-lower pic 9(10).
                 10 po-upper pic 9(10).
                 10 po-label-idx usage is binary-long unsigned.
                 10 po-pair-idx usage is binary-long unsigned.
                 10 po-elapsed usage is binary-long unsigned.
                 10 po-found usage is binary-double unsigned.
                 10 po-new usage is binary-long unsigned.
                 10 po-redisc usage is binary-long unsigned.
           01 px usage is binary-long unsigned.

      *    One slot per execution behind the month's postings:
      *    its elapsed time off the run log and how many ranges
      *    it posted, for the even share.
           01 run-count usage is binary-long unsigned value 0.
           01 run-max usage is binary-long unsigned value 3000.
           01 run-table.
              05 run-entry occurs 3000 times.
                 10 ru-exec-id pic x(8).
                 10 ru-ranges usage is binary-long unsigned.
                 10 ru-elapsed usage is binary-long unsigned.
                 10 ru-timed pic x.
           01 rx usage is binary-long unsigned.

      *    The two views' accumulators. A pair slot remembers the
      *    last label it ran under.
           01 label-count usage is binary-long unsigned value 0.
           01 label-max usage is binary-long unsigned value 200.
           01 label-table.
              05 label-entry occurs 200 times.
                 10 lb-label pic x(10).
                 10 lb-execs usage is binary-long unsigned.
                 10 lb-elapsed usage is binary-long unsigned.
                 10 lb-found usage is binary-double unsigned.
                 10 lb-new usage is binary-long unsigned.
                 10 lb-redisc usage is binary-long unsigned.
                 10 lb-wasted usage is binary-long unsigned.
           01 lx usage is binary-long unsigned.
           01 pair-count usage is binary-long unsigned value 0.
           01 pair-max usage is binary-long unsigned value 1000.
           01 pair-table.
              05 pair-entry occurs 1000 times.
                 10 pr-lower pic 9(10).
                 10 pr-upper pic 9(10).
                 10 pr-label pic x(10).
                 10 pr-execs usage is binary-long unsigned.
                 10 pr-elapsed usage is binary-long unsigned.
                 10 pr-found usage is binary-double unsigned.
                 10 pr-new usage is binary-long unsigned.
                 10 pr-redisc usage is binary-long unsigned.
                 10 pr-wasted usage is binary-long unsigned.
                 10 pr-ranked pic x.
           01 qx usage is binary-long unsigned.

      *    The key being looked up or added.
           01 key-exec-id pic x(8).
           01 key-label pic x(10).
           01 key-lower pic 9(10).
           01 key-upper pic 9(10).
           01 slot-found pic x value "N".
              88 slot-was-found value "Y".

      *    A bulletin DISCOVERY line taken apart.
           01 bul-head pic x(150).
           01 bul-tail pic x(150).
           01 bul-word pic x(20).
           01 bul-date pic x(20).
           01 bul-t1 pic x(20).
           01 bul-t2 pic x(20).
           01 bul-t3 pic x(20).
           01 bul-t4 pic x(20).
           01 bul-t5 pic x(20).
           01 bul-exec-word pic x(20).
           01 bul-lower-text pic x(20).
           01 bul-upper-text pic x(20).

      *    Elapsed time: RL-START to RL-END in seconds.
           01 stamp-in pic x(14).
           01 stamp-secs usage is binary-double unsigned.
           01 start-secs usage is binary-double unsigned.
           01 end-secs usage is binary-double unsigned.
           01 elapsed-secs usage is binary-long unsigned.
           01 share-secs usage is binary-long unsigned.
           01 share-rest usage is binary-long unsigned.

      *    Month totals.
           01 month-runs usage is binary-long unsigned value 0.
           01 month-elapsed usage is binary-double unsigned value 0.
           01 tied-elapsed usage is binary-double unsigned value 0.
           01 untied-elapsed usage is binary-double unsigned.
           01 untimed-posts usage is binary-long unsigned value 0.
           01 sightings-read usage is binary-long unsigned value 0.
           01 sightings-unmatched usage is binary-long unsigned
                value 0.
           01 discoveries-read usage is binary-long unsigned value 0.
           01 discoveries-unmatched usage is binary-long unsigned
                value 0.
           01 wasted-total usage is binary-double unsigned value 0.
           01 repeat-pairs usage is binary-long unsigned value 0.

      *    The ranked list.
           01 rank-max usage is binary-long unsigned value 10.
           01 rank-no usage is binary-long unsigned.
           01 best-idx usage is binary-long unsigned.
           01 best-wasted usage is binary-long unsigned.

      * Formatting Variables
           01 execP pic z(5)9.
           01 secP pic z(9)9.
           01 wasteP pic z(9)9.
           01 foundP pic z(9)9.
           01 newP pic z(7)9.
           01 redisP pic z(7)9.
           01 pctP pic zz9.
           01 rankP pic z9.
           01 cntP pic z(9)9.
           01 label-text pic x(10).

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1.

           move function current-date(1:8) to run-date
           if arg1 not = spaces
               if function test-numval(arg1) = 0
                   and function length(function trim(arg1)) = 6
                   move arg1 to report-month
               else
                   display "Error: month must be YYYYMM, got '"
                       function trim(arg1) "'"
                   move 12 to return-code
                   stop run
               end-if
           else
      *    The calendar month before the run date's.
               move run-date(1:4) to prior-year
               move run-date(5:2) to prior-month
               if prior-month = 1
                   move 12 to prior-month
                   subtract 1 from prior-year
               else
                   subtract 1 from prior-month
               end-if
               move spaces to report-month
               string prior-year prior-month
                   delimited by size into report-month
           end-if

           open output waste-file
           if waste-file-status not = "00"
               display "Error: cannot open "
                   function trim(waste-file-name)
                   " (status " waste-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to waste-line
           string "REDUNDANT WORK -- month " report-month
               " -- run date " run-date
               delimited by size into waste-line
           perform echo-line-para

           perform load-postings-para
           perform load-runlog-para
           perform share-elapsed-para
           perform load-sightings-para
           perform load-bulletin-para
           perform tally-waste-para

           perform by-label-para
           perform by-pair-para
           perform ranked-para
           perform write-summary-para

           close waste-file
           display "Report written to "
               function trim(waste-file-name).

           stop run.

      *----------------------------------------------------------
      *    Pass 1: the month's ledger lines become postings, and
      *    each execution behind them gets a slot counting its
      *    ranges.
      *----------------------------------------------------------
       load-postings-para.
           open input ledger-file
           if ledger-file-status not = "00"
               display "  Note: no ledger "
                   function trim(ledger-file-name) " (status "
                   ledger-file-status ")"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read ledger-file into ledger-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if ldg-date(1:6) = report-month
                           perform add-posting-para
                       end-if
               end-read
           end-perform
           close ledger-file.

       add-posting-para.
           if post-count >= post-max
               display "Error: more than " post-max
                   " ledger lines in month " report-month
               move 12 to return-code
               stop run
           end-if
           compute post-count = post-count + 1
           move post-count to px
           move ldg-exec-id to po-exec-id(px)
           move ldg-label to po-label(px)
           move ldg-lower to po-lower(px)
           move ldg-upper to po-upper(px)
           move zero to po-elapsed(px)
           move ldg-count to po-found(px)
           move zero to po-new(px)
           move zero to po-redisc(px)

           move ldg-label to key-label
           move ldg-lower to key-lower
           move ldg-upper to key-upper
           perform find-label-para
           move lx to po-label-idx(px)
           compute lb-execs(lx) = lb-execs(lx) + 1
           compute lb-found(lx) = lb-found(lx) + ldg-count
           perform find-pair-para
           move qx to po-pair-idx(px)
           compute pr-execs(qx) = pr-execs(qx) + 1
           compute pr-found(qx) = pr-found(qx) + ldg-count
           move ldg-label to pr-label(qx)

           if ldg-exec-id not = spaces
               move ldg-exec-id to key-exec-id
               perform find-run-para
               compute ru-ranges(rx) = ru-ranges(rx) + 1
           end-if.

      *----------------------------------------------------------
      *    Pass 2: each posting execution's elapsed time off the
      *    run log, and the month's run-log time in total.
      *----------------------------------------------------------
       load-runlog-para.
           open input runlog-file
           if runlog-file-status not = "00"
               display "  Note: no run log "
                   function trim(runlog-file-name) " (status "
                   runlog-file-status ") -- nothing is timed"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read runlog-file into runlog-record
                   at end
                       move "Y" to file-eof
                   not at end
                       perform take-runlog-para
               end-read
           end-perform
           close runlog-file.

       take-runlog-para.
           move rl-start to stamp-in
           perform stamp-secs-para
           move stamp-secs to start-secs
           move rl-end to stamp-in
           perform stamp-secs-para
           move stamp-secs to end-secs
           if end-secs > start-secs
               compute elapsed-secs = end-secs - start-secs
           else
               move 0 to elapsed-secs
           end-if
           if rl-start(1:6) = report-month
               compute month-runs = month-runs + 1
               compute month-elapsed = month-elapsed + elapsed-secs
           end-if
           if rl-exec-id = spaces
               exit paragraph
           end-if
           move "N" to slot-found
           perform varying rx from 1 by 1
                   until rx > run-count or slot-was-found
               if ru-exec-id(rx) = rl-exec-id
                   move "Y" to slot-found
                   move elapsed-secs to ru-elapsed(rx)
                   move "Y" to ru-timed(rx)
               end-if
           end-perform.

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
      *    Each execution's time split evenly over the ranges it
      *    posted -- the first range takes the odd seconds, so the
      *    shares add back up to the whole.
      *----------------------------------------------------------
       share-elapsed-para.
           perform varying px from 1 by 1 until px > post-count
               if po-exec-id(px) = spaces
                   compute untimed-posts = untimed-posts + 1
               else
                   move po-exec-id(px) to key-exec-id
                   perform find-run-para
                   evaluate ru-timed(rx)
                       when "Y"
                           divide ru-elapsed(rx) by ru-ranges(rx)
                               giving share-secs
                               remainder share-rest
                           compute po-elapsed(px) =
                               share-secs + share-rest
                           move "S" to ru-timed(rx)
                       when "S"
                           divide ru-elapsed(rx) by ru-ranges(rx)
                               giving share-secs
                           move share-secs to po-elapsed(px)
                       when other
                           compute untimed-posts = untimed-posts + 1
                   end-evaluate
                   compute tied-elapsed =
                       tied-elapsed + po-elapsed(px)
               end-if
               move po-label-idx(px) to lx
               move po-pair-idx(px) to qx
               compute lb-elapsed(lx) =
                   lb-elapsed(lx) + po-elapsed(px)
               compute pr-elapsed(qx) =
                   pr-elapsed(qx) + po-elapsed(px)
           end-perform.

      *----------------------------------------------------------
      *    Pass 3: every sighting is a rediscovery, credited to the
      *    posting of the execution that made it. One from before
      *    execution IDs is credited to its range alone, by date.
      *----------------------------------------------------------
       load-sightings-para.
           open input sighting-file
           if sighting-file-status not = "00"
               display "  Note: no sightings history "
                   function trim(sighting-file-name) " (status "
                   sighting-file-status ")"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read sighting-file into sighting-record
                   at end
                       move "Y" to file-eof
                   not at end
                       move sgt-exec-id to key-exec-id
                       move sgt-label to key-label
                       move sgt-lower to key-lower
                       move sgt-upper to key-upper
                       if sgt-exec-id = spaces
                           if sgt-date(1:6) = report-month
                               compute sightings-read =
                                   sightings-read + 1
                               perform find-label-para
                               compute lb-redisc(lx) =
                                   lb-redisc(lx) + 1
                               perform find-pair-para
                               compute pr-redisc(qx) =
                                   pr-redisc(qx) + 1
                           end-if
                       else
                           perform find-posting-para
                           if slot-was-found
                               compute sightings-read =
                                   sightings-read + 1
                               compute po-redisc(px) =
                                   po-redisc(px) + 1
                           else
                               if sgt-date(1:6) = report-month
                                   compute sightings-unmatched =
                                       sightings-unmatched + 1
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close sighting-file.

      *----------------------------------------------------------
      *    Pass 4: every DISCOVERY line on the bulletin is a new
      *    discovery, credited the same way. The line reads
      *        DISCOVERY <date> value <v> triple (<v>, <b>, <c>)
      *        range <lower> to <upper> EXEC=<id>
      *    or, for a labeled range,
      *        ... range <label> (<lower> to <upper>) EXEC=<id>
      *    and lines from before execution IDs end at the range.
      *----------------------------------------------------------
       load-bulletin-para.
           open input bulletin-file
           if bulletin-file-status not = "00"
               display "  Note: no discovery bulletin "
                   function trim(bulletin-file-name) " (status "
                   bulletin-file-status ")"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read bulletin-file into bulletin-line
                   at end
                       move "Y" to file-eof
                   not at end
                       if bulletin-line(1:10) = "DISCOVERY "
                           perform take-discovery-para
                       end-if
               end-read
           end-perform
           close bulletin-file.

       take-discovery-para.
           move spaces to bul-head bul-tail
           unstring bulletin-line delimited by " range "
               into bul-head bul-tail
           end-unstring
           move spaces to bul-word bul-date
           unstring bul-head delimited by all space
               into bul-word bul-date
           end-unstring
           move spaces to bul-t1 bul-t2 bul-t3 bul-t4 bul-t5
           unstring bul-tail delimited by all space
               into bul-t1 bul-t2 bul-t3 bul-t4 bul-t5
           end-unstring
           move spaces to key-label
           move spaces to key-exec-id
           if bul-t2 = "to"
               move bul-t1 to bul-lower-text
               move bul-t3 to bul-upper-text
               move bul-t4 to bul-exec-word
           else
               move bul-t1 to key-label
               move bul-t2(2:) to bul-lower-text
               move bul-t4 to bul-upper-text
               inspect bul-upper-text replacing all ")" by space
               move bul-t5 to bul-exec-word
           end-if
           if function test-numval(bul-lower-text) not = 0
               or function test-numval(bul-upper-text) not = 0
               exit paragraph
           end-if
           compute key-lower = function numval(bul-lower-text)
           compute key-upper = function numval(bul-upper-text)
           if bul-exec-word(1:5) = "EXEC="
               move bul-exec-word(6:8) to key-exec-id
           end-if

           if key-exec-id = spaces
               if bul-date(1:6) = report-month
                   compute discoveries-read = discoveries-read + 1
                   perform find-label-para
                   compute lb-new(lx) = lb-new(lx) + 1
                   perform find-pair-para
                   compute pr-new(qx) = pr-new(qx) + 1
               end-if
           else
               perform find-posting-para
               if slot-was-found
                   compute discoveries-read = discoveries-read + 1
                   compute po-new(px) = po-new(px) + 1
               else
                   if bul-date(1:6) = report-month
                       compute discoveries-unmatched =
                           discoveries-unmatched + 1
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      *    Postings into the two views: rediscoveries and new
      *    discoveries, and the time of every posting that found
      *    nothing new.
      *----------------------------------------------------------
       tally-waste-para.
           perform varying px from 1 by 1 until px > post-count
               move po-label-idx(px) to lx
               move po-pair-idx(px) to qx
               compute lb-new(lx) = lb-new(lx) + po-new(px)
               compute lb-redisc(lx) = lb-redisc(lx) + po-redisc(px)
               compute pr-new(qx) = pr-new(qx) + po-new(px)
               compute pr-redisc(qx) = pr-redisc(qx) + po-redisc(px)
               if po-new(px) = 0
                   compute lb-wasted(lx) =
                       lb-wasted(lx) + po-elapsed(px)
                   compute pr-wasted(qx) =
                       pr-wasted(qx) + po-elapsed(px)
                   compute wasted-total =
                       wasted-total + po-elapsed(px)
               end-if
           end-perform.

      *----------------------------------------------------------
      *    Slot lookups: each finds the key's slot, adding one at
      *    the end when the key is new.
      *----------------------------------------------------------
       find-label-para.
           move "N" to slot-found
           perform varying lx from 1 by 1
                   until lx > label-count or slot-was-found
               if lb-label(lx) = key-label
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute lx = lx - 1
               exit paragraph
           end-if
           if label-count >= label-max
               display "Error: more than " label-max
                   " range labels in month " report-month
               move 12 to return-code
               stop run
           end-if
           compute label-count = label-count + 1
           move label-count to lx
           initialize label-entry(lx)
           move key-label to lb-label(lx).

       find-pair-para.
           move "N" to slot-found
           perform varying qx from 1 by 1
                   until qx > pair-count or slot-was-found
               if pr-lower(qx) = key-lower
                   and pr-upper(qx) = key-upper
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute qx = qx - 1
               exit paragraph
           end-if
           if pair-count >= pair-max
               display "Error: more than " pair-max
                   " lower/upper pairs in month " report-month
               move 12 to return-code
               stop run
           end-if
           compute pair-count = pair-count + 1
           move pair-count to qx
           initialize pair-entry(qx)
           move key-lower to pr-lower(qx)
           move key-upper to pr-upper(qx)
           move key-label to pr-label(qx)
           move "N" to pr-ranked(qx).

       find-run-para.
           move "N" to slot-found
           perform varying rx from 1 by 1
                   until rx > run-count or slot-was-found
               if ru-exec-id(rx) = key-exec-id
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute rx = rx - 1
               exit paragraph
           end-if
           if run-count >= run-max
               display "Error: more than " run-max
                   " executions in month " report-month
               move 12 to return-code
               stop run
           end-if
           compute run-count = run-count + 1
           move run-count to rx
           move key-exec-id to ru-exec-id(rx)
           move zero to ru-ranges(rx)
           move zero to ru-elapsed(rx)
           move "N" to ru-timed(rx).

      *    The posting of KEY-EXEC-ID for the KEY- range, if the
      *    month has one; never added.
       find-posting-para.
           move "N" to slot-found
           perform varying px from 1 by 1
                   until px > post-count or slot-was-found
               if po-exec-id(px) = key-exec-id
                   and po-lower(px) = key-lower
                   and po-upper(px) = key-upper
                   and po-label(px) = key-label
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute px = px - 1
           end-if.

      *----------------------------------------------------------
      *    View one: by range label.
      *----------------------------------------------------------
       by-label-para.
           move spaces to waste-line
           perform echo-line-para
           move "BY RANGE LABEL" to waste-line
           perform echo-line-para
           move spaces to waste-line
           string "LABEL       EXECS    ELAPSED      FOUND      NEW"
               "   REDISC  REDISC-ONLY  SHARE"
               delimited by size into waste-line
           perform echo-line-para
           if label-count = 0
               move "  No postings this month" to waste-line
               perform echo-line-para
           end-if
           perform varying lx from 1 by 1 until lx > label-count
               move lb-label(lx) to label-text
               if label-text = spaces
                   move "(none)" to label-text
               end-if
               move lb-execs(lx) to execP
               move lb-elapsed(lx) to secP
               move lb-found(lx) to foundP
               move lb-new(lx) to newP
               move lb-redisc(lx) to redisP
               move lb-wasted(lx) to wasteP
               move zero to pctP
               if lb-elapsed(lx) > 0
                   compute pctP = lb-wasted(lx) * 100 / lb-elapsed(lx)
               end-if
               move spaces to waste-line
               string label-text execP " " secP " " foundP " "
                   newP " " redisP "   " wasteP "   " pctP "%"
                   delimited by size into waste-line
               perform echo-line-para
           end-perform.

      *----------------------------------------------------------
      *    View two: by lower/upper pair.
      *----------------------------------------------------------
       by-pair-para.
           move spaces to waste-line
           perform echo-line-para
           move "BY LOWER/UPPER" to waste-line
           perform echo-line-para
           move spaces to waste-line
           string "LOWER      UPPER      LABEL       EXECS    ELAPSED"
               "      FOUND      NEW   REDISC  REDISC-ONLY  SHARE"
               delimited by size into waste-line
           perform echo-line-para
           if pair-count = 0
               move "  No postings this month" to waste-line
               perform echo-line-para
           end-if
           perform varying qx from 1 by 1 until qx > pair-count
               move pr-label(qx) to label-text
               move pr-execs(qx) to execP
               move pr-elapsed(qx) to secP
               move pr-found(qx) to foundP
               move pr-new(qx) to newP
               move pr-redisc(qx) to redisP
               move pr-wasted(qx) to wasteP
               move zero to pctP
               if pr-elapsed(qx) > 0
                   compute pctP = pr-wasted(qx) * 100 / pr-elapsed(qx)
               end-if
               move spaces to waste-line
               string pr-lower(qx) " " pr-upper(qx) " " label-text
                   execP " " secP " " foundP " " newP " " redisP
                   "   " wasteP "   " pctP "%"
                   delimited by size into waste-line
               perform echo-line-para
               if pr-execs(qx) > 1
                   compute repeat-pairs = repeat-pairs + 1
               end-if
           end-perform.

      *----------------------------------------------------------
      *    The most wasteful repeat submissions: pairs run more
      *    than once in the month, by seconds spent finding
      *    nothing new, worst first.
      *----------------------------------------------------------
       ranked-para.
           move spaces to waste-line
           perform echo-line-para
           move "MOST WASTEFUL REPEAT SUBMISSIONS" to waste-line
           perform echo-line-para
           move spaces to waste-line
           string "RANK LOWER      UPPER      LABEL       EXECS"
               "  REDISC-ONLY  SHARE"
               delimited by size into waste-line
           perform echo-line-para
           move zero to rank-no
           move 1 to best-idx
           perform until rank-no >= rank-max or best-idx = 0
               move zero to best-idx
               move zero to best-wasted
               perform varying qx from 1 by 1 until qx > pair-count
                   if pr-execs(qx) > 1 and pr-ranked(qx) not = "Y"
                       and pr-wasted(qx) > 0
                       and (best-idx = 0
                           or pr-wasted(qx) > best-wasted)
                       move qx to best-idx
                       move pr-wasted(qx) to best-wasted
                   end-if
               end-perform
               if best-idx > 0
                   perform ranked-line-para
               end-if
           end-perform
           if rank-no = 0
               move "  No repeat submission ran for rediscoveries only"
                   to waste-line
               perform echo-line-para
           end-if.

       ranked-line-para.
           compute rank-no = rank-no + 1
           move "Y" to pr-ranked(best-idx)
           move best-idx to qx
           move rank-no to rankP
           move pr-label(qx) to label-text
           move pr-execs(qx) to execP
           move pr-wasted(qx) to wasteP
           move zero to pctP
           if pr-elapsed(qx) > 0
               compute pctP = pr-wasted(qx) * 100 / pr-elapsed(qx)
           end-if
           move spaces to waste-line
           string "  " rankP " " pr-lower(qx) " " pr-upper(qx) " "
               label-text execP "   " wasteP "   " pctP "%"
               delimited by size into waste-line
           perform echo-line-para.

      *----------------------------------------------------------
      *    Month totals, and the run-log time no posting accounts
      *    for -- inquiries, rejected runs, partition slices.
      *----------------------------------------------------------
       write-summary-para.
           move spaces to waste-line
           perform echo-line-para
           move "SUMMARY" to waste-line
           perform echo-line-para
           move post-count to cntP
           move "  Postings (ledger lines)" to waste-line
           perform summary-line-para
           move untimed-posts to cntP
           move "  Postings not timed" to waste-line
           perform summary-line-para
           move repeat-pairs to cntP
           move "  Pairs run more than once" to waste-line
           perform summary-line-para
           move discoveries-read to cntP
           move "  New discoveries" to waste-line
           perform summary-line-para
           move sightings-read to cntP
           move "  Rediscoveries" to waste-line
           perform summary-line-para
           move discoveries-unmatched to cntP
           move "  Discoveries with no posting" to waste-line
           perform summary-line-para
           move sightings-unmatched to cntP
           move "  Sightings with no posting" to waste-line
           perform summary-line-para
           move month-runs to cntP
           move "  Executions on the run log" to waste-line
           perform summary-line-para
           move month-elapsed to cntP
           move "  Run-log seconds" to waste-line
           perform summary-line-para
           move tied-elapsed to cntP
           move "  Seconds tied to postings" to waste-line
           perform summary-line-para
           move wasted-total to cntP
           move "  Seconds on rediscoveries only" to waste-line
           perform summary-line-para
           move zero to untied-elapsed
           if month-elapsed > tied-elapsed
               compute untied-elapsed = month-elapsed - tied-elapsed
           end-if
           move untied-elapsed to cntP
           move "  Seconds tied to no posting" to waste-line
           perform summary-line-para.

      *    Label already in WASTE-LINE, count in CNTP.
       summary-line-para.
           move cntP to waste-line(34:10)
           display waste-line(1:43)
           write fd-waste-line from waste-line.

       echo-line-para.
           display function trim(waste-line trailing)
           write fd-waste-line from waste-line.
