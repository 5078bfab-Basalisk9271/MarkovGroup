       identification division.
       program-id.
       mkcharge.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Month-end chargeback of batch time to the research
      *    groups that asked for it, instead of an even split.
      *
      *        mkcharge [<YYYYMM>]
      *
      *    The month defaults to the calendar month before the run
      *    date's: the step runs on the first business day of the
      *    next month, when every night of the month has posted --
      *    the nights after an early close date included.
      *    Ownership comes from the requestor-ownership file
      *    (ctlfiles/ownership.tbl, OWNER.CPY): a registry label
      *    or an explicit lower/upper, and the group and cost
      *    centre it belongs to. Every ledger line of the month is
      *    a posting; its machine time is its execution's run-log
      *    elapsed time, shared evenly over the ranges that execution
      *    posted, and its new discoveries are the bulletin's
      *    DISCOVERY lines for the same execution and range. An
      *    explicit range claims a posting lying wholly inside it
      *    and is tried before the labels; the first line that
      *    fits wins.
      *
      *    Per group: executions, machine seconds, values found,
      *    new discoveries. Postings no line claims are listed one
      *    by one as unattributed, so the ownership gaps can be
      *    closed, and so is the run-log time no posting accounts
      *    for (inquiries, rejected runs, partition slices).
      *
      *    The report goes to the console and data/markov-
      *    charge.dat; the totals go to the finance interface file
      *    data/markov-charge-<YYYYMM>.dat (CHGREC.CPY). The
      *    report reads the live ledger, so it runs before the
      *    month-end rollover moves the month to its archive.
      *    Condition codes: 0 clean, 4 unattributed time or
      *    unusable ownership lines, 12 a file that cannot be
      *    written or a table overflow.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select owner-file assign dynamic owner-file-name
               organization is line sequential
               file status is owner-file-status.

           select ledger-file assign dynamic ledger-file-name
               organization is line sequential
               file status is ledger-file-status.

           select runlog-file assign dynamic runlog-file-name
               organization is line sequential
               file status is runlog-file-status.

           select bulletin-file assign dynamic bulletin-file-name
               organization is line sequential
               file status is bulletin-file-status.

           select charge-file assign dynamic charge-file-name
               organization is line sequential
               file status is charge-file-status.

           select finance-file assign dynamic finance-file-name
               organization is line sequential
               file status is finance-file-status.

       data division.
       file section.
       fd  owner-file.
       01  fd-owner-line pic x(132).

       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  bulletin-file.
       01  fd-bulletin-line pic x(150).

       fd  charge-file.
       01  fd-charge-line pic x(132).

       fd  finance-file.
       01  fd-finance-line pic x(80).

       working-storage section.
           copy "owner.cpy".
           copy "ledger.cpy".
           copy "runlog.cpy".
           copy "chgrec.cpy".
           01 owner-file-name pic x(100)
                value "ctlfiles/ownership.tbl".
           01 owner-file-status pic x(2).
           01 owner-line pic x(132).
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 ledger-file-status pic x(2).
           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 runlog-file-status pic x(2).
           01 bulletin-file-name pic x(100)
                value "data/markov-bulletin.dat".
           01 bulletin-file-status pic x(2).
           01 bulletin-line pic x(150).
           01 charge-file-name pic x(100)
                value "data/markov-charge.dat".
           01 charge-file-status pic x(2).
           01 charge-line pic x(132).
           01 finance-file-name pic x(100).
           01 finance-file-status pic x(2).
           01 file-eof pic x value "N".
              88 file-at-eof value "Y".

           01 cmdline pic x(50).
           01 arg1 pic x(50).
           01 run-date pic x(8).
           01 prior-year pic 9(4).
           01 prior-month pic 9(2).
           01 report-month pic x(6).

      *    The ownership lines, as read. OT-GROUP-IDX is the
      *    group slot the line charges to.
           01 owner-count usage is binary-long unsigned value 0.
           01 owner-max usage is binary-long unsigned value 500.
           01 owner-table.
              05 owner-entry occurs 500 times.
                 10 ot-label pic x(10).
                 10 ot-lower pic 9(10).
                 10 ot-upper pic 9(10).
                 10 ot-group-idx usage is binary-long unsigned.
           01 ox usage is binary-long unsigned.
           01 owners-unusable usage is binary-long unsigned
                value 0.

      *    One slot per research group.
           01 group-count usage is binary-long unsigned value 0.
           01 group-max usage is binary-long unsigned value 100.
           01 group-table.
              05 group-entry occurs 100 times.
                 10 gr-group pic x(12).
                 10 gr-cost-centre pic x(8).
                 10 gr-execs usage is binary-long unsigned.
                 10 gr-seconds usage is binary-double unsigned.
                 10 gr-found usage is binary-double unsigned.
                 10 gr-new usage is binary-long unsigned.
           01 gx usage is binary-long unsigned.

      *    One posting per ledger line of the month. PO-GROUP-IDX
      *    zero is unattributed.
           01 post-count usage is binary-long unsigned value 0.
           01 post-max usage is binary-long unsigned value 5000.
           01 post-table.
              05 post-entry occurs 5000 times.
                 10 po-exec-id pic x(8).
                 10 po-label pic x(10).
                 10 po-lower pic 9(10).
                 10 po-upper pic 9(10).
                 10 po-group-idx usage is binary-long unsigned.
                 10 po-elapsed usage is binary-long unsigned.
                 10 po-found usage is binary-double unsigned.
                 10 po-new usage is binary-long unsigned.
           01 px usage is binary-long unsigned.
           01 py usage is binary-long unsigned.

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

      *    The key being looked up or added.
           01 key-exec-id pic x(8).
           01 key-label pic x(10).
           01 key-lower pic 9(10).
           01 key-upper pic 9(10).
           01 key-group pic x(12).
           01 slot-found pic x value "N".
              88 slot-was-found value "Y".
           01 exec-counted pic x.
              88 exec-already-counted value "Y".

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
           01 untied-elapsed usage is binary-double unsigned
                value 0.
           01 unattr-posts usage is binary-long unsigned value 0.
           01 unattr-execs usage is binary-long unsigned value 0.
           01 unattr-seconds usage is binary-double unsigned
                value 0.
           01 unattr-total usage is binary-double unsigned
                value 0.
           01 charged-seconds usage is binary-double unsigned
                value 0.
           01 unattr-found usage is binary-double unsigned value 0.
           01 unattr-new usage is binary-long unsigned value 0.
           01 untimed-posts usage is binary-long unsigned value 0.
           01 discoveries-unmatched usage is binary-long unsigned
                value 0.
           01 finance-records usage is binary-long unsigned
                value 0.
           01 finance-seconds usage is binary-double unsigned
                value 0.
           01 finance-found usage is binary-double unsigned
                value 0.

      * Formatting Variables
           01 execP pic z(5)9.
           01 secP pic z(9)9.
           01 foundP pic z(9)9.
           01 newP pic z(7)9.
           01 cntP pic z(9)9.
           01 lineP pic z(5)9.
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

           open output charge-file
           if charge-file-status not = "00"
               display "Error: cannot open "
                   function trim(charge-file-name)
                   " (status " charge-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to charge-line
           string "CHARGEBACK -- month " report-month
               " -- run date " run-date
               delimited by size into charge-line
           perform echo-line-para

           perform load-owners-para
           perform load-postings-para
           perform load-runlog-para
           perform share-elapsed-para
           perform load-bulletin-para
           perform tally-groups-para

           perform by-group-para
           perform unattributed-para
           perform write-summary-para
           close charge-file

           perform write-finance-para
           display "Report written to "
               function trim(charge-file-name)
           display "Finance file written to "
               function trim(finance-file-name).

           stop run.

      *----------------------------------------------------------
      *    The ownership file into its table. A line must carry a
      *    label or a numeric lower/upper, not both, and a group;
      *    anything else is reported and skipped.
      *----------------------------------------------------------
       load-owners-para.
           open input owner-file
           if owner-file-status not = "00"
               display "  Note: no ownership file "
                   function trim(owner-file-name) " (status "
                   owner-file-status ") -- nothing is attributed"
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           move zero to ox
           move "N" to file-eof
           perform until file-at-eof
               read owner-file into owner-line
                   at end
                       move "Y" to file-eof
                   not at end
                       compute ox = ox + 1
                       if owner-line not = spaces
                           and owner-line(1:1) not = "*"
                           perform take-owner-para
                       end-if
               end-read
           end-perform
           close owner-file.

       take-owner-para.
           move owner-line to owner-record
           if own-group = spaces
               or (own-label = spaces
                   and (own-lower is not numeric
                       or own-upper is not numeric
                       or own-lower > own-upper))
               or (own-label not = spaces
                   and (own-lower not = spaces
                       or own-upper not = spaces))
               compute owners-unusable = owners-unusable + 1
               move ox to lineP
               display "  UNUSABLE ownership line "
                   function trim(lineP) ": "
                   function trim(owner-line)
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           if owner-count >= owner-max
               display "Error: more than " owner-max
                   " lines on " function trim(owner-file-name)
               move 12 to return-code
               stop run
           end-if
           compute owner-count = owner-count + 1
           move own-label to ot-label(owner-count)
           if own-label = spaces
               move own-lower to ot-lower(owner-count)
               move own-upper to ot-upper(owner-count)
           else
               move zero to ot-lower(owner-count)
               move zero to ot-upper(owner-count)
           end-if
           move own-group to key-group
           perform find-group-para
           if gr-cost-centre(gx) = spaces
               move own-cost-centre to gr-cost-centre(gx)
           end-if
           move gx to ot-group-idx(owner-count).

       find-group-para.
           move "N" to slot-found
           perform varying gx from 1 by 1
                   until gx > group-count or slot-was-found
               if gr-group(gx) = key-group
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute gx = gx - 1
               exit paragraph
           end-if
           if group-count >= group-max
               display "Error: more than " group-max
                   " research groups on "
                   function trim(owner-file-name)
               move 12 to return-code
               stop run
           end-if
           compute group-count = group-count + 1
           move group-count to gx
           initialize group-entry(gx)
           move key-group to gr-group(gx).

      *    The group slot that owns the KEY- range, into GX; zero
      *    when no ownership line claims it. Explicit ranges are
      *    tried first.
       find-owner-para.
           move zero to gx
           perform varying ox from 1 by 1
                   until ox > owner-count or gx > 0
               if ot-label(ox) = spaces
                   and ot-lower(ox) <= key-lower
                   and key-upper <= ot-upper(ox)
                   move ot-group-idx(ox) to gx
               end-if
           end-perform
           if gx > 0 or key-label = spaces
               exit paragraph
           end-if
           perform varying ox from 1 by 1
                   until ox > owner-count or gx > 0
               if ot-label(ox) = key-label
                   move ot-group-idx(ox) to gx
               end-if
           end-perform.

      *----------------------------------------------------------
      *    The month's ledger lines become postings, each with its
      *    owner, and each execution behind them gets a slot
      *    counting its ranges.
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
           move ldg-label to key-label
           move ldg-lower to key-lower
           move ldg-upper to key-upper
           perform find-owner-para
           move gx to po-group-idx(px)
           if ldg-exec-id not = spaces
               move ldg-exec-id to key-exec-id
               perform find-run-para
               compute ru-ranges(rx) = ru-ranges(rx) + 1
           end-if.

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

      *----------------------------------------------------------
      *    Each posting execution's elapsed time off the run log,
      *    and the month's run-log time in total.
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
           end-perform.

      *----------------------------------------------------------
      *    Every DISCOVERY line on the bulletin is a new discovery,
      *    credited to the posting of the execution that made it.
      *    The line reads
      *        DISCOVERY <date> value <v> triple (<v>, <b>, <c>)
      *        range <lower> to <upper> EXEC=<id>
      *    or, for a labeled range,
      *        ... range <label> (<lower> to <upper>) EXEC=<id>
      *    and lines from before execution IDs end at the range;
      *    those are credited to the range's owner by date.
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
                   perform find-owner-para
                   if gx > 0
                       compute gr-new(gx) = gr-new(gx) + 1
                   else
                       compute unattr-new = unattr-new + 1
                   end-if
               end-if
               exit paragraph
           end-if
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
               compute po-new(px) = po-new(px) + 1
           else
               if bul-date(1:6) = report-month
                   compute discoveries-unmatched =
                       discoveries-unmatched + 1
               end-if
           end-if.

      *----------------------------------------------------------
      *    Postings into their groups. An execution counts once
      *    per group however many of the group's ranges it ran.
      *----------------------------------------------------------
       tally-groups-para.
           perform varying px from 1 by 1 until px > post-count
               perform count-exec-para
               move po-group-idx(px) to gx
               if gx = 0
                   compute unattr-posts = unattr-posts + 1
                   if not exec-already-counted
                       compute unattr-execs = unattr-execs + 1
                   end-if
                   compute unattr-seconds =
                       unattr-seconds + po-elapsed(px)
                   compute unattr-found =
                       unattr-found + po-found(px)
                   compute unattr-new = unattr-new + po-new(px)
               else
                   if not exec-already-counted
                       compute gr-execs(gx) = gr-execs(gx) + 1
                   end-if
                   compute gr-seconds(gx) =
                       gr-seconds(gx) + po-elapsed(px)
                   compute gr-found(gx) = gr-found(gx) + po-found(px)
                   compute gr-new(gx) = gr-new(gx) + po-new(px)
               end-if
           end-perform.

      *    Whether an earlier posting of the same execution was
      *    charged to the same group already.
       count-exec-para.
           move "N" to exec-counted
           if po-exec-id(px) = spaces
               exit paragraph
           end-if
           perform varying py from 1 by 1
                   until py >= px or exec-already-counted
               if po-exec-id(py) = po-exec-id(px)
                   and po-group-idx(py) = po-group-idx(px)
                   move "Y" to exec-counted
               end-if
           end-perform.

      *----------------------------------------------------------
      *    The chargeback by group.
      *----------------------------------------------------------
       by-group-para.
           move spaces to charge-line
           perform echo-line-para
           move "BY RESEARCH GROUP" to charge-line
           perform echo-line-para
           move spaces to charge-line
           string "GROUP        COST CTR  EXECS    SECONDS      FOUND"
               "      NEW"
               delimited by size into charge-line
           perform echo-line-para
           if group-count = 0
               move "  No research groups on the ownership file"
                   to charge-line
               perform echo-line-para
           end-if
           perform varying gx from 1 by 1 until gx > group-count
               move gr-execs(gx) to execP
               move gr-seconds(gx) to secP
               move gr-found(gx) to foundP
               move gr-new(gx) to newP
               move spaces to charge-line
               string gr-group(gx) " " gr-cost-centre(gx) execP " "
                   secP " " foundP " " newP
                   delimited by size into charge-line
               perform echo-line-para
           end-perform.

      *----------------------------------------------------------
      *    Everything charged to no one: each unclaimed posting,
      *    then the run-log time no posting accounts for.
      *----------------------------------------------------------
       unattributed-para.
           move spaces to charge-line
           perform echo-line-para
           move "UNATTRIBUTED" to charge-line
           perform echo-line-para
           move spaces to charge-line
           string "LABEL      LOWER      UPPER      EXEC     "
               "   SECONDS      FOUND      NEW"
               delimited by size into charge-line
           perform echo-line-para
           perform varying px from 1 by 1 until px > post-count
               if po-group-idx(px) = 0
                   move po-label(px) to label-text
                   if label-text = spaces
                       move "(none)" to label-text
                   end-if
                   move po-elapsed(px) to secP
                   move po-found(px) to foundP
                   move po-new(px) to newP
                   move spaces to charge-line
                   string label-text " " po-lower(px) " "
                       po-upper(px) " " po-exec-id(px) " " secP " "
                       foundP " " newP
                       delimited by size into charge-line
                   perform echo-line-para
               end-if
           end-perform
           if unattr-posts = 0
               move "  Every posting is owned" to charge-line
               perform echo-line-para
           end-if
           if month-elapsed > tied-elapsed
               compute untied-elapsed = month-elapsed - tied-elapsed
           end-if
           move untied-elapsed to secP
           move spaces to charge-line
           string "  Run-log time tied to no posting " secP
               " seconds"
               delimited by size into charge-line
           perform echo-line-para
           if unattr-seconds > 0 or untied-elapsed > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

      *----------------------------------------------------------
      *    Month totals.
      *----------------------------------------------------------
       write-summary-para.
           move spaces to charge-line
           perform echo-line-para
           move "SUMMARY" to charge-line
           perform echo-line-para
           move post-count to cntP
           move "  Postings (ledger lines)" to charge-line
           perform summary-line-para
           move unattr-posts to cntP
           move "  Postings unattributed" to charge-line
           perform summary-line-para
           move untimed-posts to cntP
           move "  Postings not timed" to charge-line
           perform summary-line-para
           move discoveries-unmatched to cntP
           move "  Discoveries with no posting" to charge-line
           perform summary-line-para
           move owners-unusable to cntP
           move "  Ownership lines unusable" to charge-line
           perform summary-line-para
           move month-runs to cntP
           move "  Executions on the run log" to charge-line
           perform summary-line-para
           move month-elapsed to cntP
           move "  Run-log seconds" to charge-line
           perform summary-line-para
           compute charged-seconds = tied-elapsed - unattr-seconds
           move charged-seconds to cntP
           move "  Seconds charged to groups" to charge-line
           perform summary-line-para
           compute unattr-total = unattr-seconds + untied-elapsed
           move unattr-total to cntP
           move "  Seconds unattributed" to charge-line
           perform summary-line-para.

      *----------------------------------------------------------
      *    The finance interface file: header, a D record per
      *    group, the U record of unattributed totals, trailer.
      *----------------------------------------------------------
       write-finance-para.
           move spaces to finance-file-name
           string "data/markov-charge-" report-month ".dat"
               delimited by size into finance-file-name
           open output finance-file
           if finance-file-status not = "00"
               display "Error: cannot open "
                   function trim(finance-file-name)
                   " (status " finance-file-status ")"
               move 12 to return-code
               stop run
           end-if
           move "H" to chh-id
           move report-month to chh-month
           move function current-date(1:14) to chh-stamp
           write fd-finance-line from chg-header

           perform varying gx from 1 by 1 until gx > group-count
               move "D" to chd-id
               move report-month to chd-month
               move gr-group(gx) to chd-group
               move gr-cost-centre(gx) to chd-cost-centre
               move gr-execs(gx) to chd-execs
               move gr-seconds(gx) to chd-seconds
               move gr-found(gx) to chd-found
               move gr-new(gx) to chd-new
               perform write-finance-detail-para
           end-perform
           move "U" to chd-id
           move report-month to chd-month
           move spaces to chd-group
           move spaces to chd-cost-centre
           move unattr-execs to chd-execs
           move unattr-total to chd-seconds
           move unattr-found to chd-found
           move unattr-new to chd-new
           perform write-finance-detail-para

           move "T" to cht-id
           move finance-records to cht-count
           move finance-seconds to cht-seconds
           move finance-found to cht-found
           write fd-finance-line from chg-trailer
           close finance-file.

       write-finance-detail-para.
           write fd-finance-line from chg-detail
           compute finance-records = finance-records + 1
           compute finance-seconds = finance-seconds + chd-seconds
           compute finance-found = finance-found + chd-found.

      *    Label already in CHARGE-LINE, count in CNTP.
       summary-line-para.
           move cntP to charge-line(34:10)
           display charge-line(1:43)
           write fd-charge-line from charge-line.

       echo-line-para.
           display function trim(charge-line trailing)
           write fd-charge-line from charge-line.
