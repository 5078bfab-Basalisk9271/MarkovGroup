               alternate record key is mm-value with duplicates
               file status is master-file-status.

      *    One partition slice's own master, read back by MERGE --
      *    the same layout as MARKOV-MASTER under its own names.
           select partition-master assign dynamic part-master-name
               organization is indexed
               access mode is dynamic
               record key is pm-key
               alternate record key is pm-value with duplicates
               file status is part-master-status.

      *    Permanent lifetime catalog -- every distinct Markov number
      *    this shop has EVER found, across every run, keyed by value.
      *    Unlike MARKOV-MASTER above, this file is never truncated:
               record key is cat-value
               file status is catalog-file-status.

      *    Lifetime triple file -- every distinct unordered triple
      *    any run has met, keyed largest member first, so a value
      *    that tops two different triples shows up side by side.
      *    Like the catalog, only ever added to.
           select markov-triples assign dynamic triple-file-name
               organization is indexed
               access mode is dynamic
               record key is trp-key
               file status is triple-file-status.

      *    Detail report -- every number MARKOV-MASTER holds, listed
      *    alongside the (a,b,c) triple that produced it.
           select detail-file assign dynamic detail-file-name
               organization is line sequential
               file status is lock-file-status.

      *    Execution-ID control file: the last ID drawn. Each run
      *    draws the next and stamps it on everything it writes.
           select execid-file assign dynamic execid-file-name
               organization is line sequential
               file status is execid-file-status.

      *    Its guard: present while one run draws an ID. The run
      *    lock cannot serve -- partition slices each hold only
      *    their own, and the draw comes before any lock anyway.
           select execid-lock-file assign dynamic execid-lock-name
               organization is line sequential
               file status is execid-lock-status.

      *    Checkpoint/restart for the brute-force generation loop.
           select checkpoint-file assign dynamic checkpoint-file-name
               organization is line sequential
               file status is checkpoint-file-status.

      *    Partitioned generation: each slice's control record and
      *    the spool of triples it met, carried to MERGE instead of
      *    being written onto the shared triple file mid-flight.
           select part-ctl-file assign dynamic part-ctl-name
               organization is line sequential
               file status is part-ctl-status.

           select part-spool-file assign dynamic part-spool-name
               organization is line sequential
               file status is part-spool-status.

      *    Persistent operator alert file -- conditions worth a
      *    nonzero condition code stay staring at the shop until
      *    someone acknowledges them.
      *    mutating mode (CORRECT, REPROCESS, BACKOUT, REGISTER,
      *    UNLOCK), when, and what it touched. The audit review
      *    flagged that a backout's only name on file was
      *    "somebody"; this is the fix. Written through mkjrnl,
      *    which seals each line onto the journal's check chain.

      *    Forward-recovery journal: an after-image of every record
      *    written to MARKOV-MASTER or the catalog, so a store lost
      *    between two mkunload images can be rolled forward from
      *    the last one (mkunload ROLLFWD) instead of re-stamping
      *    every first-seen date as a new discovery.
           select recovery-file assign dynamic recovery-file-name
               organization is line sequential
               file status is recovery-file-status.

      *    Append-only run log -- one stamped record per execution,
      *    whatever happened to it.
       fd  markov-master.
           copy "mmrecord.cpy".

       fd  partition-master.
       01  pm-record.
           05  pm-key.
               10  pm-label       pic x(10).
               10  pm-value       pic 9(12).
           05  pm-lower           pic 9(10).
           05  pm-upper           pic 9(10).
           05  pm-b               pic 9(12).
           05  pm-c               pic 9(12).

       fd  markov-catalog.
           copy "catrecord.cpy".

       fd  markov-triples.
           copy "triple.cpy".

       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  last-run-file.
       01  fd-lastrun-line pic x(80).
       01  fd-report-line pic x(132).

       fd  exception-file.
       01  fd-exception-line pic x(220).

       fd  backout-file.
       01  fd-backout-line pic x(160).
       fd  lock-file.
       01  fd-lock-line pic x(80).

       fd  execid-file.
       01  fd-execid-line pic x(80).

       fd  execid-lock-file.
       01  fd-execid-lock-line pic x(80).

       fd  checkpoint-file.
       01  fd-checkpoint-line pic x(80).

       fd  part-ctl-file.
       01  fd-part-ctl-line pic x(132).

       fd  part-spool-file.
       01  fd-part-spool-line pic x(80).

       fd  detail-file.
       01  fd-detail-line pic x(132).

       01  fd-csv-line pic x(132).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  candidate-file.
       01  fd-candidate-line pic x(80).
       01  fd-screen-line pic x(80).

       fd  bulletin-file.
       01  fd-bulletin-line pic x(150).

       fd  recovery-file.
       01  fd-recovery-line pic x(132).

       fd  alert-file.
       01  fd-alert-line pic x(132).
      *    SECTION also copies -- see request 013.
           01 fast-mode pic x value "N".
              88 fast-mode-on value "Y".
      *    QUAD, the third generation path: exhaustive like brute
      *    force, independent of genmarkov's tree, and n log n
      *    instead of cubic -- see QUAD-SEARCH-PARA. QUAD on the
      *    command line in the FAST/RESTART slot, or PATH=QUAD in
      *    the keyword file (PATH=BRUTE, PATH=FAST likewise).
           01 quad-mode pic x value "N".
              88 quad-mode-on value "Y".
           01 path-text pic x(10) value spaces.
           copy "rangeparam.cpy".

      *    Keyword parameter file front end. RUN-MODE is what the
      *    ASOF) or OPERATOR= in the keyword file. Required before
      *    CORRECT, REPROCESS, BACKOUT, REGISTER, or UNLOCK will
      *    touch shared data; every such action lands on the
      *    intervention journal with the name attached. The ID
      *    must be active on the operator authority file for the
      *    mode (mkauth), and BACKOUT and UNLOCK also need a second,
      *    different authorized ID -- APPR=<id> on the command
      *    line or APPROVER= in the keyword file.
           01 operator-id pic x(8) value spaces.
           01 approver-id pic x(8) value spaces.
           copy "authparm.cpy".
      *    The run's condition code, held across the authority
      *    CALL the same way as across CBL_DELETE_FILE.
           01 auth-rc-hold usage is binary-long.
           copy "jrnparm.cpy".
           01 journal-text pic x(100).
           copy "recovery.cpy".
           01 recovery-file-name pic x(100)
                value "data/markov-recovery.dat".
           01 recovery-file-status pic x(2).

      *    Alert subsystem: RAISE-ALERT-PARA appends one OPEN
      *    record per alerting condition; markov ALERTS lists the
              88 work-at-eof value "Y".
           01 removed-ledger usage is binary-long unsigned.
           01 removed-csv usage is binary-long unsigned.
           01 keep-ledger pic x(100).
           01 csv-date pic x(20).
           01 csv-lower pic x(20).
           01 csv-upper pic x(20).
           01 exception-writes usage is binary-long unsigned value 0.
           01 detail-writes usage is binary-long unsigned value 0.
           01 checkpoint-writes usage is binary-long unsigned value 0.
           01 sighting-writes usage is binary-long unsigned value 0.
           01 bulletin-writes usage is binary-long unsigned value 0.
           01 alert-writes usage is binary-long unsigned value 0.
           01 journal-writes usage is binary-long unsigned value 0.

      *    This execution's ID, drawn from the control file at
      *    start-up (zero for a preflight CHECK, which writes
      *    nothing to stamp).
           copy "execid.cpy".
           01 execid-file-name pic x(100)
                value "data/markov-execid.dat".
           01 execid-file-status pic x(2).
           01 exec-id pic 9(8) value zero.
           01 execid-lock-name pic x(100)
                value "data/markov-execid.lck".
           01 execid-lock-status pic x(2).
      *    What this run writes on the guard, read back to make
      *    sure it was this run's write that stuck.
           01 execid-lock-record.
              05 exl-stamp pic x(14).
              05 filler pic x value space.
              05 exl-parms pic x(60).
           01 execid-lock-seen pic x(80).
           01 execid-lock-held pic x value "N".
              88 execid-lock-is-held value "Y".
           01 execid-lock-tries usage is binary-long unsigned.
           01 execid-lock-limit usage is binary-long unsigned
                value 30.
           01 execid-lock-wait usage is binary-long value 1.

      *    Multi-range control-file support
           copy "rangectl.cpy".
           01 new-discoveries usage is binary-long unsigned.
           01 new-discoveries-disp pic z(9)9.

      *    Lifetime triple file handling. TRIPLE-A/B/C take one
      *    solution in whatever order the generation path met it;
      *    WRITE-TRIPLE-PARA sorts it into the key. The uniqueness
      *    pass after each range walks every value in the range
      *    and counts the triples it tops.
           01 triple-file-name pic x(100)
                value "data/markov-triples.dat".
           01 triple-file-status pic x(2).
           01 triple-writes usage is binary-long unsigned value 0.
           01 triple-a usage is binary-double unsigned.
           01 triple-b usage is binary-double unsigned.
           01 triple-c usage is binary-double unsigned.
           01 triple-swap usage is binary-double unsigned.
           01 triple-eof pic x value "N".
              88 triple-at-eof value "Y".
           01 uniq-value usage is binary-double unsigned.
           01 uniq-tops usage is binary-long unsigned.
           01 uniq-violations usage is binary-long unsigned.
           01 uniqP pic z(4)9.
           01 uniqV pic 9(12).

      *    Discovery bulletin and catalog milestones. The catalog
      *    is censused once per run so the milestone counter keeps
      *    an honest running total as discoveries land.
           01 bulletin-file-name pic x(100)
                value "data/markov-bulletin.dat".
           01 bulletin-file-status pic x(2).
           01 bulletin-line pic x(150).
           01 bulletin-text pic x(150).
           01 catalog-total usage is binary-double unsigned value 0.
           01 catalog-census pic x value "N".
              88 catalog-counted value "Y".
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 ledger-file-status pic x(2).
      *    Check value of the ledger's last line, the seed the
      *    next line's value is chained from (mkhash). BACKOUT
      *    re-seals the rewritten ledger from zero.
           01 ledger-chain pic 9(10) value zero.
           01 ledger-scan-eof pic x value "N".
              88 ledger-scan-at-eof value "Y".
           01 resealed-lines usage is binary-long unsigned.
           01 resealP pic z(9)9.
           copy "hashparm.cpy".
      *    The run's condition code, held across the sealing and
      *    journal CALLs.
           01 seal-rc-hold usage is binary-long.
           01 run-date pic x(8).
      *    Business-date override (ASOF=YYYYMMDD): when supplied,
      *    every dated record the run writes -- ledger, CSV,
              88 verify-value-found value "Y".
           01 verify-countP pic z(13)9.
           01 verify-sumP pic z(13)9.
      *    The exhaustive path FAST is diffed against: brute force,
      *    or QUAD when asked for.
           01 verify-path pic x(11) value "brute force".

      *    QUAD search. For a Markov triple x <= y <= z the third
      *    member solves z*z - 3xy*z + (x*x + y*y) = 0, so each
      *    (x,y) pair needs one square-root test instead of a
      *    sweep of every c; and for x >= 2, z is the larger root,
      *    at least 3xy/2, so only pairs with 3xy <= 2*upper can
      *    reach into the range. The x = 1 row runs y to upper.
      *    The squares pass 64 bits well inside the ten-digit
      *    ceiling, so the arithmetic is packed decimal.
           01 quad-x usage is binary-double unsigned.
           01 quad-y usage is binary-double unsigned.
           01 quad-x-start usage is binary-double unsigned.
           01 quad-x-max usage is binary-double unsigned.
           01 quad-y-max usage is binary-double unsigned.
           01 quad-xd pic 9(12) usage is packed-decimal.
           01 quad-yd pic 9(12) usage is packed-decimal.
           01 quad-zd pic 9(24) usage is packed-decimal.
           01 quad-xy3 pic 9(24) usage is packed-decimal.
           01 quad-disc pic 9(30) usage is packed-decimal.
           01 quad-root pic 9(16) usage is packed-decimal.
           01 quad-limit pic 9(12) usage is packed-decimal.
           01 quad-v usage is binary-double unsigned.
           01 quad-vb usage is binary-double unsigned.
           01 quad-vc usage is binary-double unsigned.
           01 quad-hit pic x value "N".
              88 quad-triple-in-span value "Y".

      *    End-of-range reconciliation -- independent recount of
      *    MARKOV-MASTER balanced against the ledger line just
           01 suspense-count usage is binary-long unsigned value 0.
           01 suspense-max usage is binary-long unsigned value 500.
           01 suspense-table.
              05 suspense-line occurs 500 times pic x(220).
           01 sx usage is binary-long unsigned.
           01 suspense-eof pic x value "N".
              88 suspense-at-eof value "Y".
           01 have-checkpoint pic x value "N".
              88 checkpoint-exists value "Y".
           01 brute-start-a usage is binary-double unsigned.
      *    The span of 'a' the generation loops cover: the whole
      *    LOWER/UPPER range, or one partition slice's share of it.
           01 gen-low usage is binary-double unsigned.
           01 gen-high usage is binary-double unsigned.

      *    Partitioned generation. markov PARTITION <lower> <upper>
      *    <k>/<N> [FAST|RESTART] runs slice k of N as its own job
      *    -- own lock, master, checkpoint, status file and triple
      *    spool, all suffixed -p<kk> -- and touches no ledger,
      *    catalog, lastrun or report, so the N slices can run side
      *    by side. markov MERGE <lower> <upper> <N> (PARTITIONS=
      *    in the keyword file) then loads every slice into
      *    MARKOV-MASTER and posts the range once, the normal way.
           copy "partctl.cpy".
           01 partition-run pic x value "N".
              88 partition-run-on value "Y".
           01 merge-mode pic x value "N".
              88 merge-mode-on value "Y".
           01 partitions-ready pic x value "N".
              88 all-partitions-ready value "Y".
           01 part-k-text pic x(10) value spaces.
           01 part-n-text pic x(10) value spaces.
           01 part-k usage is binary-long unsigned value 0.
           01 part-n usage is binary-long unsigned value 0.
           01 part-this usage is binary-long unsigned value 0.
           01 part-kk pic 9(2).
           01 part-nn pic 9(2).
           01 part-max usage is binary-long unsigned value 99.
           01 part-width usage is binary-double unsigned.
           01 part-master-name pic x(100).
           01 part-master-status pic x(2).
           01 part-ctl-name pic x(100).
           01 part-ctl-status pic x(2).
           01 part-spool-name pic x(100).
           01 part-spool-status pic x(2).
           01 part-checkpoint-name pic x(100).
           01 part-status-name pic x(100).
           01 part-lock-name pic x(100).
           01 part-eof pic x value "N".
              88 part-at-eof value "Y".
           01 part-values usage is binary-long unsigned.
           01 part-triples usage is binary-long unsigned.
           01 part-failures usage is binary-long unsigned.
           01 part-valuesP pic z(9)9.
           01 part-triplesP pic z(9)9.
           01 part-countP pic z(9)9.
           01 part-sumP pic z(11)9.
           01 part-delete-name pic x(100).
           01 part-rc-hold usage is binary-long.

      *    Detail report of every number and its generating triple
      *    -- same dated-generation treatment as the report file.
           if arg5(1:5) = "OPER="
               move arg5(6:13) to operator-id
               move spaces to arg5
           end-if

      *    APPR=<id>, the second operator for dual control, the
      *    same way again.
           if arg2(1:5) = "APPR="
               move arg2(6:13) to approver-id
               move spaces to arg2
           end-if
           if arg3(1:5) = "APPR="
               move arg3(6:13) to approver-id
               move spaces to arg3
           end-if
           if arg4(1:5) = "APPR="
               move arg4(6:13) to approver-id
               move spaces to arg4
           end-if
           if arg5(1:5) = "APPR="
               move arg5(6:13) to approver-id
               move spaces to arg5
           end-if.

      *    CHECK rides in front of any real shape: note it, shift
               move spaces to arg5
           end-if

      *    Every real execution draws its ID before it can write a
      *    line -- even one turned away at the lock leaves a
      *    run-log record under its own number.
           if not preflight-check-on
               perform draw-exec-id-para
           end-if

      *    The lock comes first -- before a single OPEN OUTPUT can
      *    truncate a file the run already holding the lock is
      *    still writing. A preflight CHECK never takes it: the
      *    whole point is certifying a submission while the system
      *    is live.
      *    UNLOCK <k> clears partition slice k's own lock instead.
           if arg1 = "UNLOCK" and not preflight-check-on
               move "UNLOCK" to run-mode
               perform require-operator-para
               move "run lock cleared" to journal-text
               if arg2 not = spaces
                   and function test-numval(arg2) = 0
                   compute part-k = function numval(arg2)
                   if part-k > 0 and part-k not > part-max
                       perform partition-names-para
                       move part-lock-name to lock-file-name
                       move spaces to journal-text
                       string "partition " part-kk
                           " run lock cleared"
                           delimited by size into journal-text
                   end-if
               end-if
               open output lock-file
               close lock-file
               display "Run lock cleared by operator override: "
                   function trim(lock-file-name)
               perform write-journal-para
               stop run
           end-if

      *    A partition slice takes its own lock and works in its own
      *    files -- decided here, before any lock is taken, so the
      *    other slices and the shared files stay free.
           if arg1 = "PARTITION" and not preflight-check-on
               perform partition-setup-para
           end-if
           if not preflight-check-on
               perform acquire-lock-para
           end-if.
      *    a single arg3 check up front, before that split, was what
      *    made CTLFILE's own capacity argument collide with it.
           move "N" to fast-mode.
           move "N" to quad-mode.
           move "N" to restart-mode.
           move "N" to lookup-mode.
           move default-capacity to M-Capacity.
           move function current-date(1:8) to run-date

      *    CHECK opens nothing here -- a preflight must not be the
      *    thing that truncates the report or creates files. Nor
      *    does a partition slice: it posts nothing until MERGE.
           if not preflight-check-on and not partition-run-on

           perform find-ledger-chain-para
           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
               open output csv-file
               move spaces to csv-line
               string "Date,Lower,Upper,Count,Sum,Collapse,Roman,"
                   "Verdict,Label,ExecId" delimited by size
                   into csv-line
               write fd-csv-line from csv-line
               compute csv-writes = csv-writes + 1
           end-if
               perform abort-para
           end-if

      *    The recovery journal rides open beside the stores it
      *    protects, opened before either can be written.
           open extend recovery-file
           if recovery-file-status = "35"
               open output recovery-file
           end-if
           if recovery-file-status not = "00"
               display "Error: cannot open "
                   function trim(recovery-file-name)
                   " (status " recovery-file-status ")"
               move 12 to return-code
               perform abort-para
           end-if

      *    The lifetime catalog stays open I-O across every range in
      *    the submission -- it is only ever added to, never
      *    truncated, so the OUTPUT open happens exactly once in the
               open output markov-catalog
               close markov-catalog
               open i-o markov-catalog
               move "CATALOG" to rcv-file
               perform journal-clear-para
           end-if
           if catalog-file-status not = "00"
               display "Error: cannot open "
               perform abort-para
           end-if

      *    The triple file rides alongside the catalog the same way.
           open i-o markov-triples
           if triple-file-status = "35"
               open output markov-triples
               close markov-triples
               open i-o markov-triples
           end-if
           if triple-file-status not = "00"
               display "Error: cannot open "
                   function trim(triple-file-name)
                   " (status " triple-file-status ")"
               move 12 to return-code
               perform abort-para
           end-if

           end-if

      *    Two front ends, one dispatch: PARMFILE mode reads the
                   if function trim(arg4) = "FAST" then
                       move "Y" to fast-mode
                   end-if
                   if function trim(arg4) = "QUAD" then
                       move "Y" to quad-mode
                   end-if
                   if function trim(arg4) = "RESTART" then
                       move "Y" to restart-mode
                   end-if
                   if function trim(arg3) = "FAST" then
                       move "Y" to fast-mode
                   end-if
                   if function trim(arg3) = "QUAD" then
                       move "Y" to quad-mode
                   end-if
                   if function trim(arg3) = "RESTART" then
                       move "Y" to restart-mode
                   end-if
                   move "VERIFY" to run-mode
                   move arg2 to range-lower-text
                   move arg3 to range-upper-text
      *    VERIFY <lower> <upper> QUAD [capacity] diffs FAST
      *    against QUAD instead of brute force.
                   if function trim(arg4) = "QUAD" then
                       move "Y" to quad-mode
                       move arg5 to capacity-text
                   else
                       move arg4 to capacity-text
                   end-if
               else
               if arg1 = "LOOKUP" then
                   move "LOOKUP" to run-mode
               else
               if arg1 = "UNLOCK" then
                   move "UNLOCK" to run-mode
               else
               if arg1 = "PARTITION" then
                   move "PARTITION" to run-mode
                   move arg2 to range-lower-text
                   move arg3 to range-upper-text
                   move spaces to part-k-text
                   move spaces to part-n-text
                   unstring arg4 delimited by "/"
                       into part-k-text part-n-text
                   end-unstring
                   if function trim(arg5) = "FAST" then
                       move "Y" to fast-mode
                   end-if
                   if function trim(arg5) = "QUAD" then
                       move "Y" to quad-mode
                   end-if
                   if function trim(arg5) = "RESTART" then
                       move "Y" to restart-mode
                   end-if
               else
               if arg1 = "MERGE" then
                   move "MERGE" to run-mode
                   move arg2 to range-lower-text
                   move arg3 to range-upper-text
                   move arg4 to part-n-text
               else
                   move "RANGE" to run-mode
                   if function trim(arg3) = "FAST" then
                       move "Y" to fast-mode
                   end-if
                   if function trim(arg3) = "QUAD" then
                       move "Y" to quad-mode
                   end-if
                   if function trim(arg3) = "RESTART" then
                       move "Y" to restart-mode
                   end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if

           perform apply-asof-para
               perform dispatch-para
           end-if.

      *    A partition slice opened none of the shared files and
      *    has no report generation to publish.
           if partition-run-on
               perform release-lock-para
               perform write-runlog-para
               move return-code to rc-disp
               display "Condition code: " rc-disp
               stop run
           end-if.

           perform age-suspense-para.

           perform write-report-trailer-para.

           close ledger-file.
           close markov-catalog.
           close markov-triples.
           close recovery-file.
           close csv-file.
           close report-file.
           close exception-file.
                       perform register-label-para
                   end-if
               else
               if run-mode = "PARTITION"
      *    A slice's lock and files were settled before the lock was
      *    taken, from the command line -- the keyword file comes
      *    too late to ask for one.
                   if not partition-run-on
                       display "Exception: PARTITION runs from the "
                           "command line only"
                       move "PARTITION from a parameter file"
                           to exception-reason
                       perform write-reject-para
                   else
                       perform validate-range-para
                       if not range-is-invalid
                           perform partition-operands-para
                       end-if
                       if range-is-invalid
                           move "PARTITION" to reject-prefix
                           perform reject-range-operands-para
                       else
                           perform partition-slice-para
                       end-if
                   end-if
               else
               if run-mode = "MERGE"
      *    Nothing is posted unless every slice is on file and
      *    finished cleanly.
                   move "N" to restart-mode
                   perform validate-range-para
                   if not range-is-invalid
                       perform partition-operands-para
                   end-if
                   if range-is-invalid
                       move "MERGE" to reject-prefix
                       perform reject-range-operands-para
                   else
                       perform merge-check-para
                       if all-partitions-ready
                           move "Y" to merge-mode
                           perform process-range
                           perform merge-finish-para
                       else
                           perform merge-refuse-para
                       end-if
                   end-if
               else
               if run-mode = "RANGE" or run-mode = "LOOKUP"
      *    A LOOKUP without a numeric lower bound is an inquiry
      *    against the stored master -- a label names one range,
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if.

      *----------------------------------------------------------
                       move "N" to fast-mode
                   end-if
               else
               if parm-key = "PATH"
                   move function trim(parm-value) to path-text
                   if path-text = "BRUTE"
                       move "N" to fast-mode
                       move "N" to quad-mode
                   else
                   if path-text = "FAST"
                       move "Y" to fast-mode
                       move "N" to quad-mode
                   else
                   if path-text = "QUAD"
                       move "N" to fast-mode
                       move "Y" to quad-mode
                   else
                       move "Y" to parm-invalid
                       display "Exception: PATH must be BRUTE, FAST "
                           "or QUAD, got '" function trim(path-text)
                           "'"
                       move spaces to exception-reason
                       string "Invalid PATH " path-text
                           delimited by size into exception-reason
                       perform write-reject-para
                   end-if
                   end-if
                   end-if
               else
               if parm-key = "RESTART"
                   if function trim(parm-value) = "Y"
                       move "Y" to restart-mode
               if parm-key = "OPERATOR"
                   move function trim(parm-value) to operator-id
               else
               if parm-key = "APPROVER"
                   move function trim(parm-value) to approver-id
               else
               if parm-key = "GENERATIONS"
                   if function test-numval(parm-value) = 0
                       compute gen-retain =
                           function numval(parm-value)
                   end-if
               else
               if parm-key = "PARTITIONS"
                   move parm-value to part-n-text
               else
                   move "Y" to parm-invalid
                   display "Exception: unknown parameter keyword '"
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if.

      *----------------------------------------------------------
               string "backed out " backout-date " (all ranges)"
                   delimited by size into journal-text
           end-if
           perform write-journal-para

           move resealed-lines to resealP
           display "  Ledger re-sealed:     " resealP
               " lines, last check value " ledger-chain
           move spaces to journal-text
           string "re-sealed " function trim(ledger-file-name)
               " after backout: " function trim(resealP)
               " lines, last check value " ledger-chain
               delimited by size into journal-text
           perform write-journal-para.

      *----------------------------------------------------------
               move 12 to return-code
               perform abort-para
           end-if
      *    The survivors go back re-sealed from zero: the chain
      *    over the old file is broken by the removals themselves,
      *    and the journal records that this rewrite was the
      *    authorized one.
           move zero to ledger-chain
           move zero to resealed-lines
           move "N" to work-eof
           perform until work-at-eof
               read work-file into ledger-record
                   at end
                       move "Y" to work-eof
                   not at end
                       perform seal-ledger-para
                       write fd-ledger-line from ledger-record
                       compute resealed-lines = resealed-lines + 1
               end-read
           end-perform
           close work-file
               open extend exception-file
               perform abort-para
           end-if
      *    A range request mkintake turned away is put right by
      *    resubmitting it -- run from here it would bypass the
      *    request queue and never be tracked to delivery.
           if sus-from-intake or sus-requestor not = spaces
               display "Error: suspense entry " correct-entry
                   " is a range request from "
                   function trim(sus-requestor)
                   " turned away at intake -- resubmit it through"
                   " mkintake INTAKE"
               move 12 to return-code
               open extend exception-file
               perform abort-para
           end-if
      *    Catch a mistyped correction now, not at month-end
      *    reprocess time. The entry itself stays untouched when
      *    the correction is no better than the original.
      *    REPROCESS mode: run every open, corrected suspense
      *    entry through the normal range path and mark it
      *    resolved with date and disposition. Open entries
      *    without corrections stay put and keep aging, as do
      *    range requests turned away at intake, which go back
      *    through mkintake instead.
      *----------------------------------------------------------
       reprocess-para.
           perform require-operator-para
      *    another try; it must not append a fresh suspense entry
      *    while the file rides in memory.
       reprocess-entry-para.
           if sus-from-intake or sus-requestor not = spaces
               move sx to sxP
               display "Reprocess: entry " function trim(sxP)
                   " is a range request from "
                   function trim(sus-requestor)
                   " turned away at intake -- resubmit it through"
                   " mkintake INTAKE; still open"
               exit paragraph
           end-if
           move sus-fix-lower to range-lower-text
           move sus-fix-upper to range-upper-text
           perform validate-range-para
      *----------------------------------------------------------
       write-report-line-para.
      *    A preflight CHECK writes nothing -- its callers have
      *    already said their piece on the console -- and a
      *    partition slice has no report.
           if preflight-check-on or partition-run-on
               exit paragraph
           end-if
           if report-line-count = 0
               move run-mode to rl-mode
               move cmdline to rl-parms
               move fast-mode to rl-fast
               if quad-mode-on
                   move "Q" to rl-fast
               end-if
               move restart-mode to rl-restart
               move M-Capacity to rl-capacity
               move master-writes to rl-master-writes
               move exception-writes to rl-exception-writes
               move detail-writes to rl-detail-writes
               move checkpoint-writes to rl-checkpoint-writes
               move triple-writes to rl-triple-writes
               move exec-id to rl-exec-id
               move sighting-writes to rl-sighting-writes
               move bulletin-writes to rl-bulletin-writes
               move alert-writes to rl-alert-writes
               move journal-writes to rl-journal-writes
               move return-code to rl-rc
               write fd-runlog-line from runlog-record
               close runlog-file

      *----------------------------------------------------------
      *    Gate for the mutating manual modes: no operator ID, no
      *    change to shared data. The ID must be authorized for
      *    the mode; BACKOUT and UNLOCK, which destroy or override
      *    production state, also need an authorized approver who
      *    is not the operator.
      *----------------------------------------------------------
       require-operator-para.
           if operator-id = spaces
                   "operator ID (OPER=<id>)"
               move 12 to return-code
               perform abort-para
           end-if
           move operator-id to auth-operator
           move run-mode to auth-mode
           move return-code to auth-rc-hold
           call 'mkauth' using auth-parm
           move auth-rc-hold to return-code
           if not auth-granted
               perform refuse-operator-para
           end-if
           if run-mode = "BACKOUT" or run-mode = "UNLOCK"
               if approver-id = spaces
                   move spaces to auth-reason
                   string "no second operator to approve (APPR=<id>)"
                       delimited by size into auth-reason
                   perform refuse-operator-para
               end-if
               if approver-id = operator-id
                   move spaces to auth-reason
                   string "approver must differ from operator "
                       function trim(operator-id)
                       delimited by size into auth-reason
                   perform refuse-operator-para
               end-if
               move approver-id to auth-operator
               move run-mode to auth-mode
               move return-code to auth-rc-hold
               call 'mkauth' using auth-parm
               move auth-rc-hold to return-code
               if not auth-granted
                   move spaces to journal-text
                   string "approver " function trim(auth-reason)
                       delimited by size into journal-text
                   move journal-text to auth-reason
                   perform refuse-operator-para
               end-if
           end-if.

      *    A refused attempt: console, journal and alert file, then
      *    out. UNLOCK is refused before the business date is set,
      *    so the alert takes the execution's own date.
       refuse-operator-para.
           display "Error: " function trim(run-mode)
               " refused -- " function trim(auth-reason)
           move spaces to journal-text
           string "REFUSED: " function trim(auth-reason)
               delimited by size into journal-text
           perform write-journal-para
           if run-date is not numeric
               move start-stamp(1:8) to run-date
           end-if
           move 8 to alert-severity
           move "require-operator-para" to alert-source
           move spaces to alert-text
           string function trim(run-mode) " refused: "
               function trim(auth-reason)
               delimited by size into alert-text
           perform raise-alert-para
           move 12 to return-code
           perform abort-para.

      *----------------------------------------------------------
      *    One stamped line on the append-only intervention
      *    journal: when, who, which mode, what it touched. The
      *    caller sets JOURNAL-TEXT.
      *----------------------------------------------------------
       write-journal-para.
           move spaces to jrn-line-text
           if approver-id = spaces
               string start-stamp " " operator-id " "
                   run-mode " " function trim(journal-text)
                   " EXEC=" exec-id
                   delimited by size into jrn-line-text
           else
               string start-stamp " " operator-id " "
                   run-mode " " function trim(journal-text)
                   " APPR=" function trim(approver-id)
                   " EXEC=" exec-id
                   delimited by size into jrn-line-text
           end-if
           move return-code to seal-rc-hold
           call 'mkjrnl' using jrn-parm
           move seal-rc-hold to return-code
           if jrn-write-status not = "00"
               display "Error: cannot write "
                   "data/markov-journal.dat (status "
                   jrn-write-status ")"
               move 12 to return-code
               perform abort-para
           end-if
           compute journal-writes = journal-writes + 1.

      *----------------------------------------------------------
      *    Forward-recovery journal: the after-image of the record
      *    just written, or a clear of a whole store. Written the
      *    moment the store write succeeds.
      *----------------------------------------------------------
       journal-master-para.
      *    A partition slice's master is scratch, not a store --
      *    MERGE journals the records as they land on the real one.
           if partition-run-on
               exit paragraph
           end-if
           move "W" to rcv-type
           move "MASTER" to rcv-file
           move mm-key to rcv-key
           move mm-record to rcv-image
           perform write-recovery-para.

       journal-catalog-para.
           move "W" to rcv-type
           move "CATALOG" to rcv-file
           move cat-value to rcv-key
           move cat-record to rcv-image
           perform write-recovery-para.

      *    RCV-FILE already names the store.
       journal-clear-para.
           move "C" to rcv-type
           move spaces to rcv-key
           move spaces to rcv-image
           perform write-recovery-para.

       write-recovery-para.
           move start-stamp to rcv-stamp
           move run-date to rcv-date
           write fd-recovery-line from recovery-record.

      *----------------------------------------------------------
      *    The next execution ID off the control file, written
      *    straight back so the next run draws the one after. A
      *    missing file starts the sequence at 1. The read and the
      *    rewrite happen under the guard file, so two runs started
      *    together -- partition slices, above all -- can never
      *    draw the same ID.
      *----------------------------------------------------------
       draw-exec-id-para.
           perform take-execid-lock-para
           move zero to exc-last-id
           open input execid-file
           if execid-file-status = "00"
               read execid-file into execid-record
                   at end
                       move zero to exc-last-id
               end-read
               close execid-file
           end-if
           if exc-last-id is not numeric
               move zero to exc-last-id
           end-if
           compute exec-id = exc-last-id + 1
           move exec-id to exc-last-id
           move start-stamp to exc-stamp
           open output execid-file
           if execid-file-status not = "00"
               display "Error: cannot open "
                   function trim(execid-file-name)
                   " (status " execid-file-status ")"
               perform release-execid-lock-para
               move 12 to return-code
               perform abort-para
           end-if
           write fd-execid-line from execid-record
           close execid-file
           perform release-execid-lock-para
           display "Execution ID " exec-id.

      *----------------------------------------------------------
      *    Take the guard: create it only when it is absent, then
      *    read it back -- of two runs that both found it absent,
      *    only the one whose write stuck goes ahead; the other
      *    waits and tries again. A guard still there after the
      *    last try is one a crash left behind, and the operator
      *    has to look at it.
      *----------------------------------------------------------
       take-execid-lock-para.
           move start-stamp to exl-stamp
           move cmdline to exl-parms
           move "N" to execid-lock-held
           move zero to execid-lock-tries
           perform try-execid-lock-para
               until execid-lock-is-held
                   or execid-lock-tries >= execid-lock-limit
           if not execid-lock-is-held
               display "Error: execution-ID control held by '"
                   function trim(execid-lock-seen) "' -- if no "
                   "run is starting, delete "
                   function trim(execid-lock-name)
               move 12 to return-code
               perform abort-para
           end-if.

       try-execid-lock-para.
           compute execid-lock-tries = execid-lock-tries + 1
           move spaces to execid-lock-seen
           open input execid-lock-file
           if execid-lock-status = "35"
               open output execid-lock-file
               if execid-lock-status = "00"
                   write fd-execid-lock-line from execid-lock-record
                   close execid-lock-file
                   open input execid-lock-file
               end-if
           end-if
           if execid-lock-status = "00"
               read execid-lock-file into execid-lock-seen
                   at end
                       move spaces to execid-lock-seen
               end-read
               close execid-lock-file
           end-if
           if execid-lock-seen = execid-lock-record
               move "Y" to execid-lock-held
           else
               move return-code to gen-rc-hold
               call "C$SLEEP" using execid-lock-wait
               move gen-rc-hold to return-code
           end-if.

      *    Give the guard back; the run's condition code is held
      *    across the delete, as for the generation drops.
       release-execid-lock-para.
           if execid-lock-is-held
               move return-code to gen-rc-hold
               call "CBL_DELETE_FILE" using execid-lock-name
               move gen-rc-hold to return-code
               move "N" to execid-lock-held
           end-if.

      *----------------------------------------------------------
      *    Common hard-failure exit: the condition code is already
           move range-upper-text(1:20) to sus-upper
           move exception-reason(1:40) to sus-reason
           move "O" to sus-status
           move exec-id to sus-exec-id
           write fd-exception-line from suspense-record
           compute exception-writes = exception-writes + 1
      *    The print image rides the paginated report as well --
                   or run-mode = "VERIFY" or run-mode = "SCREEN"
                   perform preflight-range-para
               else
               if run-mode = "PARTITION" or run-mode = "MERGE"
                   perform preflight-partition-para
               else
               if run-mode = "CORRECT" or run-mode = "REPROCESS"
                   or run-mode = "BACKOUT" or run-mode = "REGISTER"
                   or run-mode = "ANALYZE" or run-mode = "SIGHTINGS"
                       function trim(run-mode) "'"
               end-if
               end-if
               end-if
           end-if
           perform preflight-files-para.

               perform preflight-candidate-para
           end-if.

      *----------------------------------------------------------
      *    PARTITION and MERGE: the range and the split, and for a
      *    MERGE whether every slice is on file and finished.
      *----------------------------------------------------------
       preflight-partition-para.
           perform validate-range-para
           if not range-is-invalid
               perform partition-operands-para
           end-if
           if range-is-invalid
               compute check-failures = check-failures + 1
               display "  FAIL: " function trim(exception-reason)
                   " (" function trim(range-lower-text) " to "
                   function trim(range-upper-text) ")"
               exit paragraph
           end-if
           display "  Range OK: " lower " to " upper
               " in " part-n " partition(s)"
           if run-mode = "MERGE"
               perform merge-check-para
               compute check-failures =
                   check-failures + part-failures
           end-if.

      *----------------------------------------------------------
      *    Every range of the proposed control file through the
      *    same validation the batch itself would run.
           move catalog-file-name to check-file-hold
           perform preflight-file-verdict-para

           open input markov-triples
           if triple-file-status = "00"
               close markov-triples
           end-if
           move triple-file-status to check-status-hold
           move triple-file-name to check-file-hold
           perform preflight-file-verdict-para

           open input markov-master
           if master-file-status = "00"
               close markov-master
           move master-file-name to check-file-hold
           perform preflight-file-verdict-para

           open input recovery-file
           if recovery-file-status = "00"
               close recovery-file
           end-if
           move recovery-file-status to check-status-hold
           move recovery-file-name to check-file-hold
           perform preflight-file-verdict-para

           open input registry-file
           if registry-file-status = "00"
               close registry-file
      *    The batch's labels feed the registry as a side effect
      *    -- year-batch.ctl is where JAN..DEC come from -- and
      *    each range runs under its label so every downstream
      *    record says JAN instead of ten digits. A request's
      *    RQnnnnnn label from the plan builder is one night's
      *    work, not a name anyone will ask for again, and stays
      *    off the registry so the queue cannot fill it.
                           move ctl-label to range-label
                           if range-label not = spaces
                               and range-label(1:2) not = "RQ"
                               perform upsert-label-para
                           end-if
                           move "N" to range-posted
           move "N" to table-capacity-exceeded
           move "N" to sum-overflow
           move "N" to table-overflow
           move lower to gen-low
           move upper to gen-high
           move lower to brute-start-a
           move "N" to have-checkpoint

      *    Both generation paths are resumable: the checkpoint
      *    carries the last completed 'a' for brute force, the last
      *    completed segment boundary for FAST.
           perform set-path-para
           if restart-mode-on
               perform read-checkpoint-para
           end-if
           if not master-cleared-for-run and not restart-mode-on
               open output markov-master
               close markov-master
               move "MASTER" to rcv-file
               perform journal-clear-para
           end-if
           move "Y" to master-cleared
           open i-o markov-master

           perform makemarkov-para

           perform uniqueness-para

           perform write-detail-para

           perform catalog-para
           perform streak-para
           perform write-report-para.

      *----------------------------------------------------------
      *    PARTITION start-up, before the lock: the slice number
      *    names the slice's own lock and working files. The rest
      *    of the operands are vetted once the range is known.
      *----------------------------------------------------------
       partition-setup-para.
           move "PARTITION" to run-mode
           move spaces to part-k-text
           move spaces to part-n-text
           unstring arg4 delimited by "/"
               into part-k-text part-n-text
           end-unstring
           if part-k-text = spaces
               or function test-numval(part-k-text) not = 0
               display "Exception: PARTITION slice must be given as "
                   "<k>/<N>, got '" function trim(arg4) "'"
               move 8 to return-code
               perform abort-para
           end-if
           compute part-k = function numval(part-k-text)
           if part-k = 0 or part-k > part-max
               display "Exception: PARTITION slice number must be "
                   "1 to " part-max ", got '" function trim(arg4) "'"
               move 8 to return-code
               perform abort-para
           end-if
           move "Y" to partition-run
           perform partition-names-para
           move part-lock-name to lock-file-name
           move part-master-name to master-file-name
           move part-checkpoint-name to checkpoint-file-name
           move part-status-name to status-file-name.

      *----------------------------------------------------------
      *    The slice number (PARTITION only) and the partition
      *    count, against a range already validated. Sets
      *    RANGE-INVALID and EXCEPTION-REASON the way
      *    VALIDATE-RANGE-PARA does.
      *----------------------------------------------------------
       partition-operands-para.
           if run-mode = "PARTITION"
               if part-k-text = spaces
                   or function test-numval(part-k-text) not = 0
                   move "Y" to range-invalid
                   move "Slice must be given as <k>/<N>"
                       to exception-reason
                   exit paragraph
               end-if
               compute part-k = function numval(part-k-text)
           end-if
           if part-n-text = spaces
               or function test-numval(part-n-text) not = 0
               move "Y" to range-invalid
               move "Partition count is not a valid number"
                   to exception-reason
               exit paragraph
           end-if
           compute part-n = function numval(part-n-text)
           move part-n to part-nn
           if part-n = 0 or part-n > part-max
               move "Y" to range-invalid
               move "Partition count must be 1 to 99"
                   to exception-reason
               exit paragraph
           end-if
           if run-mode = "PARTITION"
               and (part-k = 0 or part-k > part-n)
               move "Y" to range-invalid
               move "Slice number must be 1 to the partition count"
                   to exception-reason
               exit paragraph
           end-if
           compute part-width = upper - lower + 1
           if part-n > part-width
               move "Y" to range-invalid
               move "More partitions than values in the range"
                   to exception-reason
           end-if.

      *    Slice PART-K's file names.
       partition-names-para.
           move part-k to part-kk
           move spaces to part-master-name
           string "data/markov-master-p" part-kk ".dat"
               delimited by size into part-master-name
           move spaces to part-checkpoint-name
           string "data/markov-checkpoint-p" part-kk ".dat"
               delimited by size into part-checkpoint-name
           move spaces to part-status-name
           string "data/markov-status-p" part-kk ".dat"
               delimited by size into part-status-name
           move spaces to part-spool-name
           string "data/markov-triples-p" part-kk ".dat"
               delimited by size into part-spool-name
           move spaces to part-lock-name
           string "data/markov-runlock-p" part-kk ".dat"
               delimited by size into part-lock-name
           move spaces to part-ctl-name
           string "data/markov-part-" part-kk ".ctl"
               delimited by size into part-ctl-name.

      *----------------------------------------------------------
      *    One partition slice: slice k of N owns the k-th share of
      *    the range's 'a' values -- b and c still run the whole
      *    range, exactly as an unpartitioned run's loops do -- so
      *    the N slices together find precisely what one run would.
      *    Generation lands on the slice's own master and spool,
      *    checkpointed and resumable the usual way; the control
      *    record says RUNNING until the slice ends, then COMPLETE,
      *    or FAILED when it cannot be trusted for the merge.
      *----------------------------------------------------------
       partition-slice-para.
           initialize M-Table
           move zero to M-Used
           set IndexNum to 1
           move zero to summ
           move zero to dcount
           move zero to part-triples
           move "N" to table-capacity-exceeded
           move "N" to sum-overflow
           move "N" to table-overflow
           compute gen-low = (part-k - 1) * part-width / part-n
           add lower to gen-low
           compute gen-high = part-k * part-width / part-n
           add lower to gen-high
           subtract 1 from gen-high
           move gen-low to brute-start-a
           move "N" to have-checkpoint
           move gen-low to pct-slice-low
           move gen-high to pct-slice-high
           display "Partition slice " part-kk " of " part-nn
               " of range " lower " to " upper ": a from "
               pct-slice-low " to " pct-slice-high

           perform set-path-para
           if restart-mode-on
               perform read-checkpoint-para
           end-if

           move "RUNNING" to pct-status
           perform write-partctl-para

           if not restart-mode-on
               open output markov-master
               close markov-master
           end-if
           open i-o markov-master
           if master-file-status not = "00"
               display "Error: cannot open "
                   function trim(master-file-name)
                   " (status " master-file-status ")"
               move 12 to return-code
               perform abort-para
           end-if

           if restart-mode-on
               open extend part-spool-file
               if part-spool-status = "35"
                   open output part-spool-file
               end-if
           else
               open output part-spool-file
           end-if
           if part-spool-status not = "00"
               display "Error: cannot open "
                   function trim(part-spool-name)
                   " (status " part-spool-status ")"
               move 12 to return-code
               perform abort-para
           end-if

           if restart-mode-on
               perform resume-recount-para
           end-if

           perform makemarkov-para

           close markov-master
           close part-spool-file

      *    A FAST walk that ran out of table may have missed values
      *    -- the merge must not take the slice as whole.
           if return-code < 8 and not table-full
               move "COMPLETE" to pct-status
           else
               move "FAILED" to pct-status
               if table-full
                   display "Partition slice " part-kk
                       " exceeded table capacity " M-Capacity
                       " -- rerun the slice without FAST"
               end-if
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if
           perform write-partctl-para
           move dcount to part-countP
           move summ to part-sumP
           display "Partition slice " part-kk " of " part-nn " "
               function trim(pct-status) ": count "
               function trim(part-countP) ", sum "
               function trim(part-sumP) " on "
               function trim(master-file-name).

      *    The slice's control record, as it now stands.
       write-partctl-para.
           move lower to pct-lower
           move upper to pct-upper
           move part-k to pct-slice
           move part-n to pct-of
           move dcount to pct-count
           move summ to pct-sum
           move fast-mode to pct-fast
           if quad-mode-on
               move "Q" to pct-fast
           end-if
           move exec-id to pct-exec-id
           move function current-date(1:14) to pct-stamp
           move return-code to pct-rc
           open output part-ctl-file
           if part-ctl-status not = "00"
               display "Error: cannot open "
                   function trim(part-ctl-name)
                   " (status " part-ctl-status ")"
               move 12 to return-code
               perform abort-para
           end-if
           write fd-part-ctl-line from partctl-record
           close part-ctl-file.

      *----------------------------------------------------------
      *    MERGE readiness: every one of the N slices must have its
      *    control record on file, for this range and this split,
      *    saying COMPLETE. Read-only -- preflight CHECK uses it
      *    too.
      *----------------------------------------------------------
       merge-check-para.
           move zero to part-failures
           perform varying part-k from 1 by 1 until part-k > part-n
               perform merge-check-slice-para
           end-perform
           if part-failures = 0
               move "Y" to partitions-ready
           else
               move "N" to partitions-ready
           end-if.

       merge-check-slice-para.
           perform partition-names-para
           move spaces to partctl-record
           open input part-ctl-file
           if part-ctl-status not = "00"
               compute part-failures = part-failures + 1
               display "  Slice " part-kk " of " part-nn
                   ": no control record "
                   function trim(part-ctl-name)
               exit paragraph
           end-if
           read part-ctl-file into partctl-record
               at end
                   move spaces to partctl-record
           end-read
           close part-ctl-file
           if pct-lower is not numeric or pct-upper is not numeric
               or pct-slice is not numeric or pct-of is not numeric
               compute part-failures = part-failures + 1
               display "  Slice " part-kk " of " part-nn
                   ": control record unreadable"
               exit paragraph
           end-if
           if pct-lower not = lower or pct-upper not = upper
               or pct-slice not = part-k or pct-of not = part-n
               compute part-failures = part-failures + 1
               display "  Slice " part-kk " of " part-nn
                   ": control record is for " pct-lower " to "
                   pct-upper " slice " pct-slice "/" pct-of
               exit paragraph
           end-if
           if pct-status not = "COMPLETE"
               compute part-failures = part-failures + 1
               display "  Slice " part-kk " of " part-nn ": "
                   function trim(pct-status) " (condition code "
                   pct-rc ", execution " pct-exec-id ")"
               exit paragraph
           end-if
           move pct-count to part-countP
           move pct-sum to part-sumP
           display "  Slice " part-kk " of " part-nn
               ": COMPLETE, a " pct-slice-low " to " pct-slice-high
               ", count " function trim(part-countP)
               ", execution " pct-exec-id
           move spaces to report-line
           string "  PARTITION " part-kk "/" part-nn
               " a " pct-slice-low " to " pct-slice-high
               " count " function trim(part-countP)
               " sum " function trim(part-sumP)
               " exec " pct-exec-id " ended " pct-stamp
               delimited by size into report-line
           perform write-report-line-para.

      *    A merge that cannot run posts nothing and says why.
       merge-refuse-para.
           move part-failures to part-countP
           display "MERGE refused: " function trim(part-countP)
               " of " part-nn " slice(s) missing or not finished "
               "cleanly -- nothing posted"
           move 8 to alert-severity
           move "merge-check-para" to alert-source
           move spaces to alert-text
           string "MERGE " lower " to " upper ": "
               function trim(part-countP) " slice(s) not ready"
               delimited by size into alert-text
           perform raise-alert-para
           move spaces to exception-reason
           string "MERGE refused: " function trim(part-countP)
               " slice(s) not ready"
               delimited by size into exception-reason
           perform write-reject-para.

      *----------------------------------------------------------
      *    MERGE's generation step, in place of the loops: every
      *    slice's master onto MARKOV-MASTER and every slice's
      *    spooled triples onto the triple file, counted,
      *    journaled and deduplicated exactly as the loops land
      *    them -- the rest of PROCESS-RANGE then posts the range
      *    as if one run had found it all.
      *----------------------------------------------------------
       merge-partitions-para.
           move "MERGE" to status-path
           perform varying part-k from 1 by 1 until part-k > part-n
               perform merge-slice-para
           end-perform.

       merge-slice-para.
           perform partition-names-para
           move zero to part-values
           move zero to part-triples
           open input partition-master
           if part-master-status not = "00"
               display "Error: cannot open "
                   function trim(part-master-name)
                   " (status " part-master-status ")"
               move 12 to return-code
               perform abort-para
           end-if
           move "N" to part-eof
           perform until part-at-eof
               read partition-master next record
                   at end
                       move "Y" to part-eof
                   not at end
                       perform merge-value-para
               end-read
           end-perform
           close partition-master

           open input part-spool-file
           if part-spool-status not = "00"
               display "Error: cannot open "
                   function trim(part-spool-name)
                   " (status " part-spool-status ")"
               move 12 to return-code
               perform abort-para
           end-if
           move "N" to part-eof
           perform until part-at-eof
               read part-spool-file into trp-record
                   at end
                       move "Y" to part-eof
                   not at end
                       compute part-triples = part-triples + 1
                       move trp-max to triple-a
                       move trp-mid to triple-b
                       move trp-min to triple-c
                       perform write-triple-para
               end-read
           end-perform
           close part-spool-file

           move part-values to part-valuesP
           move part-triples to part-triplesP
           display "Merged slice " part-kk " of " part-nn ": "
               function trim(part-valuesP) " value(s), "
               function trim(part-triplesP) " spooled triple(s)".

       merge-value-para.
           move range-label to mm-label
           move pm-value to mm-value
           move lower to mm-lower
           move upper to mm-upper
           move pm-b to mm-b
           move pm-c to mm-c
           write mm-record
               invalid key
                   continue
               not invalid key
                   compute master-writes = master-writes + 1
                   compute part-values = part-values + 1
                   perform journal-master-para
                   compute dcount = dcount + 1
                   compute summ = summ + pm-value
                       on size error
                           move "Y" to sum-overflow
                   end-compute
           end-write.

      *----------------------------------------------------------
      *    After the posting: every slice is marked MERGED so it
      *    can never be posted twice, and -- when the posting came
      *    through clean -- the slices' working files are let go.
      *    Anything worse than a warning keeps them for review.
      *----------------------------------------------------------
       merge-finish-para.
           perform varying part-k from 1 by 1 until part-k > part-n
               perform partition-names-para
               perform mark-merged-para
               if return-code < 8
                   move return-code to part-rc-hold
                   call "CBL_DELETE_FILE" using part-master-name
                   call "CBL_DELETE_FILE" using part-checkpoint-name
                   call "CBL_DELETE_FILE" using part-spool-name
                   call "CBL_DELETE_FILE" using part-status-name
                   move part-rc-hold to return-code
               end-if
           end-perform
           if return-code < 8
               display "Partition working files released"
           else
               display "Partition working files kept for review"
           end-if.

       mark-merged-para.
           move spaces to partctl-record
           open input part-ctl-file
           if part-ctl-status not = "00"
               exit paragraph
           end-if
           read part-ctl-file into partctl-record
               at end
                   continue
           end-read
           close part-ctl-file
           move "MERGED" to pct-status
           open output part-ctl-file
           if part-ctl-status not = "00"
               display "Warning: cannot mark "
                   function trim(part-ctl-name) " MERGED (status "
                   part-ctl-status ")"
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           write fd-part-ctl-line from partctl-record
           close part-ctl-file.

      *----------------------------------------------------------
      *    ANALYZE mode: walk a keyed store of discovered values in
      *    key order (the same machinery write-detail-para uses) and
      *    -- this is a regression check, not a production run.
      *----------------------------------------------------------
       verify-range-para.
           if quad-mode-on
               move "QUAD" to verify-path
           else
               move "brute force" to verify-path
           end-if
           display "===== VERIFY: range " lower " to " upper
               " -- " function trim(verify-path) " vs FAST ====="

           initialize M-Table
           move zero to M-Used
           move "N" to table-capacity-exceeded
           move "N" to sum-overflow
           move "N" to table-overflow
           move lower to gen-low
           move upper to gen-high
           move lower to brute-start-a
           move "N" to have-checkpoint

           open output markov-master
           close markov-master
           move "MASTER" to rcv-file
           perform journal-clear-para
           open i-o markov-master
           if master-file-status not = "00"
               display "Error: cannot open "
               perform abort-para
           end-if

           if quad-mode-on
               perform quad-search-para
           else
               perform brute-force-para
           end-if
           move dcount to brute-count
           move summ to brute-sum


           move zero to verify-mismatches

      *    Anything FAST found that the exhaustive path did not.
           perform varying verify-idx from 1 by 1
                   until verify-idx > M-Used
               if M-Value(verify-idx) not = 0
                           compute verify-mismatches =
                               verify-mismatches + 1
                           display "VERIFY MISMATCH: FAST found "
                               mm-value " -- "
                               function trim(verify-path) " did not"
                           move spaces to report-line
                           string "  VERIFY MISMATCH: FAST-only "
                               "value " mm-value
               end-if
           end-perform

      *    Anything the exhaustive path found that FAST did not.
           perform start-master-range-para
           perform until master-at-eof
               read markov-master next record
                       if not verify-value-found
                           compute verify-mismatches =
                               verify-mismatches + 1
                           display "VERIFY MISMATCH: "
                               function trim(verify-path)
                               " found " mm-value " -- FAST did not"
                           move spaces to report-line
                           string "  VERIFY MISMATCH: "
                               function trim(verify-path)
                               "-only value " mm-value
                               delimited by size into report-line
                           perform write-report-line-para
                       end-if

           move brute-count to verify-countP
           move brute-sum to verify-sumP
           display "  " verify-path ": Count "
               function trim(verify-countP)
               ", Sum " function trim(verify-sumP)
           move spaces to report-line
           string "  VERIFY " function trim(verify-path)
               ": Count "
               function trim(verify-countP) delimited by size
               into report-line
           perform write-report-line-para

           move fast-count to verify-countP
           move fast-sum to verify-sumP
           display "  FAST       : Count "
               function trim(verify-countP)
               ", Sum " function trim(verify-sumP)
           move spaces to report-line

      *Make Markov Sequence
       makemarkov-para.
           if merge-mode-on
               perform merge-partitions-para
           else
           if quad-mode-on
               perform quad-search-para
           else
           if fast-mode-on
               perform genmarkov-fast-para
           else
               perform brute-force-para
           end-if
           end-if
           end-if.

      *    The path a generation run (and its checkpoint) is on.
       set-path-para.
           if quad-mode-on
               move "QUAD" to status-path
           else
           if fast-mode-on
               move "FAST" to status-path
           else
               move "BRUTE" to status-path
           end-if
           end-if.

       brute-force-para.
           move "BRUTE" to status-path
           move function seconds-past-midnight to range-start-secs
           compute a-total = gen-high - brute-start-a + 1
           compute heartbeat-interval = a-total / 100
           if heartbeat-interval = 0
               move 1 to heartbeat-interval
           end-if
           perform heartbeat-start-para
            PERFORM outer-para varying a from brute-start-a by 1
                until a > gen-high.

        outer-para.
            PERFORM middle-para varying b from 0 by 1 until b > upper.
                                NOT INVALID KEY
                                    compute master-writes =
                                        master-writes + 1
                                    perform journal-master-para
                                    compute dcount = dcount + 1
                                    compute summ = summ + a
                                        on size error
                                            move "Y" to sum-overflow
                                    end-compute
                            END-WRITE
      *    Every ordering of every solution reaches here; the
      *    triple file keeps the one unordered copy.
                            move a to triple-a
                            move b to triple-b
                            move cval to triple-c
                            perform write-triple-para
                        END-IF.

      *End Make Markov Sequence

      *----------------------------------------------------------
      *    QUAD path: every solution in the range, found without
      *    the cubic sweep and without genmarkov's tree, so it
      *    stands as an independent witness against FAST.
      *
      *    Each Markov triple is met once, sorted x <= y <= z:
      *    for each x, each y from x up, the discriminant
      *    9x^2y^2 - 4x^2 - 4y^2 must be a perfect square s^2, and
      *    then z = (3xy + s)/2 and z = (3xy - s)/2 are the
      *    candidates. For x >= 2 the smaller root is always below
      *    y, and the larger is at least 3xy/2, so y stops at
      *    2*upper/(3x) and x at the root of 2*upper/3 -- work
      *    that grows as upper log upper. Every member of a triple
      *    with all three inside upper, that falls inside the span
      *    being generated, lands on MARKOV-MASTER with the other
      *    two as its partners -- exactly the values brute force
      *    finds -- and the triple goes to the triple file.
      *
      *    The checkpoint marks the last x completed; RESTART picks
      *    up at the next one.
      *----------------------------------------------------------
       quad-search-para.
           move "QUAD" to status-path
           move function seconds-past-midnight to range-start-secs

      *    The all-zero solution is the one triple with no positive
      *    member; brute force meets it at a = 0.
           if gen-low = 0
               move zero to quad-v
               move zero to quad-vb
               move zero to quad-vc
               perform quad-value-para
           end-if

           move upper to quad-limit
           move zero to quad-x-max
           if upper > 0
               compute quad-x-max =
                   function integer(function sqrt(2 * upper / 3))
               perform until 3 * quad-x-max * quad-x-max
                       not > 2 * quad-limit
                   subtract 1 from quad-x-max
               end-perform
               perform until 3 * (quad-x-max + 1) * (quad-x-max + 1)
                       > 2 * quad-limit
                   add 1 to quad-x-max
               end-perform
               if quad-x-max = 0
                   move 1 to quad-x-max
               end-if
           end-if

           if checkpoint-exists
               move brute-start-a to quad-x-start
           else
               move 1 to quad-x-start
           end-if
           move quad-x-start to brute-start-a
           move zero to a-total
           if quad-x-max >= quad-x-start
               compute a-total = quad-x-max - quad-x-start + 1
           end-if
           compute heartbeat-interval = a-total / 100
           if heartbeat-interval = 0
               move 1 to heartbeat-interval
           end-if
           perform heartbeat-start-para
           perform quad-x-para varying quad-x from quad-x-start by 1
               until quad-x > quad-x-max.

       quad-x-para.
           if quad-x = 1
               move upper to quad-y-max
           else
               compute quad-y-max = (2 * upper) / (3 * quad-x)
           end-if
           move quad-x to quad-xd
           perform quad-y-para varying quad-y from quad-x by 1
               until quad-y > quad-y-max
           move quad-x to a
           perform checkpoint-para
           perform heartbeat-para.

       quad-y-para.
           move quad-y to quad-yd
           compute quad-disc = 9 * quad-xd * quad-xd * quad-yd * quad-yd
               - 4 * quad-xd * quad-xd - 4 * quad-yd * quad-yd
           compute quad-root = function integer
               (function sqrt(quad-disc))
      *    The root arrives through floating point -- settle it on
      *    the exact integer square root before trusting it.
           perform until quad-root * quad-root not > quad-disc
               subtract 1 from quad-root
           end-perform
           perform until (quad-root + 1) * (quad-root + 1)
                   > quad-disc
               add 1 to quad-root
           end-perform
           if quad-root * quad-root not = quad-disc
               exit paragraph
           end-if
           compute quad-xy3 = 3 * quad-xd * quad-yd
           if function mod(quad-xy3 + quad-root, 2) not = 0
               exit paragraph
           end-if
           compute quad-zd = (quad-xy3 + quad-root) / 2
           perform quad-triple-para
           compute quad-zd = (quad-xy3 - quad-root) / 2
           perform quad-triple-para.

      *    One root: a triple when it keeps the members sorted and
      *    inside upper.
       quad-triple-para.
           if quad-zd < quad-yd or quad-zd > quad-limit
               exit paragraph
           end-if
           move "N" to quad-hit
           move quad-x to quad-v
           move quad-y to quad-vb
           move quad-zd to quad-vc
           perform quad-value-para
           move quad-y to quad-v
           move quad-x to quad-vb
           move quad-zd to quad-vc
           perform quad-value-para
           move quad-zd to quad-v
           move quad-x to quad-vb
           move quad-y to quad-vc
           perform quad-value-para
           if quad-triple-in-span
               move quad-x to triple-a
               move quad-y to triple-b
               move quad-zd to triple-c
               perform write-triple-para
           end-if.

      *    One member onto MARKOV-MASTER when it falls inside the
      *    span, counted exactly as the brute inner loop counts.
       quad-value-para.
           if quad-v < gen-low or quad-v > gen-high
               exit paragraph
           end-if
           move "Y" to quad-hit
           move range-label to mm-label
           move quad-v to mm-value
           move lower to mm-lower
           move upper to mm-upper
           move quad-vb to mm-b
           move quad-vc to mm-c
           write mm-record
               invalid key
                   continue
               not invalid key
                   compute master-writes = master-writes + 1
                   perform journal-master-para
                   compute dcount = dcount + 1
                   compute summ = summ + quad-v
                       on size error
                           move "Y" to sum-overflow
                   end-compute
           end-write.

      *----------------------------------------------------------
      *    One solution onto the lifetime triple file, members
      *    sorted largest first into the key. A triple already on
      *    file dedupes through INVALID KEY, the way the master and
      *    catalog do; the degenerate all-zero solution a range
      *    starting at 0 meets is not a Markov triple and is not
      *    kept.
      *----------------------------------------------------------
       write-triple-para.
           if triple-a = 0 or triple-b = 0 or triple-c = 0
               exit paragraph
           end-if
           if triple-a < triple-b
               move triple-a to triple-swap
               move triple-b to triple-a
               move triple-swap to triple-b
           end-if
           if triple-b < triple-c
               move triple-b to triple-swap
               move triple-c to triple-b
               move triple-swap to triple-c
           end-if
           if triple-a < triple-b
               move triple-a to triple-swap
               move triple-b to triple-a
               move triple-swap to triple-b
           end-if
           move triple-a to trp-max
           move triple-b to trp-mid
           move triple-c to trp-min
           move run-date to trp-first-date
           move lower to trp-lower
           move upper to trp-upper
           move range-label to trp-label
      *    A partition slice spools its triples for MERGE to load.
           if partition-run-on
               write fd-part-spool-line from trp-record
               compute part-triples = part-triples + 1
               exit paragraph
           end-if
           write trp-record
               invalid key
                   continue
               not invalid key
                   compute triple-writes = triple-writes + 1
           end-write.

      *----------------------------------------------------------
      *    Uniqueness watch: walk the triple file across this
      *    range's values and count how many distinct triples each
      *    value tops. The conjecture says never more than one; a
      *    value that tops two is either a counterexample or a
      *    generation fault, and either way it goes on the report
      *    and the alert file and fails the job until someone has
      *    looked.
      *----------------------------------------------------------
       uniqueness-para.
           move zero to uniq-violations
           move zero to uniq-value
           move zero to uniq-tops
           move lower to trp-max
           move zero to trp-mid
           move zero to trp-min
           move "N" to triple-eof
           start markov-triples key is not less than trp-key
               invalid key
                   move "Y" to triple-eof
           end-start
           perform until triple-at-eof
               read markov-triples next record
                   at end
                       move "Y" to triple-eof
                   not at end
                       if trp-max > upper
                           move "Y" to triple-eof
                       else
                           if trp-max = uniq-value
                               compute uniq-tops = uniq-tops + 1
                           else
                               perform uniqueness-break-para
                               move trp-max to uniq-value
                               move 1 to uniq-tops
                           end-if
                       end-if
               end-read
           end-perform
           perform uniqueness-break-para

           if uniq-violations > 0
               move uniq-violations to uniqP
               display "UNIQUENESS: " function trim(uniqP)
                   " value(s) in range " lower " to " upper
                   " top more than one distinct triple"
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if.

      *    Close out one value's run of triples.
       uniqueness-break-para.
           if uniq-tops > 1
               compute uniq-violations = uniq-violations + 1
               move uniq-tops to uniqP
               move uniq-value to uniqV
               display "UNIQUENESS VIOLATION: value " uniqV
                   " is the largest member of "
                   function trim(uniqP) " distinct triples"
               move spaces to report-line
               string "  *** UNIQUENESS: value " uniqV
                   " tops " function trim(uniqP)
                   " distinct triples -- see mkunique ***"
                   delimited by size into report-line
               perform write-report-line-para
               move 8 to alert-severity
               move "uniqueness-para" to alert-source
               move spaces to alert-text
               string "Value " uniqV " tops "
                   function trim(uniqP) " distinct triples"
                   delimited by size into alert-text
               perform raise-alert-para
           end-if.

      *----------------------------------------------------------
      *    Resume support: pick up a matching in-flight checkpoint
      *    for this exact lower/upper pair, if one is on file.
                   at end
                       continue
                   not at end
                       if chk-lower = lower and chk-upper = upper
                           and chk-path not = status-path
                           and (chk-path not = spaces
                               or status-path = "QUAD")
                           display "Checkpoint is from the "
                               function trim(chk-path) " path, not "
                               function trim(status-path)
                               " -- starting the range over"
                       else
                       if chk-lower = lower and chk-upper = upper
                           move "Y" to have-checkpoint
                           compute brute-start-a = chk-a + 1
                           display "Resuming from checkpoint at a="
                               brute-start-a
                       end-if
                       end-if
               end-read
               close checkpoint-file
           end-if.
           move a to chk-a
           move dcount to chk-count
           move summ to chk-sum
           move status-path to chk-path
           open output checkpoint-file
           write fd-checkpoint-line from checkpoint-record
           compute checkpoint-writes = checkpoint-writes + 1
      *    the status file an operator can inspect from another
      *    terminal -- range, mode, position, running count,
      *    percent complete, and an ETA projected linearly from
      *    elapsed time. The last 'a' always gets its line, so a
      *    range's final word on the status file is its 100%.
      *----------------------------------------------------------
       heartbeat-para.
           compute a-done = a - brute-start-a + 1
           if function mod (a-done heartbeat-interval) = 0
               or a-done = a-total
               perform heartbeat-emit-para
           end-if.

      *    segment loop once per completed segment.
       heartbeat-emit-para.
           compute a-done = a - brute-start-a + 1
           move a to hb-aP
           perform heartbeat-line-para.

      *    Each generation path's 0% line, as it starts: the
      *    status file names the new range at once instead of
      *    showing the last range finished until the first one
      *    percent of this one is done.
       heartbeat-start-para.
           move zero to a-done
           move brute-start-a to hb-aP
           perform heartbeat-line-para.

       heartbeat-line-para.
           move zero to pct-done
           if a-total > 0
               compute pct-done = a-done * 100 / a-total
           end-if
           compute now-secs =
               function seconds-past-midnight
           compute elapsed-secs = now-secs - range-start-secs
               move zero to eta-secs
           end-if
           move pct-done to pctP
           move dcount to hb-countP
           move eta-secs to etaP
           display "Progress: " function trim(pctP)
       genmarkov-fast-para.
           move "FAST" to status-path
           move function seconds-past-midnight to range-start-secs
           compute a-total = gen-high - brute-start-a + 1
           compute fast-seg-size = (gen-high - gen-low + 1) / 100
           if fast-seg-size = 0
               move 1 to fast-seg-size
           end-if
           move brute-start-a to fast-seg-low
           perform heartbeat-start-para
           perform fast-segment-para
               until fast-seg-low > gen-high
           if table-overflow-detected
               move "Y" to table-capacity-exceeded
           end-if.
      *----------------------------------------------------------
       fast-segment-para.
           compute fast-seg-high = fast-seg-low + fast-seg-size - 1
           if fast-seg-high > gen-high
               move gen-high to fast-seg-high
           end-if
           move fast-seg-low to Low
           move fast-seg-high to High
                           continue
                       not invalid key
                           compute master-writes = master-writes + 1
                           perform journal-master-para
                           compute dcount = dcount + 1
                           compute summ = summ + M-Value(IndexNum)
                               on size error
                                   move "Y" to sum-overflow
                           end-compute
                   end-write
      *    The tree walk meets each value once, as the top of its
      *    own node: (value, companion, companion).
                   move M-Value(IndexNum) to triple-a
                   move M-B(IndexNum) to triple-b
                   move M-C(IndexNum) to triple-c
                   perform write-triple-para
               end-if
           end-perform

                                   not invalid key
                                       compute catalog-writes =
                                           catalog-writes + 1
                                       perform journal-catalog-para
                                       compute new-discoveries =
                                           new-discoveries + 1
                                       display "NEW DISCOVERY: "
           move range-label to sgt-label
           move lower to sgt-lower
           move upper to sgt-upper
           move status-path to sgt-path
           move exec-id to sgt-exec-id
           write fd-sighting-line from sighting-record
           compute sighting-writes = sighting-writes + 1.

      *----------------------------------------------------------
      *    SIGHTINGS inquiry: one value's full history -- the
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           move exec-id to alr-exec-id
           write fd-alert-line from alert-record
           compute alert-writes = alert-writes + 1
           close alert-file.

      *----------------------------------------------------------
                   " (" lower " to " upper ")"
                   delimited by size into bulletin-line
           end-if
           perform write-bulletin-line-para

           if function mod (catalog-total milestone-step) = 0
               move catalog-total to catalog-totalP
                   function trim(catalog-totalP)
                   "th distinct Markov number on file"
                   delimited by size into bulletin-line
               perform write-bulletin-line-para
           end-if.

      *    The line in BULLETIN-LINE, tagged with the execution ID
      *    after its text.
       write-bulletin-line-para.
           move bulletin-line to bulletin-text
           move spaces to bulletin-line
           string function trim(bulletin-text trailing)
               " EXEC=" exec-id
               delimited by size into bulletin-line
           write fd-bulletin-line from bulletin-line
           compute bulletin-writes = bulletin-writes + 1.

      *----------------------------------------------------------
      *    Collapse every value this range stored, individually,
      *    and print the spread of digital roots 1 through 9 --
           move roman-text to ldg-roman
           move verdict-flag to ldg-verdict
           move range-label to ldg-label
           move exec-id to ldg-exec-id
           perform seal-ledger-para
           write fd-ledger-line from ledger-record
           compute ledger-writes = ledger-writes + 1.

      *----------------------------------------------------------
      *    The ledger's check chain. FIND picks up the last line's
      *    value before the file opens for EXTEND (zero for a new
      *    ledger or one written before the chain); SEAL chains the
      *    line in LEDGER-RECORD from it.
      *----------------------------------------------------------
       find-ledger-chain-para.
           move zero to ledger-chain
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
           move "N" to ledger-scan-eof
           perform until ledger-scan-at-eof
               read ledger-file into ledger-record
                   at end
                       move "Y" to ledger-scan-eof
                   not at end
                       if ldg-chain is numeric
                           move ldg-chain to ledger-chain
                       end-if
               end-read
           end-perform
           close ledger-file.

       seal-ledger-para.
           move ledger-chain to hsh-prev
           move 84 to hsh-length
           move ledger-record(1:84) to hsh-text
           move return-code to seal-rc-hold
           call 'mkhash' using hash-parm
           move seal-rc-hold to return-code
           move hsh-value to ldg-chain
           move hsh-value to ledger-chain.

      *----------------------------------------------------------
      *    Balancing step: re-read MARKOV-MASTER from the top,
      *    independently recount the records and re-add the stored
               function trim(countP) "," function trim(sumP) ","
               coll "," function trim(roman-text) ","
               verdict-flag ","
               function trim(range-label) "," exec-id
               delimited by size into csv-line
           write fd-csv-line from csv-line
           compute csv-writes = csv-writes + 1.
