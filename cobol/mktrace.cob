       identification division.
       program-id.
       mktrace.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Run-trace inquiry: everything one markov execution
      *    wrote, gathered back together by its execution ID.
      *
      *        mktrace <execution-id>
      *
      *    The run-log record with that ID is listed first; then,
      *    file by file, every line carrying the ID:
      *
      *        the ledger and every dated archive on the archive
      *        index, the CSV extract, the sightings history, the
      *        discovery bulletin, the alert file, the exception
      *        suspense file, the intervention journal, and the
      *        job-stream step-status file;
      *
      *    ledger and CSV lines a later BACKOUT removed are found
      *    on the backout audit file and counted with them. Each
      *    file's count is tied to the matching RL-*-WRITES figure
      *    on the run-log record (the CSV's count also takes in
      *    the header line when this execution started the file).
      *    Lines housekeeping has moved to a retention archive are
      *    not searched, so a trace of an old execution can come
      *    up short.
      *
      *    Output: data/markov-trace.dat. Condition code 4 when a
      *    count does not tie, 8 when the ID is not on the run
      *    log, 12 for an unusable argument.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *    Whichever file is being searched.
           select scan-file assign dynamic scan-file-name
               organization is line sequential
               file status is scan-file-status.

           select archindex-file assign dynamic archindex-file-name
               organization is line sequential
               file status is archindex-file-status.

           select trace-file assign dynamic trace-file-name
               organization is line sequential
               file status is trace-file-status.

       data division.
       file section.
       fd  scan-file.
       01  fd-scan-line pic x(400).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).

       fd  trace-file.
       01  fd-trace-line pic x(132).

       working-storage section.
           copy "runlog.cpy".
           copy "ledger.cpy".
           copy "sighting.cpy".
           copy "alert.cpy".
           copy "suspense.cpy".
           copy "stepstat.cpy".
           copy "archindex.cpy".
           01 scan-file-name pic x(100).
           01 scan-file-status pic x(2).
           01 scan-eof pic x value "N".
              88 scan-at-eof value "Y".
           01 scan-line pic x(400).
           01 archindex-file-name pic x(100)
                value "data/markov-archindex.dat".
           01 archindex-file-status pic x(2).
           01 archindex-eof pic x value "N".
              88 archindex-at-eof value "Y".
           01 trace-file-name pic x(100)
                value "data/markov-trace.dat".
           01 trace-file-status pic x(2).
           01 trace-line pic x(132).

           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 csv-file-name pic x(100)
                value "data/markov-results.csv".
           01 sighting-file-name pic x(100)
                value "data/markov-sightings.dat".
           01 bulletin-file-name pic x(100)
                value "data/markov-bulletin.dat".
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 exception-file-name pic x(100)
                value "data/markov-exceptions.dat".
           01 journal-file-name pic x(100)
                value "data/markov-journal.dat".
           01 stepstat-file-name pic x(100)
                value "data/markov-stepstat.dat".
           01 backout-file-name pic x(100)
                value "data/markov-backout.dat".

           01 cmdline pic x(50).
           01 arg1 pic x(50).

      *    The execution being traced, and the token the free-text
      *    files (bulletin, journal) carry it in.
           01 trace-id pic x(8).
           01 trace-num pic 9(8).
           01 trace-token pic x(13).
           01 token-hits usage is binary-long unsigned.

      *    What kind of file is being searched, and where its
      *    execution ID sits.
           01 scan-kind pic x(8).
           01 line-exec-id pic x(8).
           01 line-matches pic x value "N".
              88 line-is-traced value "Y".
           01 line-text pic x(400).

      *    The run-log record, once found.
           01 runlog-found pic x value "N".
              88 runlog-on-file value "Y".
           01 rl-hold pic x(400).

      *    CSV: the first data line's ID, and whether the file
      *    opens with its header line.
           01 csv-f-date pic x(20).
           01 csv-f-lower pic x(20).
           01 csv-f-upper pic x(20).
           01 csv-f-count pic x(20).
           01 csv-f-sum pic x(20).
           01 csv-f-coll pic x(20).
           01 csv-f-roman pic x(20).
           01 csv-f-verd pic x(20).
           01 csv-f-label pic x(20).
           01 csv-f-exec pic x(60).
           01 csv-work pic x(400).
           01 csv-header-seen pic x value "N".
              88 csv-has-header value "Y".
           01 csv-first-id pic x(8) value spaces.
           01 csv-line-no usage is binary-long unsigned.

      *    Counts, per file.
           01 file-hits usage is binary-long unsigned.
           01 ledger-hits usage is binary-long unsigned value 0.
           01 ledger-removed usage is binary-long unsigned value 0.
           01 csv-hits usage is binary-long unsigned value 0.
           01 csv-removed usage is binary-long unsigned value 0.
           01 csv-header-credit usage is binary-long unsigned
                value 0.
           01 sighting-hits usage is binary-long unsigned value 0.
           01 bulletin-hits usage is binary-long unsigned value 0.
           01 alert-hits usage is binary-long unsigned value 0.
           01 suspense-hits usage is binary-long unsigned value 0.
           01 journal-hits usage is binary-long unsigned value 0.
           01 stepstat-hits usage is binary-long unsigned value 0.
           01 ties-broken usage is binary-long unsigned value 0.

      *    One tie: label, count found, the run log's figure.
           01 tie-label pic x(24).
           01 tie-found usage is binary-long unsigned.
           01 tie-expected usage is binary-long unsigned.

      * Formatting Variables
           01 cntP pic z(9)9.
           01 foundP pic z(9)9.
           01 expectedP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1.

           if arg1 = spaces
               or function test-numval(arg1) not = 0
               or function length(function trim(arg1)) > 8
               display "Usage: mktrace <execution-id>"
               move 12 to return-code
               stop run
           end-if
           compute trace-num = function numval(arg1)
           move trace-num to trace-id
           move spaces to trace-token
           string "EXEC=" trace-id delimited by size into trace-token

           open output trace-file
           if trace-file-status not = "00"
               display "Error: cannot open "
                   function trim(trace-file-name)
                   " (status " trace-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to trace-line
           string "===== Run trace -- execution " trace-id " ====="
               delimited by size into trace-line
           perform echo-line-para

           perform find-runlog-para

           move ledger-file-name to scan-file-name
           move "LEDGER" to scan-kind
           perform trace-file-para
           compute ledger-hits = ledger-hits + file-hits
           perform trace-archives-para

           move csv-file-name to scan-file-name
           move "CSV" to scan-kind
           perform trace-file-para
           move file-hits to csv-hits
           if csv-has-header and csv-first-id = trace-id
               move 1 to csv-header-credit
           end-if

           move backout-file-name to scan-file-name
           move "BACKOUT" to scan-kind
           perform trace-file-para

           move sighting-file-name to scan-file-name
           move "SIGHTING" to scan-kind
           perform trace-file-para
           move file-hits to sighting-hits

           move bulletin-file-name to scan-file-name
           move "TOKEN" to scan-kind
           perform trace-file-para
           move file-hits to bulletin-hits

           move alert-file-name to scan-file-name
           move "ALERT" to scan-kind
           perform trace-file-para
           move file-hits to alert-hits

           move exception-file-name to scan-file-name
           move "SUSPENSE" to scan-kind
           perform trace-file-para
           move file-hits to suspense-hits

           move journal-file-name to scan-file-name
           move "TOKEN" to scan-kind
           perform trace-file-para
           move file-hits to journal-hits

           move stepstat-file-name to scan-file-name
           move "STEPSTAT" to scan-kind
           perform trace-file-para
           move file-hits to stepstat-hits

           perform tie-out-para

           close trace-file

           stop run.

      *----------------------------------------------------------
      *    The run-log record carrying the ID -- the figures every
      *    other file is tied to.
      *----------------------------------------------------------
       find-runlog-para.
           move spaces to trace-line
           string "  " function trim(runlog-file-name)
               delimited by size into trace-line
           perform echo-line-para
           move runlog-file-name to scan-file-name
           open input scan-file
           if scan-file-status = "00"
               move "N" to scan-eof
               perform until scan-at-eof
                   read scan-file into scan-line
                       at end
                           move "Y" to scan-eof
                       not at end
                           move scan-line to runlog-record
                           if rl-exec-id = trace-id
                               move "Y" to runlog-found
                               move scan-line to rl-hold
                           end-if
                   end-read
               end-perform
               close scan-file
           end-if

           if not runlog-on-file
               move "    execution not on the run log" to trace-line
               perform echo-line-para
               move 8 to return-code
               exit paragraph
           end-if
           move rl-hold to runlog-record
           move spaces to trace-line
           string "    started " rl-start "  ended " rl-end
               "  mode " rl-mode "  condition code " rl-rc
               delimited by size into trace-line
           perform echo-line-para
           move spaces to trace-line
           string "    parms " function trim(rl-parms)
               delimited by size into trace-line
           perform echo-line-para.

      *    Every archive on the index, into the ledger count.
       trace-archives-para.
           open input archindex-file
           if archindex-file-status not = "00"
               exit paragraph
           end-if
           move "N" to archindex-eof
           perform until archindex-at-eof
               read archindex-file into archindex-record
                   at end
                       move "Y" to archindex-eof
                   not at end
                       if arx-name not = spaces
                           move arx-name to scan-file-name
                           move "LEDGER" to scan-kind
                           perform trace-file-para
                           compute ledger-hits =
                               ledger-hits + file-hits
                       end-if
               end-read
           end-perform
           close archindex-file.

      *----------------------------------------------------------
      *    One file: every line carrying the ID, listed, then
      *    counted. SCAN-FILE-NAME and SCAN-KIND are set by the
      *    caller; the count is left in FILE-HITS.
      *----------------------------------------------------------
       trace-file-para.
           move zero to file-hits
           move zero to csv-line-no
           move spaces to trace-line
           string "  " function trim(scan-file-name)
               delimited by size into trace-line
           perform echo-line-para
           open input scan-file
           if scan-file-status not = "00"
               move spaces to trace-line
               string "    not on file (status " scan-file-status
                   ")" delimited by size into trace-line
               perform echo-line-para
               exit paragraph
           end-if
           move "N" to scan-eof
           perform until scan-at-eof
               read scan-file into scan-line
                   at end
                       move "Y" to scan-eof
                   not at end
                       perform match-line-para
                       if line-is-traced
                           compute file-hits = file-hits + 1
                           move spaces to trace-line
                           string "    " line-text
                               delimited by size into trace-line
                           perform echo-line-para
                       end-if
               end-read
           end-perform
           close scan-file
           move file-hits to cntP
           move spaces to trace-line
           string "    " function trim(cntP) " line(s)"
               delimited by size into trace-line
           perform echo-line-para.

      *    Does SCAN-LINE carry the ID? The layout decides where
      *    to look.
       match-line-para.
           move "N" to line-matches
           move spaces to line-exec-id
           move scan-line to line-text
           evaluate scan-kind
               when "LEDGER"
                   move scan-line to ledger-record
                   move ldg-exec-id to line-exec-id
               when "SIGHTING"
                   move scan-line to sighting-record
                   move sgt-exec-id to line-exec-id
               when "ALERT"
                   move scan-line to alert-record
                   move alr-exec-id to line-exec-id
               when "SUSPENSE"
                   move scan-line to suspense-record
                   move sus-exec-id to line-exec-id
               when "STEPSTAT"
                   move scan-line to step-status-record
                   move ss-exec-id to line-exec-id
               when "CSV"
                   perform match-csv-para
               when "BACKOUT"
                   perform match-backout-para
               when "TOKEN"
                   move zero to token-hits
                   inspect scan-line tallying token-hits
                       for all trace-token
                   if token-hits > 0
                       move trace-id to line-exec-id
                   end-if
           end-evaluate
           if line-exec-id = trace-id
               move "Y" to line-matches
           end-if.

      *    A CSV line: the header is noted, not matched; the first
      *    data line's ID is kept for the header credit.
       match-csv-para.
           compute csv-line-no = csv-line-no + 1
           if scan-line(1:5) = "Date,"
               if csv-line-no = 1
                   move "Y" to csv-header-seen
               end-if
               exit paragraph
           end-if
           move scan-line to csv-work
           perform split-csv-para
           if csv-line-no = 2 and csv-has-header
               move line-exec-id to csv-first-id
           end-if.

      *    Pull the ID (tenth field) out of the CSV line in
      *    CSV-WORK.
       split-csv-para.
           move spaces to csv-f-exec
           unstring csv-work delimited by ","
               into csv-f-date csv-f-lower csv-f-upper csv-f-count
                   csv-f-sum csv-f-coll csv-f-roman csv-f-verd
                   csv-f-label csv-f-exec
           end-unstring
           move csv-f-exec(1:8) to line-exec-id.

      *    A backout audit line: LDG and CSV casualties carry the
      *    removed line whole after their four-byte tag.
       match-backout-para.
           evaluate scan-line(1:4)
               when "LDG "
                   move scan-line(5:) to ledger-record
                   move ldg-exec-id to line-exec-id
                   if line-exec-id = trace-id
                       compute ledger-removed = ledger-removed + 1
                   end-if
               when "CSV "
                   move scan-line(5:) to csv-work
                   perform split-csv-para
                   if line-exec-id = trace-id
                       compute csv-removed = csv-removed + 1
                   end-if
           end-evaluate.

      *----------------------------------------------------------
      *    Each file's count against the run-log record.
      *----------------------------------------------------------
       tie-out-para.
           move spaces to trace-line
           write fd-trace-line from trace-line
           move spaces to trace-line
           move "  Ties to the run-log record" to trace-line
           move "found" to trace-line(32:5)
           move "run log" to trace-line(41:7)
           perform echo-line-para
           if not runlog-on-file
               move "    (no run-log record -- nothing tied)"
                   to trace-line
               perform echo-line-para
               move stepstat-hits to cntP
               move "  Step-status lines" to trace-line
               perform summary-line-para
               exit paragraph
           end-if

           move "    Ledger lines" to tie-label
           compute tie-found = ledger-hits + ledger-removed
           move rl-ledger-writes to tie-expected
           perform tie-para
           move "    CSV lines" to tie-label
           compute tie-found = csv-hits + csv-removed
               + csv-header-credit
           move rl-csv-writes to tie-expected
           perform tie-para
           move "    Sightings" to tie-label
           move sighting-hits to tie-found
           move rl-sighting-writes to tie-expected
           perform tie-para
           move "    Bulletin lines" to tie-label
           move bulletin-hits to tie-found
           move rl-bulletin-writes to tie-expected
           perform tie-para
           move "    Alerts" to tie-label
           move alert-hits to tie-found
           move rl-alert-writes to tie-expected
           perform tie-para
           move "    Suspense entries" to tie-label
           move suspense-hits to tie-found
           move rl-exception-writes to tie-expected
           perform tie-para
           move "    Journal lines" to tie-label
           move journal-hits to tie-found
           move rl-journal-writes to tie-expected
           perform tie-para

           if ledger-removed > 0 or csv-removed > 0
               move ledger-removed to foundP
               move csv-removed to expectedP
               move spaces to trace-line
               string "    (found includes " function trim(foundP)
                   " ledger and " function trim(expectedP)
                   " CSV line(s) since removed by BACKOUT)"
                   delimited by size into trace-line
               perform echo-line-para
           end-if

           move spaces to trace-line
           write fd-trace-line from trace-line
           move stepstat-hits to cntP
           move "  Step-status lines" to trace-line
           perform summary-line-para
           move ties-broken to cntP
           move "  Counts that do not tie" to trace-line
           perform summary-line-para
           if ties-broken > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

       tie-para.
           move tie-found to foundP
           move tie-expected to expectedP
           move spaces to trace-line
           move tie-label to trace-line(1:24)
           move foundP to trace-line(27:10)
           move expectedP to trace-line(38:10)
           if tie-found = tie-expected
               move "ties" to trace-line(50:)
           else
               move "DOES NOT TIE" to trace-line(50:)
               compute ties-broken = ties-broken + 1
           end-if
           perform echo-line-para.

      *    Label already in TRACE-LINE, count in CNTP.
       summary-line-para.
           move cntP to trace-line(34:10)
           display trace-line(1:43)
           write fd-trace-line from trace-line.

       echo-line-para.
           display function trim(trace-line trailing)
           write fd-trace-line from trace-line.
