       identification division.
       program-id.
       mkdigest.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Morning operations digest: the night's outputs on one
      *    paginated report, so the shift starts from one page
      *    instead of opening every file the stream left behind.
      *
      *        mkdigest [<YYYYMMDD>]
      *
      *    The night defaults to the latest business date on the
      *    step-status file -- last night's stream, or tonight's
      *    when mkchain runs the digest as the stream's final
      *    step. One section per source:
      *
      *      - STEP STATUS   the night's mkchain step lines; a
      *                      step resubmitted with RESTART counts
      *                      by its latest line
      *      - RUN LOG       every execution since the night's
      *                      first step started, with its code
      *      - ALERTS        every open alert, by file position
      *                      (the number ACKALERT takes)
      *      - SUSPENSE      every open suspense entry and its
      *                      age; past AGED-LIMIT days it is aged
      *      - DISCOVERIES   the bulletin's lines for the night
      *      - REPORT        OUT OF BALANCE lines on the report
      *      - RECONCILE     mkrecon's last findings and verdict
      *      - AUDIT         mkaudit's last findings and verdict
      *      - EXTRACT       whether mkextract cut the night's
      *                      file, and its trailer count
      *
      *    Each source is rated GREEN, AMBER or RED, the night
      *    takes the worst, and the first page carries the ratings
      *    and the list of items needing operator action ahead of
      *    the sections. The digest ends with the highest
      *    condition code it saw -- step codes, run-log codes and
      *    open alert severities -- so the stream's last step
      *    hands back the night's worst, held to 8 however bad;
      *    12 only when the digest itself cannot be written.
      *
      *    The digest goes to data/markov-digest.dat; the ratings
      *    and actions also go to the console.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select stepstat-file assign dynamic stepstat-file-name
               organization is line sequential
               file status is stepstat-file-status.

           select runlog-file assign dynamic runlog-file-name
               organization is line sequential
               file status is runlog-file-status.

           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

           select exception-file assign dynamic exception-file-name
               organization is line sequential
               file status is exception-file-status.

           select bulletin-file assign dynamic bulletin-file-name
               organization is line sequential
               file status is bulletin-file-status.

           select text-file assign dynamic text-file-name
               organization is line sequential
               file status is text-file-status.

           select extctl-file assign dynamic extctl-file-name
               organization is line sequential
               file status is extctl-file-status.

           select digest-file assign dynamic digest-file-name
               organization is line sequential
               file status is digest-file-status.

       data division.
       file section.
       fd  stepstat-file.
       01  fd-stepstat-line pic x(200).

       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       fd  exception-file.
       01  fd-exception-line pic x(220).

       fd  bulletin-file.
       01  fd-bulletin-line pic x(150).

       fd  text-file.
       01  fd-text-line pic x(132).

       fd  extctl-file.
       01  fd-extctl-line pic x(80).

       fd  digest-file.
       01  fd-digest-line pic x(132).

       working-storage section.
           copy "stepstat.cpy".
           copy "runlog.cpy".
           copy "alert.cpy".
           copy "suspense.cpy".
           copy "extrec.cpy".
           01 stepstat-file-name pic x(100)
                value "data/markov-stepstat.dat".
           01 stepstat-file-status pic x(2).
           01 runlog-file-name pic x(100)
                value "data/markov-runlog.dat".
           01 runlog-file-status pic x(2).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 exception-file-name pic x(100)
                value "data/markov-exceptions.dat".
           01 exception-file-status pic x(2).
           01 bulletin-file-name pic x(100)
                value "data/markov-bulletin.dat".
           01 bulletin-file-status pic x(2).
           01 bulletin-line pic x(150).
      *    The report, recon, audit and extract files are plain
      *    print lines, read one at a time through TEXT-FILE.
           01 text-file-name pic x(100).
           01 text-file-status pic x(2).
           01 text-line pic x(132).
           01 report-file-name pic x(100)
                value "data/markov-report.dat".
           01 recon-file-name pic x(100)
                value "data/markov-recon.dat".
           01 audit-file-name pic x(100)
                value "data/markov-audit.dat".
           01 extctl-file-name pic x(100)
                value "data/markov-extctl.dat".
           01 extctl-file-status pic x(2).
           01 extctl-record.
              05 ctl-last-date pic x(8).
              05 filler pic x value space.
              05 ctl-last-seq pic 9(6).
           01 digest-file-name pic x(100)
                value "data/markov-digest.dat".
           01 digest-file-status pic x(2).
           01 digest-line pic x(132).
           01 file-eof pic x value "N".
              88 file-at-eof value "Y".

           01 cmdline pic x(50).
           01 arg1 pic x(50).
           01 run-date pic x(8).
           01 night-date pic x(8).
      *    The night's window opens when its first step started;
      *    without step lines it is the night's calendar date.
           01 night-from pic x(14) value spaces.

      *    The sources and their ratings: 0 GREEN, 1 AMBER, 2 RED.
           01 src-count usage is binary-long unsigned value 9.
           01 src-table.
              05 src-entry occurs 9 times.
                 10 src-name pic x(14).
                 10 src-level pic 9.
                 10 src-summary pic x(60).
           01 sx usage is binary-long unsigned.
           01 night-level pic 9 value 0.
           01 level-text pic x(5).
           01 high-rc usage is binary-long unsigned value 0.
           01 seen-rc usage is binary-long unsigned.

      *    Section lines are held until the ratings and actions
      *    are known, so those can lead the first page.
           01 body-count usage is binary-long unsigned value 0.
           01 body-max usage is binary-long unsigned value 3000.
           01 body-omitted usage is binary-long unsigned value 0.
           01 body-table.
              05 body-line pic x(132) occurs 3000 times.
           01 bx usage is binary-long unsigned.
           01 action-count usage is binary-long unsigned value 0.
           01 action-max usage is binary-long unsigned value 200.
           01 action-omitted usage is binary-long unsigned value 0.
           01 action-table.
              05 action-line pic x(100) occurs 200 times.
           01 action-text pic x(100).
           01 ax usage is binary-long unsigned.

      *    The night's steps, latest line per stream and step.
           01 step-count usage is binary-long unsigned value 0.
           01 step-max usage is binary-long unsigned value 100.
           01 step-table.
              05 step-entry occurs 100 times.
                 10 st-stream pic x(100).
                 10 st-step pic x(12).
                 10 st-status pic x(8).
                 10 st-rc pic 9(2).
           01 tx usage is binary-long unsigned.
           01 slot-found pic x value "N".
              88 slot-was-found value "Y".

      *    Suspense older than this many days is aged.
           01 aged-limit usage is binary-long unsigned value 5.
           01 age-days usage is binary-long.

      *    Per-source tallies.
           01 tally-a usage is binary-long unsigned.
           01 tally-b usage is binary-long unsigned.
           01 tally-c usage is binary-long unsigned.
           01 tally-d usage is binary-long unsigned.
           01 line-no usage is binary-long unsigned.
           01 hit-count usage is binary-long unsigned.
           01 file-date pic x(8).
           01 extract-file-name pic x(100).
           01 seqX pic 9(6).
           01 last-text pic x(132).

      *    Print formatting, as the batch report: fixed lines per
      *    page, a page heading with the night and page number,
      *    and an end trailer with total pages and lines.
           01 page-size usage is binary-long unsigned value 60.
           01 page-count usage is binary-long unsigned value 0.
           01 page-line-count usage is binary-long unsigned value 0.
           01 digest-writes usage is binary-long unsigned value 0.
           01 print-hold pic x(132).

      * Formatting Variables
           01 cntP pic z(9)9.
           01 cnt2P pic z(9)9.
           01 posP pic z(5)9.
           01 ageP pic z(4)9.
           01 rcP pic 99.
           01 pageP pic z(3)9.
           01 linetotP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1.

           move function current-date(1:8) to run-date
           move spaces to night-date
           if arg1 not = spaces
               if function test-numval(arg1) = 0
                   and function length(function trim(arg1)) = 8
                   move arg1 to night-date
               else
                   display "Usage: mkdigest [<YYYYMMDD>]"
                   move 12 to return-code
                   stop run
               end-if
           else
               perform find-night-para
           end-if

           move "STEP STATUS" to src-name(1)
           move "RUN LOG" to src-name(2)
           move "ALERTS" to src-name(3)
           move "SUSPENSE" to src-name(4)
           move "DISCOVERIES" to src-name(5)
           move "REPORT" to src-name(6)
           move "RECONCILE" to src-name(7)
           move "AUDIT" to src-name(8)
           move "EXTRACT" to src-name(9)
           perform varying sx from 1 by 1 until sx > src-count
               move 0 to src-level(sx)
               move spaces to src-summary(sx)
           end-perform

           perform step-status-para
           perform run-log-para
           perform alerts-para
           perform suspense-para
           perform discoveries-para
           perform report-balance-para
           perform recon-para
           perform audit-para
           perform extract-para

           perform varying sx from 1 by 1 until sx > src-count
               if src-level(sx) > night-level
                   move src-level(sx) to night-level
               end-if
           end-perform

           open output digest-file
           if digest-file-status not = "00"
               display "Error: cannot open "
                   function trim(digest-file-name)
                   " (status " digest-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform write-status-page-para
           perform varying bx from 1 by 1 until bx > body-count
               move body-line(bx) to digest-line
               perform print-line-para
           end-perform
           if body-omitted > 0
               move body-omitted to cntP
               move spaces to digest-line
               string "  ... " function trim(cntP)
                   " further line(s) not printed"
                   delimited by size into digest-line
               perform print-line-para
           end-if
           perform write-trailer-para
           close digest-file
           display "Digest written to "
               function trim(digest-file-name)

      *    Another program's 12 is reported on the page as it was,
      *    but handed back as 8: the digest itself was written, and
      *    a 12 is kept for the digest's own failures.
           move high-rc to return-code
           if return-code > 8
               move 8 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      *    Without a date the night is the latest business date on
      *    the step-status file; today's date when there is none.
      *----------------------------------------------------------
       find-night-para.
           move run-date to night-date
           open input stepstat-file
           if stepstat-file-status not = "00"
               exit paragraph
           end-if
           move low-values to file-date
           move "N" to file-eof
           perform until file-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if function test-numval(ss-date) = 0
                           and ss-date > file-date
                           move ss-date to file-date
                       end-if
               end-read
           end-perform
           close stepstat-file
           if file-date not = low-values
               move file-date to night-date
           end-if.

      *----------------------------------------------------------
      *    STEP STATUS: every step line of the night as written,
      *    then the verdict by each step's latest line -- a step
      *    that failed and then completed on RESTART is settled.
      *----------------------------------------------------------
       step-status-para.
           move 1 to sx
           perform section-heading-para
           move "  STEP         STATUS   RC START          END"
               to digest-line
           perform body-line-para
           open input stepstat-file
           if stepstat-file-status not = "00"
               move "  No step-status file" to digest-line
               perform body-line-para
               move "no step-status file" to src-summary(sx)
               perform rate-amber-para
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read stepstat-file into step-status-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if ss-date = night-date
                           perform take-step-para
                       end-if
               end-read
           end-perform
           close stepstat-file

           if step-count = 0
               move "  No steps recorded for the night"
                   to digest-line
               perform body-line-para
               move "no stream steps recorded for the night"
                   to src-summary(sx)
               perform rate-amber-para
               exit paragraph
           end-if

           move zero to tally-a tally-b tally-c
           perform varying tx from 1 by 1 until tx > step-count
               move st-rc(tx) to seen-rc
               perform note-rc-para
               evaluate true
                   when st-status(tx) = "FAILED"
                       compute tally-b = tally-b + 1
                       perform rate-red-para
                       move st-rc(tx) to rcP
                       move spaces to action-text
                       string "Step " function trim(st-step(tx))
                           " failed RC " rcP " -- fix and resubmit "
                           function trim(st-stream(tx))
                           " with RESTART"
                           delimited by size into action-text
                       perform add-action-para
                   when st-status(tx) = "SKIPPED"
                       compute tally-c = tally-c + 1
                   when other
                       compute tally-a = tally-a + 1
                       if st-rc(tx) > 0
                           perform rate-amber-para
                       end-if
               end-evaluate
           end-perform
           move tally-a to cntP
           move tally-b to cnt2P
           move tally-c to posP
           string function trim(cntP) " complete, "
               function trim(cnt2P) " failed, "
               function trim(posP) " skipped"
               delimited by size into src-summary(sx).

       take-step-para.
           if night-from = spaces or ss-start < night-from
               move ss-start to night-from
           end-if
           move spaces to digest-line
           string "  " ss-step " " ss-status " " ss-rc " "
               ss-start " " ss-end " " ss-exec-id
               delimited by size into digest-line
           perform body-line-para

           move "N" to slot-found
           perform varying tx from 1 by 1
                   until tx > step-count or slot-was-found
               if st-stream(tx) = ss-stream
                   and st-step(tx) = ss-step
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute tx = tx - 1
           else
               if step-count >= step-max
                   exit paragraph
               end-if
               compute step-count = step-count + 1
               move step-count to tx
               move ss-stream to st-stream(tx)
               move ss-step to st-step(tx)
           end-if
           move ss-status to st-status(tx)
           move ss-rc to st-rc(tx).

      *----------------------------------------------------------
      *    RUN LOG: every execution in the night's window and the
      *    condition code it ended with.
      *----------------------------------------------------------
       run-log-para.
           move 2 to sx
           perform section-heading-para
           move "  START          END            MODE       RC EXEC"
               to digest-line
           perform body-line-para
           open input runlog-file
           if runlog-file-status not = "00"
               move "  No run log" to digest-line
               perform body-line-para
               move "no run log" to src-summary(sx)
               exit paragraph
           end-if
           move zero to tally-a tally-b
           move "N" to file-eof
           perform until file-at-eof
               read runlog-file into runlog-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if (night-from not = spaces
                               and rl-start >= night-from)
                           or (night-from = spaces
                               and rl-start(1:8) = night-date)
                           perform take-run-para
                       end-if
               end-read
           end-perform
           close runlog-file
           if tally-a = 0
               move "  No executions in the night's window"
                   to digest-line
               perform body-line-para
           end-if
           move tally-a to cntP
           move tally-b to cnt2P
           string function trim(cntP) " execution(s), "
               function trim(cnt2P) " ended above 0"
               delimited by size into src-summary(sx).

       take-run-para.
           compute tally-a = tally-a + 1
           move spaces to digest-line
           string "  " rl-start " " rl-end " " rl-mode " "
               rl-rc " " rl-exec-id
               delimited by size into digest-line
           perform body-line-para
           move rl-rc to seen-rc
           perform note-rc-para
           if rl-rc > 0
               compute tally-b = tally-b + 1
               perform rate-amber-para
           end-if
           if rl-rc >= 8
               perform rate-red-para
               move rl-rc to rcP
               move spaces to action-text
               if rl-exec-id = spaces
                   string "Run " rl-start " (" function trim(rl-mode)
                       ") ended RC " rcP
                       delimited by size into action-text
               else
                   string "Execution " rl-exec-id " ("
                       function trim(rl-mode) ") ended RC " rcP
                       " -- mktrace " rl-exec-id
                       delimited by size into action-text
               end-if
               perform add-action-para
           end-if.

      *----------------------------------------------------------
      *    ALERTS: every open alert, whatever night raised it, by
      *    its position on the file.
      *----------------------------------------------------------
       alerts-para.
           move 3 to sx
           perform section-heading-para
           move "   NO. SEV DATE     SOURCE               TEXT"
               to digest-line
           perform body-line-para
           open input alert-file
           if alert-file-status not = "00"
               move "  No alert file" to digest-line
               perform body-line-para
               move "no alert file" to src-summary(sx)
               exit paragraph
           end-if
           move zero to line-no tally-a tally-b
           move "N" to file-eof
           perform until file-at-eof
               read alert-file into alert-record
                   at end
                       move "Y" to file-eof
                   not at end
                       compute line-no = line-no + 1
                       if alr-status = "O"
                           perform take-alert-para
                       end-if
               end-read
           end-perform
           close alert-file
           if tally-a = 0
               move "  No open alerts" to digest-line
               perform body-line-para
           end-if
           move tally-a to cntP
           move tally-b to cnt2P
           string function trim(cntP) " open, "
               function trim(cnt2P) " raised for the night"
               delimited by size into src-summary(sx).

       take-alert-para.
           compute tally-a = tally-a + 1
           if alr-date = night-date
               compute tally-b = tally-b + 1
           end-if
           move line-no to posP
           move spaces to digest-line
           string posP "  " alr-severity " " alr-date " "
               alr-source " " alr-text
               delimited by size into digest-line
           perform body-line-para
           if function test-numval(alr-severity) = 0
               move alr-severity to seen-rc
               perform note-rc-para
           end-if
           if alr-severity >= 8
               perform rate-red-para
           else
               perform rate-amber-para
           end-if
           move spaces to action-text
           string "Alert " function trim(posP) " (" alr-severity
               " " function trim(alr-source) ") -- review, then "
               "ACKALERT " function trim(posP)
               delimited by size into action-text
           perform add-action-para.

      *----------------------------------------------------------
      *    SUSPENSE: every open entry with its age at the night;
      *    an entry past AGED-LIMIT days is aged and wants a
      *    CORRECT and REPROCESS.
      *----------------------------------------------------------
       suspense-para.
           move 4 to sx
           perform section-heading-para
           move "   NO. DATE       AGE LOWER / UPPER -- REASON"
               to digest-line
           perform body-line-para
           open input exception-file
           if exception-file-status not = "00"
               move "  No suspense file" to digest-line
               perform body-line-para
               move "no suspense file" to src-summary(sx)
               exit paragraph
           end-if
           move zero to line-no tally-a tally-b
           move "N" to file-eof
           perform until file-at-eof
               read exception-file into suspense-record
                   at end
                       move "Y" to file-eof
                   not at end
                       compute line-no = line-no + 1
                       if sus-status = "O"
                           and function test-numval(sus-date) = 0
                           perform take-suspense-para
                       end-if
               end-read
           end-perform
           close exception-file
           if tally-a = 0
               move "  No open suspense entries" to digest-line
               perform body-line-para
           end-if
           move tally-a to cntP
           move tally-b to cnt2P
           string function trim(cntP) " open, "
               function trim(cnt2P) " aged"
               delimited by size into src-summary(sx).

       take-suspense-para.
           compute tally-a = tally-a + 1
           compute age-days =
               function integer-of-date(function numval(night-date))
               - function integer-of-date(function numval(sus-date))
           if age-days < 0
               move 0 to age-days
           end-if
           move line-no to posP
           move age-days to ageP
           move spaces to digest-line
           string posP " " sus-date " " ageP " "
               function trim(sus-lower) " / "
               function trim(sus-upper) " -- "
               function trim(sus-reason)
               delimited by size into digest-line
           perform body-line-para
           if age-days > aged-limit
               compute tally-b = tally-b + 1
               perform rate-amber-para
               move spaces to action-text
               string "Suspense entry " function trim(posP)
                   " aged " function trim(ageP)
                   " day(s) -- CORRECT and REPROCESS"
                   delimited by size into action-text
               perform add-action-para
           end-if.

      *----------------------------------------------------------
      *    DISCOVERIES: the bulletin's lines dated the night --
      *    news, never a fault.
      *----------------------------------------------------------
       discoveries-para.
           move 5 to sx
           perform section-heading-para
           open input bulletin-file
           if bulletin-file-status not = "00"
               move "  No bulletin" to digest-line
               perform body-line-para
               move "no bulletin" to src-summary(sx)
               exit paragraph
           end-if
           move zero to tally-a tally-b
           move "N" to file-eof
           perform until file-at-eof
               read bulletin-file into bulletin-line
                   at end
                       move "Y" to file-eof
                   not at end
                       perform take-bulletin-para
               end-read
           end-perform
           close bulletin-file
           if tally-a = 0 and tally-b = 0
               move "  No new discoveries for the night"
                   to digest-line
               perform body-line-para
           end-if
           move tally-a to cntP
           move tally-b to cnt2P
           string function trim(cntP) " new discovery(ies), "
               function trim(cnt2P) " milestone(s)"
               delimited by size into src-summary(sx).

       take-bulletin-para.
           if bulletin-line(1:10) = "DISCOVERY "
               and bulletin-line(11:8) = night-date
               compute tally-a = tally-a + 1
           else
               if bulletin-line(1:10) = "MILESTONE "
                   and bulletin-line(11:8) = night-date
                   compute tally-b = tally-b + 1
               else
                   exit paragraph
               end-if
           end-if
           move spaces to digest-line
           string "  " bulletin-line(1:130)
               delimited by size into digest-line
           perform body-line-para.

      *----------------------------------------------------------
      *    REPORT: any OUT OF BALANCE line on the batch report,
      *    and whether the report is the night's at all.
      *----------------------------------------------------------
       report-balance-para.
           move 6 to sx
           perform section-heading-para
           move report-file-name to text-file-name
           open input text-file
           if text-file-status not = "00"
               move "  No report" to digest-line
               perform body-line-para
               move "no report" to src-summary(sx)
               perform rate-amber-para
               exit paragraph
           end-if
           move spaces to file-date
           move zero to tally-a
           move "N" to file-eof
           perform until file-at-eof
               read text-file into text-line
                   at end
                       move "Y" to file-eof
                   not at end
                       if text-line(1:13) = "MARKOV REPORT"
                           and file-date = spaces
                           move text-line(34:8) to file-date
                       end-if
                       move zero to hit-count
                       inspect text-line tallying hit-count
                           for all "OUT OF BALANCE"
                       if hit-count > 0
                           compute tally-a = tally-a + 1
                           move spaces to digest-line
                           string "  " text-line(1:130)
                               delimited by size into digest-line
                           perform body-line-para
                       end-if
               end-read
           end-perform
           close text-file

           move spaces to digest-line
           string "  Report run date " file-date
               delimited by size into digest-line
           perform body-line-para
           if tally-a > 0
               perform rate-red-para
               move tally-a to cntP
               move spaces to action-text
               string function trim(cntP) " range(s) OUT OF BALANCE"
                   " on the report -- hold distribution and "
                   "reconcile"
                   delimited by size into action-text
               perform add-action-para
           end-if
           if file-date not = night-date
               perform rate-amber-para
               move spaces to action-text
               string "Report is dated " file-date
                   ", not the night -- check the batch step"
                   delimited by size into action-text
               perform add-action-para
           end-if
           move tally-a to cntP
           string function trim(cntP) " out-of-balance line(s), "
               "report of " file-date
               delimited by size into src-summary(sx).

      *----------------------------------------------------------
      *    RECONCILE: mkrecon's findings and verdict from its last
      *    run, whenever that was -- it is run on demand.
      *----------------------------------------------------------
       recon-para.
           move 7 to sx
           perform section-heading-para
           move recon-file-name to text-file-name
           open input text-file
           if text-file-status not = "00"
               move "  No reconciliation on file" to digest-line
               perform body-line-para
               move "not run" to src-summary(sx)
               exit paragraph
           end-if
           move spaces to file-date last-text
           move zero to tally-a
           move "N" to file-eof
           perform until file-at-eof
               read text-file into text-line
                   at end
                       move "Y" to file-eof
                   not at end
                       if text-line(1:10) = "RECONCILE "
                           move text-line(11:8) to file-date
                       end-if
                       if text-line(1:13) = "  CSV ORPHAN "
                           or text-line(1:11) = "  MISMATCH "
                           or text-line(1:16) = "  LEDGER ORPHAN "
                           compute tally-a = tally-a + 1
                           move text-line to digest-line
                           perform body-line-para
                       end-if
                       if text-line(1:12) = "  RECONCILED"
                           or text-line(1:18) =
                               "  OUT OF AGREEMENT"
                           move text-line to last-text
                       end-if
               end-read
           end-perform
           close text-file

           move spaces to digest-line
           string "  Reconciliation of " file-date " -- "
               function trim(last-text)
               delimited by size into digest-line
           perform body-line-para
           if last-text(1:18) = "  OUT OF AGREEMENT"
               perform rate-red-para
               move spaces to action-text
               string "Reconciliation of " file-date
                   " OUT OF AGREEMENT -- see "
                   function trim(recon-file-name)
                   delimited by size into action-text
               perform add-action-para
           end-if
           move tally-a to cntP
           string function trim(cntP) " finding(s), run of "
               file-date
               delimited by size into src-summary(sx).

      *----------------------------------------------------------
      *    AUDIT: mkaudit's findings and verdict. The stream runs
      *    the audit nightly, so one not from the night is itself
      *    worth a look. Companion misses are informational and
      *    only counted.
      *----------------------------------------------------------
       audit-para.
           move 8 to sx
           perform section-heading-para
           move audit-file-name to text-file-name
           open input text-file
           if text-file-status not = "00"
               move "  No audit on file" to digest-line
               perform body-line-para
               move "no audit on file" to src-summary(sx)
               perform rate-amber-para
               exit paragraph
           end-if
           move spaces to file-date last-text
           move zero to tally-a tally-b tally-c
           move "N" to file-eof
           perform until file-at-eof
               read text-file into text-line
                   at end
                       move "Y" to file-eof
                   not at end
                       perform take-audit-para
               end-read
           end-perform
           close text-file

           move tally-c to cntP
           move spaces to digest-line
           string "  Audit of " file-date " -- "
               function trim(last-text) ", "
               function trim(cntP) " companion miss(es)"
               delimited by size into digest-line
           perform body-line-para
           if tally-b > 0
               perform rate-amber-para
           end-if
           if last-text(1:14) = "  AUDIT FAILED"
               perform rate-red-para
               move spaces to action-text
               string "Audit of " file-date " FAILED -- see "
                   function trim(audit-file-name)
                   delimited by size into action-text
               perform add-action-para
           end-if
           if file-date not = night-date
               perform rate-amber-para
               move spaces to action-text
               string "Audit is dated " file-date
                   ", not the night -- check the AUDIT step"
                   delimited by size into action-text
               perform add-action-para
           end-if
           compute tally-d = tally-a + tally-b
           move tally-d to cntP
           string function trim(cntP) " finding(s), run of "
               file-date
               delimited by size into src-summary(sx).

       take-audit-para.
           if text-line(1:18) = "AUDIT -- run date "
               move text-line(19:8) to file-date
           end-if
           evaluate true
               when text-line(1:17) = "  EQUATION FAILS "
                   or text-line(1:18) = "  TRIPLE CONFLICT "
                   compute tally-a = tally-a + 1
                   move text-line to digest-line
                   perform body-line-para
               when text-line(1:13) = "  UNPROVABLE "
                   compute tally-b = tally-b + 1
                   move text-line to digest-line
                   perform body-line-para
               when text-line(1:20) = "  COMPANION MISSING "
                   compute tally-c = tally-c + 1
               when text-line(1:13) = "  AUDIT CLEAN"
                   or text-line(1:14) = "  AUDIT FAILED"
                   move text-line to last-text
           end-evaluate.

      *----------------------------------------------------------
      *    EXTRACT: the sequence control says whether the night's
      *    file was cut; the file itself must be there and end in
      *    its trailer.
      *----------------------------------------------------------
       extract-para.
           move 9 to sx
           perform section-heading-para
           move spaces to extctl-record
           open input extctl-file
           if extctl-file-status = "00"
               read extctl-file into extctl-record
                   at end
                       continue
               end-read
               close extctl-file
           end-if
           if ctl-last-date not = night-date
               move spaces to digest-line
               string "  No extract cut for " night-date
                   " -- last cut " ctl-last-date
                   delimited by size into digest-line
               perform body-line-para
               perform rate-red-para
               move spaces to action-text
               string "No consortium extract for " night-date
                   " -- run mkextract " night-date
                   delimited by size into action-text
               perform add-action-para
               move "not cut for the night" to src-summary(sx)
               exit paragraph
           end-if

           move ctl-last-seq to seqX
           move spaces to extract-file-name
           string "data/markov-extract-" night-date "-"
               seqX ".dat"
               delimited by size into extract-file-name
           move extract-file-name to text-file-name
           open input text-file
           if text-file-status not = "00"
               move spaces to digest-line
               string "  Extract sequence " seqX " is on the "
                   "control file but "
                   function trim(extract-file-name) " is missing"
                   delimited by size into digest-line
               perform body-line-para
               perform rate-red-para
               move spaces to action-text
               string "Extract file " function trim(extract-file-name)
                   " missing -- recut before transmission"
                   delimited by size into action-text
               perform add-action-para
               move "cut but the file is missing" to src-summary(sx)
               exit paragraph
           end-if
           move spaces to last-text
           move "N" to file-eof
           perform until file-at-eof
               read text-file into text-line
                   at end
                       move "Y" to file-eof
                   not at end
                       move text-line to last-text
               end-read
           end-perform
           close text-file

           if last-text(1:1) not = "T"
               move spaces to digest-line
               string "  " function trim(extract-file-name)
                   " has no trailer"
                   delimited by size into digest-line
               perform body-line-para
               perform rate-red-para
               move spaces to action-text
               string "Extract sequence " seqX
                   " has no trailer -- recut before transmission"
                   delimited by size into action-text
               perform add-action-para
               move "cut but incomplete" to src-summary(sx)
               exit paragraph
           end-if
           move last-text to ext-trailer
           move ext-count to cntP
           move spaces to digest-line
           string "  Sequence " seqX " cut -- "
               function trim(extract-file-name) ", "
               function trim(cntP) " record(s)"
               delimited by size into digest-line
           perform body-line-para
           move spaces to src-summary(sx)
           string "sequence " seqX " cut, "
               function trim(cntP) " record(s)"
               delimited by size into src-summary(sx).

      *----------------------------------------------------------
      *    Ratings only ever get worse; the condition code only
      *    ever goes up.
      *----------------------------------------------------------
       rate-amber-para.
           if src-level(sx) < 1
               move 1 to src-level(sx)
           end-if.

       rate-red-para.
           move 2 to src-level(sx).

       note-rc-para.
           if seen-rc > high-rc
               move seen-rc to high-rc
           end-if.

       section-heading-para.
           move spaces to digest-line
           perform body-line-para
           move src-name(sx) to digest-line
           perform body-line-para.

       body-line-para.
           if body-count >= body-max
               compute body-omitted = body-omitted + 1
           else
               compute body-count = body-count + 1
               move digest-line to body-line(body-count)
           end-if.

       add-action-para.
           if action-count >= action-max
               compute action-omitted = action-omitted + 1
           else
               compute action-count = action-count + 1
               move action-text to action-line(action-count)
           end-if.

       level-text-para.
           evaluate src-level(sx)
               when 2
                   move "RED" to level-text
               when 1
                   move "AMBER" to level-text
               when other
                   move "GREEN" to level-text
           end-evaluate.

      *----------------------------------------------------------
      *    The first page: the night's rating, each source's, and
      *    the items needing operator action -- on the console
      *    as well.
      *----------------------------------------------------------
       write-status-page-para.
           move spaces to digest-line
           string "MORNING DIGEST -- night of " night-date
               " -- run date " run-date
               delimited by size into digest-line
           perform echo-line-para
           move spaces to digest-line
           perform echo-line-para
           perform overall-line-para
           move spaces to digest-line
           perform echo-line-para
           move "  SOURCE         STATUS SUMMARY" to digest-line
           perform echo-line-para
           perform varying sx from 1 by 1 until sx > src-count
               perform level-text-para
               move spaces to digest-line
               string "  " src-name(sx) " " level-text "  "
                   src-summary(sx)
                   delimited by size into digest-line
               perform echo-line-para
           end-perform

           move spaces to digest-line
           perform echo-line-para
           move "OPERATOR ACTION" to digest-line
           perform echo-line-para
           if action-count = 0
               move "  None" to digest-line
               perform echo-line-para
           end-if
           perform varying ax from 1 by 1 until ax > action-count
               move ax to posP
               move spaces to digest-line
               string posP ". " action-line(ax)
                   delimited by size into digest-line
               perform echo-line-para
           end-perform
           if action-omitted > 0
               move action-omitted to cntP
               move spaces to digest-line
               string "  ... " function trim(cntP)
                   " further action(s) in the sections below"
                   delimited by size into digest-line
               perform echo-line-para
           end-if.

       overall-line-para.
           evaluate night-level
               when 2
                   move "RED" to level-text
               when 1
                   move "AMBER" to level-text
               when other
                   move "GREEN" to level-text
           end-evaluate
           move high-rc to rcP
           move spaces to digest-line
           string "OVERALL STATUS: " level-text
               "     HIGHEST CONDITION CODE: " rcP
               delimited by size into digest-line
           perform echo-line-para.

       echo-line-para.
           display function trim(digest-line trailing)
           perform print-line-para.

      *----------------------------------------------------------
      *    Every digest line leaves through here: page headings
      *    every PAGE-SIZE lines, counted like any other line.
      *----------------------------------------------------------
       print-line-para.
           if page-line-count = 0
               or page-line-count >= page-size
               perform page-heading-para
           end-if
           write fd-digest-line from digest-line
           compute digest-writes = digest-writes + 1
           compute page-line-count = page-line-count + 1.

       page-heading-para.
           compute page-count = page-count + 1
           move zero to page-line-count
           move page-count to pageP
           move digest-line to print-hold
           move spaces to digest-line
           string "MORNING DIGEST         NIGHT OF: " night-date
               "          PAGE " function trim(pageP)
               delimited by size into digest-line
           write fd-digest-line from digest-line
           move spaces to digest-line
           write fd-digest-line from digest-line
           compute digest-writes = digest-writes + 2
           compute page-line-count = 2
           move print-hold to digest-line.

       write-trailer-para.
           if page-line-count = 0
               or page-line-count >= page-size
               perform page-heading-para
           end-if
           move digest-writes to linetotP
           move page-count to pageP
           move spaces to digest-line
           string "*** END OF DIGEST -- "
               function trim(pageP) " PAGE(S), "
               function trim(linetotP) " LINE(S) ***"
               delimited by size into digest-line
           perform print-line-para.
