       identification division.
       program-id.
       mkintake.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Range-request queue. Requests from the research groups
      *    used to arrive by mail and be hand-typed into control
      *    files, with nothing to show which run fulfilled which
      *    request. This program keeps the queue
      *    (data/markov-requests.dat, REQUEST.CPY) and moves each
      *    request along QUEUED, SCHEDULED, RUN, DELIVERED:
      *
      *        mkintake INTAKE <requests-file>
      *            take in a file of requests, one per line:
      *                <requestor> <lower> <upper> <priority>
      *                <needed-by YYYYMMDD>
      *            (blank lines and column-1 '*' comments skipped).
      *            Bounds get the same checks markov gives a
      *            range; priority is 1 (most urgent) to 9. A
      *            request that fails goes to the exception
      *            suspense file, operator INTAKE, with its
      *            requestor, priority and needed-by date, and the
      *            job ends with condition code 8; it is put right
      *            by resubmitting it here, not by markov
      *            CORRECT. Each accepted one is numbered from
      *            data/markov-reqctl.dat, given the range label
      *            RQnnnnnn, and queued.
      *        mkintake SCHEDULE <ctlfile>
      *            mark QUEUED requests whose RQnnnnnn label is on
      *            the control file as SCHEDULED.
      *        mkintake REFRESH
      *            a request whose label (or exact range, posted
      *            on or after intake) is on the ledger or its
      *            archives is RUN; a RUN request whose run date
      *            the interface extract has cut is DELIVERED.
      *        mkintake INQUIRE [<days>]
      *            every request not yet delivered, flagging the
      *            OVERDUE (past needed-by) and the STUCK (in one
      *            status more than <days> days, default 3);
      *            condition code 4 when anything is flagged.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select queue-file assign dynamic queue-file-name
               organization is line sequential
               file status is queue-file-status.

           select reqctl-file assign dynamic reqctl-file-name
               organization is line sequential
               file status is reqctl-file-status.

      *    Incoming requests (INTAKE) or a control file (SCHEDULE).
           select input-file assign dynamic input-file-name
               organization is line sequential
               file status is input-file-status.

      *    The exception suspense file markov keeps.
           select exception-file assign dynamic exception-file-name
               organization is line sequential
               file status is exception-file-status.

           select ledger-file assign dynamic ledger-file-name
               organization is line sequential
               file status is ledger-file-status.

           select archindex-file assign dynamic archindex-file-name
               organization is line sequential
               file status is archindex-file-status.

           select extctl-file assign dynamic extctl-file-name
               organization is line sequential
               file status is extctl-file-status.

       data division.
       file section.
       fd  queue-file.
       01  fd-queue-line pic x(132).

       fd  reqctl-file.
       01  fd-reqctl-line pic x(80).

       fd  input-file.
       01  fd-input-line pic x(132).

       fd  exception-file.
       01  fd-exception-line pic x(220).

       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).

       fd  extctl-file.
       01  fd-extctl-line pic x(80).

       working-storage section.
           copy "request.cpy".
           copy "suspense.cpy".
           copy "ledger.cpy".
           copy "archindex.cpy".
           01 queue-file-name pic x(100)
                value "data/markov-requests.dat".
           01 queue-file-status pic x(2).
           01 queue-eof pic x value "N".
              88 queue-at-eof value "Y".
           01 reqctl-file-name pic x(100)
                value "data/markov-reqctl.dat".
           01 reqctl-file-status pic x(2).
           01 input-file-name pic x(100).
           01 input-file-status pic x(2).
           01 input-eof pic x value "N".
              88 input-at-eof value "Y".
           01 input-line pic x(132).
           01 exception-file-name pic x(100)
                value "data/markov-exceptions.dat".
           01 exception-file-status pic x(2).
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 ledger-file-status pic x(2).
           01 ledger-eof pic x value "N".
              88 ledger-at-eof value "Y".
           01 archindex-file-name pic x(100)
                value "data/markov-archindex.dat".
           01 archindex-file-status pic x(2).
           01 archindex-eof pic x value "N".
              88 archindex-at-eof value "Y".
           01 extctl-file-name pic x(100)
                value "data/markov-extctl.dat".
           01 extctl-file-status pic x(2).

      *    Request-number control: the last number handed out.
           01 reqctl-record.
              05 rqc-last-number pic 9(6).
              05 filler pic x value space.
              05 rqc-last-date pic x(8).

      *    The extract's sequence control, as mkextract keeps it.
           01 extctl-record.
              05 ctl-last-date pic x(8).
              05 filler pic x value space.
              05 ctl-last-seq pic 9(6).

           01 cmdline pic x(160).
           01 arg1 pic x(20).
           01 arg2 pic x(100).
           01 intake-mode pic x(10).
           01 run-date pic x(8).

      *    The whole queue, loaded, worked on, and written back.
           01 queue-count usage is binary-long unsigned value 0.
           01 queue-max usage is binary-long unsigned value 2000.
           01 queue-table.
              05 queue-line occurs 2000 times pic x(132).
           01 qx usage is binary-long unsigned.
           01 queue-changed pic x value "N".
              88 queue-needs-save value "Y".

      *    One incoming request, pulled apart.
           01 in-requestor pic x(20).
           01 in-lower-text pic x(20).
           01 in-upper-text pic x(20).
           01 in-priority-text pic x(10).
           01 in-needed-text pic x(10).
           01 in-check-val usage is binary-double unsigned.
           01 max-gen-upper usage is binary-double unsigned
                value 9999999999.
           01 request-invalid pic x value "N".
              88 request-is-invalid value "Y".
           01 exception-reason pic x(60).

      *    SCHEDULE: one control line, pulled apart.
           01 sch-label pic x(20).

      *    INQUIRE.
           01 stuck-days usage is binary-long unsigned value 3.
           01 days-in-status usage is binary-long.
           01 inq-flag pic x(16).

           01 new-number usage is binary-long unsigned.
           01 accepted-count usage is binary-long unsigned value 0.
           01 rejected-count usage is binary-long unsigned value 0.
           01 scheduled-count usage is binary-long unsigned value 0.
           01 run-count usage is binary-long unsigned value 0.
           01 delivered-count usage is binary-long unsigned value 0.
           01 open-count usage is binary-long unsigned value 0.
           01 overdue-count usage is binary-long unsigned value 0.
           01 stuck-count usage is binary-long unsigned value 0.

      * Formatting Variables
           01 numP pic 9(6).
           01 cntP pic z(9)9.
           01 daysP pic z(4)9.
           01 loP pic z(9)9.
           01 hiP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by all space into arg1 arg2.
           move function upper-case(arg1) to intake-mode
           move function current-date(1:8) to run-date

           evaluate intake-mode
               when "INTAKE"
               when "SCHEDULE"
                   if arg2 = spaces
                       display "Error: " function trim(intake-mode)
                           " needs a file name"
                       move 12 to return-code
                       stop run
                   end-if
                   move arg2 to input-file-name
               when "REFRESH"
                   continue
               when "INQUIRE"
                   if arg2 not = spaces
                       if function test-numval(arg2) not = 0
                           display "Error: INQUIRE days must be a "
                               "number, got '" function trim(arg2) "'"
                           move 12 to return-code
                           stop run
                       end-if
                       move function numval(arg2) to stuck-days
                   end-if
               when other
                   display "Usage: mkintake INTAKE <requests-file>"
                   display "       mkintake SCHEDULE <ctlfile>"
                   display "       mkintake REFRESH"
                   display "       mkintake INQUIRE [<days>]"
                   move 12 to return-code
                   stop run
           end-evaluate

           perform load-queue-para

           evaluate intake-mode
               when "INTAKE"
                   perform intake-para
               when "SCHEDULE"
                   perform schedule-para
               when "REFRESH"
                   perform refresh-para
               when "INQUIRE"
                   perform inquire-para
           end-evaluate

           if queue-needs-save
               perform save-queue-para
           end-if

           stop run.

      *----------------------------------------------------------
      *    Pull the whole queue into its table. No queue file yet
      *    just means no request has been taken in.
      *----------------------------------------------------------
       load-queue-para.
           move zero to queue-count
           open input queue-file
           if queue-file-status = "00"
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
                           move request-record
                               to queue-line(queue-count)
                   end-read
               end-perform
               close queue-file
           else
               if queue-file-status not = "35"
                   display "Error: cannot open "
                       function trim(queue-file-name)
                       " (status " queue-file-status ")"
                   move 12 to return-code
                   stop run
               end-if
           end-if.

      *    Write the table back over the queue file.
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
      *    INTAKE: validate, number, and queue each request.
      *----------------------------------------------------------
       intake-para.
           open input input-file
           if input-file-status not = "00"
               display "Error: cannot open "
                   function trim(input-file-name)
                   " (status " input-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move zero to rqc-last-number
           open input reqctl-file
           if reqctl-file-status = "00"
               read reqctl-file into reqctl-record
                   at end
                       move zero to rqc-last-number
               end-read
               close reqctl-file
           end-if
           move rqc-last-number to new-number

           display "===== Request intake: "
               function trim(input-file-name) " ====="
           perform until input-at-eof
               read input-file into input-line
                   at end
                       move "Y" to input-eof
                   not at end
                       if input-line not = spaces
                           and input-line(1:1) not = "*"
                           perform intake-one-para
                       end-if
               end-read
           end-perform
           close input-file

           if accepted-count > 0
               move new-number to rqc-last-number
               move run-date to rqc-last-date
               open output reqctl-file
               if reqctl-file-status not = "00"
                   display "Error: cannot rewrite "
                       function trim(reqctl-file-name)
                       " (status " reqctl-file-status ")"
                   move 12 to return-code
                   stop run
               end-if
               write fd-reqctl-line from reqctl-record
               close reqctl-file
               move "Y" to queue-changed
           end-if

           move accepted-count to cntP
           display "  Requests queued:   " cntP
           move rejected-count to cntP
           display "  Requests rejected: " cntP
           if rejected-count > 0
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if.

       intake-one-para.
           move spaces to in-requestor in-lower-text in-upper-text
               in-priority-text in-needed-text
           unstring function trim(input-line) delimited by all space
               into in-requestor in-lower-text in-upper-text
                   in-priority-text in-needed-text
           end-unstring
           perform validate-request-para
           if request-is-invalid
               perform reject-request-para
               exit paragraph
           end-if
           if queue-count >= queue-max
               display "Error: more than " queue-max
                   " requests on " function trim(queue-file-name)
                   " -- raise QUEUE-MAX"
               move 12 to return-code
               stop run
           end-if

           compute new-number = new-number + 1
           compute accepted-count = accepted-count + 1
           move spaces to request-record
           move new-number to req-number
           move in-requestor to req-requestor
           move function numval(in-lower-text) to req-lower
           move function numval(in-upper-text) to req-upper
           move function numval(in-priority-text) to req-priority
           move in-needed-text to req-needed
           move "QUEUED" to req-status
           move run-date to req-status-date
           move run-date to req-intake-date
           move new-number to numP
           string "RQ" numP delimited by size into req-label
           compute queue-count = queue-count + 1
           move request-record to queue-line(queue-count)
           move req-lower to loP
           move req-upper to hiP
           display "  Queued " function trim(req-label) " for "
               function trim(req-requestor) ": "
               function trim(loP) " to " function trim(hiP)
               " priority " req-priority " needed by " req-needed.

      *----------------------------------------------------------
      *    A request's bounds get exactly the checks markov's
      *    validate-range-para gives a range, in the same order
      *    and with the same wording; priority, needed-by date and
      *    requestor are the queue's own.
      *----------------------------------------------------------
       validate-request-para.
           move "N" to request-invalid
           move spaces to exception-reason

           if function test-numval(in-lower-text) not = 0
               move "Y" to request-invalid
               move "Lower bound is not a valid number"
                   to exception-reason
               exit paragraph
           end-if
           if function test-numval(in-upper-text) not = 0
               move "Y" to request-invalid
               move "Upper bound is not a valid number"
                   to exception-reason
               exit paragraph
           end-if
           compute in-check-val = function numval(in-upper-text)
           if in-check-val > max-gen-upper
               move "Y" to request-invalid
               move "Upper bound exceeds limit 9999999999"
                   to exception-reason
           end-if
           compute in-check-val = function numval(in-lower-text)
           if in-check-val > max-gen-upper
               move "Y" to request-invalid
               move "Lower bound exceeds limit 9999999999"
                   to exception-reason
           end-if
           if request-is-invalid
               exit paragraph
           end-if
           if function numval(in-lower-text)
               > function numval(in-upper-text)
               move "Y" to request-invalid
               move "Lower bound exceeds upper bound"
                   to exception-reason
               exit paragraph
           end-if

           if in-priority-text = spaces
               or function test-numval(in-priority-text) not = 0
               or function length(function trim(in-priority-text))
                   not = 1
               or function trim(in-priority-text) = "0"
               move "Y" to request-invalid
               move "Request priority must be 1 to 9"
                   to exception-reason
               exit paragraph
           end-if
           if function test-numval(in-needed-text) not = 0
               or function length(function trim(in-needed-text))
                   not = 8
               move "Y" to request-invalid
               move "Request needed-by date must be YYYYMMDD"
                   to exception-reason
               exit paragraph
           end-if
           if function test-date-yyyymmdd
               (function numval(in-needed-text)) not = 0
               move "Y" to request-invalid
               move "Request needed-by date must be YYYYMMDD"
                   to exception-reason
               exit paragraph
           end-if
           if function length(function trim(in-requestor)) > 12
               move "Y" to request-invalid
               move "Requestor name longer than 12 characters"
                   to exception-reason
           end-if.

      *    Into suspense the way markov's write-exception-para
      *    puts a rejected range there, stamped operator INTAKE and
      *    carrying the request's particulars. markov CORRECT and
      *    REPROCESS refuse such an entry: the requestor resubmits
      *    it here, so it is numbered and tracked like any other.
       reject-request-para.
           compute rejected-count = rejected-count + 1
           display "  Rejected (" function trim(in-requestor) "): "
               function trim(exception-reason) " ("
               function trim(in-lower-text) " to "
               function trim(in-upper-text) ")"
           open extend exception-file
           if exception-file-status = "35"
               open output exception-file
           end-if
           if exception-file-status not = "00"
               display "Error: cannot open "
                   function trim(exception-file-name)
                   " (status " exception-file-status ")"
               move 12 to return-code
               stop run
           end-if
           move spaces to suspense-record
           move run-date to sus-date
           move in-lower-text to sus-lower
           move in-upper-text to sus-upper
           move exception-reason(1:40) to sus-reason
           move "O" to sus-status
           move "INTAKE" to sus-operator
           move in-requestor to sus-requestor
           move in-priority-text to sus-priority
           move in-needed-text to sus-needed-by
           write fd-exception-line from suspense-record
           close exception-file.

      *----------------------------------------------------------
      *    SCHEDULE: the RQ labels on a control file are going to
      *    run.
      *----------------------------------------------------------
       schedule-para.
           open input input-file
           if input-file-status not = "00"
               display "Error: cannot open "
                   function trim(input-file-name)
                   " (status " input-file-status ")"
               move 12 to return-code
               stop run
           end-if
           display "===== Scheduling requests on "
               function trim(input-file-name) " ====="
           perform until input-at-eof
               read input-file into input-line
                   at end
                       move "Y" to input-eof
                   not at end
                       move spaces to sch-label
                       unstring function trim(input-line)
                           delimited by all space into sch-label
                       end-unstring
                       if sch-label(1:2) = "RQ"
                           perform schedule-one-para
                       end-if
               end-read
           end-perform
           close input-file
           move scheduled-count to cntP
           display "  Requests scheduled: " cntP.

       schedule-one-para.
           perform varying qx from 1 by 1 until qx > queue-count
               move queue-line(qx) to request-record
               if req-label = sch-label and req-status = "QUEUED"
                   move "SCHEDULED" to req-status
                   move run-date to req-status-date
                   move request-record to queue-line(qx)
                   move "Y" to queue-changed
                   compute scheduled-count = scheduled-count + 1
                   display "  " function trim(req-label) " SCHEDULED"
               end-if
           end-perform.

      *----------------------------------------------------------
      *    REFRESH: ledger first (RUN), then the extract (DELIVERED)
      *    -- a request can make both steps in one refresh.
      *----------------------------------------------------------
       refresh-para.
           display "===== Request status refresh ====="
           perform scan-ledger-para
           open input archindex-file
           if archindex-file-status = "00"
               perform until archindex-at-eof
                   read archindex-file into archindex-record
                       at end
                           move "Y" to archindex-eof
                       not at end
                           move arx-name to ledger-file-name
                           perform scan-ledger-para
                   end-read
               end-perform
               close archindex-file
           end-if

           move spaces to ctl-last-date
           open input extctl-file
           if extctl-file-status = "00"
               read extctl-file into extctl-record
                   at end
                       move spaces to ctl-last-date
               end-read
               close extctl-file
           end-if
           if ctl-last-date not = spaces
               perform varying qx from 1 by 1 until qx > queue-count
                   move queue-line(qx) to request-record
                   if req-status = "RUN"
                       and req-run-date <= ctl-last-date
                       move "DELIVERED" to req-status
                       move run-date to req-status-date
                       move run-date to req-deliver-date
                       move request-record to queue-line(qx)
                       move "Y" to queue-changed
                       compute delivered-count = delivered-count + 1
                       display "  " function trim(req-label)
                           " DELIVERED (extract "
                           "cut through " ctl-last-date ")"
                   end-if
               end-perform
           end-if

           move run-count to cntP
           display "  Requests now RUN:       " cntP
           move delivered-count to cntP
           display "  Requests now DELIVERED: " cntP.

      *    One ledger, live or archived; a purged archive is
      *    simply passed over.
       scan-ledger-para.
           move "N" to ledger-eof
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
           perform until ledger-at-eof
               read ledger-file into ledger-record
                   at end
                       move "Y" to ledger-eof
                   not at end
                       perform match-ledger-para
               end-read
           end-perform
           close ledger-file.

       match-ledger-para.
           perform varying qx from 1 by 1 until qx > queue-count
               move queue-line(qx) to request-record
               if req-status = "QUEUED" or req-status = "SCHEDULED"
                   if (ldg-label = req-label)
                       or (ldg-lower = req-lower
                           and ldg-upper = req-upper
                           and ldg-date >= req-intake-date)
                       move "RUN" to req-status
                       move run-date to req-status-date
                       move ldg-date to req-run-date
                       move request-record to queue-line(qx)
                       move "Y" to queue-changed
                       compute run-count = run-count + 1
                       display "  " function trim(req-label)
                           " RUN on " ldg-date
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------
      *    INQUIRE: the open requests, overdue and stuck flagged.
      *----------------------------------------------------------
       inquire-para.
           move stuck-days to daysP
           display "===== Open requests (stuck after "
               function trim(daysP) " days) ====="
           display "  REQUEST  REQUESTOR          LOWER      UPPER"
               " P NEEDED   STATUS     SINCE    FLAG"
           perform varying qx from 1 by 1 until qx > queue-count
               move queue-line(qx) to request-record
               if req-status not = "DELIVERED"
                   compute open-count = open-count + 1
                   move spaces to inq-flag
                   if req-needed < run-date
                       move "OVERDUE" to inq-flag
                       compute overdue-count = overdue-count + 1
                   end-if
                   compute days-in-status =
                       function integer-of-date(function numval
                           (run-date))
                       - function integer-of-date(function numval
                           (req-status-date))
                   if days-in-status > stuck-days
                       if inq-flag = spaces
                           move "STUCK" to inq-flag
                       else
                           move "OVERDUE STUCK" to inq-flag
                       end-if
                       compute stuck-count = stuck-count + 1
                   end-if
                   move req-lower to loP
                   move req-upper to hiP
                   display "  " req-label " " req-requestor " "
                       loP " " hiP " " req-priority " " req-needed
                       " " req-status " " req-status-date " "
                       inq-flag
               end-if
           end-perform
           move open-count to cntP
           display "  Open requests: " cntP
           move overdue-count to cntP
           display "  Overdue:       " cntP
           move stuck-count to cntP
           display "  Stuck:         " cntP
           if overdue-count > 0 or stuck-count > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
