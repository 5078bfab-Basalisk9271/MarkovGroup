       identification division.
       program-id.
       mkack.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Inbound acknowledgment processing for the consortium
      *    interface extract. mkextract registers every cut SENT
      *    on the transmission status file (data/markov-xmit.dat)
      *    with its trailer figures; this program reads the
      *    consortium's acknowledgment file and moves each
      *    sequence on, so "we never got Tuesday's file" has an
      *    answer on file.
      *
      *        mkack [<ackfile> [<days>]]
      *
      *    The acknowledgment file defaults to data/markov-ack.dat,
      *    one line per file received: sequence, their record
      *    count, their hash totals of Count and Sum, ACCEPTED or
      *    REJECTED, and the date they received it. Each line is
      *    matched to its sequence and judged against the
      *    EXT-TRAILER figures we sent:
      *
      *      - ACCEPTED, figures agree        ACKED
      *      - ACCEPTED, figures disagree     REJECTED, and a
      *                                       severity 08 alert
      *      - REJECTED                       REJECTED
      *      - a sequence we never sent       UNKNOWN, and a
      *                                       severity 08 alert
      *
      *    A line no newer than the acknowledgment already applied
      *    to its sequence is passed over, so a cumulative
      *    acknowledgment file can be fed again. A sequence still
      *    SENT more than <days> business days (default 3, by the
      *    shop calendar) after its cut goes OVERDUE with a
      *    severity 04 alert.
      *    Every REJECTED sequence goes on the retransmission list,
      *    data/markov-retrans.dat, rewritten each run; one that is
      *    sent again and accepted drops off it.
      *
      *    The latest cut on the extract sequence control is
      *    registered from its own trailer if the status file does
      *    not have it yet -- files cut before the status file
      *    existed.
      *
      *    Condition codes: 0 clean, 4 rejections, overdue or
      *    unreadable lines, 8 figures that disagree or unknown
      *    sequences, 12 a status file that cannot be rewritten.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select ack-file assign dynamic ack-file-name
               organization is line sequential
               file status is ack-file-status.

           select xmit-file assign dynamic xmit-file-name
               organization is line sequential
               file status is xmit-file-status.

           select retrans-file assign dynamic retrans-file-name
               organization is line sequential
               file status is retrans-file-status.

           select extctl-file assign dynamic extctl-file-name
               organization is line sequential
               file status is extctl-file-status.

           select extract-file assign dynamic extract-file-name
               organization is line sequential
               file status is extract-file-status.

           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  ack-file.
       01  fd-ack-line pic x(132).

       fd  xmit-file.
       01  fd-xmit-line pic x(132).

       fd  retrans-file.
       01  fd-retrans-line pic x(132).

       fd  extctl-file.
       01  fd-extctl-line pic x(80).

       fd  extract-file.
       01  fd-extract-line pic x(80).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "ackrec.cpy".
           copy "xmitstat.cpy".
           copy "extrec.cpy".
           copy "alert.cpy".
           copy "calparm.cpy".
      *    A CALL hands back the callee's RETURN-CODE; the run's
      *    own condition code is held across it.
           01 cal-rc-hold usage is binary-long.
           01 ack-file-name pic x(100)
                value "data/markov-ack.dat".
           01 ack-file-status pic x(2).
           01 ack-line pic x(132).
           01 xmit-file-name pic x(100)
                value "data/markov-xmit.dat".
           01 xmit-file-status pic x(2).
           01 retrans-file-name pic x(100)
                value "data/markov-retrans.dat".
           01 retrans-file-status pic x(2).
           01 extctl-file-name pic x(100)
                value "data/markov-extctl.dat".
           01 extctl-file-status pic x(2).
           01 extract-file-name pic x(100).
           01 extract-file-status pic x(2).
           01 extract-line pic x(80).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).
           01 alert-severity pic 9(2).
           01 file-eof pic x value "N".
              88 file-at-eof value "Y".

      *    Sequence control: the last business date cut and the
      *    last sequence number used.
           01 extctl-record.
              05 ctl-last-date pic x(8).
              05 filler pic x value space.
              05 ctl-last-seq pic 9(6).

           01 cmdline pic x(100).
           01 arg1 pic x(100).
           01 arg2 pic x(50).
           01 run-date pic x(8).
           01 overdue-days usage is binary-long unsigned value 3.

      *    The transmission status file, whole, in sequence order
      *    as written.
           01 xmit-count usage is binary-long unsigned value 0.
           01 xmit-max usage is binary-long unsigned value 5000.
           01 xmit-table.
              05 xmit-line pic x(132) occurs 5000 times.
           01 xx usage is binary-long unsigned.
           01 key-seq pic 9(6).
           01 slot-found pic x value "N".
              88 slot-was-found value "Y".

      *    The acknowledgment's figures, once proved numeric.
           01 ack-seq-n pic 9(6).
           01 ack-count-n pic 9(9).
           01 ack-hash-count-n pic 9(18).
           01 ack-hash-sum-n pic 9(18).
           01 figures-agree pic x.
              88 figures-do-agree value "Y".

           01 acks-read usage is binary-long unsigned value 0.
           01 acks-unreadable usage is binary-long unsigned value 0.
           01 acks-repeated usage is binary-long unsigned value 0.
           01 acks-unknown usage is binary-long unsigned value 0.
           01 acks-acked usage is binary-long unsigned value 0.
           01 acks-rejected usage is binary-long unsigned value 0.
           01 acks-disagree usage is binary-long unsigned value 0.
           01 newly-overdue usage is binary-long unsigned value 0.
           01 status-sent usage is binary-long unsigned value 0.
           01 status-acked usage is binary-long unsigned value 0.
           01 status-rejected usage is binary-long unsigned value 0.
           01 status-overdue usage is binary-long unsigned value 0.

      * Formatting Variables
           01 cntP pic z(9)9.
           01 lineP pic z(5)9.
           01 daysP pic z(3)9.
           01 line-no usage is binary-long unsigned.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1 arg2.

           move function current-date(1:8) to run-date
           if arg1 not = spaces
               move arg1 to ack-file-name
           end-if
           if arg2 not = spaces
               if function test-numval(arg2) = 0
                   and function numval(arg2) > 0
                   and function numval(arg2) < 100
                   compute overdue-days = function numval(arg2)
               else
                   display "Usage: mkack [<ackfile> [<days>]]"
                   move 12 to return-code
                   stop run
               end-if
           end-if

           display "===== Extract acknowledgments " run-date
               " -- " function trim(ack-file-name) " ====="

           perform load-xmit-para
           perform register-last-cut-para
           perform read-acks-para
           perform overdue-para
           perform rewrite-xmit-para
           perform write-retrans-para
           perform write-summary-para

           stop run.

      *----------------------------------------------------------
      *    The status file into its table; none yet is an empty
      *    table.
      *----------------------------------------------------------
       load-xmit-para.
           open input xmit-file
           if xmit-file-status not = "00"
               display "  Note: no transmission status file "
                   function trim(xmit-file-name) " (status "
                   xmit-file-status ")"
               exit paragraph
           end-if
           move "N" to file-eof
           perform until file-at-eof
               read xmit-file into xmit-record
                   at end
                       move "Y" to file-eof
                   not at end
                       if xmit-count >= xmit-max
                           display "Error: more than " xmit-max
                               " sequences on "
                               function trim(xmit-file-name)
                           move 12 to return-code
                           stop run
                       end-if
                       compute xmit-count = xmit-count + 1
                       move xmit-record to xmit-line(xmit-count)
               end-read
           end-perform
           close xmit-file.

      *    The table slot of KEY-SEQ, into XX and XMIT-RECORD.
       find-seq-para.
           move "N" to slot-found
           perform varying xx from 1 by 1
                   until xx > xmit-count or slot-was-found
               move xmit-line(xx) to xmit-record
               if xmt-seq = key-seq
                   move "Y" to slot-found
               end-if
           end-perform
           if slot-was-found
               compute xx = xx - 1
           end-if.

      *----------------------------------------------------------
      *    The latest cut, from its own trailer, when the status
      *    file does not know it.
      *----------------------------------------------------------
       register-last-cut-para.
           open input extctl-file
           if extctl-file-status not = "00"
               exit paragraph
           end-if
           move spaces to extctl-record
           read extctl-file into extctl-record
               at end
                   continue
           end-read
           close extctl-file
           if ctl-last-seq is not numeric or ctl-last-seq = 0
               exit paragraph
           end-if
           move ctl-last-seq to key-seq
           perform find-seq-para
           if slot-was-found
               exit paragraph
           end-if

           move spaces to extract-file-name
           string "data/markov-extract-" ctl-last-date "-"
               ctl-last-seq ".dat"
               delimited by size into extract-file-name
           open input extract-file
           if extract-file-status not = "00"
               display "  Note: sequence " ctl-last-seq
                   " cannot be registered -- "
                   function trim(extract-file-name)
                   " is gone (status " extract-file-status ")"
               exit paragraph
           end-if
           move spaces to extract-line
           move "N" to file-eof
           perform until file-at-eof
               read extract-file into ext-trailer
                   at end
                       move "Y" to file-eof
                   not at end
                       move ext-trailer to extract-line
               end-read
           end-perform
           close extract-file
           move extract-line to ext-trailer
           if ext-id not = "T"
               display "  Note: sequence " ctl-last-seq
                   " cannot be registered -- "
                   function trim(extract-file-name)
                   " has no trailer"
               exit paragraph
           end-if
           if xmit-count >= xmit-max
               display "Error: more than " xmit-max
                   " sequences on " function trim(xmit-file-name)
               move 12 to return-code
               stop run
           end-if
           move ctl-last-seq to xmt-seq
           move ctl-last-date to xmt-date
           move ctl-last-date to xmt-sent-date
           move ext-count to xmt-count
           move ext-hash-count to xmt-hash-count
           move ext-hash-sum to xmt-hash-sum
           move "SENT" to xmt-status
           move spaces to xmt-ack-date
           move spaces to xmt-note
           compute xmit-count = xmit-count + 1
           move xmit-record to xmit-line(xmit-count)
           display "  Sequence " ctl-last-seq
               " registered SENT from its trailer".

      *----------------------------------------------------------
      *    Every acknowledgment line against its sequence.
      *----------------------------------------------------------
       read-acks-para.
           open input ack-file
           if ack-file-status not = "00"
               display "  Note: no acknowledgment file "
                   function trim(ack-file-name) " (status "
                   ack-file-status ") -- overdue check only"
               exit paragraph
           end-if
           move zero to line-no
           move "N" to file-eof
           perform until file-at-eof
               read ack-file into ack-line
                   at end
                       move "Y" to file-eof
                   not at end
                       compute line-no = line-no + 1
                       if ack-line not = spaces
                           perform take-ack-para
                       end-if
               end-read
           end-perform
           close ack-file.

       take-ack-para.
           compute acks-read = acks-read + 1
           move ack-line to ack-record
           if ack-seq is not numeric
               or ack-count is not numeric
               or ack-hash-count is not numeric
               or ack-hash-sum is not numeric
               or (ack-result not = "ACCEPTED"
                   and ack-result not = "REJECTED")
               compute acks-unreadable = acks-unreadable + 1
               move line-no to lineP
               display "  UNREADABLE acknowledgment line "
                   function trim(lineP) ": "
                   function trim(ack-line)
               if return-code < 4
                   move 4 to return-code
               end-if
               exit paragraph
           end-if
           move ack-seq to ack-seq-n
           move ack-count to ack-count-n
           move ack-hash-count to ack-hash-count-n
           move ack-hash-sum to ack-hash-sum-n

           move ack-seq-n to key-seq
           perform find-seq-para
           if not slot-was-found
               compute acks-unknown = acks-unknown + 1
               display "  UNKNOWN sequence " ack-seq
                   " acknowledged " ack-result
                   " -- we have no record of sending it"
               move spaces to alert-text
               string "Ack for sequence " ack-seq
                   " which was never sent"
                   delimited by size into alert-text
               move 8 to alert-severity
               perform raise-alert-para
               perform record-unknown-para
               exit paragraph
           end-if

      *    Already applied on an earlier run, or older than the
      *    acknowledgment that was.
           if xmt-ack-date not = spaces
               and ack-date not > xmt-ack-date
               compute acks-repeated = acks-repeated + 1
               exit paragraph
           end-if

           move "Y" to figures-agree
           if ack-count-n not = xmt-count
               or ack-hash-count-n not = xmt-hash-count
               or ack-hash-sum-n not = xmt-hash-sum
               move "N" to figures-agree
           end-if
           move ack-date to xmt-ack-date

           evaluate true
               when ack-result = "ACCEPTED" and figures-do-agree
                   compute acks-acked = acks-acked + 1
                   move "ACKED" to xmt-status
                   move spaces to xmt-note
                   display "  Sequence " xmt-seq " ("
                       xmt-date ") ACKED"
               when ack-result = "ACCEPTED"
                   compute acks-disagree = acks-disagree + 1
                   move "REJECTED" to xmt-status
                   move "ACCEPTED, FIGURES DIFFER"
                       to xmt-note
                   display "  Sequence " xmt-seq " (" xmt-date
                       ") accepted but their figures differ:"
                   display "      sent     count " xmt-count
                       " hash " xmt-hash-count " " xmt-hash-sum
                   display "      received count " ack-count
                       " hash " ack-hash-count " " ack-hash-sum
                   move spaces to alert-text
                   string "Ack totals differ for extract sequence "
                       xmt-seq " of " xmt-date
                       delimited by size into alert-text
                   move 8 to alert-severity
                   perform raise-alert-para
               when other
                   compute acks-rejected = acks-rejected + 1
                   move "REJECTED" to xmt-status
                   if figures-do-agree
                       move "REJECTED BY RECEIVER" to xmt-note
                   else
                       move "REJECTED, FIGURES DIFFER" to xmt-note
                   end-if
                   display "  Sequence " xmt-seq " (" xmt-date
                       ") REJECTED by the receiver -- "
                       "queued for retransmission"
                   if return-code < 4
                       move 4 to return-code
                   end-if
           end-evaluate
           move xmit-record to xmit-line(xx).

      *    An acknowledgment for a sequence never sent goes on the
      *    status file as UNKNOWN, so it is alerted once, not on
      *    every run that reads it again.
       record-unknown-para.
           if xmit-count >= xmit-max
               display "Error: more than " xmit-max
                   " sequences on " function trim(xmit-file-name)
               move 12 to return-code
               stop run
           end-if
           move ack-seq-n to xmt-seq
           move spaces to xmt-date
           move spaces to xmt-sent-date
           move ack-count-n to xmt-count
           move ack-hash-count-n to xmt-hash-count
           move ack-hash-sum-n to xmt-hash-sum
           move "UNKNOWN" to xmt-status
           move ack-date to xmt-ack-date
           move "ACKNOWLEDGED, NEVER SENT" to xmt-note
           compute xmit-count = xmit-count + 1
           move xmit-record to xmit-line(xmit-count).

      *----------------------------------------------------------
      *    Every sequence still waiting on its acknowledgment:
      *    past OVERDUE-DAYS business days since the cut it goes
      *    OVERDUE, alerted once, on the run that finds it so.
      *----------------------------------------------------------
       overdue-para.
           perform varying xx from 1 by 1 until xx > xmit-count
               move xmit-line(xx) to xmit-record
               if xmt-status = "SENT"
                   perform check-overdue-para
               end-if
               if xmt-status = "OVERDUE"
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-perform.

       check-overdue-para.
           move "BUSDAYS" to cal-function
           move xmt-sent-date to cal-date
           move run-date to cal-date-to
           move return-code to cal-rc-hold
           call 'mkcal' using cal-parm
           move cal-rc-hold to return-code
           if cal-rc > 4 or cal-count <= overdue-days
               exit paragraph
           end-if
           compute newly-overdue = newly-overdue + 1
           move "OVERDUE" to xmt-status
           move overdue-days to daysP
           move spaces to xmt-note
           string "NO ACK IN " function trim(daysP)
               " BUSINESS DAYS"
               delimited by size into xmt-note
           move xmit-record to xmit-line(xx)
           display "  Sequence " xmt-seq " (" xmt-date
               ") OVERDUE -- cut " xmt-sent-date
               ", no acknowledgment"
           move spaces to alert-text
           string "No ack for extract sequence " xmt-seq " of "
               xmt-date " -- overdue"
               delimited by size into alert-text
           move 4 to alert-severity
           perform raise-alert-para.

      *----------------------------------------------------------
      *    The status file back out, whole.
      *----------------------------------------------------------
       rewrite-xmit-para.
           open output xmit-file
           if xmit-file-status not = "00"
               display "Error: cannot rewrite "
                   function trim(xmit-file-name)
                   " (status " xmit-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform varying xx from 1 by 1 until xx > xmit-count
               write fd-xmit-line from xmit-line(xx)
           end-perform
           close xmit-file.

      *----------------------------------------------------------
      *    The retransmission list: every sequence standing
      *    REJECTED, with the file to send again.
      *----------------------------------------------------------
       write-retrans-para.
           open output retrans-file
           if retrans-file-status not = "00"
               display "Error: cannot open "
                   function trim(retrans-file-name)
                   " (status " retrans-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform varying xx from 1 by 1 until xx > xmit-count
               move xmit-line(xx) to xmit-record
               evaluate xmt-status
                   when "SENT"
                       compute status-sent = status-sent + 1
                   when "ACKED"
                       compute status-acked = status-acked + 1
                   when "OVERDUE"
                       compute status-overdue = status-overdue + 1
                   when "REJECTED"
                       compute status-rejected =
                           status-rejected + 1
                       perform write-retrans-line-para
               end-evaluate
           end-perform
           close retrans-file.

       write-retrans-line-para.
           move xmt-seq to rtx-seq
           move xmt-date to rtx-date
           move spaces to rtx-file
           string "data/markov-extract-" xmt-date "-" xmt-seq
               ".dat"
               delimited by size into rtx-file
           move xmt-note to rtx-reason
           write fd-retrans-line from retrans-record
           display "  RETRANSMIT sequence " rtx-seq " ("
               rtx-date ") " function trim(rtx-file).

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
           move "mkack" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file
           if return-code < alert-severity
               move alert-severity to return-code
           end-if.

      *----------------------------------------------------------
      *    Close with this run's counts and where every sequence
      *    now stands.
      *----------------------------------------------------------
       write-summary-para.
           move acks-read to cntP
           display "  Acknowledgments read:     " cntP
           move acks-acked to cntP
           display "    Acked:                  " cntP
           move acks-rejected to cntP
           display "    Rejected:               " cntP
           move acks-disagree to cntP
           display "    Figures differ:         " cntP
           move acks-unknown to cntP
           display "    Unknown sequence:       " cntP
           move acks-repeated to cntP
           display "    Already applied:        " cntP
           move acks-unreadable to cntP
           display "    Unreadable:             " cntP
           move newly-overdue to cntP
           display "  Newly overdue:            " cntP
           move status-sent to cntP
           display "  Sequences SENT:           " cntP
           move status-acked to cntP
           display "  Sequences ACKED:          " cntP
           move status-rejected to cntP
           display "  Sequences REJECTED:       " cntP
           move status-overdue to cntP
           display "  Sequences OVERDUE:        " cntP
           display "  Status: " function trim(xmit-file-name)
               "  Retransmit: " function trim(retrans-file-name).
