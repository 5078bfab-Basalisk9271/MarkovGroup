      *
      *    The sequence number lives in data/markov-extctl.dat
      *    and increments per cut. A second cut for a date
      *    already extracted, or business days (by the shop
      *    calendar, ctlfiles/shop.cal) skipped since the last
      *    cut, are reported loudly (condition code 4) --
      *    a missed or duplicated sequence is exactly what the
      *    receiver will ask about.
      *
      *    Each cut is registered SENT, with its trailer figures,
      *    on the transmission status file data/markov-xmit.dat,
      *    where mkack follows it through the consortium's
      *    acknowledgment.
      *
      *    Output: data/markov-extract-<date>-<seq>.dat
      *----------------------------------------------------------

               organization is line sequential
               file status is extctl-file-status.

           select xmit-file assign dynamic xmit-file-name
               organization is line sequential
               file status is xmit-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  markov-master.
           copy "mmrecord.cpy".
       fd  extctl-file.
       01  fd-extctl-line pic x(80).

       fd  xmit-file.
       01  fd-xmit-line pic x(132).

       working-storage section.
           copy "ledger.cpy".
           copy "extrec.cpy".
           copy "xmitstat.cpy".
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 ledger-file-status pic x(2).
           01 extctl-file-name pic x(100)
                value "data/markov-extctl.dat".
           01 extctl-file-status pic x(2).
           01 xmit-file-name pic x(100)
                value "data/markov-xmit.dat".
           01 xmit-file-status pic x(2).

      *    Sequence control: the last business date cut and the
      *    last sequence number used.
           01 file-seq usage is binary-long unsigned.
           01 seqX pic 9(6).
           01 day-gap usage is binary-long.
           01 day-before pic 9(8).
           copy "calparm.cpy".
      *    A CALL hands back the callee's RETURN-CODE; the cut's
      *    own condition code is held across it.
           01 cal-rc-hold usage is binary-long.

           01 rec-count usage is binary-double unsigned value 0.
           01 hash-count usage is binary-double unsigned value 0.
           close extract-file

           perform rewrite-control-para
           perform register-sent-para

           move ranges-cut to cntP
           display "  Range records:  " function trim(cntP)
           end-if.

      *----------------------------------------------------------
      *    The loud part: a date cut twice, or business days
      *    with no cut at all since the last one, both mean the
      *    receiver's sequence will not read cleanly -- say so
      *    now, not when they call.
      *----------------------------------------------------------
                   move 4 to return-code
               end-if
           end-if
      *    Weekends and holidays carry no cut; only the business
      *    days strictly between the last cut and this one count.
           if function test-numval(ctl-last-date) = 0
               and ctl-last-date < business-date
               compute day-before = function date-of-integer
                   (function integer-of-date
                       (function numval(business-date)) - 1)
               move "BUSDAYS" to cal-function
               move ctl-last-date to cal-date
               move day-before to cal-date-to
               move return-code to cal-rc-hold
               call 'mkcal' using cal-parm
               move cal-rc-hold to return-code
               move 0 to day-gap
               if cal-rc <= 4
                   move cal-count to day-gap
               end-if
               if day-gap > 0
                   display "  WARNING: " day-gap " business "
                       "day(s) since " ctl-last-date
                       " have NO extract -- the receiver will "
                       "see a gap"
           end-if
           write fd-extctl-line from extctl-record
           close extctl-file.

      *----------------------------------------------------------
      *    Register the cut SENT on the transmission status file,
      *    with the trailer figures the acknowledgment must match.
      *----------------------------------------------------------
       register-sent-para.
           open extend xmit-file
           if xmit-file-status = "35"
               open output xmit-file
           end-if
           if xmit-file-status not = "00"
               display "Error: cannot open "
                   function trim(xmit-file-name)
                   " (status " xmit-file-status ") -- sequence "
                   seqX " is not registered as sent"
               move 12 to return-code
               stop run
           end-if
           move file-seq to xmt-seq
           move business-date to xmt-date
           move run-date to xmt-sent-date
           move ext-count to xmt-count
           move ext-hash-count to xmt-hash-count
           move ext-hash-sum to xmt-hash-sum
           move "SENT" to xmt-status
           move spaces to xmt-ack-date
           move spaces to xmt-note
           write fd-xmit-line from xmit-record
           close xmit-file.
