       identification division.
       program-id.
       mkunique.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Uniqueness report over the lifetime triple file. The
      *    uniqueness conjecture says no Markov number is the
      *    largest member of two different triples; the triple
      *    file keeps every distinct triple any run has met, keyed
      *    largest member first, so a key-order walk sees all the
      *    triples a value tops one after another. Any value that
      *    tops more than one is listed with every triple it tops
      *    -- that is either a counterexample worth a paper or a
      *    generation fault worth a ticket, and either way it
      *    fails the job (condition code 8).
      *
      *        mkunique                   whole triple file
      *        mkunique <lower> <upper>   values in that range only
      *
      *    Findings go to the console and data/markov-unique.dat,
      *    closed with the counts of values and triples examined.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select markov-triples assign dynamic triple-file-name
               organization is indexed
               access mode is dynamic
               record key is trp-key
               file status is triple-file-status.

           select unique-file assign dynamic unique-file-name
               organization is line sequential
               file status is unique-file-status.

       data division.
       file section.
       fd  markov-triples.
           copy "triple.cpy".

       fd  unique-file.
       01  fd-unique-line pic x(132).

       working-storage section.
           01 triple-file-name pic x(100)
                value "data/markov-triples.dat".
           01 triple-file-status pic x(2).
           01 unique-file-name pic x(100)
                value "data/markov-unique.dat".
           01 unique-file-status pic x(2).
           01 unique-line pic x(132).

           01 cmdline pic x(50).
           01 arg1 pic x(20).
           01 arg2 pic x(20).
           01 scan-lower usage is binary-double unsigned value 0.
           01 scan-upper usage is binary-double unsigned
                value 999999999999.

           01 triple-eof pic x value "N".
              88 triple-at-eof value "Y".
           01 run-date pic x(8).

      *    The value whose triples are being gathered, and the
      *    triples it tops so far. A value topping more than
      *    TOPS-MAX triples is still counted; only the first
      *    TOPS-MAX are listed.
           01 cur-value usage is binary-double unsigned value 0.
           01 tops-count usage is binary-long unsigned value 0.
           01 tops-max usage is binary-long unsigned value 20.
           01 tops-table.
               05 tops-entry occurs 20 times.
                   10 tops-mid pic 9(12).
                   10 tops-min pic 9(12).
                   10 tops-date pic x(8).
                   10 tops-label pic x(10).
           01 tops-idx usage is binary-long unsigned.

           01 triples-read usage is binary-long unsigned value 0.
           01 values-seen usage is binary-long unsigned value 0.
           01 violations usage is binary-long unsigned value 0.

      * Formatting Variables
           01 valP pic z(11)9.
           01 midP pic z(11)9.
           01 minP pic z(11)9.
           01 cntP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by all space into arg1 arg2.
           if arg1 not = spaces
               if function test-numval(arg1) not = 0
                   or function test-numval(arg2) not = 0
                   display "Usage: mkunique [<lower> <upper>]"
                   move 12 to return-code
                   stop run
               end-if
               move function numval(arg1) to scan-lower
               move function numval(arg2) to scan-upper
               if scan-lower > scan-upper
                   display "Error: lower " function trim(arg1)
                       " is above upper " function trim(arg2)
                   move 12 to return-code
                   stop run
               end-if
           end-if

           move function current-date(1:8) to run-date

           open input markov-triples
           if triple-file-status not = "00"
               display "Error: cannot open "
                   function trim(triple-file-name)
                   " (status " triple-file-status ")"
               move 12 to return-code
               stop run
           end-if

           open extend unique-file
           if unique-file-status = "35"
               open output unique-file
           end-if
           if unique-file-status not = "00"
               display "Error: cannot open "
                   function trim(unique-file-name)
                   " (status " unique-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move scan-lower to valP
           move scan-upper to midP
           move spaces to unique-line
           string "UNIQUENESS -- run date " run-date
               " -- values " function trim(valP)
               " to " function trim(midP)
               delimited by size into unique-line
           write fd-unique-line from unique-line
           display "===== Uniqueness report: values "
               function trim(valP) " to " function trim(midP)
               " ====="

           perform triple-walk-para

           perform write-summary-para

           if violations > 0
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if

           close markov-triples
           close unique-file

           stop run.

      *----------------------------------------------------------
      *    Key-order walk from (lower,0,0): the triples each value
      *    tops arrive together, and a change of trp-max closes
      *    out the previous value.
      *----------------------------------------------------------
       triple-walk-para.
           move scan-lower to trp-max
           move zero to trp-mid
           move zero to trp-min
           start markov-triples key is not less than trp-key
               invalid key
                   move "Y" to triple-eof
           end-start
           perform until triple-at-eof
               read markov-triples next record
                   at end
                       move "Y" to triple-eof
                   not at end
                       if trp-max > scan-upper
                           move "Y" to triple-eof
                       else
                           compute triples-read = triples-read + 1
                           if trp-max not = cur-value
                               perform value-break-para
                               move trp-max to cur-value
                               move zero to tops-count
                               compute values-seen = values-seen + 1
                           end-if
                           compute tops-count = tops-count + 1
                           if tops-count <= tops-max
                               move trp-mid to tops-mid(tops-count)
                               move trp-min to tops-min(tops-count)
                               move trp-first-date
                                   to tops-date(tops-count)
                               move trp-label to tops-label(tops-count)
                           end-if
                       end-if
               end-read
           end-perform
           perform value-break-para.

      *    One value's triples are all in hand; list them if
      *    there is more than one.
       value-break-para.
           if tops-count < 2
               exit paragraph
           end-if
           compute violations = violations + 1
           move cur-value to valP
           move tops-count to cntP
           display "  VALUE " function trim(valP) " TOPS "
               function trim(cntP) " DISTINCT TRIPLES"
           move spaces to unique-line
           string "  VALUE " valP " TOPS " function trim(cntP)
               " DISTINCT TRIPLES"
               delimited by size into unique-line
           write fd-unique-line from unique-line
           perform varying tops-idx from 1 by 1
                   until tops-idx > tops-count
                      or tops-idx > tops-max
               move tops-mid(tops-idx) to midP
               move tops-min(tops-idx) to minP
               display "    (" function trim(valP) ","
                   function trim(midP) "," function trim(minP)
                   ") first met " tops-date(tops-idx)
                   " range " tops-label(tops-idx)
               move spaces to unique-line
               string "    (" function trim(valP) ","
                   function trim(midP) "," function trim(minP)
                   ") first met " tops-date(tops-idx)
                   " range " tops-label(tops-idx)
                   delimited by size into unique-line
               write fd-unique-line from unique-line
           end-perform
           if tops-count > tops-max
               move tops-max to cntP
               move spaces to unique-line
               string "    (only the first " function trim(cntP)
                   " listed)" delimited by size into unique-line
               write fd-unique-line from unique-line
           end-if.

      *----------------------------------------------------------
      *    Close the report with its control totals.
      *----------------------------------------------------------
       write-summary-para.
           move triples-read to cntP
           display "  Triples examined:   " cntP
           move spaces to unique-line
           string "  Triples examined " cntP
               delimited by size into unique-line
           write fd-unique-line from unique-line

           move values-seen to cntP
           display "  Values examined:    " cntP
           move spaces to unique-line
           string "  Values examined  " cntP
               delimited by size into unique-line
           write fd-unique-line from unique-line

           move violations to cntP
           display "  Values over one:   " cntP

           move spaces to unique-line
           if violations = 0
               string "  UNIQUENESS HOLDS" delimited by size
                   into unique-line
           else
               string "  UNIQUENESS VIOLATED -- " function trim(cntP)
                   " value(s) top more than one triple"
                   delimited by size into unique-line
           end-if
           write fd-unique-line from unique-line.
