       identification division.
       program-id.
       mkcover.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Explored-coverage map. Every range the shop has ever
      *    run lives on as an LDG-LOWER/LDG-UPPER line on the live
      *    ledger or on one of the dated archives the rollover has
      *    indexed. This job merges all of them into one file of
      *    disjoint covered intervals (data/markov-coverage.dat,
      *    COVERAGE.CPY), each carrying the first and last run
      *    date that covered it and how many posted ranges did.
      *
      *    A BACKOUT takes its ledger lines off the live ledger and
      *    keeps them only on the backout audit file, and the
      *    rollover archives only what the live ledger still
      *    holds -- so the ledger and archives are exactly the work
      *    that stands, and that is all the map is built from. The
      *    report counts the backed-out range runs on the audit
      *    file for reference.
      *
      *    The companion report (data/markov-covreport.dat) lists
      *    the uncovered gaps from 1 up to the highest upper bound
      *    ever run, then the ten most heavily overlapped
      *    stretches.
      *
      *        mkcover
      *
      *    The map is cut at every range's lower bound and one past
      *    its upper bound; between two neighbouring cuts every
      *    value was searched by exactly the same ranges, so each
      *    piece carries one count. Neighbouring pieces with the
      *    same count and dates are merged on the way out.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select ledger-file assign dynamic ledger-file-name
               organization is line sequential
               file status is ledger-file-status.

           select archindex-file assign dynamic archindex-file-name
               organization is line sequential
               file status is archindex-file-status.

      *    What BACKOUT removed, read only to count it.
           select backout-file assign dynamic backout-file-name
               organization is line sequential
               file status is backout-file-status.

           select coverage-file assign dynamic coverage-file-name
               organization is line sequential
               file status is coverage-file-status.

           select covreport-file assign dynamic covreport-file-name
               organization is line sequential
               file status is covreport-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).

       fd  backout-file.
       01  fd-backout-line pic x(160).

       fd  coverage-file.
       01  fd-coverage-line pic x(80).

       fd  covreport-file.
       01  fd-covreport-line pic x(132).

       working-storage section.
           copy "ledger.cpy".
           copy "archindex.cpy".
           copy "coverage.cpy".
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
           01 backout-file-name pic x(100)
                value "data/markov-backout.dat".
           01 backout-file-status pic x(2).
           01 backout-eof pic x value "N".
              88 backout-at-eof value "Y".
           01 backout-line pic x(160).
           01 coverage-file-name pic x(100)
                value "data/markov-coverage.dat".
           01 coverage-file-status pic x(2).
           01 covreport-file-name pic x(100)
                value "data/markov-covreport.dat".
           01 covreport-file-status pic x(2).
           01 covreport-line pic x(132).

      *    LIVE or ARCH: which store the ledger pass is reading.
           01 line-source pic x(4) value "LIVE".
           01 run-date pic x(8).

      *    Every posted range, as read.
           01 range-count usage is binary-long unsigned value 0.
           01 range-max usage is binary-long unsigned value 5000.
           01 range-table.
              05 range-entry occurs 5000 times.
                 10 rg-lower usage is binary-double unsigned.
                 10 rg-upper usage is binary-double unsigned.
                 10 rg-date pic x(8).
           01 rx usage is binary-long unsigned.

      *    The cuts, ascending and distinct. Piece PX runs from
      *    CUT-AT(PX) to CUT-AT(PX + 1) - 1; the last cut only
      *    closes the piece before it.
           01 cut-count usage is binary-long unsigned value 0.
           01 cut-max usage is binary-long unsigned value 10001.
           01 cut-table.
              05 cut-entry occurs 10001 times.
                 10 cut-at usage is binary-double unsigned.
                 10 pc-times usage is binary-long unsigned.
                 10 pc-first pic x(8).
                 10 pc-last pic x(8).
           01 px usage is binary-long unsigned.
           01 cut-value usage is binary-double unsigned.
           01 cut-lo usage is binary-long unsigned.
           01 cut-hi usage is binary-long unsigned.
           01 cut-mid usage is binary-long unsigned.
           01 cut-slot usage is binary-long unsigned.
           01 cut-found pic x value "N".
              88 cut-on-table value "Y".
           01 piece-from usage is binary-long unsigned.
           01 piece-to usage is binary-long unsigned.

      *    The merged intervals as written, kept for the overlap
      *    ranking.
           01 cvg-count usage is binary-long unsigned value 0.
           01 cvg-table.
              05 cvg-entry occurs 10000 times.
                 10 cv-lower usage is binary-double unsigned.
                 10 cv-upper usage is binary-double unsigned.
                 10 cv-first pic x(8).
                 10 cv-last pic x(8).
                 10 cv-times usage is binary-long unsigned.
                 10 cv-ranked pic x.
           01 cx usage is binary-long unsigned.
           01 best-cx usage is binary-long unsigned.
           01 rank-no usage is binary-long unsigned.
           01 rank-max usage is binary-long unsigned value 10.

      *    Gap walk.
           01 gap-from usage is binary-double unsigned.
           01 gap-to usage is binary-double unsigned.
           01 highest-upper usage is binary-double unsigned value 0.

           01 live-lines usage is binary-long unsigned value 0.
           01 arch-lines usage is binary-long unsigned value 0.
           01 archives-scanned usage is binary-long unsigned value 0.
           01 archives-missing usage is binary-long unsigned value 0.
           01 backed-out-runs usage is binary-long unsigned value 0.
           01 gap-count usage is binary-long unsigned value 0.
           01 values-covered usage is binary-double unsigned value 0.
           01 values-uncovered usage is binary-double unsigned
                value 0.

      * Formatting Variables
           01 loP pic z(9)9.
           01 hiP pic z(9)9.
           01 widthP pic z(9)9.
           01 timesP pic z(5)9.
           01 cntP pic z(9)9.
           01 valP pic z(13)9.

       procedure division.

       main-para.

           move function current-date(1:8) to run-date

           display "===== Coverage map: "
               function trim(ledger-file-name) " and archives ====="

           move "LIVE" to line-source
           perform scan-ledger-para
           perform scan-archives-para
           perform count-backouts-para

           perform count-pieces-para

           open output coverage-file
           if coverage-file-status not = "00"
               display "Error: cannot open "
                   function trim(coverage-file-name)
                   " (status " coverage-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform write-coverage-para
           close coverage-file

           open output covreport-file
           if covreport-file-status not = "00"
               display "Error: cannot open "
                   function trim(covreport-file-name)
                   " (status " covreport-file-status ")"
               move 12 to return-code
               stop run
           end-if
           move spaces to covreport-line
           string "COVERAGE -- run date " run-date
               " -- ledger and archived ranges"
               delimited by size into covreport-line
           perform report-line-para
           perform gap-report-para
           perform overlap-report-para
           perform write-summary-para
           close covreport-file

           stop run.

      *----------------------------------------------------------
      *    One pass of whichever ledger LEDGER-FILE-NAME names,
      *    live or archive. A live ledger that will not open is a
      *    hard stop; a purged archive is noted and skipped, as
      *    the ledger inquiry does.
      *----------------------------------------------------------
       scan-ledger-para.
           move "N" to ledger-eof
           open input ledger-file
           if ledger-file-status not = "00"
               if line-source = "ARCH"
                   compute archives-missing = archives-missing + 1
                   display "  Note: archive "
                       function trim(ledger-file-name)
                       " not on file (status " ledger-file-status
                       ") -- its ranges are not on the map"
                   exit paragraph
               end-if
               display "Error: cannot open "
                   function trim(ledger-file-name)
                   " (status " ledger-file-status ")"
               move 12 to return-code
               stop run
           end-if
           perform until ledger-at-eof
               read ledger-file into ledger-record
                   at end
                       move "Y" to ledger-eof
                   not at end
                       perform take-range-para
               end-read
           end-perform
           close ledger-file.

       scan-archives-para.
           open input archindex-file
           if archindex-file-status = "00"
               move "N" to archindex-eof
               perform until archindex-at-eof
                   read archindex-file into archindex-record
                       at end
                           move "Y" to archindex-eof
                       not at end
                           move arx-name to ledger-file-name
                           move "ARCH" to line-source
                           compute archives-scanned =
                               archives-scanned + 1
                           perform scan-ledger-para
                   end-read
               end-perform
               close archindex-file
           end-if.

      *----------------------------------------------------------
      *    Hold one ledger range and cut the map at both its ends.
      *    A line whose bounds are not numeric or run backwards is
      *    not a range anyone searched.
      *----------------------------------------------------------
       take-range-para.
           if ldg-lower not numeric or ldg-upper not numeric
               exit paragraph
           end-if
           if ldg-lower > ldg-upper
               exit paragraph
           end-if
           if range-count >= range-max
               display "Error: more than " range-max
                   " ledger ranges -- raise RANGE-MAX"
               move 12 to return-code
               stop run
           end-if
           if line-source = "LIVE"
               compute live-lines = live-lines + 1
           else
               compute arch-lines = arch-lines + 1
           end-if
           compute range-count = range-count + 1
           move ldg-lower to rg-lower(range-count)
           move ldg-upper to rg-upper(range-count)
           move ldg-date to rg-date(range-count)
           if ldg-upper > highest-upper
               move ldg-upper to highest-upper
           end-if

           move ldg-lower to cut-value
           perform add-cut-para
           compute cut-value = ldg-upper + 1
           perform add-cut-para.

      *    Binary search for CUT-VALUE; CUT-LO ends on its slot or
      *    on the slot it belongs in.
       find-cut-para.
           move "N" to cut-found
           move 1 to cut-lo
           move cut-count to cut-hi
           perform until cut-lo > cut-hi or cut-on-table
               compute cut-mid = (cut-lo + cut-hi) / 2
               if cut-at(cut-mid) = cut-value
                   move "Y" to cut-found
                   move cut-mid to cut-lo
               else
                   if cut-at(cut-mid) < cut-value
                       compute cut-lo = cut-mid + 1
                   else
                       if cut-mid = 1
                           move 0 to cut-hi
                       else
                           compute cut-hi = cut-mid - 1
                       end-if
                   end-if
               end-if
           end-perform
           move cut-lo to cut-slot.

      *    Insert CUT-VALUE in order unless it is already a cut.
       add-cut-para.
           perform find-cut-para
           if cut-on-table
               exit paragraph
           end-if
           if cut-count >= cut-max
               display "Error: more than " cut-max
                   " coverage cuts -- raise CUT-MAX"
               move 12 to return-code
               stop run
           end-if
           move cut-count to px
           perform until px < cut-slot
               move cut-at(px) to cut-at(px + 1)
               compute px = px - 1
           end-perform
           move cut-value to cut-at(cut-slot)
           compute cut-count = cut-count + 1.

      *----------------------------------------------------------
      *    Lay every range over the pieces it spans: from the
      *    piece its lower bound opens to the one before the cut
      *    just past its upper bound.
      *----------------------------------------------------------
       count-pieces-para.
           perform varying px from 1 by 1 until px > cut-count
               move zero to pc-times(px)
               move spaces to pc-first(px)
               move spaces to pc-last(px)
           end-perform
           perform varying rx from 1 by 1 until rx > range-count
               move rg-lower(rx) to cut-value
               perform find-cut-para
               move cut-slot to piece-from
               compute cut-value = rg-upper(rx) + 1
               perform find-cut-para
               compute piece-to = cut-slot - 1
               perform varying px from piece-from by 1
                       until px > piece-to
                   compute pc-times(px) = pc-times(px) + 1
                   if pc-first(px) = spaces
                       or rg-date(rx) < pc-first(px)
                       move rg-date(rx) to pc-first(px)
                   end-if
                   if rg-date(rx) > pc-last(px)
                       move rg-date(rx) to pc-last(px)
                   end-if
               end-perform
           end-perform.

      *----------------------------------------------------------
      *    Covered pieces out to the map, a neighbour with the same
      *    count and dates folded into the line before it.
      *----------------------------------------------------------
       write-coverage-para.
           move zero to cvg-count
           perform varying px from 1 by 1 until px >= cut-count
               if pc-times(px) > 0
                   if cvg-count > 0
                       and cv-upper(cvg-count) + 1 = cut-at(px)
                       and cv-times(cvg-count) = pc-times(px)
                       and cv-first(cvg-count) = pc-first(px)
                       and cv-last(cvg-count) = pc-last(px)
                       compute cv-upper(cvg-count) =
                           cut-at(px + 1) - 1
                   else
                       compute cvg-count = cvg-count + 1
                       move cut-at(px) to cv-lower(cvg-count)
                       compute cv-upper(cvg-count) =
                           cut-at(px + 1) - 1
                       move pc-times(px) to cv-times(cvg-count)
                       move pc-first(px) to cv-first(cvg-count)
                       move pc-last(px) to cv-last(cvg-count)
                       move "N" to cv-ranked(cvg-count)
                   end-if
               end-if
           end-perform
           perform varying cx from 1 by 1 until cx > cvg-count
               move cv-lower(cx) to cvg-lower
               move cv-upper(cx) to cvg-upper
               move cv-first(cx) to cvg-first-date
               move cv-last(cx) to cvg-last-date
               move cv-times(cx) to cvg-times
               write fd-coverage-line from coverage-record
               compute values-covered = values-covered
                   + cv-upper(cx) - cv-lower(cx) + 1
           end-perform.

      *----------------------------------------------------------
      *    Gaps: every stretch from 1 to the highest upper bound
      *    that no covered interval reaches.
      *----------------------------------------------------------
       gap-report-para.
           move spaces to covreport-line
           perform report-line-para
           move highest-upper to hiP
           move spaces to covreport-line
           string "UNCOVERED GAPS 1 TO " function trim(hiP)
               delimited by size into covreport-line
           perform report-line-para
           move "        FROM         TO      VALUES"
               to covreport-line
           perform report-line-para
           move 1 to gap-from
           perform varying cx from 1 by 1 until cx > cvg-count
               if cv-upper(cx) >= gap-from
                   if cv-lower(cx) > gap-from
                       compute gap-to = cv-lower(cx) - 1
                       perform gap-line-para
                   end-if
                   compute gap-from = cv-upper(cx) + 1
               end-if
           end-perform
           if gap-from <= highest-upper
               move highest-upper to gap-to
               perform gap-line-para
           end-if
           if gap-count = 0
               move spaces to covreport-line
               string "  none -- 1 to the highest upper bound is "
                   "fully covered" delimited by size
                   into covreport-line
               perform report-line-para
           end-if.

       gap-line-para.
           compute gap-count = gap-count + 1
           compute values-uncovered = values-uncovered
               + gap-to - gap-from + 1
           move gap-from to loP
           move gap-to to hiP
           compute widthP = gap-to - gap-from + 1
           move spaces to covreport-line
           string "  " loP " " hiP " " widthP
               delimited by size into covreport-line
           perform report-line-para.

      *----------------------------------------------------------
      *    The most searched stretches: ten picks of the highest
      *    count not yet ranked, lowest stretch first on a tie.
      *----------------------------------------------------------
       overlap-report-para.
           move spaces to covreport-line
           perform report-line-para
           move "MOST HEAVILY OVERLAPPED" to covreport-line
           perform report-line-para
           move "        FROM         TO  TIMES FIRST    LAST"
               to covreport-line
           perform report-line-para
           perform varying rank-no from 1 by 1
                   until rank-no > rank-max
               move zero to best-cx
               perform varying cx from 1 by 1 until cx > cvg-count
                   if cv-ranked(cx) = "N" and cv-times(cx) > 1
                       if best-cx = 0
                           move cx to best-cx
                       else
                           if cv-times(cx) > cv-times(best-cx)
                               move cx to best-cx
                           end-if
                       end-if
                   end-if
               end-perform
               if best-cx = 0
                   if rank-no = 1
                       move "  none -- no stretch searched twice"
                           to covreport-line
                       perform report-line-para
                   end-if
                   move rank-max to rank-no
               else
                   move "Y" to cv-ranked(best-cx)
                   move cv-lower(best-cx) to loP
                   move cv-upper(best-cx) to hiP
                   move cv-times(best-cx) to timesP
                   move spaces to covreport-line
                   string "  " loP " " hiP " " timesP " "
                       cv-first(best-cx) " " cv-last(best-cx)
                       delimited by size into covreport-line
                   perform report-line-para
               end-if
           end-perform.

      *    Backed-out range runs on the audit file, for the record.
       count-backouts-para.
           open input backout-file
           if backout-file-status = "00"
               perform until backout-at-eof
                   read backout-file into backout-line
                       at end
                           move "Y" to backout-eof
                       not at end
                           if backout-line(1:4) = "LDG "
                               compute backed-out-runs =
                                   backed-out-runs + 1
                           end-if
                   end-read
               end-perform
               close backout-file
           end-if.

      *----------------------------------------------------------
      *    Close the report with its control totals.
      *----------------------------------------------------------
       write-summary-para.
           move spaces to covreport-line
           perform report-line-para
           move live-lines to cntP
           move "  Live ledger ranges" to covreport-line
           perform summary-line-para
           move arch-lines to cntP
           move "  Archived ranges" to covreport-line
           perform summary-line-para
           move archives-scanned to cntP
           move "  Archives scanned" to covreport-line
           perform summary-line-para
           move archives-missing to cntP
           move "  Archives not on file" to covreport-line
           perform summary-line-para
           move backed-out-runs to cntP
           move "  Backed-out runs (not on map)" to covreport-line
           perform summary-line-para
           move cvg-count to cntP
           move "  Covered intervals" to covreport-line
           perform summary-line-para
           move gap-count to cntP
           move "  Uncovered gaps" to covreport-line
           perform summary-line-para
           move values-covered to valP
           move spaces to covreport-line
           string "  Values covered             " valP
               delimited by size into covreport-line
           perform report-line-para
           move values-uncovered to valP
           move spaces to covreport-line
           string "  Values uncovered           " valP
               delimited by size into covreport-line
           perform report-line-para.

      *    Label already in COVREPORT-LINE, count in CNTP.
       summary-line-para.
           move cntP to covreport-line(34:10)
           perform report-line-para.

       report-line-para.
           display function trim(covreport-line trailing)
           write fd-covreport-line from covreport-line.
