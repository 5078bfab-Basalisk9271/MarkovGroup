      *
      *    The optional argument names the month to keep live;
      *    without it, the system date's month is kept.
      *
      *    A month is only summarized once the shop calendar
      *    (ctlfiles/shop.cal, via mkcal) says it has closed. If
      *    any month the pass would archive is still open -- its
      *    close date is after today -- the rollover refuses with
      *    condition code 8 and the ledger is left untouched.
      *
      *    Every line carries a check value chained from the line
      *    before it (mkhash). The rewritten ledger is re-sealed
      *    from zero, archived lines continue the archive file's
      *    own chain, and both are recorded on the intervention
      *    journal (mkjrnl) so the rewrite reads as authorized.
      *----------------------------------------------------------

       environment division.
       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  keep-file.
       01  fd-keep-line pic x(132).

       fd  archive-file.
       01  fd-archive-line pic x(132).

       fd  monthly-file.
       01  fd-monthly-line pic x(80).
           01 run-date pic x(8).
           01 keep-month pic x(6).
           01 line-month pic x(6).
           01 checked-month pic x(6) value spaces.
           01 open-months usage is binary-long unsigned value 0.
           copy "calparm.cpy".

      *    One accumulator slot per summarized month -- ten years
      *    of closed months is far more headroom than a live ledger
           01 kept-lines usage is binary-long unsigned value 0.
           01 archived-lines usage is binary-long unsigned value 0.

      *    Check chains: the live ledger's, re-sealed from zero,
      *    and the archive file's, picked up from its last line
      *    when a same-day rollover already wrote to it.
           01 ledger-chain pic 9(10) value zero.
           01 archive-chain pic 9(10) value zero.
           copy "hashparm.cpy".
           copy "jrnparm.cpy".
           01 journal-text pic x(100).
      *    The condition code, held across the journal CALL.
           01 journal-rc-hold usage is binary-long.

      * Formatting Variables
           01 linesP pic z(9)9.
           01 rangesP pic z(9)9.
           string "data/markov-ledger-arch-" run-date ".dat"
               delimited by size into archive-file-name

           perform check-months-closed-para
           if open-months > 0
               display "Error: " open-months " month(s) on the "
                   "ledger not yet closed by the shop calendar -- "
                   "nothing rolled over"
               move 8 to return-code
               stop run
           end-if

           open input ledger-file
           if ledger-file-status not = "00"
               display "Error: cannot open "
               stop run
           end-if

           perform find-archive-chain-para
           open extend archive-file
           if archive-file-status = "35"
               open output archive-file
           end-if

           perform rewrite-ledger-para
           perform journal-reseal-para

           move kept-lines to linesP
           display "  Lines kept live:  " linesP
           move archived-lines to linesP
           display "  Lines archived:   " linesP
           display "  Months summarized: " month-count
           display "  Archive: " function trim(archive-file-name)
           display "  Ledger re-sealed, last check value "
               ledger-chain.

           stop run.

      *----------------------------------------------------------
      *    Preflight pass: every month the rollover would archive
      *    must be past its close date on the shop calendar.
      *----------------------------------------------------------
       check-months-closed-para.
           open input ledger-file
           if ledger-file-status not = "00"
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
                       move ldg-date(1:6) to line-month
                       if line-month not = keep-month
                           and line-month not = checked-month
                           perform check-one-month-para
                       end-if
               end-read
           end-perform
           close ledger-file
           move "N" to ledger-eof.

       check-one-month-para.
           move line-month to checked-month
           move "CLOSEDATE" to cal-function
           move line-month to cal-month
           call 'mkcal' using cal-parm
           if cal-rc > 4
               display "  Month " line-month " on the ledger is not "
                   "a month the shop calendar can close"
               compute open-months = open-months + 1
               exit paragraph
           end-if
           if cal-close-date > run-date
               display "  Month " line-month " is still open -- "
                   "it closes " cal-close-date
               compute open-months = open-months + 1
           end-if.

      *----------------------------------------------------------
      *    One ledger line: the kept month stays live, anything
      *    else goes to the archive and into its month's
               write fd-keep-line from ledger-record
               compute kept-lines = kept-lines + 1
           else
               move archive-chain to hsh-prev
               perform seal-line-para
               move hsh-value to archive-chain
               write fd-archive-line from ledger-record
               compute archived-lines = archived-lines + 1
               perform accumulate-month-para
                   at end
                       move "Y" to ledger-eof
                   not at end
                       move ledger-chain to hsh-prev
                       perform seal-line-para
                       move hsh-value to ledger-chain
                       write fd-ledger-line from ledger-record
               end-read
           end-perform
           close ledger-file
           open output keep-file
           close keep-file.

      *----------------------------------------------------------
      *    The check chain. SEAL chains the line in LEDGER-RECORD
      *    (columns 1-84) from HSH-PREV into LDG-CHAIN and
      *    HSH-VALUE; FIND picks up the last check value already
      *    on today's archive, zero when there is none.
      *----------------------------------------------------------
       seal-line-para.
           move 84 to hsh-length
           move ledger-record(1:84) to hsh-text
           call 'mkhash' using hash-parm
           move hsh-value to ldg-chain.

       find-archive-chain-para.
           move zero to archive-chain
           open input archive-file
           if archive-file-status not = "00"
               exit paragraph
           end-if
           move "N" to ledger-eof
           perform until ledger-at-eof
               read archive-file into ledger-record
                   at end
                       move "Y" to ledger-eof
                   not at end
                       if ldg-chain is numeric
                           move ldg-chain to archive-chain
                       end-if
               end-read
           end-perform
           close archive-file
           move "N" to ledger-eof.

      *----------------------------------------------------------
      *    The rewrite on the intervention journal: the ledger's
      *    new chain, and the archive's when lines went to it.
      *----------------------------------------------------------
       journal-reseal-para.
           move kept-lines to linesP
           move spaces to journal-text
           string "re-sealed " function trim(ledger-file-name)
               " after rollover: " function trim(linesP)
               " lines, last check value " ledger-chain
               delimited by size into journal-text
           perform write-journal-para
           if archived-lines > 0
               move archived-lines to linesP
               move spaces to journal-text
               string "sealed " function trim(linesP) " lines onto "
                   function trim(archive-file-name)
                   ", last check value " archive-chain
                   delimited by size into journal-text
               perform write-journal-para
           end-if.

       write-journal-para.
           move spaces to jrn-line-text
           string function current-date(1:14) " BATCH    ROLLOVER   "
               function trim(journal-text)
               delimited by size into jrn-line-text
           move return-code to journal-rc-hold
           call 'mkjrnl' using jrn-parm
           move journal-rc-hold to return-code
           if jrn-write-status not = "00"
               display "Warning: cannot write "
                   "data/markov-journal.dat (status "
                   jrn-write-status ") -- the re-seal is not on "
                   "the journal"
               move 4 to return-code
           end-if.
