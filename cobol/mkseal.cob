       identification division.
       program-id.
       mkseal.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Seal verification for the files that must not be edited
      *    by hand: the daily ledger (data/markov-ledger.dat),
      *    every dated ledger archive on the archive index
      *    (data/markov-archindex.dat), and the intervention
      *    journal (data/markov-journal.dat).
      *
      *        mkseal
      *
      *    Each line of those files carries a check value chained
      *    from the line before it (mkhash; LEDGER.CPY, JOURNAL.CPY).
      *    Every file is walked from the top and every check value
      *    recomputed; the first line whose value does not match --
      *    edited, removed, inserted, or reordered -- is reported
      *    as the file's break. Lines written before the chain
      *    existed carry no check value; a run of them at the top of
      *    a file is counted, not judged, but an unsealed line after
      *    the chain has begun is a break. An archive on the index
      *    that is no longer on disk is a break too.
      *
      *    The authorized rewrites (BACKOUT, ledgerroll) re-seal
      *    what they rewrite and say so on the journal; those
      *    journal lines are listed so a reviewer can set them
      *    beside the files they re-sealed.
      *
      *    Output: data/markov-seal.dat. Each broken file is also
      *    written to the alert file at severity 08 (source mkseal)
      *    and fails the job with condition code 8.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *    Whichever sealed file is being walked.
           select sealed-file assign dynamic sealed-file-name
               organization is line sequential
               file status is sealed-file-status.

           select archindex-file assign dynamic archindex-file-name
               organization is line sequential
               file status is archindex-file-status.

           select seal-file assign dynamic seal-file-name
               organization is line sequential
               file status is seal-file-status.

      *    Persistent operator alert file, shared with markov.
           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  sealed-file.
       01  fd-sealed-line pic x(200).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).

       fd  seal-file.
       01  fd-seal-line pic x(132).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "ledger.cpy".
           copy "journal.cpy".
           copy "archindex.cpy".
           copy "hashparm.cpy".
           copy "alert.cpy".
           01 sealed-file-name pic x(100).
           01 sealed-file-status pic x(2).
           01 sealed-eof pic x value "N".
              88 sealed-at-eof value "Y".
           01 sealed-line pic x(200).
           01 ledger-file-name pic x(100)
                value "data/markov-ledger.dat".
           01 journal-file-name pic x(100)
                value "data/markov-journal.dat".
           01 archindex-file-name pic x(100)
                value "data/markov-archindex.dat".
           01 archindex-file-status pic x(2).
           01 archindex-eof pic x value "N".
              88 archindex-at-eof value "Y".
           01 seal-file-name pic x(100)
                value "data/markov-seal.dat".
           01 seal-file-status pic x(2).
           01 seal-line pic x(132).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).

           01 run-date pic x(8).

      *    The file being walked: L ledger layout (the ledger and
      *    its archives), J journal layout.
           01 file-kind pic x value space.
              88 kind-is-ledger value "L".
              88 kind-is-journal value "J".
           01 line-chain pic x(10).
           01 chain-value pic 9(10).
           01 expected-chain pic 9(10).
           01 chain-began pic x value "N".
              88 chain-has-begun value "Y".
           01 break-found pic x value "N".
              88 file-is-broken value "Y".
           01 break-text pic x(100).

      *    Per file, then for the whole run.
           01 file-lines usage is binary-long unsigned.
           01 legacy-lines usage is binary-long unsigned.
           01 verified-lines usage is binary-long unsigned.
           01 files-walked usage is binary-long unsigned value 0.
           01 files-intact usage is binary-long unsigned value 0.
           01 files-broken usage is binary-long unsigned value 0.
           01 files-absent usage is binary-long unsigned value 0.
           01 reseals-listed usage is binary-long unsigned value 0.
           01 reseal-hits usage is binary-long unsigned.
      *    The condition code, held across the mkhash CALL once a
      *    broken file has set it.
           01 seal-rc-hold usage is binary-long.

      * Formatting Variables
           01 cntP pic z(9)9.
           01 linesP pic z(9)9.
           01 legacyP pic z(9)9.
           01 verifiedP pic z(9)9.

       procedure division.

       main-para.

           move function current-date(1:8) to run-date

           open output seal-file
           if seal-file-status not = "00"
               display "Error: cannot open "
                   function trim(seal-file-name)
                   " (status " seal-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to seal-line
           string "===== Seal verification -- " run-date " ====="
               delimited by size into seal-line
           perform echo-line-para

           move ledger-file-name to sealed-file-name
           move "L" to file-kind
           perform walk-file-para

           perform walk-archives-para

           move journal-file-name to sealed-file-name
           move "J" to file-kind
           perform walk-file-para

           perform list-reseals-para
           perform write-summary-para

           close seal-file

           stop run.

      *----------------------------------------------------------
      *    Every archive on the index, in index order. The index
      *    itself is not sealed; an archive it names that is gone
      *    is reported as a break.
      *----------------------------------------------------------
       walk-archives-para.
           open input archindex-file
           if archindex-file-status not = "00"
               move "  (no archive index -- no archives walked)"
                   to seal-line
               perform echo-line-para
               exit paragraph
           end-if
           move "N" to archindex-eof
           perform until archindex-at-eof
               read archindex-file into archindex-record
                   at end
                       move "Y" to archindex-eof
                   not at end
                       if arx-name not = spaces
                           move arx-name to sealed-file-name
                           move "L" to file-kind
                           perform walk-file-para
                       end-if
               end-read
           end-perform
           close archindex-file.

      *----------------------------------------------------------
      *    One sealed file, top to bottom, as far as its first
      *    break. SEALED-FILE-NAME and FILE-KIND are set by the
      *    caller.
      *----------------------------------------------------------
       walk-file-para.
           move zero to file-lines legacy-lines verified-lines
           move zero to expected-chain
           move "N" to chain-began
           move "N" to break-found
           move spaces to break-text

           move spaces to seal-line
           string "  " function trim(sealed-file-name)
               delimited by size into seal-line
           perform echo-line-para

           open input sealed-file
           if sealed-file-status not = "00"
               if kind-is-ledger
                   and sealed-file-name not = ledger-file-name
                   move "Y" to break-found
                   string "archive on the index is missing (status "
                       sealed-file-status ")"
                       delimited by size into break-text
                   perform file-broken-para
               else
                   compute files-absent = files-absent + 1
                   move spaces to seal-line
                   string "      not on file (status "
                       sealed-file-status ") -- nothing to verify"
                       delimited by size into seal-line
                   perform echo-line-para
               end-if
               exit paragraph
           end-if

           compute files-walked = files-walked + 1
           move "N" to sealed-eof
           perform until sealed-at-eof or file-is-broken
               read sealed-file into sealed-line
                   at end
                       move "Y" to sealed-eof
                   not at end
                       compute file-lines = file-lines + 1
                       perform check-line-para
               end-read
           end-perform
           close sealed-file

           if file-is-broken
               perform file-broken-para
           else
               compute files-intact = files-intact + 1
               move file-lines to linesP
               move legacy-lines to legacyP
               move verified-lines to verifiedP
               move spaces to seal-line
               string "      intact: " function trim(linesP)
                   " lines, " function trim(verifiedP)
                   " verified, " function trim(legacyP)
                   " from before the chain"
                   delimited by size into seal-line
               perform echo-line-para
           end-if.

      *    One line against the chain: its own check value must be
      *    the one recomputed from the line before.
       check-line-para.
           if kind-is-ledger
               move sealed-line to ledger-record
               move sealed-line(86:10) to line-chain
               move 84 to hsh-length
               move ledger-record(1:84) to hsh-text
           else
               move sealed-line to journal-record
               move sealed-line(182:10) to line-chain
               move 180 to hsh-length
               move jrn-text to hsh-text
           end-if

           if line-chain = spaces
               if chain-has-begun
                   move "Y" to break-found
                   move file-lines to linesP
                   string "line " function trim(linesP)
                       " carries no check value after the chain "
                       "began" delimited by size into break-text
               else
                   compute legacy-lines = legacy-lines + 1
               end-if
               exit paragraph
           end-if
           if line-chain is not numeric
               move "Y" to break-found
               move file-lines to linesP
               string "line " function trim(linesP)
                   " check value is damaged: '" line-chain "'"
                   delimited by size into break-text
               exit paragraph
           end-if

           move "Y" to chain-began
           move line-chain to chain-value
           move expected-chain to hsh-prev
           move return-code to seal-rc-hold
           call 'mkhash' using hash-parm
           move seal-rc-hold to return-code
           if hsh-value not = chain-value
               move "Y" to break-found
               move file-lines to linesP
               string "line " function trim(linesP)
                   " check value " chain-value ", expected "
                   hsh-value delimited by size into break-text
               exit paragraph
           end-if
           move chain-value to expected-chain
           compute verified-lines = verified-lines + 1.

      *    The break on the report and the alert file.
       file-broken-para.
           compute files-broken = files-broken + 1
           move spaces to seal-line
           string "      BROKEN: " function trim(break-text)
               delimited by size into seal-line
           perform echo-line-para
           move spaces to alert-text
           string "seal broken: " function trim(sealed-file-name)
               delimited by size into alert-text
           perform raise-alert-para
           if return-code < 8
               move 8 to return-code
           end-if.

      *----------------------------------------------------------
      *    The authorized rewrites, as the journal records them.
      *----------------------------------------------------------
       list-reseals-para.
           move spaces to seal-line
           write fd-seal-line from seal-line
           move "  Re-seals on the journal:" to seal-line
           perform echo-line-para
           move journal-file-name to sealed-file-name
           open input sealed-file
           if sealed-file-status = "00"
               move "N" to sealed-eof
               perform until sealed-at-eof
                   read sealed-file into journal-record
                       at end
                           move "Y" to sealed-eof
                       not at end
                           perform note-reseal-para
                   end-read
               end-perform
               close sealed-file
           end-if
           if reseals-listed = 0
               move "    (none)" to seal-line
               perform echo-line-para
           end-if.

       note-reseal-para.
           move zero to reseal-hits
           inspect jrn-text tallying reseal-hits for all "sealed "
           if reseal-hits = zero
               exit paragraph
           end-if
           compute reseals-listed = reseals-listed + 1
           move spaces to seal-line
           string "    " jrn-text delimited by size into seal-line
           perform echo-line-para.

       write-summary-para.
           move spaces to seal-line
           write fd-seal-line from seal-line
           move files-walked to cntP
           move "  Files walked" to seal-line
           perform summary-line-para
           move files-intact to cntP
           move "  Files intact" to seal-line
           perform summary-line-para
           move files-broken to cntP
           move "  Files broken" to seal-line
           perform summary-line-para
           move files-absent to cntP
           move "  Files not on disk" to seal-line
           perform summary-line-para
           move reseals-listed to cntP
           move "  Re-seals on the journal" to seal-line
           perform summary-line-para.

      *    Label already in SEAL-LINE, count in CNTP.
       summary-line-para.
           move cntP to seal-line(34:10)
           display seal-line(1:43)
           write fd-seal-line from seal-line.

       echo-line-para.
           display function trim(seal-line trailing)
           write fd-seal-line from seal-line.

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
           move 8 to alr-severity
           move run-date to alr-date
           move "mkseal" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file.
