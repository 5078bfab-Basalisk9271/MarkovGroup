       identification division.
       program-id.
       mkcertify.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Completeness certification. The shop claims the lifetime
      *    catalog holds every Markov number in the ranges it has
      *    posted; this job puts that claim against an externally
      *    published reference list of known Markov numbers, one
      *    value per line.
      *
      *    Each reference value is looked up on the coverage map
      *    mkcover builds from the ledger and its archives
      *    (data/markov-coverage.dat). A value outside every
      *    covered interval says nothing about the shop's work and
      *    is only counted. A value inside one must be on the
      *    catalog; one that is not is a MISSED discovery -- a
      *    posted range that cannot be trusted as complete. Each
      *    miss is listed, written to the alert file at severity
      *    08 (source mkcertify), and ends the job with condition
      *    code 8.
      *
      *        mkcertify <reference-file>
      *
      *    Run mkcover first: no coverage map is condition code 12.
      *    Reference lines that are blank are skipped; lines that
      *    are not a plain number are listed and counted, and are
      *    worth condition code 4 -- the certificate is only as
      *    good as the list it was checked against.
      *
      *    Results go to the console and data/markov-certify.dat.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select markov-catalog assign dynamic catalog-file-name
               organization is indexed
               access mode is dynamic
               record key is cat-value
               file status is catalog-file-status.

           select coverage-file assign dynamic coverage-file-name
               organization is line sequential
               file status is coverage-file-status.

           select reference-file assign dynamic reference-file-name
               organization is line sequential
               file status is reference-file-status.

           select certify-file assign dynamic certify-file-name
               organization is line sequential
               file status is certify-file-status.

      *    Persistent operator alert file, shared with markov.
           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  markov-catalog.
           copy "catrecord.cpy".

       fd  coverage-file.
       01  fd-coverage-line pic x(80).

       fd  reference-file.
       01  fd-reference-line pic x(80).

       fd  certify-file.
       01  fd-certify-line pic x(132).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "coverage.cpy".
           copy "alert.cpy".
           01 catalog-file-name pic x(100)
                value "data/markov-catalog.dat".
           01 catalog-file-status pic x(2).
           01 coverage-file-name pic x(100)
                value "data/markov-coverage.dat".
           01 coverage-file-status pic x(2).
           01 coverage-eof pic x value "N".
              88 coverage-at-eof value "Y".
           01 reference-file-name pic x(100).
           01 reference-file-status pic x(2).
           01 reference-eof pic x value "N".
              88 reference-at-eof value "Y".
           01 reference-line pic x(80).
           01 certify-file-name pic x(100)
                value "data/markov-certify.dat".
           01 certify-file-status pic x(2).
           01 certify-line pic x(132).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).

           01 cmdline pic x(120).
           01 arg1 pic x(100).
           01 run-date pic x(8).

      *    The coverage map, ascending and disjoint as mkcover
      *    writes it, searched by halving.
           01 cvg-count usage is binary-long unsigned value 0.
           01 cvg-max usage is binary-long unsigned value 10000.
           01 cvg-table.
              05 cvg-entry occurs 10000 times.
                 10 cv-lower usage is binary-double unsigned.
                 10 cv-upper usage is binary-double unsigned.
           01 cv-lo usage is binary-long unsigned.
           01 cv-hi usage is binary-long unsigned.
           01 cv-mid usage is binary-long unsigned.
           01 covered-flag pic x value "N".
              88 value-covered value "Y".
           01 highest-covered usage is binary-double unsigned
                value 0.

           01 ref-text pic x(80).
           01 ref-value usage is binary-double unsigned.

           01 ref-lines usage is binary-long unsigned value 0.
           01 ref-bad usage is binary-long unsigned value 0.
           01 ref-outside usage is binary-long unsigned value 0.
           01 ref-covered usage is binary-long unsigned value 0.
           01 ref-found usage is binary-long unsigned value 0.
           01 ref-missed usage is binary-long unsigned value 0.

      * Formatting Variables
           01 valP pic z(13)9.
           01 cntP pic z(9)9.

       procedure division.

       main-para.

           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space into arg1.
           if arg1 = spaces
               display "Usage: mkcertify <reference-file>"
               move 12 to return-code
               stop run
           end-if
           move arg1 to reference-file-name
           move function current-date(1:8) to run-date

           perform load-coverage-para

           open input reference-file
           if reference-file-status not = "00"
               display "Error: cannot open "
                   function trim(reference-file-name)
                   " (status " reference-file-status ")"
               move 12 to return-code
               stop run
           end-if

           open input markov-catalog
           if catalog-file-status not = "00"
               display "Error: cannot open "
                   function trim(catalog-file-name)
                   " (status " catalog-file-status ")"
               move 12 to return-code
               stop run
           end-if

           open extend certify-file
           if certify-file-status = "35"
               open output certify-file
           end-if
           if certify-file-status not = "00"
               display "Error: cannot open "
                   function trim(certify-file-name)
                   " (status " certify-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to certify-line
           string "CERTIFY -- run date " run-date " -- reference "
               function trim(reference-file-name)
               delimited by size into certify-line
           perform certify-line-para

           perform until reference-at-eof
               read reference-file into reference-line
                   at end
                       move "Y" to reference-eof
                   not at end
                       perform check-reference-para
               end-read
           end-perform

           perform write-summary-para

           if ref-missed > 0
               if return-code < 8
                   move 8 to return-code
               end-if
           else
               if ref-bad > 0
                   if return-code < 4
                       move 4 to return-code
                   end-if
               end-if
           end-if

           close reference-file
           close markov-catalog
           close certify-file

           stop run.

      *----------------------------------------------------------
      *    The coverage map into its table. No map means mkcover
      *    has not run, and there is nothing to certify against.
      *----------------------------------------------------------
       load-coverage-para.
           open input coverage-file
           if coverage-file-status not = "00"
               display "Error: cannot open "
                   function trim(coverage-file-name)
                   " (status " coverage-file-status ")"
                   " -- run mkcover first"
               move 12 to return-code
               stop run
           end-if
           perform until coverage-at-eof
               read coverage-file into coverage-record
                   at end
                       move "Y" to coverage-eof
                   not at end
                       if cvg-count >= cvg-max
                           display "Error: more than " cvg-max
                               " coverage intervals -- raise CVG-MAX"
                           move 12 to return-code
                           stop run
                       end-if
                       compute cvg-count = cvg-count + 1
                       move cvg-lower to cv-lower(cvg-count)
                       move cvg-upper to cv-upper(cvg-count)
                       if cvg-upper > highest-covered
                           move cvg-upper to highest-covered
                       end-if
               end-read
           end-perform
           close coverage-file.

      *----------------------------------------------------------
      *    One reference line: covered? on the catalog?
      *----------------------------------------------------------
       check-reference-para.
           move function trim(reference-line) to ref-text
           if ref-text = spaces
               exit paragraph
           end-if
           compute ref-lines = ref-lines + 1
           if function test-numval(ref-text) not = 0
               or function length(function trim(ref-text)) > 18
               compute ref-bad = ref-bad + 1
               display "  NOT A NUMBER: '" function trim(ref-text) "'"
               move spaces to certify-line
               string "  NOT A NUMBER " ref-text
                   delimited by size into certify-line
               write fd-certify-line from certify-line
               exit paragraph
           end-if
           move function numval(ref-text) to ref-value

           perform find-coverage-para
           if not value-covered
               compute ref-outside = ref-outside + 1
               exit paragraph
           end-if
           compute ref-covered = ref-covered + 1

           move ref-value to cat-value
           read markov-catalog key is cat-value
               invalid key
                   perform missed-para
               not invalid key
                   compute ref-found = ref-found + 1
           end-read.

      *    Binary search of the map for REF-VALUE.
       find-coverage-para.
           move "N" to covered-flag
           if cvg-count = 0 or ref-value > highest-covered
               exit paragraph
           end-if
           move 1 to cv-lo
           move cvg-count to cv-hi
           perform until cv-lo > cv-hi or value-covered
               compute cv-mid = (cv-lo + cv-hi) / 2
               if ref-value < cv-lower(cv-mid)
                   if cv-mid = 1
                       move 0 to cv-hi
                   else
                       compute cv-hi = cv-mid - 1
                   end-if
               else
                   if ref-value > cv-upper(cv-mid)
                       compute cv-lo = cv-mid + 1
                   else
                       move "Y" to covered-flag
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------
      *    A known Markov number inside a posted range that the
      *    catalog never got.
      *----------------------------------------------------------
       missed-para.
           compute ref-missed = ref-missed + 1
           move ref-value to valP
           display "  MISSED DISCOVERY: " function trim(valP)
               " is inside a covered range but not on the catalog"
           move spaces to certify-line
           string "  MISSED DISCOVERY " valP
               delimited by size into certify-line
           write fd-certify-line from certify-line

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
           move spaces to alert-text
           string "Missed discovery " function trim(valP)
               " in a covered range" delimited by size
               into alert-text
           move "O" to alr-status
           move 8 to alr-severity
           move run-date to alr-date
           move "mkcertify" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file.

      *----------------------------------------------------------
      *    Close the certification with its control totals and
      *    the verdict.
      *----------------------------------------------------------
       write-summary-para.
           move ref-lines to cntP
           move "  Reference values read" to certify-line
           perform summary-line-para
           move ref-bad to cntP
           move "  Not a number" to certify-line
           perform summary-line-para
           move ref-outside to cntP
           move "  Outside covered ranges" to certify-line
           perform summary-line-para
           move ref-covered to cntP
           move "  Inside covered ranges" to certify-line
           perform summary-line-para
           move ref-found to cntP
           move "  On the catalog" to certify-line
           perform summary-line-para
           move ref-missed to cntP
           move "  Missed discoveries" to certify-line
           perform summary-line-para

           move spaces to certify-line
           if ref-missed = 0
               string "  CERTIFIED -- every reference value in the "
                   "covered ranges is on the catalog"
                   delimited by size into certify-line
           else
               string "  NOT CERTIFIED -- covered ranges are missing "
                   "known Markov numbers"
                   delimited by size into certify-line
           end-if
           perform certify-line-para.

      *    Label already in CERTIFY-LINE, count in CNTP.
       summary-line-para.
           move cntP to certify-line(34:10)
           perform certify-line-para.

       certify-line-para.
           display function trim(certify-line trailing)
           write fd-certify-line from certify-line.
