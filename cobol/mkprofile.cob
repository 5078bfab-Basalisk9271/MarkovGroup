       identification division.
       program-id.
       mkprofile.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Number-theoretic profile of the lifetime catalog. Every
      *    catalogued value is factored by trial division and
      *    profiled on one line of data/markov-profile.dat:
      *
      *      - PRIME, COMPOSITE, or UNIT (the value 1);
      *      - its factorization, e.g. 2*5*61 or 13^2;
      *      - its residues mod 3, mod 4 and mod 8;
      *      - whether every odd prime factor is 1 mod 4.
      *
      *    Each line is also checked against the properties every
      *    Markov number is known to have -- an independent line
      *    of defense beside mkaudit's proof of the stored triple:
      *
      *      - every odd prime factor is 1 mod 4;
      *      - the value is not a multiple of 3;
      *      - an odd value is 1 mod 4;
      *      - an even value is 2 mod 8 (in fact 2 mod 32).
      *
      *    A value that breaks any of them is marked SUSPECT on
      *    its line and written to the alert file at severity 08
      *    (source mkprofile), and the job ends with condition
      *    code 8. The report closes with summary counts -- the
      *    statistical page the research group asks for.
      *    Value 0, the degenerate (0,0,0) solution any range from
      *    0 posts, is listed on a line of its own and is neither
      *    profiled nor checked.
      *
      *        mkprofile
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select markov-catalog assign dynamic catalog-file-name
               organization is indexed
               access mode is dynamic
               record key is cat-value
               file status is catalog-file-status.

           select profile-file assign dynamic profile-file-name
               organization is line sequential
               file status is profile-file-status.

      *    Persistent operator alert file, shared with markov.
           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  markov-catalog.
           copy "catrecord.cpy".

       fd  profile-file.
       01  fd-profile-line pic x(132).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "alert.cpy".
           01 catalog-file-name pic x(100)
                value "data/markov-catalog.dat".
           01 catalog-file-status pic x(2).
           01 catalog-eof pic x value "N".
              88 catalog-at-eof value "Y".
           01 profile-file-name pic x(100)
                value "data/markov-profile.dat".
           01 profile-file-status pic x(2).
           01 profile-line pic x(132).
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 alert-text pic x(60).

           01 run-date pic x(8).

      *    The value under profile and its trial division. The
      *    divisor never passes the square root of what is left,
      *    so a 12-digit value needs at most a million trials.
           01 prof-value usage is binary-double unsigned.
           01 rest-value usage is binary-double unsigned.
           01 trial-div usage is binary-double unsigned.
           01 trial-quot usage is binary-double unsigned.
           01 trial-rem usage is binary-double unsigned.
           01 factor-power usage is binary-long unsigned.
           01 factor-count usage is binary-long unsigned.
           01 prime-factor usage is binary-double unsigned.

           01 res-3 pic 9.
           01 res-4 pic 9.
           01 res-8 pic 9.
           01 value-class pic x(9).
           01 all-one-mod-4 pic x value "Y".
              88 odd-factors-ok value "Y".

      *    The factorization as printed, built with a pointer.
           01 factor-text pic x(50).
           01 factor-ptr usage is binary-long unsigned.
           01 factor-over pic x value "N".
              88 factor-text-full value "Y".

           01 suspect-flag pic x value "N".
              88 value-suspect value "Y".
           01 suspect-reason pic x(30).

           01 values-profiled usage is binary-long unsigned value 0.
           01 unit-count usage is binary-long unsigned value 0.
           01 prime-count usage is binary-long unsigned value 0.
           01 composite-count usage is binary-long unsigned value 0.
           01 odd-count usage is binary-long unsigned value 0.
           01 even-count usage is binary-long unsigned value 0.
           01 all-one-count usage is binary-long unsigned value 0.
           01 suspect-count usage is binary-long unsigned value 0.
           01 res-3-counts.
               05 res-3-count occurs 3 times
                   usage is binary-long unsigned.
           01 res-4-counts.
               05 res-4-count occurs 4 times
                   usage is binary-long unsigned.
           01 res-8-counts.
               05 res-8-count occurs 8 times
                   usage is binary-long unsigned.
           01 res-idx usage is binary-long unsigned.
           01 res-digit pic 9.

      * Formatting Variables
           01 valP pic z(11)9.
           01 facP pic z(11)9.
           01 powP pic z(3)9.
           01 cntP pic z(9)9.

       procedure division.

       main-para.

           move function current-date(1:8) to run-date
           initialize res-3-counts res-4-counts res-8-counts

           open input markov-catalog
           if catalog-file-status not = "00"
               display "Error: cannot open "
                   function trim(catalog-file-name)
                   " (status " catalog-file-status ")"
               move 12 to return-code
               stop run
           end-if

           open output profile-file
           if profile-file-status not = "00"
               display "Error: cannot open "
                   function trim(profile-file-name)
                   " (status " profile-file-status ")"
               move 12 to return-code
               stop run
           end-if

           move spaces to profile-line
           string "PROFILE -- run date " run-date
               " -- lifetime catalog"
               delimited by size into profile-line
           write fd-profile-line from profile-line
           move spaces to profile-line
           string "       VALUE CLASS     MOD3 MOD4 MOD8 ODD1MOD4"
               " FACTORIZATION"
               delimited by size into profile-line
           write fd-profile-line from profile-line
           display "===== Catalog number-theoretic profile ====="

           move zero to cat-value
           start markov-catalog key is not less than cat-value
               invalid key
                   move "Y" to catalog-eof
           end-start
           perform until catalog-at-eof
               read markov-catalog next record
                   at end
                       move "Y" to catalog-eof
                   not at end
                       perform profile-one-value-para
               end-read
           end-perform

           perform write-summary-para

           if suspect-count > 0
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if

           close markov-catalog
           close profile-file

           stop run.

      *----------------------------------------------------------
      *    One catalog value: residues, factorization, checks,
      *    and its line on the profile.
      *----------------------------------------------------------
       profile-one-value-para.
           if cat-value = 0
               move cat-value to valP
               move spaces to profile-line
               string valP " DEGENERATE  the (0,0,0) solution --"
                   " not profiled"
                   delimited by size into profile-line
               write fd-profile-line from profile-line
               exit paragraph
           end-if
           compute values-profiled = values-profiled + 1
           move cat-value to prof-value
           move "N" to suspect-flag
           move spaces to suspect-reason

           compute res-3 = function mod(prof-value, 3)
           compute res-4 = function mod(prof-value, 4)
           compute res-8 = function mod(prof-value, 8)
           compute res-idx = res-3 + 1
           compute res-3-count(res-idx) = res-3-count(res-idx) + 1
           compute res-idx = res-4 + 1
           compute res-4-count(res-idx) = res-4-count(res-idx) + 1
           compute res-idx = res-8 + 1
           compute res-8-count(res-idx) = res-8-count(res-idx) + 1
           if res-4 = 1 or res-4 = 3
               compute odd-count = odd-count + 1
           else
               compute even-count = even-count + 1
           end-if

           perform factor-value-para

           if odd-factors-ok
               compute all-one-count = all-one-count + 1
           end-if

      *    The checks, first failure named.
           evaluate true
               when not odd-factors-ok
                   move "Y" to suspect-flag
                   move "ODD PRIME FACTOR 3 MOD 4"
                       to suspect-reason
               when res-3 = 0
                   move "Y" to suspect-flag
                   move "MULTIPLE OF 3" to suspect-reason
               when res-4 = 3
                   move "Y" to suspect-flag
                   move "ODD VALUE NOT 1 MOD 4" to suspect-reason
               when (res-4 = 0 or res-4 = 2) and res-8 not = 2
                   move "Y" to suspect-flag
                   move "EVEN VALUE NOT 2 MOD 8" to suspect-reason
           end-evaluate

           move prof-value to valP
           move spaces to profile-line
           string valP " " value-class " " res-3 "    " res-4
               "    " res-8 "    " all-one-mod-4 "        "
               factor-text
               delimited by size into profile-line
           if value-suspect
               move "SUSPECT" to profile-line(99:7)
               move suspect-reason(1:26) to profile-line(107:26)
               perform suspect-para
           end-if
           write fd-profile-line from profile-line.

      *----------------------------------------------------------
      *    Trial division: 2 first, then odd divisors up to the
      *    square root of what remains; anything left over is a
      *    prime factor in its own right.
      *----------------------------------------------------------
       factor-value-para.
           move spaces to factor-text
           move 1 to factor-ptr
           move "N" to factor-over
           move "Y" to all-one-mod-4
           move zero to factor-count
           move prof-value to rest-value

           if prof-value < 2
               move prof-value to valP
               move function trim(valP) to factor-text
               if prof-value = 1
                   move "UNIT" to value-class
                   compute unit-count = unit-count + 1
               else
                   move "ZERO" to value-class
               end-if
               exit paragraph
           end-if

           move 2 to trial-div
           perform divide-out-para
           move 3 to trial-div
           perform until trial-div * trial-div > rest-value
               perform divide-out-para
               compute trial-div = trial-div + 2
           end-perform
           if rest-value > 1
               move rest-value to trial-div
               perform divide-out-para
           end-if
      *    No 12-digit value has that many factors, but a cut-off
      *    factorization should say so rather than read as whole.
           if factor-text-full
               move "..." to factor-text(48:3)
           end-if

           if factor-count = 1
               move "PRIME" to value-class
               compute prime-count = prime-count + 1
           else
               move "COMPOSITE" to value-class
               compute composite-count = composite-count + 1
           end-if.

      *    Take every power of TRIAL-DIV out of what remains and,
      *    if there was one, add it to the printed factorization.
      *    FACTOR-COUNT counts prime factors with multiplicity.
       divide-out-para.
           move zero to factor-power
           divide rest-value by trial-div giving trial-quot
               remainder trial-rem
           perform until trial-rem not = 0
               move trial-quot to rest-value
               compute factor-power = factor-power + 1
               divide rest-value by trial-div giving trial-quot
                   remainder trial-rem
           end-perform
           if factor-power = 0
               exit paragraph
           end-if
           compute factor-count = factor-count + factor-power
           move trial-div to prime-factor
           if prime-factor > 2
               and function mod(prime-factor, 4) not = 1
               move "N" to all-one-mod-4
           end-if
           if factor-ptr > 1
               string "*" delimited by size into factor-text
                   with pointer factor-ptr
                   on overflow
                       move "Y" to factor-over
               end-string
           end-if
           move prime-factor to facP
           string function trim(facP) delimited by size
               into factor-text with pointer factor-ptr
               on overflow
                   move "Y" to factor-over
           end-string
           if factor-power > 1
               move factor-power to powP
               string "^" function trim(powP) delimited by size
                   into factor-text with pointer factor-ptr
                   on overflow
                       move "Y" to factor-over
               end-string
           end-if.

      *----------------------------------------------------------
      *    A value no Markov number could be: console, alert file
      *    at severity 08.
      *----------------------------------------------------------
       suspect-para.
           compute suspect-count = suspect-count + 1
           display "  SUSPECT: value " function trim(valP) " -- "
               function trim(suspect-reason)
           move spaces to alert-text
           string "Catalog value " function trim(valP) " suspect: "
               function trim(suspect-reason)
               delimited by size into alert-text
           perform raise-alert-para.

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
           move "mkprofile" to alr-source
           move alert-text to alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file.

      *----------------------------------------------------------
      *    Close the profile with its summary counts.
      *----------------------------------------------------------
       write-summary-para.
           move spaces to profile-line
           write fd-profile-line from profile-line
           move values-profiled to cntP
           move "  Values profiled" to profile-line
           perform summary-line-para
           move unit-count to cntP
           move "  Unit (1)" to profile-line
           perform summary-line-para
           move prime-count to cntP
           move "  Prime" to profile-line
           perform summary-line-para
           move composite-count to cntP
           move "  Composite" to profile-line
           perform summary-line-para
           move odd-count to cntP
           move "  Odd" to profile-line
           perform summary-line-para
           move even-count to cntP
           move "  Even" to profile-line
           perform summary-line-para
           move all-one-count to cntP
           move "  Odd prime factors all 1 mod 4" to profile-line
           perform summary-line-para
           perform varying res-idx from 1 by 1 until res-idx > 3
               move res-3-count(res-idx) to cntP
               compute res-digit = res-idx - 1
               move spaces to profile-line
               string "  Residue " res-digit " mod 3"
                   delimited by size into profile-line
               perform summary-line-para
           end-perform
           perform varying res-idx from 1 by 1 until res-idx > 4
               move res-4-count(res-idx) to cntP
               compute res-digit = res-idx - 1
               move spaces to profile-line
               string "  Residue " res-digit " mod 4"
                   delimited by size into profile-line
               perform summary-line-para
           end-perform
           perform varying res-idx from 1 by 1 until res-idx > 8
               move res-8-count(res-idx) to cntP
               compute res-digit = res-idx - 1
               move spaces to profile-line
               string "  Residue " res-digit " mod 8"
                   delimited by size into profile-line
               perform summary-line-para
           end-perform
           move suspect-count to cntP
           move "  Suspect values" to profile-line
           perform summary-line-para

           move spaces to profile-line
           if suspect-count = 0
               string "  PROFILE CLEAN" delimited by size
                   into profile-line
           else
               string "  PROFILE HAS SUSPECTS" delimited by size
                   into profile-line
           end-if
           write fd-profile-line from profile-line.

      *    Label already in PROFILE-LINE, count in CNTP.
       summary-line-para.
           move cntP to profile-line(34:10)
           display profile-line(1:43)
           write fd-profile-line from profile-line.
