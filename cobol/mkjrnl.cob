       identification division.
       program-id.
       mkjrnl.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    The one writer of the intervention journal
      *    (data/markov-journal.dat), CALLed by every program that
      *    records an operator action or an authorized rewrite:
      *
      *        call 'mkjrnl' using jrn-parm    (JRNPARM.CPY)
      *
      *    The journal is read to its end for the last line's
      *    check value, the new line is sealed from it (mkhash)
      *    and appended. A line edited, removed or slipped in by
      *    hand breaks the chain from there on, and mkseal says
      *    where.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select journal-file assign dynamic journal-file-name
               organization is line sequential
               file status is journal-file-status.

       data division.
       file section.
       fd  journal-file.
       01  fd-journal-line pic x(200).

       working-storage section.
           copy "journal.cpy".
           copy "hashparm.cpy".
           01 journal-file-name pic x(100)
                value "data/markov-journal.dat".
           01 journal-file-status pic x(2).
           01 journal-eof pic x value "N".
              88 journal-at-eof value "Y".
           01 last-chain pic 9(10).

       linkage section.
           copy "jrnparm.cpy".

       procedure division using jrn-parm.

       main-para.
           move zero to last-chain
           open input journal-file
           if journal-file-status = "00"
               move "N" to journal-eof
               perform until journal-at-eof
                   read journal-file into journal-record
                       at end
                           move "Y" to journal-eof
                       not at end
                           if jrn-chain is numeric
                               move jrn-chain to last-chain
                           end-if
                   end-read
               end-perform
               close journal-file
           end-if

           move jrn-line-text to jrn-text
           move last-chain to hsh-prev
           move 180 to hsh-length
           move jrn-text to hsh-text
           call 'mkhash' using hash-parm
           move hsh-value to jrn-chain

           open extend journal-file
           if journal-file-status = "35"
               open output journal-file
           end-if
           move journal-file-status to jrn-write-status
           if journal-file-status not = "00"
               goback
           end-if
           write fd-journal-line from journal-record
           move journal-file-status to jrn-write-status
           close journal-file
           goback.
