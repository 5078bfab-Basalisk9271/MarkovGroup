      *        0  leave
      *
      *    The console asks for an operator ID at sign-on; the
      *    CORRECT action requires one authorized for CORRECT on
      *    the operator authority file (mkauth) and lands on the
      *    intervention journal exactly as the batch mode does. A
      *    refused attempt lands there too, and on the alert file.
      *----------------------------------------------------------

       environment division.
               organization is line sequential
               file status is registry-file-status.

      *    The batch's single-instance run lock -- the console only
      *    reads it, to refuse a suspense rewrite while a run that
      *    may also rewrite the file is active.
               organization is line sequential
               file status is lock-file-status.

      *    Persistent operator alert file, shared with markov.
           select alert-file assign dynamic alert-file-name
               organization is line sequential
               file status is alert-file-status.

       data division.
       file section.
       fd  markov-master.
           copy "catrecord.cpy".

       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  exception-file.
       01  fd-exception-line pic x(220).

       fd  registry-file.
       01  fd-registry-line pic x(80).

       fd  lock-file.
       01  fd-lock-line pic x(80).

       fd  alert-file.
       01  fd-alert-line pic x(132).

       working-storage section.
           copy "ledger.cpy".
           copy "suspense.cpy".
           01 registry-file-status pic x(2).
           01 registry-eof pic x value "N".
              88 registry-at-eof value "Y".
           copy "jrnparm.cpy".
           01 journal-text pic x(100).
           copy "alert.cpy".
           01 alert-file-name pic x(100)
                value "data/markov-alerts.dat".
           01 alert-file-status pic x(2).
           01 lock-file-name pic x(100)
                value "data/markov-runlock.dat".
           01 lock-file-status pic x(2).

           01 run-date pic x(8).
           01 operator-id pic x(8) value spaces.
           copy "authparm.cpy".
           01 menu-choice pic x(2).
           01 console-done pic x value "N".
              88 leaving value "Y".
           01 suspense-max usage is binary-long unsigned
                value 500.
           01 suspense-table.
              05 suspense-line occurs 500 times pic x(220).
           01 sx usage is binary-long unsigned.
           01 suspense-eof pic x value "N".
              88 suspense-at-eof value "Y".

      *----------------------------------------------------------
      *    5: CORRECT from the screen -- same rules as the batch
      *    mode: the entry must be open and not a range request
      *    turned away at intake, the correction must itself
      *    validate, and the action lands on the journal under
      *    the operator's name.
      *----------------------------------------------------------
       correct-entry-para.
           if operator-id = spaces
                   "sign on"
               exit paragraph
           end-if
           move operator-id to auth-operator
           move "CORRECT" to auth-mode
           call 'mkauth' using auth-parm
           if not auth-granted
               perform refuse-correct-para
               exit paragraph
           end-if
           perform load-suspense-para
           if suspense-count = 0
               display "  No suspense entries on file"
                   sus-status ")"
               exit paragraph
           end-if
           if sus-from-intake or sus-requestor not = spaces
               display "  Entry is a range request from "
                   function trim(sus-requestor)
                   " turned away at intake -- resubmit it "
                   "through mkintake INTAKE"
               exit paragraph
           end-if
           display "Corrected lower: " with no advancing
           accept fix-lower-text
           display "Corrected upper: " with no advancing
               " -- will reprocess as "
               function trim(sus-fix-lower) " to "
               function trim(sus-fix-upper)
           move spaces to journal-text
           string "corrected suspense entry "
               function trim(sxP) " to "
               function trim(sus-fix-lower) " - "
               function trim(sus-fix-upper)
               delimited by size into journal-text
           perform write-journal-para.

      *    Not authorized: say so, and leave the attempt on the
      *    journal and the alert file.
       refuse-correct-para.
           display "  CORRECT refused -- " function trim(auth-reason)
           move spaces to journal-text
           string "REFUSED: " function trim(auth-reason)
               delimited by size into journal-text
           perform write-journal-para
           open extend alert-file
           if alert-file-status = "35"
               open output alert-file
           end-if
           if alert-file-status not = "00"
               display "  Cannot open "
                   function trim(alert-file-name)
                   " (status " alert-file-status ")"
               exit paragraph
           end-if
           move "O" to alr-status
           move 8 to alr-severity
           move run-date to alr-date
           move "correct-entry-para" to alr-source
           move spaces to alr-text
           string "CONSOLE CORRECT refused: "
               function trim(auth-reason)
               delimited by size into alr-text
           move spaces to alr-ack-oper
           move spaces to alr-ack-date
           write fd-alert-line from alert-record
           close alert-file.

      *----------------------------------------------------------
      *    6: the named-range registry, as it stands.
      *----------------------------------------------------------

      *----------------------------------------------------------
      *    The same journal line the batch's mutating modes
      *    write: when, who, what, sealed onto the journal's check
      *    chain by mkjrnl. The caller sets JOURNAL-TEXT.
      *----------------------------------------------------------
       write-journal-para.
           move spaces to jrn-line-text
           string function current-date(1:14) " " operator-id
               " CONSOLE    " function trim(journal-text)
               delimited by size into jrn-line-text
           call 'mkjrnl' using jrn-parm
           if jrn-write-status not = "00"
               display "  Cannot write data/markov-journal.dat"
                   " (status " jrn-write-status ")"
           end-if.
