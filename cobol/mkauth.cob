       identification division.
       program-id.
       mkauth.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Operator-authority check, CALLed by every program that
      *    lets an operator change shared data:
      *
      *        call 'mkauth' using auth-parm    (AUTHPARM.CPY)
      *
      *    The authority file (ctlfiles/authority.tbl, layout
      *    AUTHORITY.CPY) is read on the first call and held for
      *    the rest of the run. An operator is authorized for a
      *    mode when its line is active (A) and lists the mode, or
      *    ALL. Anything else is refused with a reason -- and with
      *    no authority file at all, everything is refused.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select authority-file assign dynamic authority-file-name
               organization is line sequential
               file status is authority-file-status.

       data division.
       file section.
       fd  authority-file.
       01  fd-authority-line pic x(132).

       working-storage section.
           copy "authority.cpy".
           01 authority-file-name pic x(100)
                value "ctlfiles/authority.tbl".
           01 authority-file-status pic x(2).
           01 authority-eof pic x value "N".
              88 authority-at-eof value "Y".
           01 authority-loaded pic x value "N".
              88 authority-is-loaded value "Y".
           01 authority-missing pic x value "N".
              88 authority-not-on-file value "Y".

           01 aut-count usage is binary-long unsigned value 0.
           01 aut-max usage is binary-long unsigned value 200.
           01 aut-table.
              05 aut-entry occurs 200 times.
                 10 at-operator pic x(8).
                 10 at-status pic x(1).
                 10 at-modes pic x(60).
           01 ax usage is binary-long unsigned.
           01 aut-found pic x value "N".
              88 operator-on-file value "Y".

      *    The mode as a space-bounded word, looked for in the
      *    space-bounded mode list.
           01 mode-word pic x(12).
           01 mode-word-len usage is binary-long unsigned.
           01 mode-list pic x(62).
           01 mode-hits usage is binary-long unsigned.

       linkage section.
           copy "authparm.cpy".

       procedure division using auth-parm.

       main-para.
           if not authority-is-loaded
               perform load-authority-para
           end-if
           move "N" to auth-result
           move spaces to auth-reason

           if authority-not-on-file
               move "no operator authority file" to auth-reason
               goback
           end-if
           if auth-operator = spaces
               move "no operator ID" to auth-reason
               goback
           end-if

           move "N" to aut-found
           perform varying ax from 1 by 1
                   until ax > aut-count or operator-on-file
               if at-operator(ax) = auth-operator
                   move "Y" to aut-found
               end-if
           end-perform
           if not operator-on-file
               string function trim(auth-operator)
                   " not on the authority file"
                   delimited by size into auth-reason
               goback
           end-if
           compute ax = ax - 1
           if at-status(ax) not = "A"
               string function trim(auth-operator) " is revoked"
                   delimited by size into auth-reason
               goback
           end-if

           if function trim(at-modes(ax)) = "ALL"
               move "Y" to auth-result
               goback
           end-if
           move spaces to mode-word
           string " " function trim(auth-mode) " "
               delimited by size into mode-word
           compute mode-word-len =
               function length(function trim(auth-mode)) + 2
           move spaces to mode-list
           move at-modes(ax) to mode-list(2:60)
           move 0 to mode-hits
           inspect mode-list tallying mode-hits
               for all mode-word(1:mode-word-len)
           if mode-hits > 0
               move "Y" to auth-result
           else
               string function trim(auth-operator)
                   " not authorized for " function trim(auth-mode)
                   delimited by size into auth-reason
           end-if

           goback.

      *----------------------------------------------------------
      *    The authority file into its table, once per run.
      *----------------------------------------------------------
       load-authority-para.
           move "Y" to authority-loaded
           open input authority-file
           if authority-file-status not = "00"
               move "Y" to authority-missing
               display "  No operator authority file "
                   function trim(authority-file-name)
                   " (status " authority-file-status
                   ") -- nothing is authorized"
               exit paragraph
           end-if
           perform until authority-at-eof
               read authority-file into authority-record
                   at end
                       move "Y" to authority-eof
                   not at end
                       if authority-record not = spaces
                           and aut-operator(1:1) not = "*"
                           perform take-operator-para
                       end-if
               end-read
           end-perform
           close authority-file.

       take-operator-para.
           if aut-count >= aut-max
               display "  Operator authority file holds more than "
                   aut-max " operators -- the rest are refused"
               move "Y" to authority-eof
               exit paragraph
           end-if
           compute aut-count = aut-count + 1
           move aut-operator to at-operator(aut-count)
           move aut-status to at-status(aut-count)
           move aut-modes to at-modes(aut-count).
