      *    them ignored half the condition codes. This supervisor:
      *
      *      - reads a stream definition file, one step per line:
      *            <step-name> <max-ok-rc> [<condition>] <command ...>
      *        (blank lines and column-1 '*' comments ignored);
      *      - runs a step only on the nights its condition holds
      *        by the shop calendar (ctlfiles/shop.cal, via mkcal):
      *            EVERY             every night (the default)
      *            BUSINESSDAY       business days only
      *            MONTHEND          the month-end close date only
      *            FIRSTBUSINESSDAY  the month's first business day
      *        a step whose condition does not hold is logged
      *        SKIPPED and the stream goes on to the next step;
      *      - runs each step in order and checks its condition
      *        code against the documented 0/4/8/12 discipline --
      *        a step ending above its stated maximum stops the
      *        file (data/markov-stepstat.dat);
      *      - on RESTART, skips the steps already COMPLETE for
      *        this stream and business date and picks up at the
      *        step that failed;
      *      - stamps a step that ran markov with the execution ID
      *        markov drew (the execution-ID control file,
      *        data/markov-execid.dat, read either side of the
      *        step), so the step-status line leads to mktrace.
      *
      *        mkchain <streamfile> [RESTART]
      *
               organization is line sequential
               file status is stepstat-file-status.

           select execid-file assign dynamic execid-file-name
               organization is line sequential
               file status is execid-file-status.

       data division.
       file section.
       fd  stream-file.
       01  fd-stream-line pic x(200).

       fd  stepstat-file.
       01  fd-stepstat-line pic x(200).

       fd  execid-file.
       01  fd-execid-line pic x(80).

       working-storage section.
           copy "stepstat.cpy".
           01 stepstat-file-status pic x(2).
           01 stepstat-eof pic x value "N".
              88 stepstat-at-eof value "Y".
           copy "execid.cpy".
           01 execid-file-name pic x(100)
                value "data/markov-execid.dat".
           01 execid-file-status pic x(2).
      *    The last execution ID on the control file before and
      *    after the step; a step that moved it ran markov.
           01 exec-id-before pic 9(8).
           01 exec-id-after pic 9(8).
           01 step-exec-id pic x(8).

           01 cmdline pic x(160).
           01 arg1 pic x(100).
           01 stream-line pic x(200).
           01 step-name pic x(12).
           01 step-rc-text pic x(10).
           01 step-cond pic x(20).
           01 cond-ptr usage is binary-long unsigned.
           01 step-runs-today pic x value "Y".
              88 step-due-today value "Y".
           01 step-command pic x(200).
           01 step-max-rc usage is binary-long unsigned.
           01 step-rc usage is binary-long.

           01 steps-run usage is binary-long unsigned value 0.
           01 steps-skipped usage is binary-long unsigned value 0.
           01 steps-not-due usage is binary-long unsigned value 0.

      *    Tonight by the shop calendar, asked once at the top.
           copy "calparm.cpy".
           01 stream-failed pic x value "N".
              88 stream-has-failed value "Y".
      *    A line the definition itself gets wrong -- not a step

           move function current-date(1:8) to run-date

           move "DAYTYPE" to cal-function
           move run-date to cal-date
           call 'mkcal' using cal-parm
           if cal-rc > 4
               display "Error: shop calendar cannot place "
                   run-date
               move 12 to return-code
               stop run
           end-if

           if restart-mode-on
               perform load-done-steps-para
           end-if
               end-if
           else
               display "STREAM COMPLETE: " steps-run
                   " step(s) run, " steps-skipped " skipped, "
                   steps-not-due " not due tonight"
           end-if
           end-if.

           stop run.

      *----------------------------------------------------------
      *    One stream step: parse the line, pass it over if its
      *    run condition does not hold tonight or a prior
      *    execution already completed it today, otherwise run it
      *    and hold its condition code to the stated maximum.
      *----------------------------------------------------------
       run-step-para.
           move spaces to step-name
           move spaces to step-rc-text
           move spaces to step-cond
           move spaces to step-command
           move 1 to sp-ptr
           unstring stream-line delimited by all space
               into step-name step-rc-text
               with pointer sp-ptr
      *    The condition is optional: a third word that is not one
      *    of the conditions is the start of the command.
           move sp-ptr to cond-ptr
           unstring stream-line delimited by all space
               into step-cond
               with pointer cond-ptr
           evaluate step-cond
               when "EVERY"
               when "BUSINESSDAY"
               when "MONTHEND"
               when "FIRSTBUSINESSDAY"
                   move cond-ptr to sp-ptr
               when other
                   move "EVERY" to step-cond
           end-evaluate
           move stream-line(sp-ptr:) to step-command

           if function test-numval(step-rc-text) not = 0
           end-if
           compute step-max-rc = function numval(step-rc-text)

           perform check-step-due-para
           if not step-due-today
               compute steps-not-due = steps-not-due + 1
               display "  Step " function trim(step-name) " is "
                   function trim(step-cond) " -- not due tonight, "
                   "skipped"
               move function current-date(1:14) to step-start
               move 0 to step-rc
               move spaces to step-exec-id
               perform write-skipped-stepstat-para
               exit paragraph
           end-if

           if restart-mode-on
               perform check-step-done-para
               if step-already-done
               function trim(step-command)
           move function current-date(1:14) to step-start

           perform read-exec-id-para
           move exc-last-id to exec-id-before
           call "SYSTEM" using step-command
           move return-code to step-rc
           move 0 to return-code
           perform read-exec-id-para
           move exc-last-id to exec-id-after
           move spaces to step-exec-id
           if exec-id-after not = exec-id-before
               move exec-id-after to step-exec-id
           end-if
      *    system() hands back a wait status on this platform --
      *    a clean multiple of 256 is the child's code shifted up.
           if step-rc >= 256
           move "FAILED" to ss-status
           perform write-stepstat-para.

       write-skipped-stepstat-para.
           move "SKIPPED" to ss-status
           perform write-stepstat-para.

      *----------------------------------------------------------
      *    Does the step's run condition hold tonight?
      *----------------------------------------------------------
       check-step-due-para.
           move "Y" to step-runs-today
           evaluate step-cond
               when "BUSINESSDAY"
                   if cal-day-type not = "B"
                       move "N" to step-runs-today
                   end-if
               when "MONTHEND"
                   if cal-month-end not = "Y"
                       move "N" to step-runs-today
                   end-if
               when "FIRSTBUSINESSDAY"
                   if cal-first-bus not = "Y"
                       move "N" to step-runs-today
                   end-if
           end-evaluate.

      *----------------------------------------------------------
      *    Append the step's outcome. The status file is the
      *    restart's memory, so it is written the moment the step
           move step-start to ss-start
           move function current-date(1:14) to ss-end
           move step-rc to ss-rc
           move step-exec-id to ss-exec-id
           write fd-stepstat-line from step-status-record
           close stepstat-file.

      *    The last execution ID drawn, zero when there is none.
       read-exec-id-para.
           move zero to exc-last-id
           open input execid-file
           if execid-file-status = "00"
               read execid-file into execid-record
                   at end
                       move zero to exc-last-id
               end-read
               close execid-file
           end-if
           if exc-last-id is not numeric
               move zero to exc-last-id
           end-if.

      *----------------------------------------------------------
      *    RESTART memory: which steps of this stream already
      *    completed under today's date. The last record for a
