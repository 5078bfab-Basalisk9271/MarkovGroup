       identification division.
       program-id.
       mkcal.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Shop-calendar service, CALLed by the batch programs
      *    that need to know what kind of day it is:
      *
      *        call 'mkcal' using cal-parm    (CALPARM.CPY)
      *
      *    The calendar (ctlfiles/shop.cal) is read on the first
      *    call and held for the rest of the run. One entry per
      *    line, blank lines and column-1 '*' comments ignored:
      *
      *        <YYYYMMDD> H [<text>]           a holiday
      *        <YYYYMMDD> B [<text>]           a business day that
      *                                        is not Monday-Friday
      *        <YYYYMMDD> M [<YYYYMM>] [<text>]
      *                                        the month-end close
      *                                        date of <YYYYMM>
      *                                        (default: the month
      *                                        the date falls in)
      *
      *    Any other day is a business day Monday to Friday and a
      *    weekend day otherwise; a month with no M entry closes on
      *    its last business day. A missing calendar file leaves
      *    only those defaults, and every answer says so with
      *    CAL-RC 4.
      *----------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select calendar-file assign dynamic calendar-file-name
               organization is line sequential
               file status is calendar-file-status.

       data division.
       file section.
       fd  calendar-file.
       01  fd-calendar-line pic x(80).

       working-storage section.
           01 calendar-file-name pic x(100)
                value "ctlfiles/shop.cal".
           01 calendar-file-status pic x(2).
           01 calendar-eof pic x value "N".
              88 calendar-at-eof value "Y".
           01 calendar-line pic x(80).
           01 calendar-loaded pic x value "N".
              88 calendar-is-loaded value "Y".
           01 calendar-missing pic x value "N".
              88 calendar-not-on-file value "Y".

      *    The calendar entries, as read.
           01 cal-entry-count usage is binary-long unsigned value 0.
           01 cal-entry-max usage is binary-long unsigned value 1000.
           01 cal-table.
              05 cal-entry occurs 1000 times.
                 10 ce-date pic x(8).
                 10 ce-type pic x(1).
                 10 ce-month pic x(6).
           01 ex usage is binary-long unsigned.
           01 ent-date pic x(10).
           01 ent-type pic x(10).
           01 ent-month pic x(10).

      *    Day arithmetic. DAY-NUMBER is INTEGER-OF-DATE, in which
      *    1 January 1601 is day 1 and a Monday.
           01 probe-date pic x(8).
           01 probe-type pic x(1).
           01 day-number usage is binary-long.
           01 week-day usage is binary-long.
           01 from-number usage is binary-long.
           01 to-number usage is binary-long.
           01 first-number usage is binary-long.
           01 busday-count usage is binary-long unsigned.
           01 work-month pic x(6).
           01 work-close pic x(8).
           01 month-first pic 9(8).
           01 next-month-first pic 9(8).
           01 work-year pic 9(4).
           01 work-mm pic 9(2).
           01 date-num pic 9(8).
           01 found-flag pic x value "N".
              88 entry-found value "Y".

       linkage section.
           copy "calparm.cpy".

       procedure division using cal-parm.

       main-para.
           if not calendar-is-loaded
               perform load-calendar-para
           end-if
           move zero to cal-rc
           if calendar-not-on-file
               move 4 to cal-rc
           end-if

           evaluate function trim(cal-function)
               when "DAYTYPE"
                   perform daytype-para
               when "BUSDAYS"
                   perform busdays-para
               when "CLOSEDATE"
                   perform closedate-para
               when other
                   move 8 to cal-rc
           end-evaluate

           goback.

      *----------------------------------------------------------
      *    The calendar file into its table, once per run.
      *----------------------------------------------------------
       load-calendar-para.
           move "Y" to calendar-loaded
           open input calendar-file
           if calendar-file-status not = "00"
               move "Y" to calendar-missing
               display "  Note: no shop calendar "
                   function trim(calendar-file-name) " (status "
                   calendar-file-status ") -- Monday to Friday "
                   "business days assumed"
               exit paragraph
           end-if
           perform until calendar-at-eof
               read calendar-file into calendar-line
                   at end
                       move "Y" to calendar-eof
                   not at end
                       if calendar-line not = spaces
                           and calendar-line(1:1) not = "*"
                           perform take-entry-para
                       end-if
               end-read
           end-perform
           close calendar-file.

      *    One calendar line; a line whose date will not parse or
      *    whose type is unknown is reported and passed over.
       take-entry-para.
           move spaces to ent-date ent-type ent-month
           unstring function trim(calendar-line) delimited by all space
               into ent-date ent-type ent-month
           end-unstring
           if function test-numval(ent-date) not = 0
               or function length(function trim(ent-date)) not = 8
               display "  Note: calendar line ignored: "
                   function trim(calendar-line)
               exit paragraph
           end-if
           if function test-date-yyyymmdd(function numval(ent-date))
               not = 0
               or (ent-type not = "H" and ent-type not = "B"
                   and ent-type not = "M")
               display "  Note: calendar line ignored: "
                   function trim(calendar-line)
               exit paragraph
           end-if
           if cal-entry-count >= cal-entry-max
               display "  Note: calendar holds more than "
                   cal-entry-max " entries -- the rest ignored"
               move "Y" to calendar-eof
               exit paragraph
           end-if
           compute cal-entry-count = cal-entry-count + 1
           move ent-date(1:8) to ce-date(cal-entry-count)
           move ent-type(1:1) to ce-type(cal-entry-count)
           move ent-date(1:6) to ce-month(cal-entry-count)
           if ent-type = "M"
               and function test-numval(ent-month) = 0
               and function length(function trim(ent-month)) = 6
               move ent-month(1:6) to ce-month(cal-entry-count)
           end-if.

      *----------------------------------------------------------
      *    DAYTYPE: business, holiday or weekend; whether the day
      *    closes a month; whether it opens the month's business.
      *----------------------------------------------------------
       daytype-para.
           move "N" to cal-month-end
           move spaces to cal-closes-month
           move "N" to cal-first-bus
           move space to cal-day-type
           if not (function test-numval(cal-date) = 0
               and function test-date-yyyymmdd
                   (function numval(cal-date)) = 0)
               move 8 to cal-rc
               exit paragraph
           end-if

           move cal-date to probe-date
           perform classify-day-para
           move probe-type to cal-day-type

      *    Month end: an M entry on this date closes the month it
      *    names; otherwise the day closes its own month when it
      *    is that month's last business day and no M entry moves
      *    the close elsewhere.
           perform varying ex from 1 by 1 until ex > cal-entry-count
               if ce-date(ex) = cal-date and ce-type(ex) = "M"
                   move "Y" to cal-month-end
                   move ce-month(ex) to cal-closes-month
               end-if
           end-perform
           if cal-month-end not = "Y"
               move cal-date(1:6) to work-month
               perform month-close-para
               if work-close = cal-date
                   move "Y" to cal-month-end
                   move work-month to cal-closes-month
               end-if
           end-if

           if cal-day-type = "B"
               move "Y" to cal-first-bus
               compute first-number = function integer-of-date
                   (function numval(cal-date(1:6)) * 100 + 1)
               compute day-number = function integer-of-date
                   (function numval(cal-date)) - 1
               perform until day-number < first-number
                   or cal-first-bus = "N"
                   move function date-of-integer(day-number)
                       to date-num
                   move date-num to probe-date
                   perform classify-day-para
                   if probe-type = "B"
                       move "N" to cal-first-bus
                   end-if
                   compute day-number = day-number - 1
               end-perform
           end-if.

      *----------------------------------------------------------
      *    BUSDAYS: business days D with CAL-DATE < D <= CAL-DATE-TO.
      *----------------------------------------------------------
       busdays-para.
           move zero to cal-count
           if not (function test-numval(cal-date) = 0
               and function test-date-yyyymmdd
                   (function numval(cal-date)) = 0
               and function test-numval(cal-date-to) = 0
               and function test-date-yyyymmdd
                   (function numval(cal-date-to)) = 0)
               move 8 to cal-rc
               exit paragraph
           end-if
           compute from-number = function integer-of-date
               (function numval(cal-date))
           compute to-number = function integer-of-date
               (function numval(cal-date-to))
           move zero to busday-count
           compute day-number = from-number + 1
           perform until day-number > to-number
               move function date-of-integer(day-number) to date-num
               move date-num to probe-date
               perform classify-day-para
               if probe-type = "B"
                   compute busday-count = busday-count + 1
               end-if
               compute day-number = day-number + 1
           end-perform
           move busday-count to cal-count.

      *----------------------------------------------------------
      *    CLOSEDATE: when CAL-MONTH closes.
      *----------------------------------------------------------
       closedate-para.
           move spaces to cal-close-date
           if function test-numval(cal-month) not = 0
               or cal-month(5:2) < "01" or cal-month(5:2) > "12"
               move 8 to cal-rc
               exit paragraph
           end-if
           move cal-month to work-month
           perform month-close-para
           move work-close to cal-close-date.

      *    WORK-MONTH's close date into WORK-CLOSE: its M entry if
      *    it has one, else its last business day.
       month-close-para.
           move spaces to work-close
           perform varying ex from 1 by 1 until ex > cal-entry-count
               if ce-type(ex) = "M" and ce-month(ex) = work-month
                   move ce-date(ex) to work-close
               end-if
           end-perform
           if work-close not = spaces
               exit paragraph
           end-if
           move work-month(1:4) to work-year
           move work-month(5:2) to work-mm
           compute month-first = work-year * 10000 + work-mm * 100 + 1
           if work-mm = 12
               compute next-month-first =
                   (work-year + 1) * 10000 + 101
           else
               compute next-month-first =
                   work-year * 10000 + (work-mm + 1) * 100 + 1
           end-if
           compute first-number = function integer-of-date
               (month-first)
           compute day-number = function integer-of-date
               (next-month-first) - 1
           perform until day-number < first-number
               or work-close not = spaces
               move function date-of-integer(day-number) to date-num
               move date-num to probe-date
               perform classify-day-para
               if probe-type = "B"
                   move probe-date to work-close
               end-if
               compute day-number = day-number - 1
           end-perform.

      *    PROBE-DATE into PROBE-TYPE: an H or B entry decides;
      *    otherwise Monday to Friday is business.
       classify-day-para.
           move "N" to found-flag
           perform varying ex from 1 by 1
                   until ex > cal-entry-count or entry-found
               if ce-date(ex) = probe-date
                   and (ce-type(ex) = "H" or ce-type(ex) = "B")
                   move "Y" to found-flag
                   move ce-type(ex) to probe-type
               end-if
           end-perform
           if entry-found
               exit paragraph
           end-if
           compute week-day = function mod
               (function integer-of-date(function numval(probe-date))
                   - 1, 7)
           if week-day < 5
               move "B" to probe-type
           else
               move "W" to probe-type
           end-if.
