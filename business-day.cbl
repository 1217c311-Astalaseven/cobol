       identification division.
       program-id. business-day.

      *>****************************************************
      *> the one business-day test for everything that runs
      *> off the cycle calendar (CYCLE_CALENDAR, default
      *> file-calendar): a day the calendar lists is what it
      *> says - "B" a business day, "H" a holiday - and a
      *> day it does not list (or no calendar at all) is a
      *> business day Monday to Friday. the launcher, the
      *> cycle and the period-end programs all ask here, so
      *> they cannot come to different answers about the
      *> same day.
      *>
      *> the calendar is read on every call, so an edit
      *> takes effect on the very next question; only the
      *> asked-for date's month is kept.
      *>
      *>   CALL "business-day" USING date(9(8)) is-business
      *>        is-last-of-month listed-type
      *>     is-business       "1" a business day
      *>     is-last-of-month  "1" a business day with no
      *>                       other before the month turns
      *>     listed-type       "B", "H", or space when the
      *>                       calendar does not list it
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select cycle-calendar assign to dynamic ws-calendar-file
               organization line sequential
               file status is ws-calendar-status.

       data division.

       file section.

       fd cycle-calendar.
       01 cycle-calendar-rec.
           03 cal-date             pic 9(8).
           03 filler               pic x.
           03 cal-type             pic x.
           03 filler               pic x.
           03 cal-win-start        pic x(4).
           03 filler               pic x.
           03 cal-win-end          pic x(4).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-calendar-file         pic x(80)
                                    value "file-calendar".
       77 ws-calendar-status       pic xx.

      *>****************************************************
      *> the asked-for month as the calendar lists it, one
      *> slot per day; the first listing of a day wins
      *>****************************************************

       01 ws-month-table.
           03 ws-mt-type occurs 31 pic x.
       77 ws-mt-idx                pic 99.

       77 ws-month                 pic 9(6).
       77 ws-day-int               pic 9(8).
       77 ws-scan-int              pic 9(8).
       77 ws-scan-date             pic 9(8).
       77 ws-scan-is               pic x.

       linkage section.

       77 ls-bd-date               pic 9(8).
       77 ls-bd-is                 pic x.
       77 ls-bd-last               pic x.
       77 ls-bd-type               pic x.

       procedure division using ls-bd-date ls-bd-is ls-bd-last
                                 ls-bd-type.

       mainline.

           move "0" to ls-bd-is ls-bd-last
           move space to ls-bd-type

           move "CYCLE_CALENDAR" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-calendar-file
           end-if

           move ls-bd-date(1:6) to ws-month
           move spaces to ws-month-table
           perform load-month

           compute ws-day-int = function integer-of-date(ls-bd-date)

           move ls-bd-date(7:2) to ws-mt-idx
           move ws-mt-type(ws-mt-idx) to ls-bd-type
           move ws-day-int to ws-scan-int
           perform judge-scan-day
           move ws-scan-is to ls-bd-is

      *>   last business day: a business day with no other
      *>   one after it before the month turns

           if ls-bd-is = "1"
               move "1" to ls-bd-last
               add 1 to ws-scan-int
               compute ws-scan-date =
                   function date-of-integer(ws-scan-int)
               perform scan-rest-of-month
                   until ws-scan-date(1:6) not = ws-month
                       or ls-bd-last = "0"
           end-if

           goback.


       load-month.

           open input cycle-calendar

           if ws-calendar-status not = "00"
               exit paragraph
           end-if

           read cycle-calendar
               at end continue
           end-read

           perform take-one-calendar-day
               until ws-calendar-status not = "00"

           close cycle-calendar
           .


       take-one-calendar-day.

           if cal-date numeric
               and (cal-type = "B" or cal-type = "H")
               and cal-date(1:6) = ws-month
               move cal-date(7:2) to ws-mt-idx
               if ws-mt-idx >= 1 and ws-mt-idx <= 31
                   and ws-mt-type(ws-mt-idx) = space
                   move cal-type to ws-mt-type(ws-mt-idx)
               end-if
           end-if

           read cycle-calendar
               at end continue
           end-read
           .


       scan-rest-of-month.

           move ws-scan-date(7:2) to ws-mt-idx
           perform judge-scan-day
           if ws-scan-is = "1"
               move "0" to ls-bd-last
           end-if
           add 1 to ws-scan-int
           compute ws-scan-date =
               function date-of-integer(ws-scan-int)
           .


      *>   the day at ws-scan-int, whose slot is ws-mt-idx

       judge-scan-day.

           move "0" to ws-scan-is
           evaluate ws-mt-type(ws-mt-idx)
               when "B"
                   move "1" to ws-scan-is
               when "H"
                   continue
               when other
                   if function mod(ws-scan-int - 1, 7) < 5
                       move "1" to ws-scan-is
                   end-if
           end-evaluate
           .
