       identification division.
       program-id. deadline-report.

      *>****************************************************
      *> deadline attainment per output: downstream's
      *> commitments are about outputs, not steps - the
      *> conversion report by 06:00, the GL posting file by
      *> 05:30, the status board by 07:00. for each output
      *> on the deadline table (output-deadlines), each
      *> night of the month: when it became available, off
      *> publish-cycle's PUBLISHED and AVAILABLE journal
      *> records, against when it was due, met or missed;
      *> then the month's attainment percentage per output.
      *> a night with no record for an output is a miss.
      *>
      *>   deadline-report              this month
      *>   deadline-report <yyyymm>     that month
      *>
      *> the nights are the month's processing days up to
      *> yesterday, judged by the shared business-day
      *> routine (the cycle calendar, Monday to Friday for
      *> a day it does not list) - the same days the
      *> scheduler and publish-cycle's deadline check owe
      *> the outputs on, whether or not a cycle ran.
      *>   DEADLINE_MONTH   the month, when not given
      *>   DEADLINE_REPORT  the report (file-deadline-report)
      *> RETURN-CODE 4 when any deadline was missed
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select audit-in assign to dynamic ws-audit-file
               organization line sequential
               file status is ws-audit-status.
           select deadlines-in assign to dynamic ws-deadlines-file
               organization line sequential
               file status is ws-deadlines-status.
           select deadline-out assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd audit-in.
       01 audit-in-rec             pic x(200).

       fd deadlines-in.
       01 deadlines-in-rec         pic x(160).

       fd deadline-out.
       01 deadline-out-rec         pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-audit-file            pic x(80)
                                    value "cycle-audit.log".
       77 ws-audit-status          pic xx.
       77 ws-deadlines-file        pic x(80)
                                    value "file-output-deadlines".
       77 ws-deadlines-status      pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-deadline-report".
       77 ws-report-status         pic xx.

           copy output-deadlines.

       77 ws-dl-in-key             pic x(30).
       77 ws-dl-in-time            pic x(10).
       77 ws-dl-in-program         pic x(30).
       77 ws-dl-in-default         pic x(80).
       77 ws-dl-in-desc            pic x(30).

       77 ws-month                 pic x(6)   value spaces.
       77 ws-arg                   pic x(20).
       77 ws-today                 pic 9(8).

      *>****************************************************
      *> one slot per day of the month: whether it is a
      *> night of the report, and per output the earliest
      *> moment the journal says it became available
      *>****************************************************

       01 ws-night-table.
           03 ws-night-entry occurs 31.
               05 ws-nt-used       pic x.
                   88 ws-nt-is-used          value "Y".
               05 ws-nt-avail      pic 9(14) occurs 30.
       77 ws-day                   pic 99.
       77 ws-night                 pic 9(8).
       77 ws-first-int             pic 9(7).
       77 ws-bd-is                 pic x.
       77 ws-bd-last               pic x.
       77 ws-bd-type               pic x.

       77 ws-au-key                pic x(30).
       77 ws-au-night-tok          pic x(20).
       77 ws-au-at-tok             pic x(20).
       77 ws-au-night              pic 9(8).
       77 ws-au-at                 pic 9(14).

       77 ws-due-date              pic 9(8).
       77 ws-due-stamp             pic 9(14).
       77 ws-now-stamp             pic 9(14).
       77 ws-now-time              pic 9(8).
       77 ws-day-int               pic 9(7).
       77 ws-nights                pic 99.
       77 ws-met                   pic 99.
       77 ws-missed-total          pic 9(4)   value 0.
       77 ws-pct                   pic 999v9.

      *>****************************************************
      *> the month's attainment per output, for the summary
      *>****************************************************

       01 ws-attain-table.
           03 ws-at-entry occurs 30.
               05 ws-at-nights     pic 99.
               05 ws-at-met        pic 99.
               05 ws-at-pct        pic 999v9.

       77 ws-entete                pic x(132).
       77 ws-page-line             pic x(132).
       77 ws-name                  pic x(40) value "Doe".
       77 ws-surname               pic x(40) value "John".
       77 ws-str-ptr               pic 999   value 16.
       77 ws-report-title          pic x(40)
                                    value "OUTPUT DEADLINE ATTAINMENT".
       77 ws-page-number           pic 9(4)  value 1.

       77 ws-report-line           pic x(132).
       77 ws-line-build            pic x(132).
       77 ws-line-ptr              pic 999.
       77 ws-col-label             pic x(20).
       77 ws-col-value             pic x(20).
       77 ws-col-width             pic 99.
       77 ws-count-edt             pic z9.
       77 ws-pct-edt               pic zz9.9.
       77 ws-stamp-edt             pic x(16).

       77 ws-footer-1              pic x(132).
       77 ws-footer-2              pic x(132).
       77 ws-footer-pages          pic 9(4)  value 1.
       77 ws-footer-lines          pic 9(6)  value 0.

       procedure division.

       mainline.

           move "CYCLE_AUDIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-audit-file
           end-if

           move "DEADLINE_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           accept ws-today from date yyyymmdd
           accept ws-now-time from time
           move ws-today to ws-now-stamp(1:8)
           move ws-now-time(1:6) to ws-now-stamp(9:6)

           move spaces to ws-arg
           accept ws-arg from argument-value
               on exception continue
           end-accept
           if ws-arg(1:6) numeric and ws-arg(7:1) = space
               move ws-arg(1:6) to ws-month
           else
               move "DEADLINE_MONTH" to ws-param-key
               call "read-param" using ws-param-key ws-param-value
               if ws-param-value(1:6) numeric
                   move ws-param-value(1:6) to ws-month
               else
                   move ws-today(1:6) to ws-month
               end-if
           end-if

           perform load-deadlines

           move low-values to ws-night-table
           perform clear-one-night
               varying ws-day from 1 by 1
               until ws-day > 31

           perform load-business-nights
           perform scan-audit

           perform write-report

           display "deadline-report: " ws-month ", "
               ws-dl-count " output(s), " ws-missed-total
               " missed deadline(s)"

           if ws-missed-total > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if

           goback.


       clear-one-night.

           move "N" to ws-nt-used(ws-day)
           perform clear-one-avail
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > 30
           .


       clear-one-avail.

           move zero to ws-nt-avail(ws-day ws-dl-idx)
           .


      *>****************************************************
      *> the deadline table, publish-cycle's own way: the
      *> file replaces the built-in list when it yields an
      *> entry
      *>****************************************************

       load-deadlines.

           move "OUTPUT_DEADLINES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-deadlines-file
           end-if

           move zero to ws-dl-count
           open input deadlines-in
           if ws-deadlines-status = "00"
               read deadlines-in
                   at end continue
               end-read
               perform take-one-deadline
                   until ws-deadlines-status not = "00"
               close deadlines-in
           end-if

           if ws-dl-count = 0
               perform take-builtin-deadline
                   varying ws-dlb-idx from 1 by 1
                   until ws-dlb-idx > ws-dlb-count
           end-if
           .


       take-one-deadline.

           if deadlines-in-rec not = spaces
               and deadlines-in-rec(1:1) not = "#"
               and ws-dl-count < 30
               move spaces to ws-dl-in-key ws-dl-in-time
                   ws-dl-in-program ws-dl-in-default ws-dl-in-desc
               unstring deadlines-in-rec delimited by "|"
                   into ws-dl-in-key ws-dl-in-time ws-dl-in-program
                        ws-dl-in-default ws-dl-in-desc
               end-unstring
               if ws-dl-in-key not = spaces
                   and ws-dl-in-time(1:4) numeric
                   and ws-dl-in-time(1:2) < "24"
                   and ws-dl-in-time(3:2) < "60"
                   add 1 to ws-dl-count
                   move function upper-case(function trim(ws-dl-in-key))
                       to ws-dl-key(ws-dl-count)
                   move ws-dl-in-time(1:4) to ws-dl-time(ws-dl-count)
                   move function trim(ws-dl-in-program)
                       to ws-dl-program(ws-dl-count)
                   move function trim(ws-dl-in-default)
                       to ws-dl-default(ws-dl-count)
                   move function trim(ws-dl-in-desc)
                       to ws-dl-desc(ws-dl-count)
               end-if
           end-if

           read deadlines-in
               at end continue
           end-read
           .


       take-builtin-deadline.

           add 1 to ws-dl-count
           move ws-dlb-key(ws-dlb-idx)     to ws-dl-key(ws-dl-count)
           move ws-dlb-time(ws-dlb-idx)    to ws-dl-time(ws-dl-count)
           move ws-dlb-program(ws-dlb-idx) to ws-dl-program(ws-dl-count)
           move ws-dlb-default(ws-dlb-idx) to ws-dl-default(ws-dl-count)
           move ws-dlb-desc(ws-dlb-idx)    to ws-dl-desc(ws-dl-count)
           .


      *>****************************************************
      *> the month's processing days that are behind us.
      *> a day that is not one owes nothing
      *>****************************************************

       load-business-nights.

           move ws-month to ws-night(1:6)
           move "01" to ws-night(7:2)
           compute ws-first-int = function integer-of-date(ws-night)

           perform judge-one-night
               varying ws-day from 1 by 1
               until ws-day > 31
           .


       judge-one-night.

           compute ws-day-int = ws-first-int + ws-day - 1
           compute ws-night = function date-of-integer(ws-day-int)

           if ws-night(1:6) not = ws-month
               or ws-night not < ws-today
               exit paragraph
           end-if

           call "business-day" using ws-night
               ws-bd-is ws-bd-last ws-bd-type
           if ws-bd-is = "1"
               move "Y" to ws-nt-used(ws-day)
           end-if
           .


       scan-audit.

           open input audit-in
           if ws-audit-status not = "00"
               exit paragraph
           end-if

           read audit-in
               at end continue
           end-read

           perform take-one-audit-line
               until ws-audit-status not = "00"

           close audit-in
           .


      *>****************************************************
      *>   yyyy-mm-dd hh:mm:ss [PUBLISH-CYCLE] PUBLISHED
      *>       KEY night=yyyymmdd at=yyyymmddhhmmss file ...
      *> the first record of an output's night stands; a
      *> later one (a rerun's republication) does not make
      *> the output any earlier
      *>****************************************************

       take-one-audit-line.

           if audit-in-rec(21:16) = "[PUBLISH-CYCLE] "
               and (audit-in-rec(37:10) = "PUBLISHED "
                   or audit-in-rec(37:10) = "AVAILABLE ")
               perform take-publish-record
           end-if

           read audit-in
               at end continue
           end-read
           .


       take-publish-record.

           move spaces to ws-au-key ws-au-night-tok ws-au-at-tok
           unstring audit-in-rec(47:154) delimited by all space
               into ws-au-key ws-au-night-tok ws-au-at-tok
           end-unstring

           if ws-au-night-tok(1:6) not = "night="
               or ws-au-night-tok(7:8) not numeric
               or ws-au-at-tok(1:3) not = "at="
               or ws-au-at-tok(4:14) not numeric
               exit paragraph
           end-if

           move ws-au-night-tok(7:8) to ws-au-night
           move ws-au-at-tok(4:14) to ws-au-at

           if ws-au-night(1:6) not = ws-month
               exit paragraph
           end-if

           move ws-au-night(7:2) to ws-day
           if ws-day < 1 or ws-day > 31
               exit paragraph
           end-if

           perform match-record-key
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count
           .


       match-record-key.

           if ws-dl-key(ws-dl-idx) = ws-au-key
               if ws-nt-avail(ws-day ws-dl-idx) = 0
                   or ws-au-at < ws-nt-avail(ws-day ws-dl-idx)
                   move ws-au-at to ws-nt-avail(ws-day ws-dl-idx)
               end-if
           end-if
           .


       write-report.

           open output deadline-out

           if ws-report-status not = "00"
               display "deadline-report: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               exit paragraph
           end-if

           move 16 to ws-str-ptr
           call "entete" using by content ws-name ws-surname
                               ws-str-ptr ws-report-title
                               ws-page-number
                               by reference ws-entete ws-page-line

           write deadline-out-rec from ws-entete
           write deadline-out-rec from ws-page-line
           move spaces to ws-report-line
           string
               "month "                        delimited by size
               ws-month(1:4)                   delimited by size
               "-"                             delimited by size
               ws-month(5:2)                   delimited by size
               into ws-report-line
           end-string
           write deadline-out-rec from ws-report-line
           move spaces to deadline-out-rec
           write deadline-out-rec

           perform report-one-output
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           move "monthly attainment" to deadline-out-rec
           write deadline-out-rec

           perform report-one-attainment
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           move spaces to deadline-out-rec
           write deadline-out-rec

           move ws-dl-count to ws-footer-lines
           call "report-footer" using ws-footer-pages
               ws-footer-lines ws-footer-1 ws-footer-2
           write deadline-out-rec from ws-footer-1
           write deadline-out-rec from ws-footer-2

           close deadline-out
           .


       report-one-output.

           move spaces to ws-report-line
           string
               function trim(ws-dl-key(ws-dl-idx))
                                               delimited by size
               "  "                            delimited by size
               function trim(ws-dl-desc(ws-dl-idx))
                                               delimited by size
               "  committed "                  delimited by size
               ws-dl-time(ws-dl-idx)(1:2)      delimited by size
               ":"                             delimited by size
               ws-dl-time(ws-dl-idx)(3:2)      delimited by size
               into ws-report-line
           end-string
           write deadline-out-rec from ws-report-line

           move zero to ws-nights ws-met
           perform report-one-night
               varying ws-day from 1 by 1
               until ws-day > 31

           if ws-nights = 0
               move "  (no nights on record this month)"
                   to deadline-out-rec
               write deadline-out-rec
               move zero to ws-pct
           else
               compute ws-pct rounded = ws-met * 100 / ws-nights
           end-if

           move ws-nights to ws-at-nights(ws-dl-idx)
           move ws-met to ws-at-met(ws-dl-idx)
           move ws-pct to ws-at-pct(ws-dl-idx)

           move spaces to deadline-out-rec
           write deadline-out-rec
           .


      *>****************************************************
      *> a morning time is due the day after the night, an
      *> afternoon or evening one on the night itself -
      *> publish-cycle's rule. an output not yet there
      *> whose time has not come is neither met nor missed
      *> and does not count towards the month
      *>****************************************************

       report-one-night.

           if not ws-nt-is-used(ws-day)
               exit paragraph
           end-if

           move ws-month to ws-night(1:6)
           move ws-day to ws-night(7:2)

           move ws-night to ws-due-date
           if ws-dl-time(ws-dl-idx) < 1200
               compute ws-day-int =
                   function integer-of-date(ws-night) + 1
               compute ws-due-date =
                   function date-of-integer(ws-day-int)
           end-if
           move ws-due-date to ws-due-stamp(1:8)
           move ws-dl-time(ws-dl-idx) to ws-due-stamp(9:4)
           move "00" to ws-due-stamp(13:2)

           move spaces to ws-report-line
           move "night" to ws-report-line(3:5)
           move ws-night(1:4) to ws-report-line(9:4)
           move "-" to ws-report-line(13:1)
           move ws-night(5:2) to ws-report-line(14:2)
           move "-" to ws-report-line(16:1)
           move ws-night(7:2) to ws-report-line(17:2)
           move "due" to ws-report-line(48:3)
           move ws-due-stamp(9:2) to ws-report-line(52:2)
           move ":" to ws-report-line(54:1)
           move ws-due-stamp(11:2) to ws-report-line(55:2)

           evaluate true
               when ws-nt-avail(ws-day ws-dl-idx) = 0
                   and ws-due-stamp > ws-now-stamp
                   move "not yet due" to ws-report-line(21:11)
               when ws-nt-avail(ws-day ws-dl-idx) = 0
                   add 1 to ws-nights
                   move "not available" to ws-report-line(21:13)
                   move "MISSED" to ws-report-line(60:6)
                   add 1 to ws-missed-total
               when other
                   add 1 to ws-nights
                   perform report-available-night
           end-evaluate

           write deadline-out-rec from ws-report-line
           .


       report-available-night.

           move "available" to ws-report-line(21:9)
           move ws-nt-avail(ws-day ws-dl-idx) to ws-au-at
           move spaces to ws-stamp-edt
           string
               ws-au-at(1:4)       delimited by size
               "-"                 delimited by size
               ws-au-at(5:2)       delimited by size
               "-"                 delimited by size
               ws-au-at(7:2)       delimited by size
               " "                 delimited by size
               ws-au-at(9:2)       delimited by size
               ":"                 delimited by size
               ws-au-at(11:2)      delimited by size
               into ws-stamp-edt
           end-string
           move ws-stamp-edt to ws-report-line(31:16)
           if ws-au-at > ws-due-stamp
               move "MISSED" to ws-report-line(60:6)
               add 1 to ws-missed-total
           else
               move "met" to ws-report-line(60:3)
               add 1 to ws-met
           end-if
           .


       report-one-attainment.

           move spaces to ws-line-build
           move 3 to ws-line-ptr
           move "output" to ws-col-label
           move ws-dl-key(ws-dl-idx) to ws-col-value
           move 20 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "nights" to ws-col-label
           move ws-at-nights(ws-dl-idx) to ws-count-edt
           move ws-count-edt to ws-col-value
           move 2 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "met" to ws-col-label
           move ws-at-met(ws-dl-idx) to ws-count-edt
           move ws-count-edt to ws-col-value
           move 2 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "attainment %" to ws-col-label
           move ws-at-pct(ws-dl-idx) to ws-pct-edt
           move ws-pct-edt to ws-col-value
           move 5 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           write deadline-out-rec from ws-line-build
           .
