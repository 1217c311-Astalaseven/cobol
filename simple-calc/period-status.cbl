       identification division.
       program-id. period-status.

      *>****************************************************
      *> accounting period control lookup: month-end and
      *> annual-close close the sensor side, but nothing
      *> stopped calc batch or posting-extract producing
      *> entries for a month finance had already closed.
      *> the period control file lists each period -
      *>   yyyymm|status|changed-by|changed-at
      *> status OPEN, CLOSING or CLOSED. loaded once on the
      *> first call, the same way account-lookup loads the
      *> chart, and shared by every program that has to
      *> judge a value date. console option 16 maintains
      *> the file.
      *>
      *> ls-status comes back OPEN, CLOSING or CLOSED; a
      *> period the file does not list, or a site with no
      *> period control file at all, reads as OPEN
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select period-control assign to dynamic ws-period-file
               organization line sequential
               file status is ws-period-status.

       data division.

       file section.

       fd period-control.
       01 period-control-rec       pic x(120).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-period-file           pic x(80)
                                    value "file-period-control".
       77 ws-period-status         pic xx.
       77 ws-period-loaded         pic x      value "0".
           88 ws-is-period-loaded             value "1".

       01 ws-period-table.
           03 ws-period-entry occurs 600.
               05 ws-pe-period     pic x(6).
               05 ws-pe-status     pic x(8).
       77 ws-period-count          pic 9(3)   value 0.
       77 ws-period-idx            pic 9(3).
       77 ws-period-found          pic x.
           88 ws-is-period-found              value "1".

       77 ws-in-period             pic x(10).
       77 ws-in-status             pic x(10).

       linkage section.

       01 ls-period                pic x(6).
       01 ls-status                pic x(8).

       procedure division using ls-period ls-status.

       mainline.

           if not ws-is-period-loaded
               perform load-periods
               set ws-is-period-loaded to true
           end-if

           move "OPEN" to ls-status

           move "0" to ws-period-found
           perform test-period-entry
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count
                   or ws-is-period-found

           if ws-is-period-found
               subtract 1 from ws-period-idx
               move ws-pe-status(ws-period-idx) to ls-status
           end-if

           goback.


       test-period-entry.

           if ws-pe-period(ws-period-idx) = ls-period
               set ws-is-period-found to true
           end-if
           .


       load-periods.

           move "PERIOD_CONTROL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-period-file
           end-if

           open input period-control

           if ws-period-status not = "00"
               exit paragraph
           end-if

           read period-control
               at end continue
           end-read

           perform load-one-period
               until ws-period-status not = "00"

           close period-control
           .


       load-one-period.

           if period-control-rec not = spaces
               and period-control-rec(1:1) not = "#"
               move spaces to ws-in-period ws-in-status
               unstring period-control-rec delimited by "|"
                   into ws-in-period ws-in-status
               end-unstring
               move function upper-case(function trim(ws-in-status))
                   to ws-in-status

               if ws-in-period(1:6) not numeric
                   or (ws-in-status not = "OPEN"
                       and ws-in-status not = "CLOSING"
                       and ws-in-status not = "CLOSED")
                   display "period-status: bad period record "
                       "skipped: "
                       function trim(period-control-rec)
               else
                   if ws-period-count >= 600
                       display "period-status: period table full, "
                           "period " ws-in-period(1:6)
                           " not loaded"
                   else
                       add 1 to ws-period-count
                       move ws-in-period(1:6)
                           to ws-pe-period(ws-period-count)
                       move ws-in-status
                           to ws-pe-status(ws-period-count)
                   end-if
               end-if
           end-if

           read period-control
               at end continue
           end-read
           .
