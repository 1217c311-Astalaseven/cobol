       identification division.
       program-id. budget-report.

      *>****************************************************
      *> budget versus actual per ledger account: finance
      *> kept the monthly budget in a spreadsheet and set
      *> it against our figures by hand. the budget file
      *> carries one line per account and period -
      *>   account|yyyymm|budgeted amount
      *> and the month-to-date actual comes straight off
      *> the ledger balance master (the month's carried
      *> movement plus tonight's). for each account the
      *> report shows budget, actual, variance in amount
      *> and percent, and a projected month-end figure
      *> (the actual run on at the same daily rate to the
      *> end of the month).
      *>
      *> income and liability accounts are credit-normal,
      *> so their actual is the credit movement; every
      *> other type (and an account the chart does not
      *> name) reads as debit-normal.
      *>
      *> an account whose actual exceeds its budget by more
      *> than BUDGET_TOLERANCE_PCT (default 5) is flagged
      *> and raises a W-severity BUDGET condition through
      *> error-handler, which the cycle summary surfaces
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select balance-master assign to dynamic ws-master-file
               organization line sequential
               file status is ws-master-status.
           select budget-file assign to dynamic ws-budget-file
               organization line sequential
               file status is ws-budget-status.
           select budget-rpt assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd balance-master.
       01 balance-master-rec       pic x(160).

       fd budget-file.
       01 budget-file-rec          pic x(80).

       fd budget-rpt.
       01 budget-rpt-rec           pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-master-file           pic x(80)
                                    value "file-ledger-balances".
       77 ws-master-status         pic xx.
       77 ws-budget-file           pic x(80)
                                    value "file-budget".
       77 ws-budget-status         pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-budget-report".
       77 ws-report-status         pic xx.

       77 ws-business-date         pic 9(8).
       77 ws-period                pic 9(6).
       77 ws-date-edt              pic x(10).
       77 ws-tol-edt               pic x(20).
       77 ws-tol-pct               pic 9(3)v99 value 5.
       77 ws-num-scrub             pic x(30).
       77 ws-num-value             pic s9(17)v9(4) usage comp-3.

      *>****************************************************
      *> days elapsed and days in the month for the
      *> projection; the month's length is the distance
      *> from its first day to the first day of the next
      *>****************************************************

       77 ws-day-of-month          pic 99.
       77 ws-days-in-month         pic 99.
       77 ws-first-of-month        pic 9(8).
       77 ws-first-of-next         pic 9(8).
       77 ws-next-year             pic 9(4).
       77 ws-next-month            pic 99.

       01 ws-line-table.
           03 ws-line-entry occurs 500.
               05 ws-ln-acct       pic x(12).
               05 ws-ln-desc       pic x(30).
               05 ws-ln-budget     pic s9(15)v99 usage comp-3.
               05 ws-ln-has-budget pic x.
               05 ws-ln-actual     pic s9(15)v99 usage comp-3.
       77 ws-line-count            pic 9(3)  value 0.
       77 ws-line-idx              pic 9(3).
       77 ws-line-found            pic x.
           88 ws-is-line-found               value "1".

       77 ws-in-acct               pic x(20).
       77 ws-in-f2                 pic x(30).
       77 ws-in-f3                 pic x(30).
       77 ws-in-f4                 pic x(30).
       77 ws-in-f5                 pic x(30).
       77 ws-in-date               pic x(10).
       77 ws-in-mtd                pic x(30).
       77 ws-key-acct              pic x(12).

       77 ws-bl-debits             pic s9(17)v9(4) usage comp-3.
       77 ws-bl-credits            pic s9(17)v9(4) usage comp-3.
       77 ws-bl-mtd                pic s9(17)v9(4) usage comp-3.
       77 ws-net                   pic s9(17)v9(4) usage comp-3.

       77 ws-chart-desc            pic x(30).
       77 ws-chart-type            pic x(10).
       77 ws-chart-result          pic x.

       77 ws-variance              pic s9(15)v99 usage comp-3.
       77 ws-var-pct               pic s9(7)v99  usage comp-3.
       77 ws-projected             pic s9(15)v99 usage comp-3.
       77 ws-over-flag             pic x.
           88 ws-is-over-budget              value "1".
       77 ws-over-count            pic 9(4)  value 0.

       77 ws-tot-budget            pic s9(15)v99 usage comp-3
                                              value 0.
       77 ws-tot-actual            pic s9(15)v99 usage comp-3
                                              value 0.
       77 ws-tot-projected         pic s9(15)v99 usage comp-3
                                              value 0.

       77 ws-amt-edt               pic -(11)9.99.
       77 ws-pct-edt               pic -(5)9.99.
       77 ws-pct-txt               pic x(10).
       77 ws-budget-txt            pic x(16).
       77 ws-actual-txt            pic x(16).

       77 ws-entete                pic x(132).
       77 ws-page-line             pic x(132).
       77 ws-name                  pic x(40) value "Doe".
       77 ws-surname               pic x(40) value "John".
       77 ws-str-ptr               pic 999   value 16.
       77 ws-report-title          pic x(40).
       77 ws-page-number           pic 9(4)  value 1.

       01 ws-detail-line.
           03 dl-acct              pic x(12).
           03 filler               pic x.
           03 dl-desc              pic x(22).
           03 filler               pic x.
           03 dl-budget            pic x(16).
           03 filler               pic x.
           03 dl-actual            pic x(16).
           03 filler               pic x.
           03 dl-variance          pic x(16).
           03 filler               pic x.
           03 dl-pct               pic x(10).
           03 filler               pic x.
           03 dl-projected         pic x(16).
           03 filler               pic x.
           03 dl-flag              pic x(16).
       01 ws-heading-line.
           03 filler               pic x(13) value "account".
           03 filler               pic x(23) value "description".
           03 filler               pic x(17) value "          budget".
           03 filler               pic x(17) value "   actual to date".
           03 filler               pic x(17) value "        variance".
           03 filler               pic x(11) value "  variance%".
           03 filler               pic x(17) value "  projected m/end".
           03 filler               pic x(17) value " flag".

       77 ws-eh-message            pic x(80).
       77 ws-eh-flag               pic x     value "0".
       77 ws-eh-context            pic x(80).
       77 ws-eh-code               pic 9(3).
       77 ws-caller                pic x(20) value "BUDGET-REPORT".

       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9     value 0.

       procedure division.

       mainline.

           perform resolve-config

           perform load-budgets

           perform load-actuals

           if ws-return-code >= 8
               move ws-return-code to return-code
               goback
           end-if

           perform write-budget-report

           move "REPORTED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "period="                       delimited by size
               ws-period                       delimited by size
               " accounts="                    delimited by size
               ws-line-count                   delimited by size
               " over-budget="                 delimited by size
               ws-over-count                   delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "LEDGER_BALANCES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-master-file
           end-if

           move "BUDGET_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-budget-file
           end-if

           move "BUDGET_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move spaces to ws-tol-edt
           move "BUDGET_TOLERANCE_PCT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-tol-edt
           end-if
           if ws-tol-edt not = spaces
               move ws-tol-edt to ws-num-scrub
               call "scrub-numeric" using ws-num-scrub
               if ws-num-scrub not = spaces
                   compute ws-tol-pct = function numval(ws-num-scrub)
                       on size error continue
                   end-compute
               end-if
           end-if

           accept ws-business-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-business-date
           end-if
           move ws-business-date(1:6) to ws-period

           move spaces to ws-date-edt
           string
               ws-business-date(1:4) "-"
               ws-business-date(5:2) "-"
               ws-business-date(7:2)
               delimited by size
               into ws-date-edt
           end-string

           move ws-business-date(7:2) to ws-day-of-month
           move ws-business-date to ws-first-of-month
           move "01" to ws-first-of-month(7:2)
           move ws-business-date(1:4) to ws-next-year
           move ws-business-date(5:2) to ws-next-month
           if ws-next-month = 12
               add 1 to ws-next-year
               move 1 to ws-next-month
           else
               add 1 to ws-next-month
           end-if
           compute ws-first-of-next =
               ws-next-year * 10000 + ws-next-month * 100 + 1
           compute ws-days-in-month =
               function integer-of-date(ws-first-of-next)
             - function integer-of-date(ws-first-of-month)
           .


      *>****************************************************
      *> only this month's budget lines are kept; a second
      *> line for the same account and period adds to the
      *> first (a mid-month top-up keyed as its own line)
      *>****************************************************

       load-budgets.

           open input budget-file

           if ws-budget-status not = "00"
               display "budget-report: no budget file "
                   function trim(ws-budget-file)
                   ", actuals reported without budgets"
               exit paragraph
           end-if

           read budget-file
               at end continue
           end-read

           perform load-one-budget
               until ws-budget-status not = "00"

           close budget-file
           .


       load-one-budget.

           if budget-file-rec not = spaces
               and budget-file-rec(1:1) not = "#"
               move spaces to ws-in-acct ws-in-f2 ws-in-f3
               unstring budget-file-rec delimited by "|"
                   into ws-in-acct ws-in-f2 ws-in-f3
               end-unstring
               move ws-in-f3 to ws-num-scrub
               call "scrub-numeric" using ws-num-scrub
               if ws-in-acct = spaces
                   or ws-in-f2(1:6) not numeric
                   or ws-num-scrub = spaces
                   display "budget-report: bad budget line skipped: "
                       function trim(budget-file-rec)
                   move 4 to ws-return-code
               else
                   if ws-in-f2(1:6) = ws-period
                       compute ws-num-value =
                               function numval(ws-num-scrub)
                           on size error move zero to ws-num-value
                       end-compute
                       move ws-in-acct to ws-key-acct
                       perform find-line-slot
                       if ws-is-line-found
                           add ws-num-value to ws-ln-budget(ws-line-idx)
                           move "Y" to ws-ln-has-budget(ws-line-idx)
                       end-if
                   end-if
               end-if
           end-if

           read budget-file
               at end continue
           end-read
           .


       find-line-slot.

           move "0" to ws-line-found
           perform test-line-slot
               varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-line-count
                   or ws-is-line-found

           if ws-is-line-found
               subtract 1 from ws-line-idx
               exit paragraph
           end-if

           if ws-line-count >= 500
               display "budget-report: account table full, "
                   function trim(ws-key-acct) " not reported"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-line-count
           move ws-line-count to ws-line-idx
           move ws-key-acct to ws-ln-acct(ws-line-idx)
           move zero to ws-ln-budget(ws-line-idx)
           move zero to ws-ln-actual(ws-line-idx)
           move "N" to ws-ln-has-budget(ws-line-idx)
           call "account-lookup" using ws-key-acct ws-chart-desc
               ws-chart-type ws-chart-result
           move ws-chart-desc to ws-ln-desc(ws-line-idx)
           set ws-is-line-found to true
           .


       test-line-slot.

           if ws-ln-acct(ws-line-idx) = ws-key-acct
               set ws-is-line-found to true
           end-if
           .


      *>****************************************************
      *> master record (ledger-balance):
      *>   account|opening|debits|credits|closing|date|mtd
      *> the record's own debits and credits are the
      *> movement of its date; they belong to this month
      *> only when that date does, and mtd carries the
      *> month's movement before it
      *>****************************************************

       load-actuals.

           open input balance-master

           if ws-master-status not = "00"
               display "budget-report: cannot open "
                   function trim(ws-master-file)
                   ", file status " ws-master-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           read balance-master
               at end continue
           end-read

           perform load-one-actual
               until ws-master-status not = "00"

           close balance-master
           .


       load-one-actual.

           if balance-master-rec not = spaces
               and balance-master-rec(1:1) not = "#"
               move spaces to ws-in-acct ws-in-f2 ws-in-f3 ws-in-f4
                              ws-in-f5 ws-in-date ws-in-mtd
               unstring balance-master-rec delimited by "|"
                   into ws-in-acct ws-in-f2 ws-in-f3 ws-in-f4
                        ws-in-f5 ws-in-date ws-in-mtd
               end-unstring

               if ws-in-acct not = spaces
                   and ws-in-date(1:6) = ws-period
                   move ws-in-f3 to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-debits
                   move ws-in-f4 to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-credits
                   move ws-in-mtd to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-mtd
                   compute ws-net =
                       ws-bl-mtd + ws-bl-debits - ws-bl-credits

                   move ws-in-acct to ws-key-acct
                   perform find-line-slot
                   if ws-is-line-found
                       call "account-lookup" using ws-key-acct
                           ws-chart-desc ws-chart-type
                           ws-chart-result
                       if ws-chart-type = "INCOME"
                           or ws-chart-type = "LIABILITY"
                           compute ws-ln-actual(ws-line-idx)
                               rounded = zero - ws-net
                       else
                           compute ws-ln-actual(ws-line-idx)
                               rounded = ws-net
                       end-if
                   end-if
               end-if
           end-if

           read balance-master
               at end continue
           end-read
           .


       take-amount.

           move zero to ws-num-value
           call "scrub-numeric" using ws-num-scrub
           if ws-num-scrub not = spaces
               compute ws-num-value = function numval(ws-num-scrub)
                   on size error move zero to ws-num-value
               end-compute
           end-if
           .


       write-budget-report.

           open output budget-rpt

           if ws-report-status not = "00"
               display "budget-report: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-report-title
           string
               "BUDGET VS ACTUAL TO "  delimited by size
               ws-date-edt             delimited by size
               into ws-report-title
           end-string

           move 16 to ws-str-ptr
           call "entete" using by content ws-name ws-surname
                               ws-str-ptr ws-report-title
                               ws-page-number
                               by reference ws-entete ws-page-line

           write budget-rpt-rec from ws-entete
           write budget-rpt-rec from ws-page-line
           move spaces to budget-rpt-rec
           write budget-rpt-rec

           move ws-tol-pct to ws-pct-edt
           move spaces to budget-rpt-rec
           string
               "day "                          delimited by size
               ws-day-of-month                 delimited by size
               " of "                          delimited by size
               ws-days-in-month                delimited by size
               ", over-budget tolerance "      delimited by size
               function trim(ws-pct-edt)       delimited by size
               "%"                             delimited by size
               into budget-rpt-rec
           end-string
           write budget-rpt-rec
           move spaces to budget-rpt-rec
           write budget-rpt-rec

           write budget-rpt-rec from ws-heading-line

           perform report-one-account
               varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-line-count

           move spaces to budget-rpt-rec
           write budget-rpt-rec

           move spaces to ws-detail-line
           move "total" to dl-acct
           move ws-tot-budget to ws-amt-edt
           move ws-amt-edt to dl-budget
           move ws-tot-actual to ws-amt-edt
           move ws-amt-edt to dl-actual
           compute ws-variance = ws-tot-actual - ws-tot-budget
           move ws-variance to ws-amt-edt
           move ws-amt-edt to dl-variance
           move ws-tot-projected to ws-amt-edt
           move ws-amt-edt to dl-projected
           write budget-rpt-rec from ws-detail-line

           move spaces to budget-rpt-rec
           string
               "accounts over budget: "        delimited by size
               ws-over-count                   delimited by size
               into budget-rpt-rec
           end-string
           write budget-rpt-rec

           close budget-rpt

           display "budget-report: " ws-line-count
               " account(s) reported, " ws-over-count
               " over budget"
           .


       report-one-account.

           compute ws-variance =
               ws-ln-actual(ws-line-idx) - ws-ln-budget(ws-line-idx)

           if ws-day-of-month > 0
               compute ws-projected rounded =
                   ws-ln-actual(ws-line-idx) * ws-days-in-month
                       / ws-day-of-month
                   on size error move zero to ws-projected
               end-compute
           else
               move ws-ln-actual(ws-line-idx) to ws-projected
           end-if

           add ws-ln-budget(ws-line-idx) to ws-tot-budget
           add ws-ln-actual(ws-line-idx) to ws-tot-actual
           add ws-projected to ws-tot-projected

           move "0" to ws-over-flag
           move spaces to ws-pct-txt
           if ws-ln-has-budget(ws-line-idx) = "Y"
               and ws-ln-budget(ws-line-idx) not = 0
               compute ws-var-pct rounded =
                   ws-variance * 100 / ws-ln-budget(ws-line-idx)
                   on size error move 99999.99 to ws-var-pct
               end-compute
               move ws-var-pct to ws-pct-edt
               move ws-pct-edt to ws-pct-txt
               if ws-variance > 0 and ws-var-pct > ws-tol-pct
                   set ws-is-over-budget to true
               end-if
           else
               if ws-ln-actual(ws-line-idx) > 0
                   and ws-ln-budget(ws-line-idx) = 0
                   and ws-ln-has-budget(ws-line-idx) = "Y"
                   set ws-is-over-budget to true
               end-if
               move "n/a" to ws-pct-txt
           end-if

           move spaces to ws-detail-line
           move ws-ln-acct(ws-line-idx) to dl-acct
           move ws-ln-desc(ws-line-idx) to dl-desc
           if ws-ln-has-budget(ws-line-idx) = "Y"
               move ws-ln-budget(ws-line-idx) to ws-amt-edt
               move ws-amt-edt to dl-budget
           else
               move "     (no budget)" to dl-budget
           end-if
           move ws-ln-actual(ws-line-idx) to ws-amt-edt
           move ws-amt-edt to dl-actual
           move ws-variance to ws-amt-edt
           move ws-amt-edt to dl-variance
           move ws-pct-txt to dl-pct
           move ws-projected to ws-amt-edt
           move ws-amt-edt to dl-projected
           if ws-is-over-budget
               move "*** OVER BUDGET" to dl-flag
           end-if
           write budget-rpt-rec from ws-detail-line

           if ws-is-over-budget
               add 1 to ws-over-count
               perform raise-over-budget
           end-if
           .


       raise-over-budget.

           move ws-ln-actual(ws-line-idx) to ws-amt-edt
           move function trim(ws-amt-edt) to ws-actual-txt
           move ws-ln-budget(ws-line-idx) to ws-amt-edt
           move function trim(ws-amt-edt) to ws-budget-txt

           move spaces to ws-eh-message
           string
               "account "                      delimited by size
               function trim(ws-ln-acct(ws-line-idx))
                                               delimited by size
               " over budget: actual "         delimited by size
               function trim(ws-actual-txt)    delimited by size
               " budget "                      delimited by size
               function trim(ws-budget-txt)    delimited by size
               " ("                            delimited by size
               function trim(ws-pct-txt)       delimited by size
               "%)"                            delimited by size
               into ws-eh-message
           end-string
           move spaces to ws-eh-context
           string
               "period "                       delimited by size
               ws-period                       delimited by size
               into ws-eh-context
           end-string
           move 501 to ws-eh-code
           call "error-handler" using by content
               ws-eh-message ws-eh-flag ws-eh-context
               ws-eh-code ws-caller
           .
