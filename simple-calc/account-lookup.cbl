       identification division.
       program-id. account-lookup.

      *>****************************************************
      *> chart of accounts lookup: the account token calc
      *> batch splits off under CALC_BATCH_ACCT used to be
      *> free text, so a mistyped code got its own control
      *> break, its own GL posting, and bounced at the GL
      *> days later. the chart file lists every valid
      *> ledger account -
      *>   account|description|type|status
      *> type ASSET, LIABILITY, INCOME or EXPENSE; status
      *> OPEN or CLOSED (O/C accepted). loaded once on the
      *> first call, the same way calc-engine loads its
      *> calendar, and shared by every program that has to
      *> judge an account code.
      *>
      *> ls-result: "0" account open, "1" not on the chart,
      *> "2" on the chart but closed, "9" no chart file at
      *> all - a site without one behaves as before
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select chart-of-accounts assign to dynamic ws-chart-file
               organization line sequential
               file status is ws-chart-status.

       data division.

       file section.

       fd chart-of-accounts.
       01 chart-of-accounts-rec    pic x(120).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-chart-file            pic x(80)
                                    value "file-chart-of-accounts".
       77 ws-chart-status          pic xx.
       77 ws-chart-loaded          pic x      value "0".
           88 ws-is-chart-loaded              value "1".
       77 ws-chart-present         pic x      value "0".
           88 ws-is-chart-present             value "1".

       01 ws-chart-table.
           03 ws-chart-entry occurs 1000.
               05 ws-ch-acct       pic x(12).
               05 ws-ch-desc       pic x(30).
               05 ws-ch-type       pic x(10).
               05 ws-ch-status     pic x.
       77 ws-chart-count           pic 9(4)   value 0.
       77 ws-chart-idx             pic 9(4).
       77 ws-chart-found           pic x.
           88 ws-is-chart-found               value "1".

       77 ws-in-acct               pic x(20).
       77 ws-in-desc               pic x(40).
       77 ws-in-type               pic x(12).
       77 ws-in-status             pic x(8).

       linkage section.

       01 ls-account               pic x(12).
       01 ls-description           pic x(30).
       01 ls-type                  pic x(10).
       01 ls-result                pic x.

       procedure division using ls-account ls-description
                                ls-type ls-result.

       mainline.

           if not ws-is-chart-loaded
               perform load-chart
               set ws-is-chart-loaded to true
           end-if

           move spaces to ls-description ls-type

           if not ws-is-chart-present
               move "9" to ls-result
               goback
           end-if

           move "0" to ws-chart-found
           perform test-chart-entry
               varying ws-chart-idx from 1 by 1
               until ws-chart-idx > ws-chart-count
                   or ws-is-chart-found

           if not ws-is-chart-found
               move "1" to ls-result
               goback
           end-if

           subtract 1 from ws-chart-idx
           move ws-ch-desc(ws-chart-idx) to ls-description
           move ws-ch-type(ws-chart-idx) to ls-type
           if ws-ch-status(ws-chart-idx) = "C"
               move "2" to ls-result
           else
               move "0" to ls-result
           end-if

           goback.


       test-chart-entry.

           if ws-ch-acct(ws-chart-idx) = ls-account
               set ws-is-chart-found to true
           end-if
           .


       load-chart.

           move "CHART_OF_ACCOUNTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-chart-file
           end-if

           open input chart-of-accounts

           if ws-chart-status not = "00"
               exit paragraph
           end-if

           set ws-is-chart-present to true

           read chart-of-accounts
               at end continue
           end-read

           perform load-one-account
               until ws-chart-status not = "00"

           close chart-of-accounts
           .


       load-one-account.

           if chart-of-accounts-rec not = spaces
               and chart-of-accounts-rec(1:1) not = "#"
               move spaces to ws-in-acct ws-in-desc ws-in-type
                              ws-in-status
               unstring chart-of-accounts-rec delimited by "|"
                   into ws-in-acct ws-in-desc ws-in-type
                        ws-in-status
               end-unstring

               if ws-in-acct = spaces
                   display "account-lookup: bad chart record "
                       "skipped: "
                       function trim(chart-of-accounts-rec)
               else
                   if ws-chart-count >= 1000
                       display "account-lookup: chart table full, "
                           "account " function trim(ws-in-acct)
                           " not loaded"
                   else
                       add 1 to ws-chart-count
                       move function trim(ws-in-acct)
                           to ws-ch-acct(ws-chart-count)
                       move function trim(ws-in-desc)
                           to ws-ch-desc(ws-chart-count)
                       move function upper-case(
                               function trim(ws-in-type))
                           to ws-ch-type(ws-chart-count)
                       move function upper-case(
                               function trim(ws-in-status))
                           to ws-in-status
                       if ws-in-status(1:1) = "C"
                           move "C" to ws-ch-status(ws-chart-count)
                       else
                           move "O" to ws-ch-status(ws-chart-count)
                       end-if
                   end-if
               end-if
           end-if

           read chart-of-accounts
               at end continue
           end-read
           .
