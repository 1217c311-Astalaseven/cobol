       identification division.
       program-id. ledger-balance.

      *>****************************************************
      *> ledger account balance master and the daily trial
      *> balance: calc batch under CALC_BATCH_ACCT leaves
      *> each account's night movement (debits and credits)
      *> on the ledger movements file, and this rolls the
      *> balance master forward from it -
      *>   opening  = the previous cycle's closing
      *>   debits   = the night's positive results
      *>   credits  = the night's negative results
      *>   closing  = opening + debits - credits
      *> then prints the dated trial balance over every
      *> account on the master, which must net to zero.
      *>
      *> the roll is keyed by date: an account already
      *> rolled to this business date (a rerun, or a
      *> -resubmit adding repaired lines) is rebuilt from
      *> that date's opening, never rolled a second time,
      *> so running the step twice cannot double a night.
      *> a master already past the business date is left
      *> alone - the cycle is being run for the wrong day.
      *>
      *> master record:
      *>   account|opening|debits|credits|closing|yyyymmdd|mtd
      *> mtd is the account's net movement for the month up
      *> to (not including) the record's date, carried so
      *> the budget report can read month-to-date actuals
      *> straight off the master; it restarts at zero on
      *> the first roll into a new month
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select balance-master assign to dynamic ws-master-file
               organization line sequential
               file status is ws-master-status.
           select ledger-movements assign to dynamic ws-movement-file
               organization line sequential
               file status is ws-movement-status.
           select trial-balance assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd balance-master.
       01 balance-master-rec       pic x(160).

       fd ledger-movements.
       01 ledger-movements-rec     pic x(100).

       fd trial-balance.
       01 trial-balance-rec        pic x(132).

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
       77 ws-movement-file         pic x(80)
                                    value "file-ledger-movements".
       77 ws-movement-status       pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-trial-balance".
       77 ws-report-status         pic xx.

       77 ws-business-date         pic 9(8).
       77 ws-date-edt              pic x(10).

       01 ws-balance-table.
           03 ws-balance-entry occurs 500.
               05 ws-bl-acct       pic x(12).
               05 ws-bl-opening    pic s9(17)v9(4) usage comp-3.
               05 ws-bl-debits     pic s9(17)v9(4) usage comp-3.
               05 ws-bl-credits    pic s9(17)v9(4) usage comp-3.
               05 ws-bl-closing    pic s9(17)v9(4) usage comp-3.
               05 ws-bl-date       pic 9(8).
               05 ws-bl-mtd        pic s9(17)v9(4) usage comp-3.
       77 ws-balance-count         pic 9(3)  value 0.
       77 ws-balance-idx           pic 9(3).
       77 ws-balance-found         pic x.
           88 ws-is-balance-found            value "1".

       77 ws-in-acct               pic x(20).
       77 ws-in-opening            pic x(30).
       77 ws-in-debits             pic x(30).
       77 ws-in-credits            pic x(30).
       77 ws-in-closing            pic x(30).
       77 ws-in-date               pic x(10).
       77 ws-in-count              pic x(10).
       77 ws-in-run                pic x(20).
       77 ws-in-mtd                pic x(30).
       77 ws-num-scrub             pic x(30).
       77 ws-num-value             pic s9(17)v9(4) usage comp-3.
       77 ws-num-ok                pic x.
           88 ws-is-num-ok                   value "1".

       77 ws-rolled-count          pic 9(4)  value 0.
       77 ws-rebuilt-count         pic 9(4)  value 0.
       77 ws-ahead-count           pic 9(4)  value 0.
       77 ws-movement-used         pic 9(6)  value 0.
       77 ws-movement-other        pic 9(6)  value 0.
       77 ws-movement-bad          pic 9(6)  value 0.
       77 ws-master-bad            pic 9(6)  value 0.

       77 ws-total-dr              pic s9(17)v9(4) usage comp-3.
       77 ws-total-cr              pic s9(17)v9(4) usage comp-3.
       77 ws-total-open            pic s9(17)v9(4) usage comp-3.
       77 ws-total-debits          pic s9(17)v9(4) usage comp-3.
       77 ws-total-credits         pic s9(17)v9(4) usage comp-3.
       77 ws-out-of-balance        pic s9(17)v9(4) usage comp-3.

       77 ws-amount-edt            pic -(17)9.9(4).
       77 ws-open-txt              pic x(24).
       77 ws-debits-txt            pic x(24).
       77 ws-credits-txt           pic x(24).
       77 ws-closing-txt           pic x(24).
       77 ws-mtd-txt               pic x(24).

       77 ws-entete                pic x(132).
       77 ws-page-line             pic x(132).
       77 ws-name                  pic x(40) value "Doe".
       77 ws-surname               pic x(40) value "John".
       77 ws-str-ptr               pic 999   value 16.
       77 ws-report-title          pic x(40).
       77 ws-page-number           pic 9(4)  value 1.

       77 ws-col-label             pic x(20).
       77 ws-col-value             pic x(20).
       77 ws-col-width             pic 99.
       77 ws-line-build            pic x(132).
       77 ws-line-ptr              pic 999.
      *>****************************************************
      *> 15 wide so four amount columns and the account
      *> still fit one 132-byte line through report-line
      *>****************************************************

       77 ws-col-edt               pic -(9)9.9(4).
       77 ws-sum-edt               pic -(14)9.9(4).

       77 ws-audit-caller          pic x(20)
                                    value "LEDGER-BALANCE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9     value 0.

       procedure division.

       mainline.

           perform resolve-config

           perform load-balance-master

           if ws-return-code >= 8
               move ws-return-code to return-code
               goback
           end-if

           perform roll-forward-master
               varying ws-balance-idx from 1 by 1
               until ws-balance-idx > ws-balance-count

           perform apply-movements

           if ws-return-code >= 8
               move ws-return-code to return-code
               goback
           end-if

           perform close-one-balance
               varying ws-balance-idx from 1 by 1
               until ws-balance-idx > ws-balance-count

           perform rewrite-balance-master

           perform write-trial-balance

           move "ROLLED" to ws-audit-event
           move ws-out-of-balance to ws-amount-edt
           move spaces to ws-audit-detail
           string
               "date="                         delimited by size
               ws-business-date                delimited by size
               " accounts="                    delimited by size
               ws-balance-count                delimited by size
               " movements="                   delimited by size
               ws-movement-used                delimited by size
               " out-of-balance="              delimited by size
               function trim(ws-amount-edt)    delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "LEDGER_BALANCES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-master-file
           end-if

           move "LEDGER_MOVEMENTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-movement-file
           end-if

           move "TRIAL_BALANCE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           accept ws-business-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-business-date
           end-if

           move spaces to ws-date-edt
           string
               ws-business-date(1:4) "-"
               ws-business-date(5:2) "-"
               ws-business-date(7:2)
               delimited by size
               into ws-date-edt
           end-string
           .


      *>****************************************************
      *> no master yet is the first night: every account
      *> starts from a zero opening
      *>****************************************************

       load-balance-master.

           open input balance-master

           if ws-master-status = "35"
               display "ledger-balance: no balance master yet, "
                   "starting from zero openings"
               exit paragraph
           end-if

           if ws-master-status not = "00"
               display "ledger-balance: cannot open "
                   function trim(ws-master-file)
                   ", file status " ws-master-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           read balance-master
               at end continue
           end-read

           perform load-one-balance
               until ws-master-status not = "00"

           close balance-master
           .


       load-one-balance.

           if balance-master-rec not = spaces
               and balance-master-rec(1:1) not = "#"
               move spaces to ws-in-acct ws-in-opening ws-in-debits
                              ws-in-credits ws-in-closing ws-in-date
                              ws-in-mtd
               unstring balance-master-rec delimited by "|"
                   into ws-in-acct ws-in-opening ws-in-debits
                        ws-in-credits ws-in-closing ws-in-date
                        ws-in-mtd
               end-unstring

               if ws-in-acct = spaces
                   or ws-in-date(1:8) not numeric
                   or ws-balance-count >= 500
                   add 1 to ws-master-bad
                   display "ledger-balance: bad master record, "
                       "roll abandoned: "
                       function trim(balance-master-rec)
                   move 8 to ws-return-code
               else
                   add 1 to ws-balance-count
                   move ws-balance-count to ws-balance-idx
                   move ws-in-acct to ws-bl-acct(ws-balance-idx)
                   move ws-in-date(1:8) to ws-bl-date(ws-balance-idx)
                   move ws-in-opening to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-opening(ws-balance-idx)
                   move ws-in-debits to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-debits(ws-balance-idx)
                   move ws-in-credits to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-credits(ws-balance-idx)
                   move ws-in-closing to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-closing(ws-balance-idx)
                   move ws-in-mtd to ws-num-scrub
                   perform take-amount
                   move ws-num-value to ws-bl-mtd(ws-balance-idx)
               end-if
           end-if

           read balance-master
               at end continue
           end-read
           .


       take-amount.

           move zero to ws-num-value
           move "1" to ws-num-ok
           call "scrub-numeric" using ws-num-scrub
           if ws-num-scrub = spaces
               move "0" to ws-num-ok
           else
               compute ws-num-value = function numval(ws-num-scrub)
                   on size error
                       move "0" to ws-num-ok
                       move zero to ws-num-value
               end-compute
           end-if
           .


      *>****************************************************
      *> older than the business date: yesterday's closing
      *> becomes today's opening. same date: the night is
      *> being rebuilt from its own opening. newer: the
      *> account is left exactly as it stands
      *>****************************************************

       roll-forward-master.

           evaluate true
               when ws-bl-date(ws-balance-idx) < ws-business-date
                   if ws-bl-date(ws-balance-idx)(1:6)
                           = ws-business-date(1:6)
                       compute ws-bl-mtd(ws-balance-idx) =
                               ws-bl-mtd(ws-balance-idx)
                             + ws-bl-debits(ws-balance-idx)
                             - ws-bl-credits(ws-balance-idx)
                   else
                       move zero to ws-bl-mtd(ws-balance-idx)
                   end-if
                   move ws-bl-closing(ws-balance-idx)
                       to ws-bl-opening(ws-balance-idx)
                   move zero to ws-bl-debits(ws-balance-idx)
                   move zero to ws-bl-credits(ws-balance-idx)
                   move ws-business-date
                       to ws-bl-date(ws-balance-idx)
                   add 1 to ws-rolled-count
               when ws-bl-date(ws-balance-idx) = ws-business-date
                   move zero to ws-bl-debits(ws-balance-idx)
                   move zero to ws-bl-credits(ws-balance-idx)
                   add 1 to ws-rebuilt-count
               when other
                   add 1 to ws-ahead-count
           end-evaluate
           .


       apply-movements.

           open input ledger-movements

           if ws-movement-status = "35"
               display "ledger-balance: no ledger movements file, "
                   "balances carried forward unchanged"
               exit paragraph
           end-if

           if ws-movement-status not = "00"
               display "ledger-balance: cannot open "
                   function trim(ws-movement-file)
                   ", file status " ws-movement-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           read ledger-movements
               at end continue
           end-read

           perform apply-one-movement
               until ws-movement-status not = "00"

           close ledger-movements

           if ws-movement-other > 0
               display "ledger-balance: " ws-movement-other
                   " movement line(s) for another date ignored"
           end-if
           .


       apply-one-movement.

           if ledger-movements-rec = spaces
               or ledger-movements-rec(1:1) = "#"
               perform read-next-movement
               exit paragraph
           end-if

           move spaces to ws-in-date ws-in-acct ws-in-debits
                          ws-in-credits ws-in-count ws-in-run
           unstring ledger-movements-rec delimited by "|"
               into ws-in-date ws-in-acct ws-in-debits
                    ws-in-credits ws-in-count ws-in-run
           end-unstring

           if ws-in-date(1:8) not numeric or ws-in-acct = spaces
               add 1 to ws-movement-bad
               display "ledger-balance: bad movement line skipped: "
                   function trim(ledger-movements-rec)
               move 4 to ws-return-code
               perform read-next-movement
               exit paragraph
           end-if

           if ws-in-date(1:8) not = ws-business-date
               add 1 to ws-movement-other
               perform read-next-movement
               exit paragraph
           end-if

           perform find-balance-slot

           if ws-is-balance-found
               if ws-bl-date(ws-balance-idx) > ws-business-date
                   display "ledger-balance: account "
                       function trim(ws-in-acct)
                       " already rolled past "
                       ws-date-edt ", movement not applied"
                   move 8 to ws-return-code
                   perform read-next-movement
                   exit paragraph
               end-if
           else
               if ws-balance-count >= 500
                   display "ledger-balance: balance master full, "
                       "account " function trim(ws-in-acct)
                       " not carried"
                   move 8 to ws-return-code
                   perform read-next-movement
                   exit paragraph
               end-if
               add 1 to ws-balance-count
               move ws-balance-count to ws-balance-idx
               move ws-in-acct to ws-bl-acct(ws-balance-idx)
               move zero to ws-bl-opening(ws-balance-idx)
               move zero to ws-bl-debits(ws-balance-idx)
               move zero to ws-bl-credits(ws-balance-idx)
               move zero to ws-bl-closing(ws-balance-idx)
               move zero to ws-bl-mtd(ws-balance-idx)
               move ws-business-date to ws-bl-date(ws-balance-idx)
           end-if

           move ws-in-debits to ws-num-scrub
           perform take-amount
           add ws-num-value to ws-bl-debits(ws-balance-idx)
           move ws-in-credits to ws-num-scrub
           perform take-amount
           add ws-num-value to ws-bl-credits(ws-balance-idx)

           add 1 to ws-movement-used

           perform read-next-movement
           .


       read-next-movement.

           read ledger-movements
               at end continue
           end-read
           .


       find-balance-slot.

           move "0" to ws-balance-found
           perform test-balance-slot
               varying ws-balance-idx from 1 by 1
               until ws-balance-idx > ws-balance-count
                   or ws-is-balance-found
           if ws-is-balance-found
               subtract 1 from ws-balance-idx
           end-if
           .


       test-balance-slot.

           if ws-bl-acct(ws-balance-idx) = ws-in-acct
               set ws-is-balance-found to true
           end-if
           .


       close-one-balance.

           if ws-bl-date(ws-balance-idx) = ws-business-date
               compute ws-bl-closing(ws-balance-idx) =
                       ws-bl-opening(ws-balance-idx)
                     + ws-bl-debits(ws-balance-idx)
                     - ws-bl-credits(ws-balance-idx)
           end-if
           .


      *>****************************************************
      *> the master is small and rewritten whole, the same
      *> way the other state files in the shop are
      *>****************************************************

       rewrite-balance-master.

           open output balance-master

           if ws-master-status not = "00"
               display "ledger-balance: cannot rewrite "
                   function trim(ws-master-file)
                   ", file status " ws-master-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform write-one-balance
               varying ws-balance-idx from 1 by 1
               until ws-balance-idx > ws-balance-count

           close balance-master
           .


       write-one-balance.

           move ws-bl-opening(ws-balance-idx) to ws-amount-edt
           move function trim(ws-amount-edt) to ws-open-txt
           move ws-bl-debits(ws-balance-idx) to ws-amount-edt
           move function trim(ws-amount-edt) to ws-debits-txt
           move ws-bl-credits(ws-balance-idx) to ws-amount-edt
           move function trim(ws-amount-edt) to ws-credits-txt
           move ws-bl-closing(ws-balance-idx) to ws-amount-edt
           move function trim(ws-amount-edt) to ws-closing-txt
           move ws-bl-mtd(ws-balance-idx) to ws-amount-edt
           move function trim(ws-amount-edt) to ws-mtd-txt

           move spaces to balance-master-rec
           string
               function trim(ws-bl-acct(ws-balance-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-open-txt)      delimited by size
               "|"                             delimited by size
               function trim(ws-debits-txt)    delimited by size
               "|"                             delimited by size
               function trim(ws-credits-txt)   delimited by size
               "|"                             delimited by size
               function trim(ws-closing-txt)   delimited by size
               "|"                             delimited by size
               ws-bl-date(ws-balance-idx)      delimited by size
               "|"                             delimited by size
               function trim(ws-mtd-txt)       delimited by size
               into balance-master-rec
           end-string
           write balance-master-rec
           .


      *>****************************************************
      *> every account on the master appears, moved or not:
      *> a debit balance (positive closing) in the debit
      *> total, a credit balance in the credit total. the
      *> two totals must agree; the difference is printed
      *> and returns RETURN-CODE 4 when they do not
      *>****************************************************

       write-trial-balance.

           open output trial-balance

           if ws-report-status not = "00"
               display "ledger-balance: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-report-title
           string
               "TRIAL BALANCE AS AT "  delimited by size
               ws-date-edt             delimited by size
               into ws-report-title
           end-string

           move 16 to ws-str-ptr
           call "entete" using by content ws-name ws-surname
                               ws-str-ptr ws-report-title
                               ws-page-number
                               by reference ws-entete ws-page-line

           write trial-balance-rec from ws-entete
           write trial-balance-rec from ws-page-line
           move spaces to trial-balance-rec
           write trial-balance-rec

           move zero to ws-total-dr ws-total-cr ws-total-open
                        ws-total-debits ws-total-credits

           perform report-one-balance
               varying ws-balance-idx from 1 by 1
               until ws-balance-idx > ws-balance-count

           move spaces to trial-balance-rec
           write trial-balance-rec

           move spaces to ws-line-build
           move 1 to ws-line-ptr
           move "total opening" to ws-col-label
           move ws-total-open to ws-sum-edt
           move ws-sum-edt to ws-col-value
           move 20 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "total debits" to ws-col-label
           move ws-total-debits to ws-sum-edt
           move ws-sum-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "total credits" to ws-col-label
           move ws-total-credits to ws-sum-edt
           move ws-sum-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           write trial-balance-rec from ws-line-build

           move spaces to ws-line-build
           move 1 to ws-line-ptr
           move "debit balances" to ws-col-label
           move ws-total-dr to ws-sum-edt
           move ws-sum-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "credit balances" to ws-col-label
           move ws-total-cr to ws-sum-edt
           move ws-sum-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           write trial-balance-rec from ws-line-build

           compute ws-out-of-balance = ws-total-dr - ws-total-cr

           move spaces to trial-balance-rec
           if ws-out-of-balance = 0
               move "trial balance nets to zero"
                   to trial-balance-rec
           else
               move ws-out-of-balance to ws-amount-edt
               string
                   "*** OUT OF BALANCE BY "    delimited by size
                   function trim(ws-amount-edt)
                                               delimited by size
                   " ***"                      delimited by size
                   into trial-balance-rec
               end-string
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if
           write trial-balance-rec

           if ws-ahead-count > 0
               move spaces to trial-balance-rec
               string
                   "accounts already rolled past this date, "
                                               delimited by size
                   "shown as they stand: "     delimited by size
                   ws-ahead-count              delimited by size
                   into trial-balance-rec
               end-string
               write trial-balance-rec
           end-if

           close trial-balance

           display "ledger-balance: " ws-balance-count
               " account(s) on the trial balance as at "
               ws-date-edt
           if ws-out-of-balance not = 0
               move ws-out-of-balance to ws-amount-edt
               display "ledger-balance: OUT OF BALANCE by "
                   function trim(ws-amount-edt)
           end-if
           .


       report-one-balance.

           add ws-bl-opening(ws-balance-idx) to ws-total-open
           add ws-bl-debits(ws-balance-idx) to ws-total-debits
           add ws-bl-credits(ws-balance-idx) to ws-total-credits
           if ws-bl-closing(ws-balance-idx) < 0
               subtract ws-bl-closing(ws-balance-idx)
                   from ws-total-cr
           else
               add ws-bl-closing(ws-balance-idx) to ws-total-dr
           end-if

           move spaces to ws-line-build
           move 1 to ws-line-ptr
           move "account" to ws-col-label
           move ws-bl-acct(ws-balance-idx) to ws-col-value
           move 12 to ws-col-width
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move 15 to ws-col-width
           move "opening" to ws-col-label
           move ws-bl-opening(ws-balance-idx) to ws-col-edt
           move ws-col-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "debits" to ws-col-label
           move ws-bl-debits(ws-balance-idx) to ws-col-edt
           move ws-col-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "credits" to ws-col-label
           move ws-bl-credits(ws-balance-idx) to ws-col-edt
           move ws-col-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           move "closing" to ws-col-label
           move ws-bl-closing(ws-balance-idx) to ws-col-edt
           move ws-col-edt to ws-col-value
           call "report-line" using ws-col-label ws-col-value
                               ws-col-width ws-line-build ws-line-ptr
           write trial-balance-rec from ws-line-build
           .
