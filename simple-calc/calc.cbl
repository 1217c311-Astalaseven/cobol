           select calc-calendar assign to dynamic ws-cal-file
               organization line sequential
               file status is ws-cal-status.
           select ledger-movements assign to dynamic ws-movement-file
               organization line sequential
               file status is ws-movement-status.
           select approval-limits assign to dynamic ws-limits-file
               organization line sequential
               file status is ws-limits-status.
           select pending-approval assign to dynamic ws-pending-file
               organization line sequential
               file status is ws-pending-status.
           select txn-registry assign to dynamic ws-registry-file
               organization line sequential
               file status is ws-registry-status.
           select formula-library assign to dynamic ws-formula-file
               organization line sequential
               file status is ws-formula-status.
           select calc-checkpoint assign to dynamic ws-ckpt-name
               organization line sequential
               file status is ws-ckpt-status.
           select ckpt-copy-in assign to dynamic ws-copy-in-file
               organization line sequential
               file status is ws-copy-in-status.
           select ckpt-copy-out assign to dynamic ws-copy-out-file
               organization line sequential
               file status is ws-copy-out-status.

       data division.

           03 filler               pic x.
           03 cc-type              pic x.

       fd ledger-movements.
       01 ledger-movements-rec     pic x(100).

       fd approval-limits.
       01 approval-limits-rec      pic x(80).

       fd pending-approval.
       01 pending-approval-rec     pic x(256).

       fd txn-registry.
       01 txn-registry-rec         pic x(40).

      *>****************************************************
      *> batch checkpoint: one C record with the position
      *> and the running totals, then one D record per
      *> manifest department, one M record per ledger
      *> movement slot, one F record per EXPECT failure,
      *> one R record per transaction id this run has
      *> registered and one H record per pending-approval
      *> line - everything a resumed run needs to carry on
      *> as if it had never stopped. the registry and the
      *> pending file themselves are still written only at
      *> the end of the run, so a fresh start after a crash
      *> finds them as the night began
      *>****************************************************

       fd formula-library.
       01 formula-library-rec      pic x(200).

       fd calc-checkpoint.
       01 calc-checkpoint-rec      pic x(400).

       01 ckpt-control redefines calc-checkpoint-rec.
           03 ck-type              pic x.
           03 ck-infile            pic x(60).
           03 ck-business-date     pic 9(8).
           03 ck-man-idx           pic 99.
           03 ck-read-count        pic 9(6).
           03 ck-out-lines         pic 9(8).
           03 ck-rej-lines         pic 9(8).
           03 ck-jnl-lines         pic 9(8).
           03 ck-txn-count         pic 9(6).
           03 ck-batch-total       pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-reject-count      pic 9(6).
           03 ck-held-count        pic 9(4).
           03 ck-released-count    pic 9(4).
           03 ck-return-code       pic 9.
           03 ck-cur-acct          pic x(12).
           03 ck-cur-acct-desc     pic x(30).
           03 ck-acct-count        pic 9(6).
           03 ck-acct-total        pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-acct-debits       pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-acct-credits      pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-dept-txn-base     pic 9(6).
           03 ck-dept-total-base   pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-last-ok           pic x.
           03 ck-last-total        pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-last-txn          pic x(12).
           03 ck-exp-count         pic 9(4).
           03 filler               pic x(75).

       01 ckpt-department redefines calc-checkpoint-rec.
           03 ck-d-type            pic x.
           03 ck-d-idx             pic 99.
           03 ck-d-expected        pic 9(6).
           03 ck-d-actual          pic 9(6).
           03 ck-d-has-trl         pic x.
           03 ck-d-opened          pic x.
           03 ck-d-txn             pic 9(6).
           03 ck-d-total           pic s9(17)v9(4)
                                    sign leading separate.
           03 filler               pic x(355).

       01 ckpt-movement redefines calc-checkpoint-rec.
           03 ck-m-type            pic x.
           03 ck-m-acct            pic x(12).
           03 ck-m-debits          pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-m-credits         pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-m-count           pic 9(6).
           03 filler               pic x(337).

       01 ckpt-expect redefines calc-checkpoint-rec.
           03 ck-f-type            pic x.
           03 ck-f-txn             pic x(12).
           03 ck-f-expected        pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-f-actual          pic s9(17)v9(4)
                                    sign leading separate.
           03 ck-f-variance        pic s9(17)v9(4)
                                    sign leading separate.
           03 filler               pic x(321).

       01 ckpt-registry redefines calc-checkpoint-rec.
           03 ck-r-type            pic x.
           03 ck-r-txn             pic x(12).
           03 ck-r-date            pic 9(8).
           03 ck-r-run             pic x(11).
           03 filler               pic x(368).

       01 ckpt-hold redefines calc-checkpoint-rec.
           03 ck-h-type            pic x.
           03 ck-h-line            pic x(256).
           03 filler               pic x(143).

       fd ckpt-copy-in.
       01 ckpt-copy-in-rec         pic x(256).

       fd ckpt-copy-out.
       01 ckpt-copy-out-rec        pic x(256).

      *>****************************************************
      *> standing orders for batch mode: the dozen accrual
      *> and allocation expressions that used to be typed
       77 ws-man-name-in           pic x(60).
       77 ws-man-trl-txt           pic x(20).
       77 ws-man-trl-scrub         pic x(30).
       77 ws-dept-txn-base         pic 9(6)   value 0.
       77 ws-dept-total-base       pic s9(17)v9(4) usage comp-3
                                               value 0.
       77 ws-dept-line             pic x(120).
       77 ws-man-bad               pic 99     value 0.
       77 ws-batch-eof             pic x           value "0".
       77 ws-rate-val-in           pic x(20).
       77 ws-rate-scrub            pic x(30).

      *>****************************************************
      *> named formula library: VAT, the allocation split
      *> and the late fee used to be retyped in full on
      *> every batch line and standing order that needed
      *> them. the library (CALC_FORMULA_LIBRARY, default
      *> calc-formulas) holds one record per version -
      *>   NAME|PARAM,PARAM|expression|effective|by|at
      *> and a batch line "@VAT(1250.00)" expands into the
      *> expression of the version in force on the line's
      *> value date, each parameter name replaced by its
      *> bracketed argument, before the ordinary expression
      *> evaluator sees it. console option 18 adds versions
      *>****************************************************

       01 ws-formula-table-area.
           03 ws-formula-entry occurs 200.
               05 ws-fl-name       pic x(16).
               05 ws-fl-params     pic x(60).
               05 ws-fl-expr       pic x(80).
               05 ws-fl-eff        pic 9(8).
       77 ws-formula-count         pic 999         value 0.
       77 ws-formula-idx           pic 999.
       77 ws-formula-pick          pic 999.
       77 ws-formula-file          pic x(80)
                                    value "calc-formulas".
       77 ws-formula-status        pic xx.
       77 ws-fl-name-in            pic x(20).
       77 ws-fl-params-in          pic x(60).
       77 ws-fl-expr-in            pic x(80).
       77 ws-fl-eff-in             pic x(10).

       77 ws-formula-flag          pic x           value "0".
           88 ws-is-formula-call                   value "1".
       77 ws-fm-error              pic x           value "0".
           88 ws-is-fm-failed                      value "1".
       77 ws-fm-reason             pic x(40)       value spaces.
       77 ws-fm-call               pic x(80)       value spaces.
       77 ws-fm-name               pic x(16)       value spaces.
       77 ws-fm-arg-text           pic x(80).
       77 ws-fm-expanded           pic x(80).
       77 ws-fm-out-ptr            pic 999.
       77 ws-fm-open-pos           pic 99.
       77 ws-fm-close-pos          pic 99.
       77 ws-fm-call-len           pic 99.
       77 ws-fm-idx                pic 99.
       77 ws-fm-len                pic 99.
       77 ws-fm-char               pic x.
       77 ws-fm-ident              pic x(20).
       77 ws-fm-ident-len          pic 99.
       77 ws-fm-eff-used           pic 9(8)        value 0.
       77 ws-fm-line               pic x(100).
       77 ws-fm-eq-pos             pic 999.
       01 ws-fm-args-area.
           03 ws-fm-arg occurs 6   pic x(20).
       77 ws-fm-arg-count          pic 9.
       01 ws-fm-parms-area.
           03 ws-fm-parm occurs 6  pic x(20).
       77 ws-fm-parm-count         pic 9.
       77 ws-fm-parm-idx           pic 9.
       77 ws-fm-parm-found         pic 9.

       77 ws-acct-flag            pic x(5)        value spaces.
           88 ws-acct-mode                         value "Y".
       77 ws-acct-code             pic x(12).
       77 ws-cur-acct              pic x(12)       value spaces.
                                                    value 0.
       77 ws-acct-line             pic x(120).

      *>****************************************************
      *> the night's movement per ledger account, split into
      *> debits (positive results) and credits (negative
      *> results) and kept past the control break, so the
      *> balance master can roll forward from it instead of
      *> the accountants rebuilding running balances out of
      *> a month of calc-batch-out files. an account the
      *> input visits twice (unsorted lines) accumulates
      *> into the one slot.
      *>
      *> record: yyyymmdd|account|debits|credits|count|run
      *>****************************************************

       77 ws-acct-debits           pic s9(17)v9(4) usage comp-3
                                                    value 0.
       77 ws-acct-credits          pic s9(17)v9(4) usage comp-3
                                                    value 0.
       01 ws-movement-table.
           03 ws-movement-entry occurs 200.
               05 ws-mv-acct       pic x(12).
               05 ws-mv-debits     pic s9(17)v9(4) usage comp-3.
               05 ws-mv-credits    pic s9(17)v9(4) usage comp-3.
               05 ws-mv-count      pic 9(6).
       77 ws-movement-count        pic 9(3)        value 0.
       77 ws-movement-idx          pic 9(3).
       77 ws-movement-found        pic x.
           88 ws-is-movement-found                 value "1".
       77 ws-movement-file         pic x(80)
                                    value "file-ledger-movements".
       77 ws-movement-status       pic xx.
       77 ws-movement-date         pic 9(8).
       77 ws-movement-edt          pic -(17)9.9(4).
       77 ws-movement-dr-txt       pic x(24).
       77 ws-movement-cr-txt       pic x(24).

      *>****************************************************
      *> chart of accounts check on the account token: an
      *> account the chart does not know, or one the chart
      *> has closed, is refused before it can open a
      *> control break of its own. a site with no chart
      *> file keeps the free-text behaviour
      *>****************************************************

       77 ws-chart-desc            pic x(30).
       77 ws-chart-type            pic x(10).
       77 ws-chart-result          pic x.
           88 ws-chart-acct-ok                     value "0" "9".
           88 ws-chart-acct-unknown                value "1".
           88 ws-chart-acct-closed                 value "2".
       77 ws-cur-acct-desc         pic x(30)       value spaces.

      *>****************************************************
      *> accounting period control: a batch line may carry
      *> a value date as a "vd=yyyymmdd" token after the
      *> transaction id and account. a line without one is
      *> valued on the business date. a value date in a
      *> period the period control file lists as CLOSED is
      *> refused to calc-rejects with its own reason; a
      *> CLOSING period still takes postings. the value
      *> date rides on the detail line for posting-extract
      *> to stamp the period from
      *>****************************************************

       77 ws-business-date         pic 9(8).
       77 ws-value-date            pic 9(8).
       77 ws-vd-token              pic x(20).
       77 ws-vd-given              pic x           value "0".
           88 ws-is-vd-given                       value "1".
       77 ws-period-key            pic x(6).
       77 ws-period-state          pic x(8).
           88 ws-period-closed                     value "CLOSED".

      *>****************************************************
      *> four-eyes release: a clean line whose result is
      *> above its approval limit is not posted. it is held
      *> on the pending-approval file instead, and a second
      *> operator - not the one who submitted the batch -
      *> releases or rejects it from the console. a
      *> released line runs through the next batch ahead of
      *> the keyed input, the way standing orders do, and
      *> flows into that night's posting-extract; a line
      *> still pending after CALC_APPROVAL_ESCALATE_DAYS
      *> is escalated through error-handler every night
      *> until someone decides it.
      *>
      *> limits (CALC_APPROVAL_LIMITS):
      *>   ACCOUNT|code|limit  or  CURRENCY|ccy|limit
      *> judged against the result in base currency; an
      *> account or currency limit overrides the blanket
      *> CALC_APPROVAL_LIMIT, and where several apply the
      *> lowest wins. no limits at all holds nothing.
      *>
      *> pending (CALC_PENDING_APPROVAL), one per line:
      *>   id|status|submitter|held-on|run|account|txn|
      *>   amount|ccy|decided-by|decided-at|posted-on|line
      *> status PENDING, RELEASED, REJECTED, POSTED, or
      *> FAILED when a released line refused on its rerun
      *>****************************************************

       77 ws-limits-file           pic x(80)
                                    value "file-approval-limits".
       77 ws-limits-status         pic xx.
       01 ws-limit-table.
           03 ws-limit-entry occurs 200.
               05 ws-lm-type       pic x.
               05 ws-lm-key        pic x(12).
               05 ws-lm-amount     pic s9(13)v9(4) usage comp-3.
       77 ws-limit-count           pic 9(3)        value 0.
       77 ws-limit-idx             pic 9(3).
       77 ws-default-limit         pic s9(13)v9(4) usage comp-3
                                                    value 0.
       77 ws-default-limit-set     pic x           value "0".
           88 ws-has-default-limit                 value "1".
       77 ws-lm-in-type            pic x(10).
       77 ws-lm-in-key             pic x(20).
       77 ws-lm-in-amount          pic x(30).
       77 ws-hold-limit            pic s9(13)v9(4) usage comp-3.
       77 ws-hold-abs              pic s9(13)v9(4) usage comp-3.
       77 ws-hold-limit-found      pic x.
           88 ws-is-hold-limit-found               value "1".
       77 ws-hold-flag             pic x           value "0".
           88 ws-is-held                           value "1".
       77 ws-line-ccy              pic x(3).

       77 ws-pending-file          pic x(80)
                                    value "file-pending-approval".
       77 ws-pending-status        pic xx.
       01 ws-hold-table.
           03 ws-hold-line occurs 500 pic x(256).
       77 ws-hold-count            pic 9(3)        value 0.
       77 ws-hold-idx              pic 9(3).
       77 ws-hold-seq              pic 9(4)        value 0.
       77 ws-hold-id               pic x(13).
       77 ws-held-count            pic 9(4)        value 0.
       77 ws-released-count        pic 9(4)        value 0.
       77 ws-escalate-days         pic 9(3)        value 3.
       77 ws-retain-days           pic 9(4)        value 90.
       77 ws-hold-age              pic s9(7).
       77 ws-hold-submitter        pic x(20).
       77 ws-hold-amount-edt       pic -(13)9.9(4).
       77 ws-hold-limit-edt        pic -(13)9.9(4).
       77 ws-hold-mode             pic x           value "0".
           88 ws-is-released-hold                  value "1".
       77 ws-hd-id                 pic x(13).
       77 ws-hd-status             pic x(10).
       77 ws-hd-submitter          pic x(20).
       77 ws-hd-held-on            pic x(8).
       77 ws-hd-run                pic x(11).
       77 ws-hd-acct               pic x(12).
       77 ws-hd-txn                pic x(12).
       77 ws-hd-amount             pic x(24).
       77 ws-hd-ccy                pic x(3).
       77 ws-hd-by                 pic x(20).
       77 ws-hd-at                 pic x(14).
       77 ws-hd-posted-on          pic x(8).
       77 ws-hd-line               pic x(80).

      *>****************************************************
      *> cross-day transaction id registry: CALC_BATCH_TXNID
      *> keys every line, but used to be checked within one
      *> run only, so a resent upstream file or a second
      *> resubmission of calc-rejects posted the same ids
      *> twice. every id calc posts is kept, with its date
      *> and run id -
      *>   txnid|yyyymmdd|run
      *> and a line whose id is already on file goes to
      *> calc-rejects as a duplicate naming the original
      *> run and date. entries older than
      *> CALC_TXN_REGISTRY_DAYS (default 90) age off when
      *> the registry is rewritten at the end of the run.
      *> standing order ids repeat every night by design
      *> and are not registered
      *>****************************************************

       77 ws-registry-file         pic x(80)
                                    value "file-txn-registry".
       77 ws-registry-status       pic xx.
       01 ws-registry-table.
           03 ws-registry-entry occurs 50000.
               05 ws-rg-txn        pic x(12).
               05 ws-rg-date       pic 9(8).
               05 ws-rg-run        pic x(11).
       77 ws-registry-count        pic 9(5)        value 0.
       77 ws-registry-idx          pic 9(5).
       77 ws-registry-found        pic x.
           88 ws-is-registry-found                 value "1".
       77 ws-registry-days         pic 9(4)        value 90.
       77 ws-registry-age          pic s9(7).
       77 ws-registry-full         pic x           value "0".
           88 ws-is-registry-full                  value "1".
       77 ws-rg-in-txn             pic x(20).
       77 ws-rg-in-date            pic x(10).
       77 ws-rg-in-run             pic x(20).
       77 ws-rg-new-txn            pic x(12).
       77 ws-rg-new-date           pic 9(8).
       77 ws-rg-new-run            pic x(11).

      *>****************************************************
      *> a French operator types "1 234,56" with a
      *> grouping blank inside the amount; split on
       77 ws-last-total            pic s9(17)v9(4) usage comp-3
                                                    value 0.
       77 ws-last-ok               pic x           value "0".
       77 ws-last-txn              pic x(12)       value spaces.
       77 ws-exp-tok1              pic x(20).
       77 ws-exp-tok2              pic x(20).
       77 ws-exp-scrub             pic x(30).
      *>****************************************************

       77 ws-caller-name           pic x(20)       value "CALC".

      *>****************************************************
      *> checkpoint/restart for batch runs, the way interro1
      *> has it: every CALC_CHECKPOINT_EVERY input lines and
      *> at each department boundary the position, totals
      *> and break state go to the checkpoint file, with
      *> the batch output and reject file flushed; the
      *> registered transaction ids and the pending-
      *> approval lines travel in the checkpoint itself,
      *> the registry and pending-approval file are written
      *> only at the end of the run. under daily-cycle
      *> -restart (CYCLE_RESTART)
      *> a checkpoint for the same input and the same
      *> business date (the cycle date daily-cycle exports,
      *> else the run's own) resumes the run:
      *> batch output, rejects and journal are cut back to
      *> their checkpointed line counts, so nothing past
      *> the checkpoint appears twice. a fresh run empties
      *> whatever checkpoint it finds, as does a restart
      *> that cannot use it and a completed run
      *>****************************************************

       77 ws-ckpt-file             pic x(80)
                                    value "calc-checkpoint".
       77 ws-ckpt-status           pic xx.
       77 ws-ckpt-name             pic x(84).
       77 ws-ckpt-run-date         pic 9(8).
       77 ws-ckpt-work             pic x(84).
       77 ws-ckpt-rename-rc        pic s9(9).
       77 ws-ckpt-hold-seen        pic x           value "0".
       77 ws-registry-base         pic 9(5)        value 0.
       77 ws-ckpt-every            pic 9(6)        value 0.
       77 ws-ckpt-due              pic 9(6)        value 0.
       77 ws-ckpt-read-count       pic 9(6)        value 0.
       77 ws-ckpt-skip             pic 9(6)        value 0.
       77 ws-ckpt-dept             pic 99          value 0.
       77 ws-ckpt-start-dept       pic 99          value 1.
       77 ws-ckpt-infile           pic x(60)       value spaces.
       77 ws-ckpt-restart          pic x(5)        value spaces.
       77 ws-ckpt-resume           pic x           value "0".
           88 ws-is-calc-resume                    value "1".
       77 ws-ckpt-idx              pic 9(4).
       77 ws-out-line-count        pic 9(8)        value 0.
       77 ws-rej-line-count        pic 9(8)        value 0.
       77 ws-jnl-line-count        pic 9(8)        value 0.
       77 ws-jnl-line-base         pic 9(8)        value 0.
       77 ws-copy-in-file          pic x(80).
       77 ws-copy-in-status        pic xx.
       77 ws-copy-out-file         pic x(84).
       77 ws-copy-out-status       pic xx.
       77 ws-copy-keep             pic 9(8).
       77 ws-copy-count            pic 9(8).
       77 ws-copy-rename-rc        pic s9(9).
       77 ws-run-id                pic x(11)       value spaces.
       77 ws-run-id-loaded         pic x           value "0".

           end-if

           perform load-currency-rates
           perform load-formula-library

           move "CALC_BATCH_TXNID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
                   to ws-acct-flag
           end-if

           accept ws-business-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-business-date
           end-if

           if not ws-mode-resubmit
               perform load-calc-checkpoint
           end-if

           perform load-approval-controls

           if ws-txnid-mode
               perform load-txn-registry
           end-if
           move ws-registry-count to ws-registry-base

           perform resolve-journal-file

           if ws-is-calc-resume
               perform cut-back-run-outputs
               open extend batch-out
               open extend calc-rejects
           else
               open output batch-out
               open output calc-rejects
               if not ws-mode-resubmit and ws-ckpt-every > 0
                   perform count-journal-lines
               end-if
           end-if

      *>****************************************************
      *> generated work first, then the keyed input - the
      *> rejects, not a fresh night, and generates nothing
      *>****************************************************

           if not ws-mode-resubmit and not ws-is-calc-resume
               perform process-standing-orders
               perform process-released-holds
           end-if

           if not ws-mode-resubmit
               perform load-batch-manifest
           end-if

           if ws-is-calc-resume
               perform restore-checkpoint-tables
           end-if

           if ws-manifest-count > 0
               perform run-one-department
                   varying ws-man-idx from ws-ckpt-start-dept by 1
                   until ws-man-idx > ws-manifest-count
           else
               perform run-single-batch-file
               perform write-account-subtotal
           end-if

           perform load-run-id

           if ws-acct-mode
               perform write-ledger-movements
           end-if

           if ws-manifest-count > 0
               perform write-balance-summary
           end-if
               end-string
           end-if
           write batch-out-rec from ws-batch-trailer
           add 1 to ws-out-line-count

           move zero to ws-footer-pages
           move ws-batch-txn-count to ws-footer-lines
           call "report-footer" using ws-footer-pages
               ws-footer-lines ws-footer-1 ws-footer-2
           write batch-out-rec from ws-footer-1
           add 1 to ws-out-line-count
           write batch-out-rec from ws-footer-2
           add 1 to ws-out-line-count

           close batch-out calc-rejects

           if not ws-mode-resubmit
               perform clear-calc-checkpoint
           end-if

           if ws-held-count > 0 or ws-released-count > 0
               perform rewrite-pending-approval
           end-if

           if ws-txnid-mode
               perform rewrite-txn-registry
           end-if

           move "END" to ws-audit-event
           move ws-batch-total to ws-batch-total-edt
           move spaces to ws-audit-detail
               display "calc: " ws-reject-count " line(s) written to "
                   function trim(ws-reject-file)
           end-if

           if ws-held-count > 0
               display "calc: " ws-held-count " line(s) held on "
                   function trim(ws-pending-file)
                   " for four-eyes release"
               move "HELD" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "lines held for approval="  delimited by size
                   ws-held-count               delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-caller-name ws-audit-event
                                       ws-audit-detail
           end-if
           .


               end-if
               move ws-work-line to ws-input

               call "account-lookup" using ws-acct-code
                   ws-chart-desc ws-chart-type ws-chart-result
               if not ws-chart-acct-ok
                   perform report-account-error
                   perform prefix-txn-id
                   write batch-out-rec from ws-output
                   add 1 to ws-out-line-count
                   perform write-reject-line
                   exit paragraph
               end-if

               if ws-acct-code not = ws-cur-acct
                   perform write-account-subtotal
                   move ws-acct-code to ws-cur-acct
                   move ws-chart-desc to ws-cur-acct-desc
               end-if
           end-if

           perform split-value-date

           if ws-vd-token not = spaces
               and ws-value-date = zero
               move 108 to ws-err-code
               perform report-period-error
               perform prefix-txn-id
               write batch-out-rec from ws-output
               add 1 to ws-out-line-count
               perform write-reject-line
               exit paragraph
           end-if

           move ws-value-date(1:6) to ws-period-key
           call "period-status" using ws-period-key ws-period-state
           if ws-period-closed
               move 107 to ws-err-code
               perform report-period-error
               perform prefix-txn-id
               write batch-out-rec from ws-output
               add 1 to ws-out-line-count
               perform write-reject-line
               exit paragraph
           end-if

           if ws-txnid-mode and ws-txn-id not = spaces
               and not ws-is-standing-order
               perform find-registered-txn
               if ws-is-registry-found
                   perform report-duplicate-txn
                   perform prefix-txn-id
                   write batch-out-rec from ws-output
                   add 1 to ws-out-line-count
                   perform write-reject-line
                   exit paragraph
               end-if
           end-if

      *>****************************************************
      *> a "@NAME(args)" line is a formula library call; it
      *> expands into an ordinary expression here, after
      *> the value date is known (it picks the version in
      *> force) and before the expression evaluator sees it
      *>****************************************************

           move "0" to ws-formula-flag
           move function trim(ws-input) to ws-fm-call
           if ws-fm-call(1:1) = "@"
               perform expand-formula-call
               if ws-is-fm-failed
                   perform report-formula-error
                   perform prefix-txn-id
                   write batch-out-rec from ws-output
                   add 1 to ws-out-line-count
                   perform write-reject-line
                   exit paragraph
               end-if
           end-if

           if ws-parse-failed
               perform prefix-txn-id
               write batch-out-rec from ws-output
               add 1 to ws-out-line-count
               perform write-reject-line
           else
               perform compute-result
               if ws-engine-is-size-error
                   perform prefix-txn-id
                   write batch-out-rec from ws-output
                   add 1 to ws-out-line-count
                   perform write-reject-line
               else
                   perform judge-approval-hold
                   if ws-is-held
                       perform hold-batch-line
                       exit paragraph
                   end-if
                   perform build-result-line
                   if ws-is-formula-call
                       perform note-formula-call
                   end-if
                   perform prefix-txn-id
                   if ws-ccy-note not = spaces
                       move ws-output to ws-work-line
                           into ws-output
                       end-string
                   end-if
                   if ws-is-vd-given
                       move ws-output to ws-work-line
                       move spaces to ws-output
                       string
                           function trim(ws-work-line)
                                               delimited by size
                           " vd="              delimited by size
                           ws-value-date       delimited by size
                           into ws-output
                       end-string
                   end-if
                   if ws-is-standing-order
                       move ws-output to ws-work-line
                       move spaces to ws-output
                           into ws-output
                       end-string
                   end-if
                   if ws-is-released-hold
                       move ws-output to ws-work-line
                       move spaces to ws-output
                       string
                           function trim(ws-work-line)
                                               delimited by size
                           " [released "       delimited by size
                           function trim(ws-hd-id)
                                               delimited by size
                           "]"                 delimited by size
                           into ws-output
                       end-string
                   end-if
                   write batch-out-rec from ws-output
                   add 1 to ws-out-line-count
                   perform write-journal

                   add 1 to ws-batch-txn-count
                   if ws-acct-mode
                       add 1 to ws-acct-count
                       add ws-total to ws-acct-total
                       if ws-total < 0
                           subtract ws-total from ws-acct-credits
                       else
                           add ws-total to ws-acct-debits
                       end-if
                   end-if
                   move ws-total to ws-last-total
                   move ws-txn-id to ws-last-txn
                   move "1" to ws-last-ok
                   if ws-txnid-mode and ws-txn-id not = spaces
                       and not ws-is-standing-order
                       perform register-txn
                   end-if
               end-if
           end-if
           .


      *>****************************************************
      *> an optional leading "vd=yyyymmdd" token is the
      *> line's value date; it is taken off before parsing,
      *> exactly as the txn id and account are. no token
      *> values the line on the business date; a token that
      *> is not a real date leaves ws-value-date zero for
      *> the caller to refuse
      *>****************************************************

       split-value-date.

           move "0" to ws-vd-given
           move ws-business-date to ws-value-date
           move spaces to ws-vd-token
           move 1 to ws-split-ptr
           unstring ws-input delimited by all space
               into ws-vd-token
               with pointer ws-split-ptr
           end-unstring

           if function upper-case(ws-vd-token(1:3)) not = "VD="
               move spaces to ws-vd-token
               exit paragraph
           end-if

           if ws-split-ptr <= 80
               move ws-input(ws-split-ptr:) to ws-work-line
           else
               move spaces to ws-work-line
           end-if
           move ws-work-line to ws-input

           move zero to ws-value-date
           if ws-vd-token(4:8) numeric
               and ws-vd-token(12:) = spaces
               if function test-date-yyyymmdd(
                       function numval(ws-vd-token(4:8))) = 0
                   move ws-vd-token(4:8) to ws-value-date
                   set ws-is-vd-given to true
               end-if
           end-if
           .
                                               delimited by size
                   into ws-acct-line
               end-string
               if ws-cur-acct-desc not = spaces
                   move ws-acct-line to ws-work-line
                   move spaces to ws-acct-line
                   string
                       function trim(ws-work-line)
                                               delimited by size
                       " - "                   delimited by size
                       function trim(ws-cur-acct-desc)
                                               delimited by size
                       into ws-acct-line
                   end-string
               end-if
               write batch-out-rec from ws-acct-line
               add 1 to ws-out-line-count
               perform note-account-movement
           end-if

           move zero to ws-acct-count
           move zero to ws-acct-total
           move zero to ws-acct-debits
           move zero to ws-acct-credits
           .


       note-account-movement.

           move "0" to ws-movement-found
           perform find-movement-slot
               varying ws-movement-idx from 1 by 1
               until ws-movement-idx > ws-movement-count
                   or ws-is-movement-found

           if ws-is-movement-found
               subtract 1 from ws-movement-idx
           else
               if ws-movement-count >= 200
                   display "calc: ledger movement table full, "
                       "account " function trim(ws-cur-acct)
                       " not carried to the balance master"
                   move 8 to ws-return-code
                   exit paragraph
               end-if
               add 1 to ws-movement-count
               move ws-movement-count to ws-movement-idx
               move ws-cur-acct to ws-mv-acct(ws-movement-idx)
               move zero to ws-mv-debits(ws-movement-idx)
               move zero to ws-mv-credits(ws-movement-idx)
               move zero to ws-mv-count(ws-movement-idx)
           end-if

           add ws-acct-debits to ws-mv-debits(ws-movement-idx)
           add ws-acct-credits to ws-mv-credits(ws-movement-idx)
           add ws-acct-count to ws-mv-count(ws-movement-idx)
           .


       find-movement-slot.

           if ws-mv-acct(ws-movement-idx) = ws-cur-acct
               set ws-is-movement-found to true
           end-if
           .


      *>****************************************************
      *> a fresh night replaces the movement file; a
      *> -resubmit run adds the repaired lines' movement to
      *> the same night's file instead, so the roll-forward
      *> sees both
      *>****************************************************

       write-ledger-movements.

           move "LEDGER_MOVEMENTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-movement-file
           end-if

           accept ws-movement-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-movement-date
           end-if

           if ws-mode-resubmit
               open extend ledger-movements
               if ws-movement-status = "35"
                   open output ledger-movements
               end-if
           else
               open output ledger-movements
           end-if

           if ws-movement-status not = "00"
               display "calc: cannot open "
                   function trim(ws-movement-file)
                   ", file status " ws-movement-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform write-one-movement
               varying ws-movement-idx from 1 by 1
               until ws-movement-idx > ws-movement-count

           close ledger-movements
           .


       write-one-movement.

           move ws-mv-debits(ws-movement-idx) to ws-movement-edt
           move function trim(ws-movement-edt) to ws-movement-dr-txt
           move ws-mv-credits(ws-movement-idx) to ws-movement-edt
           move function trim(ws-movement-edt) to ws-movement-cr-txt

           move spaces to ledger-movements-rec
           string
               ws-movement-date                delimited by size
               "|"                             delimited by size
               function trim(ws-mv-acct(ws-movement-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-movement-dr-txt)
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-movement-cr-txt)
                                               delimited by size
               "|"                             delimited by size
               ws-mv-count(ws-movement-idx)    delimited by size
               "|"                             delimited by size
               function trim(ws-run-id)        delimited by size
               into ledger-movements-rec
           end-string
           write ledger-movements-rec
           .


      *>****************************************************
      *> approval limits, the pending-approval file and the
      *> submitter's identity, resolved once per batch run.
      *> overdue PENDING lines are escalated here, once a
      *> night - a -resubmit rerun does not escalate again
      *>****************************************************

       load-approval-controls.

           move "CALC_APPROVAL_LIMIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-lm-in-amount
               call "scrub-numeric" using ws-lm-in-amount
               if ws-lm-in-amount not = spaces
                   compute ws-default-limit =
                           function numval(ws-lm-in-amount)
                       on size error continue
                   end-compute
                   set ws-has-default-limit to true
               end-if
           end-if

           move "CALC_APPROVAL_ESCALATE_DAYS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               compute ws-escalate-days =
                   function numval(ws-param-value)
           end-if

           move "CALC_APPROVAL_RETAIN_DAYS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               compute ws-retain-days =
                   function numval(ws-param-value)
           end-if

           move spaces to ws-hold-submitter
           accept ws-hold-submitter from environment
                   "CONSOLE_OPERATOR"
               on exception continue
           end-accept
           if ws-hold-submitter = spaces
               accept ws-hold-submitter from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-hold-submitter = spaces
               move "batch" to ws-hold-submitter
           end-if

           move "CALC_APPROVAL_LIMITS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-limits-file
           end-if

           open input approval-limits
           if ws-limits-status = "00"
               read approval-limits
                   at end continue
               end-read
               perform load-one-limit
                   until ws-limits-status not = "00"
               close approval-limits
           end-if

           move "CALC_PENDING_APPROVAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-pending-file
           end-if

           open input pending-approval
           if ws-pending-status = "00"
               read pending-approval
                   at end continue
               end-read
               perform load-one-hold
                   until ws-pending-status not = "00"
               close pending-approval
           end-if

           if not ws-mode-resubmit and not ws-is-calc-resume
               perform escalate-one-hold
                   varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-hold-count
           end-if
           .


       load-one-limit.

           if approval-limits-rec not = spaces
               and approval-limits-rec(1:1) not = "#"
               move spaces to ws-lm-in-type ws-lm-in-key
                              ws-lm-in-amount
               unstring approval-limits-rec delimited by "|"
                   into ws-lm-in-type ws-lm-in-key ws-lm-in-amount
               end-unstring
               move function upper-case(ws-lm-in-type)
                   to ws-lm-in-type
               call "scrub-numeric" using ws-lm-in-amount

               if (ws-lm-in-type(1:1) not = "A"
                       and ws-lm-in-type(1:1) not = "C")
                   or ws-lm-in-key = spaces
                   or ws-lm-in-amount = spaces
                   display "calc: bad approval limit skipped: "
                       function trim(approval-limits-rec)
               else
                   if ws-limit-count >= 200
                       display "calc: approval limit table full, "
                           function trim(approval-limits-rec)
                           " not loaded"
                   else
                       add 1 to ws-limit-count
                       move ws-lm-in-type(1:1)
                           to ws-lm-type(ws-limit-count)
                       move function upper-case(
                               function trim(ws-lm-in-key))
                           to ws-lm-key(ws-limit-count)
                       compute ws-lm-amount(ws-limit-count) =
                               function numval(ws-lm-in-amount)
                           on size error
                               move zero
                                   to ws-lm-amount(ws-limit-count)
                       end-compute
                   end-if
               end-if
           end-if

           read approval-limits
               at end continue
           end-read
           .


       load-one-hold.

           if pending-approval-rec not = spaces
               if ws-hold-count >= 500
                   display "calc: pending approval table full, "
                       "line not loaded: "
                       function trim(pending-approval-rec)
               else
                   add 1 to ws-hold-count
                   move pending-approval-rec
                       to ws-hold-line(ws-hold-count)
                   move pending-approval-rec(1:13) to ws-hd-id
                   if ws-hd-id(1:8) = ws-business-date
                       and ws-hd-id(10:4) numeric
                       and ws-hd-id(10:4) > ws-hold-seq
                       move ws-hd-id(10:4) to ws-hold-seq
                   end-if
               end-if
           end-if

           read pending-approval
               at end continue
           end-read
           .


       split-hold-line.

           move spaces to ws-hd-id ws-hd-status ws-hd-submitter
               ws-hd-held-on ws-hd-run ws-hd-acct ws-hd-txn
               ws-hd-amount ws-hd-ccy ws-hd-by ws-hd-at
               ws-hd-posted-on ws-hd-line
           unstring ws-hold-line(ws-hold-idx) delimited by "|"
               into ws-hd-id ws-hd-status ws-hd-submitter
                    ws-hd-held-on ws-hd-run ws-hd-acct ws-hd-txn
                    ws-hd-amount ws-hd-ccy ws-hd-by ws-hd-at
                    ws-hd-posted-on ws-hd-line
           end-unstring
           .


       join-hold-line.

           move spaces to ws-hold-line(ws-hold-idx)
           string
               function trim(ws-hd-id)         delimited by size
               "|"                             delimited by size
               function trim(ws-hd-status)     delimited by size
               "|"                             delimited by size
               function trim(ws-hd-submitter)  delimited by size
               "|"                             delimited by size
               function trim(ws-hd-held-on)    delimited by size
               "|"                             delimited by size
               function trim(ws-hd-run)        delimited by size
               "|"                             delimited by size
               function trim(ws-hd-acct)       delimited by size
               "|"                             delimited by size
               function trim(ws-hd-txn)        delimited by size
               "|"                             delimited by size
               function trim(ws-hd-amount)     delimited by size
               "|"                             delimited by size
               function trim(ws-hd-ccy)        delimited by size
               "|"                             delimited by size
               function trim(ws-hd-by)         delimited by size
               "|"                             delimited by size
               function trim(ws-hd-at)         delimited by size
               "|"                             delimited by size
               function trim(ws-hd-posted-on)  delimited by size
               "|"                             delimited by size
               function trim(ws-hd-line)       delimited by size
               into ws-hold-line(ws-hold-idx)
           end-string
           .


       escalate-one-hold.

           perform split-hold-line

           if ws-hd-status not = "PENDING"
               or ws-hd-held-on not numeric
               exit paragraph
           end-if

           compute ws-hold-age =
               function integer-of-date(ws-business-date)
               - function integer-of-date(
                   function numval(ws-hd-held-on))

           if ws-hold-age < ws-escalate-days
               exit paragraph
           end-if

           move spaces to ws-output
           string
               "held line awaiting four-eyes release: "
                                               delimited by size
               function trim(ws-hd-id)         delimited by size
               " held "                        delimited by size
               ws-hd-held-on                   delimited by size
               " by "                          delimited by size
               function trim(ws-hd-submitter)  delimited by size
               into ws-output
           end-string
           move 406 to ws-err-code
           call "error-handler" using by content
                   ws-output ws-error ws-hd-line ws-err-code
                   ws-caller-name
           .


      *>****************************************************
      *> released lines rerun through the ordinary batch
      *> path, every check included except the approval
      *> limit itself - a released line is never held twice
      *>****************************************************

       process-released-holds.

           perform process-one-released-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count
           .


       process-one-released-hold.

           perform split-hold-line

           if ws-hd-status not = "RELEASED"
               exit paragraph
           end-if

           move ws-hd-line to ws-input
           set ws-is-released-hold to true
           move "0" to ws-last-ok
           perform process-batch-line
           move "0" to ws-hold-mode

           if ws-last-ok = "1"
               move "POSTED" to ws-hd-status
           else
               move "FAILED" to ws-hd-status
           end-if
           move ws-business-date to ws-hd-posted-on
           perform join-hold-line
           add 1 to ws-released-count
           .


       judge-approval-hold.

           move "0" to ws-hold-flag

           if ws-is-released-hold
               exit paragraph
           end-if

           if ws-limit-count = 0 and not ws-has-default-limit
               exit paragraph
           end-if

           move ws-total to ws-hold-abs
           if ws-hold-abs < 0
               compute ws-hold-abs = zero - ws-hold-abs
           end-if

           move ws-fstnb-ccy to ws-line-ccy
           if ws-line-ccy = spaces
               move ws-sndnb-ccy to ws-line-ccy
           end-if

           move "0" to ws-hold-limit-found
           move zero to ws-hold-limit
           perform test-one-limit
               varying ws-limit-idx from 1 by 1
               until ws-limit-idx > ws-limit-count

           if not ws-is-hold-limit-found
               if not ws-has-default-limit
                   exit paragraph
               end-if
               move ws-default-limit to ws-hold-limit
           end-if

           if ws-hold-abs > ws-hold-limit
               set ws-is-held to true
           end-if
           .


       test-one-limit.

           if (ws-lm-type(ws-limit-idx) = "A" and ws-acct-mode
                   and ws-lm-key(ws-limit-idx) = ws-acct-code)
               or (ws-lm-type(ws-limit-idx) = "C"
                   and ws-line-ccy not = spaces
                   and ws-lm-key(ws-limit-idx) = ws-line-ccy)
               if not ws-is-hold-limit-found
                   or ws-lm-amount(ws-limit-idx) < ws-hold-limit
                   move ws-lm-amount(ws-limit-idx) to ws-hold-limit
                   set ws-is-hold-limit-found to true
               end-if
           end-if
           .


      *>****************************************************
      *> a held line leaves a marker on calc-batch-out with
      *> no " = " on it, so posting-extract passes it over;
      *> it counts in no control total until it is released
      *>****************************************************

       hold-batch-line.

           if ws-hold-count >= 500
               move "pending approval file full - line not held"
                   to ws-output
               display "calc: " function trim(ws-output)
               move 8 to ws-return-code
               move ws-return-code to return-code
               perform prefix-txn-id
               write batch-out-rec from ws-output
               add 1 to ws-out-line-count
               perform write-reject-line
               exit paragraph
           end-if

           perform load-run-id

           add 1 to ws-hold-seq
           move spaces to ws-hold-id
           string
               ws-business-date                delimited by size
               "-"                             delimited by size
               ws-hold-seq                     delimited by size
               into ws-hold-id
           end-string

           move ws-total to ws-hold-amount-edt
           move ws-hold-limit to ws-hold-limit-edt

           add 1 to ws-hold-count
           move ws-hold-count to ws-hold-idx
           move ws-hold-id to ws-hd-id
           move "PENDING" to ws-hd-status
           move ws-hold-submitter to ws-hd-submitter
           move ws-business-date to ws-hd-held-on
           move ws-run-id to ws-hd-run
           if ws-acct-mode
               move ws-acct-code to ws-hd-acct
           else
               move spaces to ws-hd-acct
           end-if
           move ws-txn-id to ws-hd-txn
           move function trim(ws-hold-amount-edt) to ws-hd-amount
           move ws-line-ccy to ws-hd-ccy
           move spaces to ws-hd-by ws-hd-at ws-hd-posted-on
           move ws-raw-line to ws-hd-line
           perform join-hold-line

           add 1 to ws-held-count

           move spaces to ws-output
           string
               "held for approval: "           delimited by size
               function trim(ws-hold-amount-edt)
                                               delimited by size
               " over limit "                  delimited by size
               function trim(ws-hold-limit-edt)
                                               delimited by size
               " hold="                        delimited by size
               function trim(ws-hold-id)       delimited by size
               into ws-output
           end-string
           perform prefix-txn-id
           write batch-out-rec from ws-output
           add 1 to ws-out-line-count
           .


      *>****************************************************
      *> the whole file is rewritten; decided lines older
      *> than CALC_APPROVAL_RETAIN_DAYS drop off, so the
      *> file does not grow forever
      *>****************************************************

       rewrite-pending-approval.

           open output pending-approval

           if ws-pending-status not = "00"
               display "calc: cannot rewrite "
                   function trim(ws-pending-file)
                   ", file status " ws-pending-status
               move 8 to ws-return-code
               move ws-return-code to return-code
               exit paragraph
           end-if

           perform write-one-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count

           close pending-approval
           .


       write-one-hold.

           perform split-hold-line

           if ws-hd-status not = "PENDING"
               and ws-hd-status not = "RELEASED"
               and ws-hd-held-on numeric
               compute ws-hold-age =
                   function integer-of-date(ws-business-date)
                   - function integer-of-date(
                       function numval(ws-hd-held-on))
               if ws-hold-age > ws-retain-days
                   exit paragraph
               end-if
           end-if

           write pending-approval-rec from ws-hold-line(ws-hold-idx)
           .


       load-txn-registry.

           move "CALC_TXN_REGISTRY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-registry-file
           end-if

           move "CALC_TXN_REGISTRY_DAYS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               compute ws-registry-days =
                   function numval(ws-param-value)
           end-if

           open input txn-registry

           if ws-registry-status not = "00"
               exit paragraph
           end-if

           read txn-registry
               at end continue
           end-read

           perform load-one-registry-entry
               until ws-registry-status not = "00"

           close txn-registry
           .


       load-one-registry-entry.

           if txn-registry-rec not = spaces
               move spaces to ws-rg-in-txn ws-rg-in-date ws-rg-in-run
               unstring txn-registry-rec delimited by "|"
                   into ws-rg-in-txn ws-rg-in-date ws-rg-in-run
               end-unstring
               if ws-rg-in-txn not = spaces
                   and ws-rg-in-date(1:8) numeric
                   move ws-rg-in-txn(1:12) to ws-rg-new-txn
                   move ws-rg-in-date(1:8) to ws-rg-new-date
                   move ws-rg-in-run(1:11) to ws-rg-new-run
                   perform add-registry-entry
               end-if
           end-if

           read txn-registry
               at end continue
           end-read
           .


       find-registered-txn.

           move "0" to ws-registry-found
           perform test-registry-entry
               varying ws-registry-idx from 1 by 1
               until ws-registry-idx > ws-registry-count
                   or ws-is-registry-found
           if ws-is-registry-found
               subtract 1 from ws-registry-idx
           end-if
           .


       test-registry-entry.

           if ws-rg-txn(ws-registry-idx) = ws-txn-id
               set ws-is-registry-found to true
           end-if
           .


       register-txn.

           perform load-run-id
           move ws-txn-id to ws-rg-new-txn
           move ws-business-date to ws-rg-new-date
           move ws-run-id to ws-rg-new-run
           perform add-registry-entry
           .


      *>****************************************************
      *> a full table is reported once and the run carries
      *> on checking against what it already holds
      *>****************************************************

       add-registry-entry.

           if ws-registry-count >= 50000
               if not ws-is-registry-full
                   set ws-is-registry-full to true
                   display "calc: transaction id registry full, "
                       "later ids are not registered"
                   move 4 to ws-return-code
               end-if
               exit paragraph
           end-if

           add 1 to ws-registry-count
           move ws-rg-new-txn to ws-rg-txn(ws-registry-count)
           move ws-rg-new-date to ws-rg-date(ws-registry-count)
           move ws-rg-new-run to ws-rg-run(ws-registry-count)
           .


       report-duplicate-txn.

           move "duplicate transaction id - already posted"
               to ws-output
           move 109 to ws-err-code
           call "get-message" using ws-err-code ws-msg-text
           if ws-msg-text not = "message not found"
               move ws-msg-text to ws-output
           end-if
           move ws-output to ws-work-line
           move spaces to ws-output
           if ws-rg-run(ws-registry-idx) = spaces
               string
                   function trim(ws-work-line) delimited by size
                   " on "                      delimited by size
                   ws-rg-date(ws-registry-idx) delimited by size
                   into ws-output
               end-string
           else
               string
                   function trim(ws-work-line) delimited by size
                   " on "                      delimited by size
                   ws-rg-date(ws-registry-idx) delimited by size
                   " run "                     delimited by size
                   function trim(ws-rg-run(ws-registry-idx))
                                               delimited by size
                   into ws-output
               end-string
           end-if
           move 8 to ws-return-code
           move ws-return-code to return-code
           call "error-handler" using by content
                   ws-output ws-error ws-raw-line ws-err-code
                   ws-caller-name
           .


       rewrite-txn-registry.

           open output txn-registry

           if ws-registry-status not = "00"
               display "calc: cannot rewrite "
                   function trim(ws-registry-file)
                   ", file status " ws-registry-status
               move 8 to ws-return-code
               move ws-return-code to return-code
               exit paragraph
           end-if

           perform write-one-registry-entry
               varying ws-registry-idx from 1 by 1
               until ws-registry-idx > ws-registry-count

           close txn-registry
           .


       write-one-registry-entry.

           compute ws-registry-age =
               function integer-of-date(ws-business-date)
               - function integer-of-date(
                   ws-rg-date(ws-registry-idx))
           if ws-registry-age > ws-registry-days
               exit paragraph
           end-if

           move spaces to txn-registry-rec
           string
               function trim(ws-rg-txn(ws-registry-idx))
                                               delimited by size
               "|"                             delimited by size
               ws-rg-date(ws-registry-idx)     delimited by size
               "|"                             delimited by size
               function trim(ws-rg-run(ws-registry-idx))
                                               delimited by size
               into txn-registry-rec
           end-string
           write txn-registry-rec
           .


       prefix-txn-id.

           if ws-txnid-mode and ws-txn-id not = spaces
               move ws-output to ws-work-line
               move spaces to ws-output
               string
                   function trim(ws-txn-id)    delimited by size
                   " "                         delimited by size
                   function trim(ws-work-line) delimited by size
                   into ws-output
               end-string
           end-if
           .


       write-reject-line.

           add 1 to ws-reject-count

           write calc-rejects-rec from ws-raw-line
           add 1 to ws-rej-line-count

           move spaces to ws-reject-line
           string
               "# "                        delimited by size
               function trim(ws-output)    delimited by size
               into ws-reject-line
           end-string
           write calc-rejects-rec from ws-reject-line
           add 1 to ws-rej-line-count
           .


      *>****************************************************
      *> the single-file path, exactly the run the shop
      *> always had; department trailers that survive a
      *> hand-concatenation pass through as comments do
      *>****************************************************

       run-single-batch-file.

           open input batch-in

           if ws-batch-in-status not = "00"
               display "calc: cannot open batch input "
                   function trim(ws-batch-infile)
                   ", file status " ws-batch-in-status
               move 8 to ws-return-code
               move ws-return-code to return-code
               exit paragraph
           end-if

           move "0" to ws-batch-eof
           move zero to ws-ckpt-dept ws-ckpt-read-count

           read batch-in into ws-input
               at end set ws-batch-at-end to true
           end-read

           if ws-ckpt-skip > 0
               perform skip-one-batch-line
                   until ws-ckpt-read-count >= ws-ckpt-skip
                       or ws-batch-at-end
               move zero to ws-ckpt-skip
           end-if

           perform until ws-batch-at-end

      *>****************************************************
      *> "#" lines are the reasons this very program wrote
      *> next to each rejected line, and blank lines are
      *> editing debris - both pass through resubmission
      *> silently instead of parsing as expressions
      *>****************************************************

               evaluate true
                   when ws-input = spaces
                       continue
                   when ws-input(1:1) = "#"
                       continue
                   when ws-input(1:4) = "TRL "
                       continue
                   when function upper-case(ws-input(1:7))
                           = "EXPECT "
                       perform process-expect-line
                   when other
                       perform process-batch-line
               end-evaluate

               perform note-checkpoint-line

               read batch-in into ws-input
                   at end set ws-batch-at-end to true
               end-read
           end-perform

           close batch-in
           .


       skip-one-batch-line.

           add 1 to ws-ckpt-read-count

           read batch-in into ws-input
               at end set ws-batch-at-end to true
           end-read
           .


       note-checkpoint-line.

           add 1 to ws-ckpt-read-count

           if ws-ckpt-every = 0
               exit paragraph
           end-if

           add 1 to ws-ckpt-due
           if ws-ckpt-due >= ws-ckpt-every
               move zero to ws-ckpt-due
               perform take-calc-checkpoint
           end-if
           .


      *>****************************************************
      *> the checkpoint is only as good as what is on disk
      *> when it is written: batch output and rejects are
      *> closed and reopened so every counted line is
      *> really there, and the checkpoint itself is built
      *> as a work file and renamed over the last one, so a
      *> kill part way through leaves the previous one whole
      *>****************************************************

       take-calc-checkpoint.

           close batch-out calc-rejects
           open extend batch-out
           open extend calc-rejects

           move spaces to ws-ckpt-work
           string
               function trim(ws-ckpt-file)     delimited by size
               ".work"                         delimited by size
               into ws-ckpt-work
           end-string
           move ws-ckpt-work to ws-ckpt-name

           open output calc-checkpoint

           if ws-ckpt-status not = "00"
               display "calc: cannot write checkpoint "
                   function trim(ws-ckpt-work)
                   ", file status " ws-ckpt-status
               exit paragraph
           end-if

           move spaces to calc-checkpoint-rec
           move "C" to ck-type
           move ws-ckpt-infile to ck-infile
           move ws-business-date to ck-business-date
           move ws-ckpt-dept to ck-man-idx
           move ws-ckpt-read-count to ck-read-count
           move ws-out-line-count to ck-out-lines
           move ws-rej-line-count to ck-rej-lines
           compute ck-jnl-lines = ws-jnl-line-base + ws-jnl-line-count
           move ws-batch-txn-count to ck-txn-count
           move ws-batch-total to ck-batch-total
           move ws-reject-count to ck-reject-count
           move ws-held-count to ck-held-count
           move ws-released-count to ck-released-count
           move ws-return-code to ck-return-code
           move ws-cur-acct to ck-cur-acct
           move ws-cur-acct-desc to ck-cur-acct-desc
           move ws-acct-count to ck-acct-count
           move ws-acct-total to ck-acct-total
           move ws-acct-debits to ck-acct-debits
           move ws-acct-credits to ck-acct-credits
           move ws-dept-txn-base to ck-dept-txn-base
           move ws-dept-total-base to ck-dept-total-base
           move ws-last-ok to ck-last-ok
           move ws-last-total to ck-last-total
           move ws-last-txn to ck-last-txn
           move ws-exp-count to ck-exp-count
           write calc-checkpoint-rec
           if ws-ckpt-status not = "00"
               display "calc: checkpoint record not written, "
                   "file status " ws-ckpt-status
           end-if

           perform write-ckpt-department
               varying ws-ckpt-idx from 1 by 1
               until ws-ckpt-idx > ws-manifest-count

           perform write-ckpt-movement
               varying ws-ckpt-idx from 1 by 1
               until ws-ckpt-idx > ws-movement-count

           perform write-ckpt-expect
               varying ws-ckpt-idx from 1 by 1
               until ws-ckpt-idx > ws-exp-fail-count

           perform write-ckpt-registry
               varying ws-registry-idx from ws-registry-base by 1
               until ws-registry-idx >= ws-registry-count

           if ws-held-count > 0 or ws-released-count > 0
               perform write-ckpt-hold
                   varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-hold-count
           end-if

           close calc-checkpoint

           move ws-ckpt-file to ws-ckpt-name
           call "CBL_RENAME_FILE" using ws-ckpt-work ws-ckpt-name
           move return-code to ws-ckpt-rename-rc
           move zero to return-code
           if ws-ckpt-rename-rc not = 0
               display "calc: cannot replace checkpoint "
                   function trim(ws-ckpt-file)
           end-if
           .


       write-ckpt-registry.

           move spaces to calc-checkpoint-rec
           move "R" to ck-r-type
           move ws-rg-txn(ws-registry-idx + 1) to ck-r-txn
           move ws-rg-date(ws-registry-idx + 1) to ck-r-date
           move ws-rg-run(ws-registry-idx + 1) to ck-r-run
           write calc-checkpoint-rec
           .


       write-ckpt-hold.

           move spaces to calc-checkpoint-rec
           move "H" to ck-h-type
           move ws-hold-line(ws-hold-idx) to ck-h-line
           write calc-checkpoint-rec
           .


       write-ckpt-department.

           move spaces to calc-checkpoint-rec
           move "D" to ck-d-type
           move ws-ckpt-idx to ck-d-idx
           move ws-man-expected(ws-ckpt-idx) to ck-d-expected
           move ws-man-actual(ws-ckpt-idx) to ck-d-actual
           move ws-man-has-trl(ws-ckpt-idx) to ck-d-has-trl
           move ws-man-opened(ws-ckpt-idx) to ck-d-opened
           move ws-man-txn(ws-ckpt-idx) to ck-d-txn
           move ws-man-total(ws-ckpt-idx) to ck-d-total
           write calc-checkpoint-rec
           .


       write-ckpt-movement.

           move spaces to calc-checkpoint-rec
           move "M" to ck-m-type
           move ws-mv-acct(ws-ckpt-idx) to ck-m-acct
           move ws-mv-debits(ws-ckpt-idx) to ck-m-debits
           move ws-mv-credits(ws-ckpt-idx) to ck-m-credits
           move ws-mv-count(ws-ckpt-idx) to ck-m-count
           write calc-checkpoint-rec
           .


       write-ckpt-expect.

           move spaces to calc-checkpoint-rec
           move "F" to ck-f-type
           move ws-ef-txn(ws-ckpt-idx) to ck-f-txn
           move ws-ef-expected(ws-ckpt-idx) to ck-f-expected
           move ws-ef-actual(ws-ckpt-idx) to ck-f-actual
           move ws-ef-variance(ws-ckpt-idx) to ck-f-variance
           write calc-checkpoint-rec
           .


      *>****************************************************
      *> read once ahead of everything else in the batch
      *> run: only a restart resumes, and only on a
      *> checkpoint taken from the same input
      *>****************************************************

       load-calc-checkpoint.

           move 100 to ws-ckpt-every
           move "CALC_CHECKPOINT_EVERY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               compute ws-ckpt-every =
                   function numval(ws-param-value)
           end-if

           move "CALC_CHECKPOINT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ckpt-file
           end-if

           move "CYCLE_RESTART" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-ckpt-restart
           end-if

           move ws-batch-infile to ws-ckpt-infile

           move ws-ckpt-file to ws-ckpt-name
           open input calc-checkpoint

           if ws-ckpt-status not = "00"
               exit paragraph
           end-if

           move spaces to calc-checkpoint-rec
           read calc-checkpoint
               at end move spaces to calc-checkpoint-rec
           end-read
           close calc-checkpoint

           if ck-type not = "C"
               exit paragraph
           end-if

           if ws-ckpt-restart not = "Y"
               display "calc: checkpoint of an interrupted run "
                   "discarded, batch starts from the first line"
               perform clear-calc-checkpoint
               exit paragraph
           end-if

           if ck-infile not = ws-ckpt-infile
               display "calc: checkpoint is for input "
                   function trim(ck-infile)
                   ", not " function trim(ws-ckpt-infile)
                   " - discarded, batch starts from the first line"
               perform clear-calc-checkpoint
               exit paragraph
           end-if

      *>   a restart resumes only its own night: a checkpoint
      *>   left by an earlier night (this one crashed before
      *>   taking its first) is not this run's position

           move ws-business-date to ws-ckpt-run-date
           move "CYCLE_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-ckpt-run-date
           end-if

           if ck-business-date not = ws-ckpt-run-date
               display "calc: checkpoint is for business date "
                   ck-business-date ", not " ws-ckpt-run-date
                   " - discarded, batch starts from the first line"
               perform clear-calc-checkpoint
               exit paragraph
           end-if

           set ws-is-calc-resume to true

           move ck-business-date to ws-business-date
           move ck-out-lines to ws-out-line-count
           move ck-rej-lines to ws-rej-line-count
           move ck-jnl-lines to ws-jnl-line-base
           move zero to ws-jnl-line-count
           move ck-txn-count to ws-batch-txn-count
           move ck-batch-total to ws-batch-total
           move ck-reject-count to ws-reject-count
           move ck-held-count to ws-held-count
           move ck-released-count to ws-released-count
           move ck-return-code to ws-return-code
           move ck-cur-acct to ws-cur-acct
           move ck-cur-acct-desc to ws-cur-acct-desc
           move ck-acct-count to ws-acct-count
           move ck-acct-total to ws-acct-total
           move ck-acct-debits to ws-acct-debits
           move ck-acct-credits to ws-acct-credits
           move ck-dept-txn-base to ws-dept-txn-base
           move ck-dept-total-base to ws-dept-total-base
           move ck-last-ok to ws-last-ok
           move ck-last-total to ws-last-total
           move ck-last-txn to ws-last-txn
           move ck-exp-count to ws-exp-count
           move ck-read-count to ws-ckpt-skip
           if ck-man-idx > 0
               move ck-man-idx to ws-ckpt-start-dept
           end-if

           display "calc: resuming batch after checkpoint, "
               "department " ck-man-idx ", "
               ck-read-count " line(s) already processed"

           move "RESUMED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "department="                   delimited by size
               ck-man-idx                      delimited by size
               " lines="                       delimited by size
               ck-read-count                   delimited by size
               " transactions="                delimited by size
               ck-txn-count                    delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller-name ws-audit-event
                                   ws-audit-detail
           .


       restore-checkpoint-tables.

           move ws-ckpt-file to ws-ckpt-name
           move "0" to ws-ckpt-hold-seen
           open input calc-checkpoint

           if ws-ckpt-status not = "00"
               exit paragraph
           end-if

           read calc-checkpoint
               at end continue
           end-read

           perform restore-one-checkpoint-rec
               until ws-ckpt-status not = "00"

           close calc-checkpoint
           .


       restore-one-checkpoint-rec.

           evaluate ck-type
               when "D"
                   if ck-d-idx > 0 and ck-d-idx <= ws-manifest-count
                       move ck-d-expected
                           to ws-man-expected(ck-d-idx)
                       move ck-d-actual to ws-man-actual(ck-d-idx)
                       move ck-d-has-trl to ws-man-has-trl(ck-d-idx)
                       move ck-d-opened to ws-man-opened(ck-d-idx)
                       move ck-d-txn to ws-man-txn(ck-d-idx)
                       move ck-d-total to ws-man-total(ck-d-idx)
                   end-if
               when "M"
                   if ws-movement-count < 200
                       add 1 to ws-movement-count
                       move ck-m-acct
                           to ws-mv-acct(ws-movement-count)
                       move ck-m-debits
                           to ws-mv-debits(ws-movement-count)
                       move ck-m-credits
                           to ws-mv-credits(ws-movement-count)
                       move ck-m-count
                           to ws-mv-count(ws-movement-count)
                   end-if
               when "R"
                   move ck-r-txn to ws-rg-new-txn
                   move ck-r-date to ws-rg-new-date
                   move ck-r-run to ws-rg-new-run
                   perform add-registry-entry
               when "H"
                   perform restore-one-hold
               when "F"
                   if ws-exp-fail-count < 100
                       add 1 to ws-exp-fail-count
                       move ck-f-txn to ws-ef-txn(ws-exp-fail-count)
                       move ck-f-expected
                           to ws-ef-expected(ws-exp-fail-count)
                       move ck-f-actual
                           to ws-ef-actual(ws-exp-fail-count)
                       move ck-f-variance
                           to ws-ef-variance(ws-exp-fail-count)
                   end-if
           end-evaluate

           read calc-checkpoint
               at end continue
           end-read
           .


      *>****************************************************
      *> the checkpoint's hold lines replace what was read
      *> off the pending file - they include the lines this
      *> run held and the releases it already posted
      *>****************************************************

       restore-one-hold.

           if ws-ckpt-hold-seen = "0"
               move "1" to ws-ckpt-hold-seen
               move zero to ws-hold-count
           end-if

           if ws-hold-count >= 500
               exit paragraph
           end-if

           add 1 to ws-hold-count
           move ck-h-line to ws-hold-line(ws-hold-count)
           move ck-h-line(1:13) to ws-hd-id
           if ws-hd-id(1:8) = ws-business-date
               and ws-hd-id(10:4) numeric
               and ws-hd-id(10:4) > ws-hold-seq
               move ws-hd-id(10:4) to ws-hold-seq
           end-if
           .


      *>****************************************************
      *> whatever the interrupted run wrote past its last
      *> checkpoint is cut off before the resumed run
      *> writes it again - each file is copied up to its
      *> checkpointed line count and renamed back
      *>****************************************************

       cut-back-run-outputs.

           move ws-batch-outfile to ws-copy-in-file
           move ws-out-line-count to ws-copy-keep
           perform cut-back-one-file

           move ws-reject-file to ws-copy-in-file
           move ws-rej-line-count to ws-copy-keep
           perform cut-back-one-file

           move ws-journal-file to ws-copy-in-file
           move ws-jnl-line-base to ws-copy-keep
           perform cut-back-one-file
           .


       cut-back-one-file.

           move spaces to ws-copy-out-file
           string
               function trim(ws-copy-in-file)  delimited by size
               ".work"                         delimited by size
               into ws-copy-out-file
           end-string

           open input ckpt-copy-in

           if ws-copy-in-status not = "00"
               exit paragraph
           end-if

           open output ckpt-copy-out

           if ws-copy-out-status not = "00"
               display "calc: cannot open "
                   function trim(ws-copy-out-file)
                   ", file status " ws-copy-out-status
               close ckpt-copy-in
               move 8 to ws-return-code
               exit paragraph
           end-if

           move zero to ws-copy-count

           read ckpt-copy-in
               at end continue
           end-read

           perform copy-one-kept-line
               until ws-copy-in-status not = "00"
                   or ws-copy-count >= ws-copy-keep

           close ckpt-copy-in ckpt-copy-out

           call "CBL_RENAME_FILE" using ws-copy-out-file
                                        ws-copy-in-file
           move return-code to ws-copy-rename-rc
           move zero to return-code
           if ws-copy-rename-rc not = 0
               display "calc: could not cut back "
                   function trim(ws-copy-in-file)
                   " to its checkpoint"
               move 8 to ws-return-code
           end-if
           .


       copy-one-kept-line.

           write ckpt-copy-out-rec from ckpt-copy-in-rec
           add 1 to ws-copy-count

           read ckpt-copy-in
               at end continue
           end-read
           .


       count-journal-lines.

           move zero to ws-jnl-line-base ws-jnl-line-count
           move ws-journal-file to ws-copy-in-file

           open input ckpt-copy-in

           if ws-copy-in-status not = "00"
               exit paragraph
           end-if

           read ckpt-copy-in
               at end continue
           end-read

           perform count-one-journal-line
               until ws-copy-in-status not = "00"

           close ckpt-copy-in
           .


       count-one-journal-line.

           add 1 to ws-jnl-line-base

           read ckpt-copy-in
               at end continue
           end-read
           .


       clear-calc-checkpoint.

           move ws-ckpt-file to ws-ckpt-name
           open output calc-checkpoint
           if ws-ckpt-status = "00"
               close calc-checkpoint
           end-if
           .


           end-if

           move "1" to ws-man-opened(ws-man-idx)
           move ws-man-idx to ws-ckpt-dept
           move zero to ws-ckpt-read-count
           if ws-ckpt-skip = 0
               move ws-batch-txn-count to ws-dept-txn-base
               move ws-batch-total to ws-dept-total-base
           end-if

           move "0" to ws-batch-eof

               at end set ws-batch-at-end to true
           end-read

           if ws-ckpt-skip > 0
               perform skip-one-batch-line
                   until ws-ckpt-read-count >= ws-ckpt-skip
                       or ws-batch-at-end
               move zero to ws-ckpt-skip
           end-if

           perform until ws-batch-at-end
               evaluate true
                   when ws-input = spaces
                       perform process-batch-line
               end-evaluate

               perform note-checkpoint-line

               read batch-in into ws-input
                   at end set ws-batch-at-end to true
               end-read
               into ws-dept-line
           end-string
           write batch-out-rec from ws-dept-line
           add 1 to ws-out-line-count

           if ws-ckpt-every > 0
               compute ws-ckpt-dept = ws-man-idx + 1
               move zero to ws-ckpt-read-count ws-ckpt-due
               perform take-calc-checkpoint
           end-if
           .



           move "balancing summary:" to ws-dept-line
           write batch-out-rec from ws-dept-line
           add 1 to ws-out-line-count

           perform balance-one-department
               varying ws-man-idx from 1 by 1
           end-evaluate

           write batch-out-rec from ws-dept-line
           add 1 to ws-out-line-count
           .


               move "EXPECT: unreadable expected value, ignored"
                   to ws-exp-line
               write batch-out-rec from ws-exp-line
               add 1 to ws-out-line-count
               exit paragraph
           end-if
           compute ws-exp-value = function numval(ws-exp-scrub)
                   move "EXPECT: unreadable expected value, ignored"
                       to ws-exp-line
                   write batch-out-rec from ws-exp-line
                   add 1 to ws-out-line-count
                   exit paragraph
           end-compute

               "EXPECT: no preceding result to check ** FAIL **"
                   to ws-exp-line
               write batch-out-rec from ws-exp-line
               add 1 to ws-out-line-count
               perform record-expect-failure
               exit paragraph
           end-if
               perform record-expect-failure
           end-if
           write batch-out-rec from ws-exp-line
           add 1 to ws-out-line-count
           .


           .


       resolve-journal-file.

           if ws-journal-resolved not = "1"
               move "1" to ws-journal-resolved
               move "CALC_JOURNAL" to ws-param-key
               call "read-param" using ws-param-key ws-param-value
               if ws-param-value not = spaces
                   move ws-param-value to ws-journal-file
               end-if
           end-if
           .


       load-run-id.

           if ws-run-id-loaded = "1"
           .


       load-formula-library.

           move zero to ws-formula-count

           move "CALC_FORMULA_LIBRARY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-formula-file
           end-if

           open input formula-library

           if ws-formula-status not = "00"
               exit paragraph
           end-if

           read formula-library
               at end continue
           end-read

           perform load-one-formula
               until ws-formula-status not = "00"

           close formula-library
           .


       load-one-formula.

           if formula-library-rec not = spaces
               and formula-library-rec(1:1) not = "#"
               move spaces to ws-fl-name-in ws-fl-params-in
                   ws-fl-expr-in ws-fl-eff-in
               unstring formula-library-rec delimited by "|"
                   into ws-fl-name-in ws-fl-params-in
                        ws-fl-expr-in ws-fl-eff-in
               end-unstring
               move function trim(ws-fl-eff-in) to ws-fl-eff-in
               if ws-fl-name-in = spaces
                   or ws-fl-expr-in = spaces
                   or ws-fl-eff-in(1:8) not numeric
                   display "calc: bad formula record skipped: "
                       function trim(formula-library-rec)
               else
                   if ws-formula-count >= 200
                       display "calc: formula table full, "
                           function trim(ws-fl-name-in)
                           " not loaded"
                   else
                       add 1 to ws-formula-count
                       move function upper-case
                               (function trim(ws-fl-name-in))
                           to ws-fl-name(ws-formula-count)
                       move function upper-case
                               (function trim(ws-fl-params-in))
                           to ws-fl-params(ws-formula-count)
                       move function trim(ws-fl-expr-in)
                           to ws-fl-expr(ws-formula-count)
                       move ws-fl-eff-in(1:8)
                           to ws-fl-eff(ws-formula-count)
                   end-if
               end-if
           end-if

           read formula-library
               at end continue
           end-read
           .


      *>****************************************************
      *> "@NAME(arg,arg)": the name picks the library
      *> version whose effective date is the latest one on
      *> or before the line's value date (a later record
      *> with the same date supersedes an earlier one), the
      *> arguments pair off with the version's parameter
      *> names in order, and every parameter name in the
      *> expression text is replaced by "(argument)" so a
      *> negative or compound argument keeps its meaning
      *>****************************************************

       expand-formula-call.

           move "0" to ws-fm-error
           move spaces to ws-fm-reason ws-fm-name ws-fm-expanded
           move zero to ws-fm-eff-used

           compute ws-fm-call-len =
               function length(function trim(ws-fm-call))

           move zero to ws-fm-open-pos
           inspect ws-fm-call tallying ws-fm-open-pos
               for characters before "("
           add 1 to ws-fm-open-pos

           if ws-fm-open-pos < 3
               or ws-fm-open-pos >= ws-fm-call-len
               or ws-fm-call(ws-fm-call-len:1) not = ")"
               move "call must read @NAME(arguments)"
                   to ws-fm-reason
               set ws-is-fm-failed to true
               exit paragraph
           end-if

           move function upper-case
                   (function trim(ws-fm-call(2:ws-fm-open-pos - 2)))
               to ws-fm-name

           move spaces to ws-fm-args-area ws-fm-arg-text
           move zero to ws-fm-arg-count
           compute ws-fm-close-pos = ws-fm-call-len - ws-fm-open-pos
           if ws-fm-close-pos > 1
               move ws-fm-call(ws-fm-open-pos + 1:
                       ws-fm-close-pos - 1)
                   to ws-fm-arg-text
               unstring ws-fm-arg-text delimited by ","
                   into ws-fm-arg(1) ws-fm-arg(2) ws-fm-arg(3)
                        ws-fm-arg(4) ws-fm-arg(5) ws-fm-arg(6)
                   tallying in ws-fm-arg-count
                   on overflow
                       move "more than 6 arguments"
                           to ws-fm-reason
                       set ws-is-fm-failed to true
               end-unstring
           end-if

           if ws-is-fm-failed
               exit paragraph
           end-if

           move zero to ws-formula-pick
           perform test-one-formula
               varying ws-formula-idx from 1 by 1
               until ws-formula-idx > ws-formula-count

           if ws-formula-pick = 0
               move spaces to ws-fm-reason
               string
                   "no formula "               delimited by size
                   function trim(ws-fm-name)   delimited by size
                   " in force on "             delimited by size
                   ws-value-date               delimited by size
                   into ws-fm-reason
               end-string
               set ws-is-fm-failed to true
               exit paragraph
           end-if

           move spaces to ws-fm-parms-area
           move zero to ws-fm-parm-count
           if ws-fl-params(ws-formula-pick) not = spaces
               unstring ws-fl-params(ws-formula-pick)
                   delimited by ","
                   into ws-fm-parm(1) ws-fm-parm(2) ws-fm-parm(3)
                        ws-fm-parm(4) ws-fm-parm(5) ws-fm-parm(6)
                   tallying in ws-fm-parm-count
               end-unstring
           end-if

           perform trim-one-formula-arg
               varying ws-fm-parm-idx from 1 by 1
               until ws-fm-parm-idx > 6

           if ws-fm-arg-count not = ws-fm-parm-count
               move spaces to ws-fm-reason
               string
                   function trim(ws-fm-name)   delimited by size
                   " takes "                   delimited by size
                   ws-fm-parm-count            delimited by size
                   " argument(s), "            delimited by size
                   ws-fm-arg-count             delimited by size
                   " given"                    delimited by size
                   into ws-fm-reason
               end-string
               set ws-is-fm-failed to true
               exit paragraph
           end-if

           move ws-fl-eff(ws-formula-pick) to ws-fm-eff-used
           move spaces to ws-fm-ident
           move zero to ws-fm-ident-len
           move 1 to ws-fm-out-ptr
           compute ws-fm-len = function length
                   (function trim(ws-fl-expr(ws-formula-pick)))

           perform expand-one-formula-char
               varying ws-fm-idx from 1 by 1
               until ws-fm-idx > ws-fm-len
                   or ws-is-fm-failed

           if ws-fm-ident-len > 0 and not ws-is-fm-failed
               perform emit-formula-param
           end-if

           if ws-is-fm-failed
               exit paragraph
           end-if

           move ws-fm-expanded to ws-input
           set ws-is-formula-call to true
           .


       test-one-formula.

           if ws-fl-name(ws-formula-idx) = ws-fm-name
               and ws-fl-eff(ws-formula-idx) <= ws-value-date
               if ws-formula-pick = 0
                   move ws-formula-idx to ws-formula-pick
               else
                   if ws-fl-eff(ws-formula-idx)
                           >= ws-fl-eff(ws-formula-pick)
                       move ws-formula-idx to ws-formula-pick
                   end-if
               end-if
           end-if
           .


      *>****************************************************
      *> arguments and parameter names are compared and
      *> substituted without the blanks typed around the
      *> commas; an empty argument is refused rather than
      *> left to evaluate as "()"
      *>****************************************************

       trim-one-formula-arg.

           move function upper-case
                   (function trim(ws-fm-parm(ws-fm-parm-idx)))
               to ws-fm-parm(ws-fm-parm-idx)
           move function trim(ws-fm-arg(ws-fm-parm-idx))
               to ws-fm-arg(ws-fm-parm-idx)

           if ws-fm-parm-idx <= ws-fm-arg-count
               and ws-fm-arg(ws-fm-parm-idx) = spaces
               move "empty argument" to ws-fm-reason
               set ws-is-fm-failed to true
           end-if
           .


      *>****************************************************
      *> a name is a letter or underscore followed by
      *> letters, digits or underscores; anything else in
      *> the expression text is copied across unchanged
      *>****************************************************

       expand-one-formula-char.

           move ws-fl-expr(ws-formula-pick)(ws-fm-idx:1)
               to ws-fm-char

           if (ws-fm-char alphabetic and ws-fm-char not = space)
               or ws-fm-char = "_"
               or (ws-fm-char numeric and ws-fm-ident-len > 0)
               if ws-fm-ident-len >= 20
                   move "parameter name too long" to ws-fm-reason
                   set ws-is-fm-failed to true
               else
                   add 1 to ws-fm-ident-len
                   move ws-fm-char
                       to ws-fm-ident(ws-fm-ident-len:1)
               end-if
           else
               if ws-fm-ident-len > 0
                   perform emit-formula-param
               end-if
               if not ws-is-fm-failed
                   string
                       ws-fm-char              delimited by size
                       into ws-fm-expanded
                       with pointer ws-fm-out-ptr
                       on overflow
                           move "expansion longer than 80"
                               to ws-fm-reason
                           set ws-is-fm-failed to true
                   end-string
               end-if
           end-if
           .


       emit-formula-param.

           move function upper-case(ws-fm-ident) to ws-fm-ident
           move zero to ws-fm-parm-found
           perform test-one-formula-parm
               varying ws-fm-parm-idx from 1 by 1
               until ws-fm-parm-idx > ws-fm-parm-count
                   or ws-fm-parm-found > 0

           if ws-fm-parm-found = 0
               move spaces to ws-fm-reason
               string
                   "unknown name "             delimited by size
                   function trim(ws-fm-ident)  delimited by size
                   " in "                      delimited by size
                   function trim(ws-fm-name)   delimited by size
                   into ws-fm-reason
               end-string
               set ws-is-fm-failed to true
           else
               string
                   "("                         delimited by size
                   function trim(ws-fm-arg(ws-fm-parm-found))
                                               delimited by size
                   ")"                         delimited by size
                   into ws-fm-expanded
                   with pointer ws-fm-out-ptr
                   on overflow
                       move "expansion longer than 80"
                           to ws-fm-reason
                       set ws-is-fm-failed to true
               end-string
           end-if

           move spaces to ws-fm-ident
           move zero to ws-fm-ident-len
           .


       test-one-formula-parm.

           if ws-fm-parm(ws-fm-parm-idx) = ws-fm-ident
               move ws-fm-parm-idx to ws-fm-parm-found
           end-if
           .


      *>****************************************************
      *> the result line (and so the journal entry, which
      *> copies an expression line's result text) carries
      *> the call as typed and the version date ahead of the
      *> expanded expression: "@VAT(1250.00) eff 20250101
      *> => (1250.00) * 0.20 = 250.00". the amount stays the
      *> first word after the only " = " on the line, and
      *> a call too long to carry leaves the plain expanded
      *> line rather than lose the amount off its end
      *>****************************************************

       note-formula-call.

           move ws-output to ws-fm-line
           move zero to ws-fm-eq-pos
           inspect ws-fm-line tallying ws-fm-eq-pos
               for characters before " = "
           if ws-fm-eq-pos + 4 > 100
               exit paragraph
           end-if

           move spaces to ws-output
           string
               function trim(ws-fm-call)       delimited by size
               " eff "                         delimited by size
               ws-fm-eff-used                  delimited by size
               " => "                          delimited by size
               ws-fm-line(1:ws-fm-eq-pos)      delimited by size
               " = "                           delimited by size
               function trim(ws-fm-line(ws-fm-eq-pos + 4:))
                                               delimited by size
               into ws-output
               on overflow
                   move ws-fm-line to ws-output
           end-string
           .


       report-formula-error.

           move "formula call cannot be expanded" to ws-output
           move 110 to ws-err-code
           call "get-message" using ws-err-code ws-msg-text
           if ws-msg-text not = "message not found"
               move ws-msg-text to ws-output
           end-if
           move ws-output to ws-work-line
           move spaces to ws-output
           string
               function trim(ws-work-line)     delimited by size
               ": "                            delimited by size
               function trim(ws-fm-reason)     delimited by size
               into ws-output
           end-string
           move 8 to ws-return-code
           move ws-return-code to return-code
           call "error-handler" using by content
                   ws-output ws-error ws-raw-line ws-err-code
                   ws-caller-name
           .


      *>****************************************************
      *> "FUNC operand": the operand is re-unstrung into a
      *> full-width token (the three-token pass would have
           .


      *>****************************************************
      *> an unknown or closed account is input the keyer
      *> has to correct, not a computation failure: INPUT
      *> class, each with its own code so the reject file
      *> and the error report tell the two apart
      *>****************************************************

       report-account-error.

           if ws-chart-acct-closed
               move "ledger account is closed" to ws-output
               move 106 to ws-err-code
           else
               move "ledger account not on chart of accounts"
                   to ws-output
               move 105 to ws-err-code
           end-if
           call "get-message" using ws-err-code ws-msg-text
           if ws-msg-text not = "message not found"
               move ws-msg-text to ws-output
           end-if
           move ws-output to ws-work-line
           move spaces to ws-output
           string
               function trim(ws-work-line)     delimited by size
               ": "                            delimited by size
               function trim(ws-acct-code)     delimited by size
               into ws-output
           end-string
           move 8 to ws-return-code
           move ws-return-code to return-code
           call "error-handler" using by content
                   ws-output ws-error ws-raw-line ws-err-code
                   ws-caller-name
           .


      *>****************************************************
      *> value date refusals: 107 a closed period, 108 a
      *> value date that is not a date. the offending value
      *> date goes on the end of the reason
      *>****************************************************

       report-period-error.

           if ws-err-code = 107
               move "value date falls in a closed period"
                   to ws-output
           else
               move "value date is not a valid date" to ws-output
           end-if
           call "get-message" using ws-err-code ws-msg-text
           if ws-msg-text not = "message not found"
               move ws-msg-text to ws-output
           end-if
           if ws-vd-token = spaces
               string
                   "vd="                       delimited by size
                   ws-value-date               delimited by size
                   into ws-vd-token
               end-string
           end-if
           move ws-output to ws-work-line
           move spaces to ws-output
           string
               function trim(ws-work-line)     delimited by size
               ": "                            delimited by size
               function trim(ws-vd-token)      delimited by size
               into ws-output
           end-string
           move 8 to ws-return-code
           move ws-return-code to return-code
           call "error-handler" using by content
                   ws-output ws-error ws-raw-line ws-err-code
                   ws-caller-name
           .


       report-sndnb-error.

           move "second arg cannot be processed (too big?)"
                   into ws-journal-text
               end-string
           end-if

           if ws-is-released-hold
               move ws-journal-text to ws-work-line
               move spaces to ws-journal-text
               string
                   function trim(ws-work-line) delimited by size
                   " [released "               delimited by size
                   function trim(ws-hd-id)     delimited by size
                   "]"                         delimited by size
                   into ws-journal-text
               end-string
           end-if
           .



       write-journal.

           perform resolve-journal-file

           if not ws-is-expression and not ws-unary-func
               and not ws-parse-failed
           end-if

           write calc-journal-rec from ws-journal-line
           add 1 to ws-jnl-line-count
           close calc-journal
           .
