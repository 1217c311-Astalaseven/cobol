      *> goes, and "-restart" reads that ledger back and
      *> resumes at the first step that did not complete
      *> cleanly, instead of always reprocessing from step 1.
      *>
      *> "-plan" runs nothing: it writes the night's plan
      *> (CYCLE_PLAN) - each step's fate, its resolved input
      *> and output files and whether the inputs are there,
      *> and the finish projected against the batch window.
      *>
      *> a cycle that ends stopped leaves its diagnostic
      *> dossier (cycle-dossier, CYCLE_DOSSIER) behind it:
      *> everything stamped with the run id on one document
      *> for whoever picks the night up.
      *>****************************************************

       environment division.
           select run-id-file assign to dynamic ws-run-id-file
               organization line sequential
               file status is ws-run-id-status.
           select rebuild-state assign to dynamic ws-rebuild-file
               organization line sequential
               file status is ws-rebuild-status.
           select cycle-plan assign to dynamic ws-plan-file
               organization line sequential
               file status is ws-plan-status.
           select plan-probe assign to dynamic ws-probe-file
               organization line sequential
               file status is ws-probe-status.
           select pending-params assign to dynamic ws-pending-file
               organization line sequential
               file status is ws-pending-status.
           select step-files assign to dynamic ws-step-files-file
               organization line sequential
               file status is ws-step-files-status.
           select month-closings assign to dynamic ws-closings-file
               organization line sequential
               file status is ws-closings-status.

       data division.

       file section.

      *>****************************************************
      *> the program and run id ride at the end of each
      *> ledger record - the run id of the attempt that last
      *> started the step - so readers built on the shorter
      *> record carry on unchanged and the dossier can tell
      *> which steps a given run actually got to
      *>****************************************************

       fd run-control.
       01 run-control-rec.
           03 rc-step-num          pic 9(2).
           03 rc-return-code       pic 9(4).
           03 rc-complete          pic x.
           03 rc-attempt           pic 9.
           03 rc-program           pic x(20).
           03 rc-run-id            pic x(11).

      *>****************************************************
      *> business-day calendar: "yyyymmdd B" for a
      *> dependents with it instead of running them against
      *> files the predecessor never wrote. reshaping a
      *> night's run is an edit to this file, the way it
      *> used to be an edit to JCL.
      *>
      *> the frequency says which nights the step is due,
      *> judged against the cycle calendar:
      *>   blank/DAY  every cycle
      *>   BDAY       business days
      *>   LBD        last business day of the month
      *>   QEND       last business day of a quarter
      *>   YEND       last business day of the year
      *>   MON..SUN   that weekday
      *> a step not due is marked "N" in the ledger - not
      *> scheduled, which is not the same as skipped. a
      *> period-end step (LBD, QEND, YEND) is handed its
      *> period in the parameter it reads it from - the
      *> column names it, or for the shop's own period-end
      *> programs it is known here - as yyyymm, yyyyq or
      *> yyyy
      *>****************************************************

       fd jobstream.
           03 js-retry             pic 9.
           03 filler               pic x.
           03 js-retry-wait        pic 9(3).
           03 filler               pic x.
           03 js-frequency         pic x(4).
           03 filler               pic x.
           03 js-period-key        pic x(20).

       fd audit-read.
       01 audit-read-rec           pic x(160).
           03 filler               pic x.
           03 ri-seq               pic 99.

      *>****************************************************
      *> the state dr-rebuild leaves behind after a
      *> disaster-recovery rebuild of the state files:
      *> status|date|time|as-of|report|operator...
      *>****************************************************

       fd rebuild-state.
       01 rebuild-state-rec        pic x(160).

      *>****************************************************
      *> the dry-run plan ("-plan"): the report, a probe
      *> for whether a file is there now, the staged
      *> effective-dated parameters, and the shop's list of
      *> the files each step reads and writes beyond the
      *> ones known here - "program|IN or OUT|KEY|default"
      *>****************************************************

       fd cycle-plan.
       01 cycle-plan-rec           pic x(132).

       fd plan-probe.
       01 plan-probe-rec           pic x(80).

       fd pending-params.
       01 pending-params-rec       pic x(120).

       fd step-files.
       01 step-files-rec           pic x(120).

      *>****************************************************
      *> month-end's closings register, read only for the
      *> period column; the rest of the 100-byte record is
      *> month-end's own business
      *>****************************************************

       fd month-closings.
       01 month-closings-rec.
           03 mc-period            pic x(6).
           03 filler               pic x(94).

       working-storage section.

      *>****************************************************
      *> ledger that says exactly how far it got
      *>****************************************************

       77 ws-step-count            pic 99    value 15.
       77 ws-step-idx              pic 99.
       77 ws-step-idx-ledger       pic 99.
       77 ws-first-step            pic 99    value 1.

       01 ws-step-table.
           03 ws-step-entry occurs 24.
               05 ws-st-name       pic x(20).
               05 ws-st-program    pic x(20).
               05 ws-st-enabled    pic x     value "Y".
                   88 ws-st-is-complete      value "C".
                   88 ws-st-was-skipped      value "D".
                   88 ws-st-dep-skipped      value "P".
                   88 ws-st-not-scheduled    value "N".
               05 ws-st-pred       pic 99    value 0.
               05 ws-st-retry      pic 9     value 0.
               05 ws-st-wait       pic 9(3)  value 0.
               05 ws-st-attempt    pic 9     value 1.
               05 ws-st-frequency  pic x(4)  value spaces.
               05 ws-st-period-key pic x(20) value spaces.
               05 ws-st-period-fmt pic x     value space.
               05 ws-st-due        pic x     value "Y".
                   88 ws-st-is-due           value "Y".
               05 ws-st-run-id     pic x(11) value spaces.

       77 ws-jobstream-file        pic x(80)
                                    value "file-jobstream".
       77 ws-jobstream-status      pic xx.

      *>****************************************************
      *> step scheduling: the cycle date the frequencies
      *> are judged on (tonight, the replayed day, or the
      *> night a restart resumes), and where the shop's
      *> period-end programs read their period
      *>****************************************************

       77 ws-cycle-date            pic 9(8)  value 0.
       77 ws-cycle-weekday         pic x(3).
       77 ws-cycle-business        pic x.
       77 ws-cycle-last-bd         pic x.
       77 ws-cycle-period          pic x(8).
       77 ws-cycle-period-envname  pic x(20).
       77 ws-cycle-date-edt        pic x(8).
       77 ws-period-passed         pic x     value "0".

      *>****************************************************
      *> a scheduled month-end must leave its period on the
      *> closings register - restatement and the annual
      *> close both start from it - so a month-end step
      *> that completes without one is failed, not trusted
      *>****************************************************

       77 ws-closings-file         pic x(80)
                                    value "file-month-closings".
       77 ws-closings-status       pic xx.
       77 ws-closing-found         pic x.
       77 ws-cycle-day-type        pic x.
       77 ws-bd-int                pic 9(8).
       77 ws-bd-dow                pic 9.
       77 ws-quarter-no            pic 9.
       77 ws-not-due-count         pic 99    value 0.
       01 ws-weekday-names         pic x(21)
                                    value "MONTUEWEDTHUFRISATSUN".
       01 ws-weekday-table redefines ws-weekday-names.
           03 ws-weekday-name occurs 7 pic x(3).
       01 ws-period-prog-list.
           03 filler pic x(20) value "month-end".
           03 filler pic x(20) value "MONTH_END_PERIOD".
           03 filler pic x     value "M".
           03 filler pic x(20) value "billing-extract".
           03 filler pic x(20) value "BILLING_PERIOD".
           03 filler pic x     value "M".
           03 filler pic x(20) value "vault-access-report".
           03 filler pic x(20) value "VACC_PERIOD".
           03 filler pic x     value "M".
           03 filler pic x(20) value "submission-extract".
           03 filler pic x(20) value "SUBMIT_QUARTER".
           03 filler pic x     value "Q".
           03 filler pic x(20) value "annual-close".
           03 filler pic x(20) value "ANNUAL_PERIOD".
           03 filler pic x     value "Y".
       01 ws-period-prog-table redefines ws-period-prog-list.
           03 ws-pp-entry occurs 5.
               05 ws-pp-program    pic x(20).
               05 ws-pp-key        pic x(20).
               05 ws-pp-fmt        pic x.
       77 ws-pp-idx                pic 9.

       77 ws-audit-read-file       pic x(80)
                                    value "cycle-audit.log".
       77 ws-audit-read-status     pic xx.
                                    value "file-run-id".
       77 ws-run-id-status         pic xx.
       77 ws-run-seq               pic 99    value 0.

       77 ws-rebuild-file          pic x(80)
                                    value "file-rebuild-state".
       77 ws-rebuild-status        pic xx.
       77 ws-rebuild-word          pic x(12).
       77 ws-rebuild-date          pic x(8).
       77 ws-rebuild-time          pic x(6).
       77 ws-rebuild-as-of         pic x(8).
       77 ws-rebuild-report        pic x(80).
       77 ws-rebuild-held          pic x     value "0".
           88 ws-is-rebuild-held             value "1".
       77 ws-run-id                pic x(11).

       01 ws-hms-work.

       77 ws-final-rc              pic s9(9) value 0.

      *>****************************************************
      *> dry-run plan: nothing is called, locked, stamped
      *> or written but the plan report. the files each
      *> standard step reads (I) and writes (O) are known
      *> here by the parameter that names them and its
      *> default; CYCLE_STEP_FILES adds to the list for
      *> steps the jobstream brings in
      *>****************************************************

       77 ws-plan-mode             pic x     value "0".
           88 ws-is-plan                     value "1".
       77 ws-plan-file             pic x(80)
                                    value "file-cycle-plan".
       77 ws-plan-status           pic xx.
       77 ws-probe-file            pic x(80).
       77 ws-probe-status          pic xx.
       77 ws-pending-file          pic x(80)
                                    value "run-params-pending".
       77 ws-pending-status        pic xx.
       77 ws-step-files-file       pic x(80)
                                    value "file-step-files".
       77 ws-step-files-status     pic xx.
       77 ws-jobstream-used        pic x     value "0".

           copy step-io.

       01 ws-io-table.
           03 ws-io-entry occurs 120.
               05 ws-io-program    pic x(20).
               05 ws-io-dir        pic x.
               05 ws-io-key        pic x(30).
               05 ws-io-default    pic x(80).
       77 ws-io-count              pic 9(3)  value 0.
       77 ws-io-idx                pic 9(3).
       77 ws-io-shown              pic 9(3).
       77 ws-sf-program            pic x(20).
       77 ws-sf-dir                pic x(4).
       77 ws-sf-key                pic x(30).
       77 ws-sf-default            pic x(80).

       01 ws-pending-table.
           03 ws-pd-entry occurs 100.
               05 ws-pd-key        pic x(30).
               05 ws-pd-date       pic x(8).
               05 ws-pd-value      pic x(80).
       77 ws-pending-count         pic 9(3)  value 0.
       77 ws-pending-idx           pic 9(3).
       77 ws-pending-hit           pic 9(3).
       77 ws-pd-date-in            pic x(10).
       77 ws-pd-key-in             pic x(30).
       77 ws-pd-value-in           pic x(80).

       77 ws-pl-name               pic x(80).
       77 ws-pl-source             pic x(24).
       77 ws-pl-env                pic x(80).
       77 ws-pl-exists             pic x(8).
       77 ws-pl-missing            pic 9(3)  value 0.
       77 ws-pl-status             pic x(1).
       77 ws-pl-plan-text          pic x(60).
       77 ws-pl-run-count          pic 99    value 0.
       77 ws-pl-line               pic x(132).
       01 ws-plan-durations.
           03 ws-pl-dur-entry occurs 24.
               05 ws-pl-dur-sum    pic 9(10).
               05 ws-pl-dur-cnt    pic 9(5).
       77 ws-pl-dur-idx            pic 99.
       77 ws-pl-key-env            pic x(30).
       77 ws-pl-in-window          pic x.
       77 ws-pl-total-secs         pic 9(7).
       77 ws-pl-seq-edt            pic z9.

       01 ws-made-table.
           03 ws-made-name occurs 120 pic x(80).
       77 ws-made-count            pic 9(3)  value 0.
       77 ws-made-idx              pic 9(3).
       77 ws-made-hit              pic 9(3).
       77 ws-pl-avg-secs           pic 9(7).
       77 ws-pl-clock-secs         pic 9(7).
       77 ws-pl-start-secs         pic 9(7).
       77 ws-pl-no-history         pic 99    value 0.
       77 ws-pl-hhmm               pic x(5).
       77 ws-pl-hh                 pic 99.
       77 ws-pl-mm                 pic 99.
       77 ws-pl-day-secs           pic 9(7).
       77 ws-pl-spare              pic s9(5).
       77 ws-pl-spare-edt          pic -(4)9.
       77 ws-pl-avg-edt            pic z(5)9.

       procedure division.

       move "interro1 conversion" to ws-st-name(1)
       move "status-board"        to ws-st-program(2)
       move "reject aging"        to ws-st-name(3)
       move "reject-aging"        to ws-st-program(3)
       move "work orders"         to ws-st-name(4)
       move "work-orders"         to ws-st-program(4)
       move "calc batch"          to ws-st-name(5)
       move "calc"                to ws-st-program(5)
       move "ledger balance"      to ws-st-name(6)
       move "ledger-balance"      to ws-st-program(6)
       move "budget report"       to ws-st-name(7)
       move "budget-report"       to ws-st-program(7)
       move "fizzbuzz sequencing" to ws-st-name(8)
       move "fizzbuzz-main"       to ws-st-program(8)
       move "log rotation"        to ws-st-name(9)
       move "log-rotate"          to ws-st-program(9)
       move "cycle summary"       to ws-st-name(10)
       move "cycle-report"        to ws-st-program(10)
       move "report spool"        to ws-st-name(11)
       move "spool-cycle"         to ws-st-program(11)
       move "report distribution" to ws-st-name(12)
       move "distribute-cycle"    to ws-st-program(12)
       move "duration trend"      to ws-st-name(13)
       move "duration-report"     to ws-st-program(13)
       move "nightly archive"     to ws-st-name(14)
       move "archive-cycle"       to ws-st-program(14)
       move "metrics feed"        to ws-st-name(15)
       move "metrics-feed"        to ws-st-program(15)

      *>****************************************************
      *> a job-stream definition file, when present,
       end-if

       accept ws-mode-arg from argument-value
       if ws-mode-arg = "-plan"
           set ws-is-plan to true
       end-if

      *>****************************************************
      *> a rebuild of the state files that is still running
      *> or came out inconsistent stops every mode of the
      *> cycle - restart and catch-up included - until it
      *> is redone or accepted
      *>****************************************************

       perform check-rebuild-state

       if ws-is-rebuild-held and not ws-is-plan
           move 12 to return-code
           goback
       end-if

       if ws-mode-arg = "-catchup"
           set ws-is-catchup to true

       perform check-calendar

      *>****************************************************
      *> the plan stops here, before anything is promoted,
      *> locked or run: what tonight's cycle would do, with
      *> any refusal it would meet written at the top
      *>****************************************************

       if ws-is-plan
           move ws-today to ws-cycle-date
           perform judge-step-schedule
           perform write-cycle-plan
           goback
       end-if

       if ws-is-win-refused
           move 12 to return-code
           goback
           end-if
       end-if

      *>****************************************************
      *> which steps are due is judged once for the cycle
      *> date: a restart after midnight resumes the night
      *> the ledger started, so a month-end that failed at
      *> 01:00 on the 1st is still due when it is rerun
      *>****************************************************

       move ws-today to ws-cycle-date
       if ws-is-restart and ws-st-start-date(1) > 0
           move ws-st-start-date(1) to ws-cycle-date
       end-if
       perform export-cycle-date
       if not ws-is-catchup
           perform judge-step-schedule
       end-if

       if ws-first-step > ws-step-count
           display "daily-cycle: ledger shows all steps already "
               "complete, nothing to restart"
               " - " function trim(ws-st-name(ws-first-step))
       end-if

      *>****************************************************
      *> steps that checkpoint (calc batch) resume from
      *> their checkpoint only when told this is a restart;
      *> any other run starts them from the first line
      *>****************************************************

       if ws-is-restart
           set environment "CYCLE_RESTART" to "Y"
       else
           set environment "CYCLE_RESTART" to "N"
       end-if

      *>****************************************************
      *> readiness gate ahead of step 1 on a fresh start:
      *> a missing extract, an empty batch input or a
       call "audit-log" using ws-audit-caller ws-audit-event
                               ws-audit-detail

      *>****************************************************
      *> what every key resolved to for this run, and from
      *> where, before any step runs - params-diff compares
      *> two runs' snapshots. no snapshot is a warning, not
      *> a reason to hold the night
      *>****************************************************

       call "params-snapshot" using ws-run-id
           on exception
               display "daily-cycle: params-snapshot program "
                   "not found, no parameter snapshot taken"
       end-call
       move zero to return-code

       if ws-is-catchup
           perform run-catchup-days
       else
      *>****************************************************
      *> publication only on a fully clean night; the
      *> overrides are dropped either way so a later
      *> standalone run resolves the published names again.
      *> publish-cycle itself runs every night: told the
      *> night stopped it renames nothing, but it still
      *> records which deadline outputs the completed
      *> steps made available, and when
      *>****************************************************

       if ws-is-cycle-stopped
           set environment "CYCLE_STOPPED" to "Y"
       else
           set environment "CYCLE_STOPPED" to "N"
       end-if

       call "publish-cycle"
           on exception
               display "daily-cycle: publish-cycle program not "
                   "found, no outputs published or recorded"
       end-call
       move zero to return-code

       if ws-is-two-phase
           if ws-is-cycle-stopped
               display "daily-cycle: cycle stopped - working "
                   "outputs not published, previous night's "
                   "set stands"

       perform print-audit-trail

      *>****************************************************
      *> a stopped night's dossier is written while the
      *> run id is still exported; a missing dossier
      *> program costs the paperwork, not the return code
      *>****************************************************

       if ws-is-cycle-stopped
           call "cycle-dossier"
               on exception
                   display "daily-cycle: cycle-dossier program "
                       "not found, no dossier written"
           end-call
       end-if

       if not ws-is-cycle-stopped
           display "daily-cycle: complete"
           perform record-next-run
           move zero                to ws-st-end-time(ws-step-idx)
           move zero                to ws-st-rc(ws-step-idx)
           move "S"                 to ws-st-complete(ws-step-idx)
           move ws-run-id           to ws-st-run-id(ws-step-idx)
           perform write-run-control

           if not ws-st-is-enabled(ws-step-idx)
               exit paragraph
           end-if

           if not ws-st-is-due(ws-step-idx)
               display "daily-cycle: step " ws-step-idx
                   " not scheduled for " ws-cycle-date
                   " (frequency "
                   function trim(ws-st-frequency(ws-step-idx)) ")"
               move "N" to ws-st-complete(ws-step-idx)
               perform write-run-control
               exit paragraph
           end-if

      *>****************************************************
      *> dependency gate: a predecessor that was disabled,
      *> dependency-skipped or failed leaves nothing for
           if ws-st-pred(ws-step-idx) > 0
               and ws-st-pred(ws-step-idx) <= ws-step-count
               and not ws-st-is-complete(ws-st-pred(ws-step-idx))
               and not ws-st-not-scheduled(ws-st-pred(ws-step-idx))
               display "daily-cycle: step " ws-step-idx
                   " skipped - predecessor step "
                   ws-st-pred(ws-step-idx)
           call "run-lock" using ws-lock-action ws-lock-step
                                  ws-lock-result

           perform export-step-period

           move 1 to ws-attempt
           perform try-step-once


           move ws-attempt to ws-st-attempt(ws-step-idx)

           move "0" to ws-period-passed
           if ws-cycle-period-envname not = spaces
               set environment ws-cycle-period-envname
                   to ws-env-clear
               move spaces to ws-cycle-period-envname
               move "1" to ws-period-passed
           end-if

           if ws-period-passed = "1"
               and ws-st-program(ws-step-idx) = "month-end"
               and ws-step-rc < ws-st-rc-limit(ws-step-idx)
               perform confirm-month-closed
           end-if

           if ws-attempt > 1
               and ws-step-rc < ws-st-rc-limit(ws-step-idx)
               display "daily-cycle: step " ws-step-idx
           move ws-st-rc(ws-step-idx-ledger)         to rc-return-code
           move ws-st-complete(ws-step-idx-ledger)   to rc-complete
           move ws-st-attempt(ws-step-idx-ledger)    to rc-attempt
           move ws-st-program(ws-step-idx-ledger)    to rc-program
           move ws-st-run-id(ws-step-idx-ledger)     to rc-run-id
           write run-control-rec
           .

               if rc-attempt numeric and rc-attempt > 0
                   move rc-attempt to ws-st-attempt(rc-step-num)
               end-if
               move rc-run-id      to ws-st-run-id(rc-step-num)
           end-if

           read run-control

           perform until ws-first-step > ws-step-count
               or (not ws-st-is-complete(ws-first-step)
                   and not ws-st-was-skipped(ws-first-step)
                   and not ws-st-not-scheduled(ws-first-step))
               or ws-st-rc(ws-first-step) >=
                   ws-st-rc-limit(ws-first-step)
               add 1 to ws-first-step

           perform load-one-jobstream-step
               until ws-jobstream-status not = "00"
                   or ws-step-idx-ledger >= 24

           close jobstream

           if ws-step-idx-ledger > 0
               move ws-step-idx-ledger to ws-step-count
               move "1" to ws-jobstream-used
               display "daily-cycle: job stream loaded, "
                   ws-step-count " step(s)"
           end-if
               else
                   move zero to ws-st-wait(ws-step-idx-ledger)
               end-if
               perform take-step-frequency
           else
               if jobstream-rec not = spaces
                   display "daily-cycle: bad job-stream record "
           .


      *>****************************************************
      *> an unknown frequency is a typo the night must not
      *> guess at - the step is marked never due, loudly,
      *> rather than run daily (a month-end every night) or
      *> dropped from the stream
      *>****************************************************

       take-step-frequency.

           move function upper-case(function trim(js-frequency))
               to ws-st-frequency(ws-step-idx-ledger)
           if ws-st-frequency(ws-step-idx-ledger) = "DAY"
               move spaces to ws-st-frequency(ws-step-idx-ledger)
           end-if

           evaluate ws-st-frequency(ws-step-idx-ledger)
               when spaces
               when "BDAY"
               when "LBD"
               when "QEND"
               when "YEND"
               when "MON"
               when "TUE"
               when "WED"
               when "THU"
               when "FRI"
               when "SAT"
               when "SUN"
                   continue
               when other
                   display "daily-cycle: step " ws-step-idx-ledger
                       " (" function trim(js-program) ") has "
                       "unknown frequency '"
                       function trim(js-frequency)
                       "' - never scheduled until corrected"
           end-evaluate

      *>   the period parameter: the column's, or the one
      *>   the program is known to read; its shape follows
      *>   the program, or else the frequency

           move spaces to ws-st-period-key(ws-step-idx-ledger)
           move space to ws-st-period-fmt(ws-step-idx-ledger)
           perform match-period-program
               varying ws-pp-idx from 1 by 1
               until ws-pp-idx > 5
           if js-period-key not = spaces
               move function upper-case(function trim(js-period-key))
                   to ws-st-period-key(ws-step-idx-ledger)
           end-if
           if ws-st-period-fmt(ws-step-idx-ledger) = space
               evaluate ws-st-frequency(ws-step-idx-ledger)
                   when "QEND"
                       move "Q" to ws-st-period-fmt(ws-step-idx-ledger)
                   when "YEND"
                       move "Y" to ws-st-period-fmt(ws-step-idx-ledger)
                   when other
                       move "M" to ws-st-period-fmt(ws-step-idx-ledger)
               end-evaluate
           end-if
           .


       match-period-program.

           if ws-pp-program(ws-pp-idx) = js-program
               move ws-pp-key(ws-pp-idx)
                   to ws-st-period-key(ws-step-idx-ledger)
               move ws-pp-fmt(ws-pp-idx)
                   to ws-st-period-fmt(ws-step-idx-ledger)
           end-if
           .


      *>****************************************************
      *> the cycle date's place in the calendar - weekday,
      *> business day, last business day of its month -
      *> then each step's frequency against it
      *>****************************************************

       judge-step-schedule.

           compute ws-bd-int = function integer-of-date(ws-cycle-date)
           compute ws-bd-dow = function mod(ws-bd-int - 1, 7) + 1
           move ws-weekday-name(ws-bd-dow) to ws-cycle-weekday

      *>   business day and last business day of the month
      *>   are the shared calendar test's answer, the same
      *>   one the scheduler launches by

           call "business-day" using ws-cycle-date
               ws-cycle-business ws-cycle-last-bd ws-cycle-day-type

           move zero to ws-not-due-count
           perform judge-one-step
               varying ws-step-idx-ledger from 1 by 1
               until ws-step-idx-ledger > ws-step-count

           if ws-not-due-count > 0
               display "daily-cycle: " ws-not-due-count
                   " step(s) not scheduled for " ws-cycle-date
           end-if
           .


       judge-one-step.

           move "N" to ws-st-due(ws-step-idx-ledger)

           evaluate ws-st-frequency(ws-step-idx-ledger)
               when spaces
                   move "Y" to ws-st-due(ws-step-idx-ledger)
               when "BDAY"
                   if ws-cycle-business = "1"
                       move "Y" to ws-st-due(ws-step-idx-ledger)
                   end-if
               when "LBD"
                   if ws-cycle-last-bd = "1"
                       move "Y" to ws-st-due(ws-step-idx-ledger)
                   end-if
               when "QEND"
                   if ws-cycle-last-bd = "1"
                       and (ws-cycle-date(5:2) = "03"
                           or ws-cycle-date(5:2) = "06"
                           or ws-cycle-date(5:2) = "09"
                           or ws-cycle-date(5:2) = "12")
                       move "Y" to ws-st-due(ws-step-idx-ledger)
                   end-if
               when "YEND"
                   if ws-cycle-last-bd = "1"
                       and ws-cycle-date(5:2) = "12"
                       move "Y" to ws-st-due(ws-step-idx-ledger)
                   end-if
               when other
                   if ws-st-frequency(ws-step-idx-ledger)
                           = ws-cycle-weekday
                       move "Y" to ws-st-due(ws-step-idx-ledger)
                   end-if
           end-evaluate

           if ws-st-due(ws-step-idx-ledger) = "N"
               add 1 to ws-not-due-count
           end-if
           .


      *>****************************************************
      *> the night every step belongs to, whatever the wall
      *> clock says by the time it runs: a cycle that starts
      *> after midnight, a restart the next morning and a
      *> catch-up replay all hand on the cycle date, so
      *> month-end and publish-cycle judge the right day
      *>****************************************************

       export-cycle-date.

           move ws-cycle-date to ws-cycle-date-edt
           set environment "CYCLE_DATE" to ws-cycle-date-edt
           .


      *>****************************************************
      *> the scheduled month-end just completed: its period
      *> must now be on the closings register
      *>****************************************************

       confirm-month-closed.

           move "MONTH_END_CLOSINGS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-closings-file
           end-if

           move "0" to ws-closing-found
           open input month-closings
           if ws-closings-status = "00"
               read month-closings
                   at end continue
               end-read
               perform match-one-closing
                   until ws-closings-status not = "00"
                       or ws-closing-found = "1"
               close month-closings
           end-if

           if ws-closing-found = "1"
               display "daily-cycle: period "
                   function trim(ws-cycle-period)
                   " is on the closings register"
               exit paragraph
           end-if

           display "daily-cycle: month-end completed but period "
               function trim(ws-cycle-period)
               " has no closing on "
               function trim(ws-closings-file)
               " - step failed"
           move ws-st-rc-limit(ws-step-idx) to ws-step-rc
           if ws-step-rc < 8
               move 8 to ws-step-rc
           end-if
           move ws-step-rc to ws-st-rc(ws-step-idx)
           .


       match-one-closing.

           if mc-period = ws-cycle-period(1:6)
               move "1" to ws-closing-found
           else
               read month-closings
                   at end continue
               end-read
           end-if
           .


      *>****************************************************
      *> the period-end step's period, from the cycle date,
      *> set for the step and cleared again after it
      *>****************************************************

       export-step-period.

           move spaces to ws-cycle-period-envname

           if ws-st-period-key(ws-step-idx) = spaces
               exit paragraph
           end-if
           if ws-st-frequency(ws-step-idx) not = "LBD"
               and ws-st-frequency(ws-step-idx) not = "QEND"
               and ws-st-frequency(ws-step-idx) not = "YEND"
               exit paragraph
           end-if

           move spaces to ws-cycle-period
           evaluate ws-st-period-fmt(ws-step-idx)
               when "Q"
                   compute ws-quarter-no =
                       (function numval(ws-cycle-date(5:2)) + 2) / 3
                   string
                       ws-cycle-date(1:4)  delimited by size
                       ws-quarter-no       delimited by size
                       into ws-cycle-period
                   end-string
               when "Y"
                   move ws-cycle-date(1:4) to ws-cycle-period
               when other
                   move ws-cycle-date(1:6) to ws-cycle-period
           end-evaluate

           move ws-st-period-key(ws-step-idx)
               to ws-cycle-period-envname
           set environment ws-cycle-period-envname
               to ws-cycle-period
           display "daily-cycle: step " ws-step-idx " period "
               function trim(ws-cycle-period) " passed as "
               function trim(ws-cycle-period-envname)
           .


      *>****************************************************
      *> a day listed "H" blocks the run; "B" allows it; a
      *> day the calendar does not list at all is allowed
      *>****************************************************

           if not ws-is-blocked and ws-has-window
               and not ws-is-catchup and not ws-is-plan
               perform check-window-open
           end-if
           .
           perform varying ws-el-idx from ws-step-idx by 1
               until ws-el-idx >= ws-step-count
               if ws-st-is-enabled(ws-el-idx + 1)
                   and ws-st-is-due(ws-el-idx + 1)
                   add 1 to ws-remaining-steps
               end-if
           end-perform
           .


       check-rebuild-state.

           move "REBUILD_STATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-rebuild-file
           end-if

           open input rebuild-state

           if ws-rebuild-status not = "00"
               exit paragraph
           end-if

           move spaces to rebuild-state-rec
           read rebuild-state
               at end continue
           end-read
           close rebuild-state

           move spaces to ws-rebuild-word ws-rebuild-date
                          ws-rebuild-time ws-rebuild-as-of
                          ws-rebuild-report
           unstring rebuild-state-rec delimited by "|"
               into ws-rebuild-word ws-rebuild-date ws-rebuild-time
                    ws-rebuild-as-of ws-rebuild-report
           end-unstring

           evaluate ws-rebuild-word
               when "IN-PROGRESS"
                   display "daily-cycle: a state-file rebuild "
                       "started " ws-rebuild-date " "
                       ws-rebuild-time " has not finished - run "
                       "refused"
                   set ws-is-rebuild-held to true
               when "INCONSISTENT"
                   display "daily-cycle: the state files rebuilt "
                       "as of " ws-rebuild-as-of " are "
                       "inconsistent - see "
                       function trim(ws-rebuild-report)
                       ", run refused"
                   set ws-is-rebuild-held to true
           end-evaluate
           .


       record-next-run.

           if ws-is-no-calendar
           move ws-replay-date to ws-replay-date-edt
           set environment "PROCESS_DATE" to ws-replay-date-edt

           move ws-replay-date to ws-cycle-date
           perform export-cycle-date
           perform judge-step-schedule

           perform varying ws-step-idx-ledger from 1 by 1
               until ws-step-idx-ledger > ws-step-count
               move zero to ws-st-start-date(ws-step-idx-ledger)
               at end continue
           end-read
           .


      *>****************************************************
      *> the dry-run plan: for the cycle date, every step
      *> in jobstream order with what tonight would do with
      *> it (run, disabled, not scheduled, or skipped for a
      *> predecessor that will not run), the files it reads
      *> and writes as read-param resolves them right now -
      *> environment, effective-dated staging, run-params,
      *> two-phase .work names - whether each input is there
      *> yet, and a finish time projected from the steps'
      *> recorded durations against the batch window.
      *> nothing is called, locked or written but the plan;
      *> RETURN-CODE 4 when a step that would run is missing
      *> an input nothing earlier in the night produces
      *>****************************************************

       write-cycle-plan.

           move "CYCLE_PLAN" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-plan-file
           end-if

           move "CYCLE_TWO_PHASE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if function upper-case(ws-param-value(1:1)) = "Y"
               set ws-is-two-phase to true
           end-if

           perform load-plan-files
           perform load-plan-pending
           perform load-plan-durations

           open output cycle-plan

           if ws-plan-status not = "00"
               display "daily-cycle: cannot write the plan to "
                   function trim(ws-plan-file)
               move 12 to return-code
               exit paragraph
           end-if

           perform write-plan-header

           perform judge-plan-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           perform find-plan-start

      *>   the ledger the cycle keeps for itself is there
      *>   by the time any step reads it

           move zero to ws-pl-total-secs ws-pl-missing
                        ws-pl-no-history ws-pl-run-count
           move 1 to ws-made-count
           move ws-run-control-file to ws-made-name(1)
           move spaces to ws-pl-line
           perform put-plan-line
           move "seq step" to ws-pl-line(2:8)
           move "plan" to ws-pl-line(27:4)
           move "start" to ws-pl-line(62:5)
           move "finish" to ws-pl-line(69:6)
           move "avg secs" to ws-pl-line(77:8)
           perform put-plan-line

           perform write-plan-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           perform write-plan-finish
           perform write-plan-pending

           close cycle-plan

           move ws-pl-missing to ws-pl-seq-edt
           display "daily-cycle: plan for " ws-cycle-date
               " written to " function trim(ws-plan-file) ", "
               ws-pl-run-count " step(s) would run, "
               function trim(ws-pl-seq-edt) " input(s) missing"

           if ws-pl-missing > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if
           .


       put-plan-line.

           write cycle-plan-rec from ws-pl-line
           move spaces to ws-pl-line
           .


      *>****************************************************
      *> the plan header: the same gates the real launch
      *> meets, reported instead of enforced
      *>****************************************************

       write-plan-header.

           accept ws-now-time from time
           move spaces to ws-pl-line
           string
               "daily-cycle plan for "     delimited by size
               ws-cycle-date               delimited by size
               " ("                        delimited by size
               ws-cycle-weekday            delimited by size
               ") - made "                 delimited by size
               ws-today                    delimited by size
               " "                         delimited by size
               ws-now-time(1:2)            delimited by size
               ":"                         delimited by size
               ws-now-time(3:2)            delimited by size
               ", nothing has been run"    delimited by size
               into ws-pl-line
           end-string
           perform put-plan-line

           move "calendar:" to ws-pl-line(3:9)
           if ws-is-no-calendar
               move "no calendar on file - every day processes"
                   to ws-pl-line(15:)
           else
               evaluate ws-today-type
                   when "H"
                       if ws-calendar-warns
                           move "holiday - skipped (WARN mode)"
                               to ws-pl-line(15:)
                       else
                           move "holiday - the cycle would be REFUSED"
                               to ws-pl-line(15:)
                       end-if
                   when "B"
                       move "business day" to ws-pl-line(15:)
                   when other
                       move "not on the calendar - runs anyway"
                           to ws-pl-line(15:)
               end-evaluate
           end-if
           perform put-plan-line

           move "window:" to ws-pl-line(3:7)
           if ws-has-window
               move ws-win-start to ws-pl-line(15:4)
               move "to" to ws-pl-line(20:2)
               move ws-win-end to ws-pl-line(23:4)
           else
               move "none - no batch window for the night"
                   to ws-pl-line(15:)
           end-if
           perform put-plan-line

           if ws-is-rebuild-held
               move "rebuild:" to ws-pl-line(3:8)
               move "held - the cycle would be REFUSED"
                   to ws-pl-line(15:)
               perform put-plan-line
           end-if

           move "two-phase:" to ws-pl-line(3:10)
           if ws-is-two-phase
               move "on - outputs write to .work names"
                   to ws-pl-line(15:)
           else
               move "off" to ws-pl-line(15:3)
           end-if
           perform put-plan-line

           move ws-step-count to ws-pl-seq-edt
           move "jobstream:" to ws-pl-line(3:10)
           if ws-jobstream-used = "1"
               string
                   function trim(ws-jobstream-file)
                                               delimited by size
                   " ("                        delimited by size
                   function trim(ws-pl-seq-edt)
                                               delimited by size
                   " steps)"                   delimited by size
                   into ws-pl-line(15:)
               end-string
           else
               string
                   "built-in step list ("      delimited by size
                   function trim(ws-pl-seq-edt)
                                               delimited by size
                   " steps) - "                delimited by size
                   function trim(ws-jobstream-file)
                                               delimited by size
                   " not found"                delimited by size
                   into ws-pl-line(15:)
               end-string
           end-if
           perform put-plan-line
           .


      *>****************************************************
      *> what the night would do with each step, using the
      *> ledger marks the run itself would write; a step
      *> that would run is assumed to finish cleanly
      *>****************************************************

       judge-plan-step.

           move "R" to ws-st-complete(ws-step-idx)

           if not ws-st-is-enabled(ws-step-idx)
               move "D" to ws-st-complete(ws-step-idx)
               exit paragraph
           end-if

           if not ws-st-is-due(ws-step-idx)
               move "N" to ws-st-complete(ws-step-idx)
               exit paragraph
           end-if

           if ws-st-pred(ws-step-idx) > 0
               and ws-st-pred(ws-step-idx) <= ws-step-count
               and (ws-st-was-skipped(ws-st-pred(ws-step-idx))
                   or ws-st-dep-skipped(ws-st-pred(ws-step-idx)))
               move "P" to ws-st-complete(ws-step-idx)
           end-if
           .


      *>****************************************************
      *> the clock starts at the window's opening, or now
      *> when the window is already open (or there is none)
      *>****************************************************

       find-plan-start.

           accept ws-now-time from time
           move ws-now-time(1:2) to ws-now-hh
           move ws-now-time(3:2) to ws-now-mm
           compute ws-now-min = ws-now-hh * 60 + ws-now-mm
           compute ws-pl-start-secs = ws-now-min * 60

           if not ws-has-window
               exit paragraph
           end-if

           compute ws-start-min =
               function integer(ws-win-start / 100) * 60
               + function mod(ws-win-start, 100)
           compute ws-end-min =
               function integer(ws-win-end / 100) * 60
               + function mod(ws-win-end, 100)

           move "0" to ws-pl-in-window
           if ws-start-min <= ws-end-min
               if ws-now-min >= ws-start-min
                   and ws-now-min < ws-end-min
                   move "1" to ws-pl-in-window
               end-if
           else
               if ws-now-min >= ws-start-min
                   or ws-now-min < ws-end-min
                   move "1" to ws-pl-in-window
               end-if
           end-if

           if ws-pl-in-window = "0"
               compute ws-pl-start-secs = ws-start-min * 60
           end-if
           .


       write-plan-step.

           move ws-step-idx to ws-pl-line(2:2)
           move ws-st-name(ws-step-idx) to ws-pl-line(6:20)

           move spaces to ws-pl-plan-text
           evaluate ws-st-complete(ws-step-idx)
               when "R"
                   move "run" to ws-pl-plan-text
               when "D"
                   move "skipped - disabled in jobstream"
                       to ws-pl-plan-text
               when "N"
                   string
                       "not scheduled tonight ("   delimited by size
                       function trim(ws-st-frequency(ws-step-idx))
                                                   delimited by size
                       ")"                         delimited by size
                       into ws-pl-plan-text
                   end-string
               when "P"
                   string
                       "skipped - step "           delimited by size
                       ws-st-pred(ws-step-idx)     delimited by size
                       " will not run"             delimited by size
                       into ws-pl-plan-text
                   end-string
           end-evaluate
           move ws-pl-plan-text to ws-pl-line(27:34)

           if ws-st-complete(ws-step-idx) = "R"
               add 1 to ws-pl-run-count
               move ws-pl-start-secs to ws-pl-clock-secs
               perform edit-plan-clock
               move ws-pl-hhmm to ws-pl-line(62:5)
               if ws-pl-dur-cnt(ws-step-idx) > 0
                   compute ws-pl-avg-secs rounded =
                       ws-pl-dur-sum(ws-step-idx)
                       / ws-pl-dur-cnt(ws-step-idx)
                   move ws-pl-avg-secs to ws-pl-avg-edt
                   move ws-pl-avg-edt to ws-pl-line(79:6)
               else
                   move zero to ws-pl-avg-secs
                   add 1 to ws-pl-no-history
                   move "no history" to ws-pl-line(77:10)
               end-if
               add ws-pl-avg-secs to ws-pl-start-secs
                                     ws-pl-total-secs
               move ws-pl-start-secs to ws-pl-clock-secs
               perform edit-plan-clock
               move ws-pl-hhmm to ws-pl-line(69:5)
           end-if
           perform put-plan-line

           move zero to ws-io-shown
           perform write-plan-file
               varying ws-io-idx from 1 by 1
               until ws-io-idx > ws-io-count

           if ws-io-shown = 0
               move "(no file list for this program)"
                   to ws-pl-line(8:)
               perform put-plan-line
           end-if
           .


       edit-plan-clock.

           compute ws-pl-day-secs =
               function mod(ws-pl-clock-secs, 86400)
           compute ws-pl-hh = ws-pl-day-secs / 3600
           compute ws-pl-mm =
               (ws-pl-day-secs - ws-pl-hh * 3600) / 60
           move spaces to ws-pl-hhmm
           move ws-pl-hh to ws-pl-hhmm(1:2)
           move ":" to ws-pl-hhmm(3:1)
           move ws-pl-mm to ws-pl-hhmm(4:2)
           .


      *>****************************************************
      *> one file of the step, resolved as the step itself
      *> would resolve it tonight. an input some earlier
      *> step writes tonight is that step's output, not a
      *> file that has to be there now
      *>****************************************************

       write-plan-file.

           if ws-io-program(ws-io-idx) not =
                   ws-st-program(ws-step-idx)
               exit paragraph
           end-if
           add 1 to ws-io-shown

           perform resolve-plan-file

           if ws-io-dir(ws-io-idx) = "I"
               move "in" to ws-pl-line(8:2)
           else
               move "out" to ws-pl-line(8:3)
           end-if
           move ws-io-key(ws-io-idx) to ws-pl-line(13:20)

           move zero to ws-made-hit
           perform match-made-file
               varying ws-made-idx from 1 by 1
               until ws-made-idx > ws-made-count
                   or ws-made-hit > 0

           move ws-pl-name to ws-probe-file
           open input plan-probe
           if ws-probe-status = "00"
               close plan-probe
               move "exists" to ws-pl-exists
           else
               if ws-io-dir(ws-io-idx) = "I"
                   move "MISSING" to ws-pl-exists
               else
                   move "new" to ws-pl-exists
               end-if
           end-if

           if ws-io-dir(ws-io-idx) = "I" and ws-made-hit > 0
               move "tonight" to ws-pl-exists
           end-if

           if ws-pl-exists = "MISSING"
               and ws-st-complete(ws-step-idx) = "R"
               add 1 to ws-pl-missing
           end-if
           move ws-pl-exists to ws-pl-line(34:8)

           string
               function trim(ws-pl-name)   delimited by size
               " ("                        delimited by size
               function trim(ws-pl-source) delimited by size
               ")"                         delimited by size
               into ws-pl-line(43:)
           end-string
           perform put-plan-line

           if ws-io-dir(ws-io-idx) = "O"
               and ws-st-complete(ws-step-idx) = "R"
               and ws-made-hit = 0
               and ws-made-count < 120
               add 1 to ws-made-count
               move ws-pl-name to ws-made-name(ws-made-count)
           end-if
           .


       match-made-file.

           if ws-made-name(ws-made-idx) = ws-pl-name
               move ws-made-idx to ws-made-hit
           end-if
           .


      *>****************************************************
      *> read-param gives the value; where it came from is
      *> worked out the same way read-param looks: the
      *> environment, a staged value already in effect, the
      *> run-params file, or the step's own default
      *>****************************************************

       resolve-plan-file.

           move ws-io-key(ws-io-idx) to ws-param-key
           call "read-param" using ws-param-key ws-param-value

           move spaces to ws-pl-env
           move ws-io-key(ws-io-idx) to ws-pl-key-env
           accept ws-pl-env from environment ws-pl-key-env
               on exception continue
           end-accept

           move zero to ws-pending-hit
           perform match-plan-pending
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count

           move spaces to ws-pl-source
           evaluate true
               when ws-param-value = spaces
                   move ws-io-default(ws-io-idx) to ws-pl-name
                   move "default" to ws-pl-source
               when ws-pl-env not = spaces
                   move ws-param-value to ws-pl-name
                   move "environment" to ws-pl-source
               when ws-pending-hit > 0
                   move ws-param-value to ws-pl-name
                   string
                       "staged "                   delimited by size
                       ws-pd-date(ws-pending-hit)  delimited by size
                       into ws-pl-source
                   end-string
               when other
                   move ws-param-value to ws-pl-name
                   move "run-params" to ws-pl-source
           end-evaluate

           if ws-is-two-phase
               perform match-two-phase-key
                   varying ws-tp-idx from 1 by 1
                   until ws-tp-idx > 4
           end-if
           .


       match-plan-pending.

           if ws-pd-key(ws-pending-idx) = ws-io-key(ws-io-idx)
               and ws-pd-date(ws-pending-idx) <= ws-today
               move ws-pending-idx to ws-pending-hit
           end-if
           .


       match-two-phase-key.

           if ws-tp-key(ws-tp-idx) = ws-io-key(ws-io-idx)
               move ws-pl-name to ws-tp-work
               move spaces to ws-pl-name
               string
                   function trim(ws-tp-work)   delimited by size
                   ".work"                     delimited by size
                   into ws-pl-name
               end-string
               move ws-pl-source to ws-pl-env
               move spaces to ws-pl-source
               string
                   function trim(ws-pl-env)    delimited by size
                   ", two-phase"               delimited by size
                   into ws-pl-source
               end-string
           end-if
           .


       write-plan-finish.

           move spaces to ws-pl-line
           perform put-plan-line

           move ws-pl-run-count to ws-pl-seq-edt
           compute ws-pl-avg-secs rounded = ws-pl-total-secs / 60
           move ws-pl-avg-secs to ws-pl-avg-edt
           move ws-pl-start-secs to ws-pl-clock-secs
           perform edit-plan-clock
           string
               "projected: "               delimited by size
               function trim(ws-pl-seq-edt)
                                           delimited by size
               " step(s) run, "            delimited by size
               function trim(ws-pl-avg-edt)
                                           delimited by size
               " min of recorded work, finishing at "
                                           delimited by size
               ws-pl-hhmm                  delimited by size
               into ws-pl-line(3:)
           end-string
           perform put-plan-line

           if ws-pl-no-history > 0
               move ws-pl-no-history to ws-pl-seq-edt
               string
                   function trim(ws-pl-seq-edt)
                                           delimited by size
                   " step(s) have no recorded duration and "
                                           delimited by size
                   "are counted as no time at all"
                                           delimited by size
                   into ws-pl-line(14:)
               end-string
               perform put-plan-line
           end-if

           if not ws-has-window
               exit paragraph
           end-if

      *>   minutes from the planned start to the window's
      *>   end, spanning midnight when the end is earlier

           compute ws-pl-clock-secs =
               ws-pl-start-secs - ws-pl-total-secs
           compute ws-pl-day-secs =
               function mod(ws-pl-clock-secs, 86400)
           compute ws-mins-left = ws-end-min - ws-pl-day-secs / 60
           if ws-mins-left < 0
               add 1440 to ws-mins-left
           end-if
           compute ws-pl-spare rounded =
               ws-mins-left - ws-pl-total-secs / 60
           move ws-pl-spare to ws-pl-spare-edt

           if ws-pl-spare < 0
               compute ws-pl-spare = 0 - ws-pl-spare
               move ws-pl-spare to ws-pl-spare-edt
               string
                   "window:    ends "      delimited by size
                   ws-win-end              delimited by size
                   " - projected OVERRUN of "
                                           delimited by size
                   function trim(ws-pl-spare-edt)
                                           delimited by size
                   " min"                  delimited by size
                   into ws-pl-line(3:)
               end-string
           else
               string
                   "window:    ends "      delimited by size
                   ws-win-end              delimited by size
                   " - "                   delimited by size
                   function trim(ws-pl-spare-edt)
                                           delimited by size
                   " min to spare"         delimited by size
                   into ws-pl-line(3:)
               end-string
           end-if
           perform put-plan-line
           .


      *>****************************************************
      *> the staged values, so a reader sees what changed
      *> under the plan and what is still to come
      *>****************************************************

       write-plan-pending.

           if ws-pending-count = 0
               exit paragraph
           end-if

           move spaces to ws-pl-line
           perform put-plan-line
           string
               "staged parameter values ("  delimited by size
               function trim(ws-pending-file)
                                            delimited by size
               "):"                         delimited by size
               into ws-pl-line(3:)
           end-string
           perform put-plan-line

           perform write-one-plan-pending
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count
           .


       write-one-plan-pending.

           move ws-pd-date(ws-pending-idx) to ws-pl-line(5:8)
           if ws-pd-date(ws-pending-idx) <= ws-today
               move "in effect" to ws-pl-line(14:9)
           else
               move "not yet" to ws-pl-line(14:7)
           end-if
           string
               function trim(ws-pd-key(ws-pending-idx))
                                            delimited by size
               " = "                        delimited by size
               function trim(ws-pd-value(ws-pending-idx))
                                            delimited by size
               into ws-pl-line(25:)
           end-string
           perform put-plan-line
           .


      *>****************************************************
      *> the built-in file list, then the shop's additions
      *>****************************************************

       load-plan-files.

           move zero to ws-io-count
           perform load-one-builtin-file
               varying ws-iob-idx from 1 by 1
               until ws-iob-idx > 48

           move "CYCLE_STEP_FILES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-step-files-file
           end-if

           open input step-files

           if ws-step-files-status not = "00"
               exit paragraph
           end-if

           read step-files
               at end continue
           end-read

           perform load-one-step-file
               until ws-step-files-status not = "00"

           close step-files
           .


       load-one-builtin-file.

           add 1 to ws-io-count
           move ws-iob-program(ws-iob-idx)
               to ws-io-program(ws-io-count)
           move ws-iob-dir(ws-iob-idx) to ws-io-dir(ws-io-count)
           move ws-iob-key(ws-iob-idx) to ws-io-key(ws-io-count)
           move ws-iob-default(ws-iob-idx)
               to ws-io-default(ws-io-count)
           .


       load-one-step-file.

           if step-files-rec not = spaces
               and step-files-rec(1:1) not = "#"
               if ws-io-count >= 120
                   display "daily-cycle: HARD LIMIT - step file "
                       "list full at 120 entries, the rest of "
                       function trim(ws-step-files-file)
                       " not loaded"
                   move "10" to ws-step-files-status
                   exit paragraph
               end-if
               move spaces to ws-sf-program ws-sf-dir ws-sf-key
                              ws-sf-default
               unstring step-files-rec delimited by "|"
                   into ws-sf-program ws-sf-dir ws-sf-key
                        ws-sf-default
               end-unstring
               move function upper-case(ws-sf-dir) to ws-sf-dir
               if ws-sf-program not = spaces
                   and ws-sf-key not = spaces
                   and (ws-sf-dir(1:1) = "I" or ws-sf-dir(1:1) = "O")
                   add 1 to ws-io-count
                   move function trim(ws-sf-program)
                       to ws-io-program(ws-io-count)
                   move ws-sf-dir(1:1) to ws-io-dir(ws-io-count)
                   move function upper-case(function trim(ws-sf-key))
                       to ws-io-key(ws-io-count)
                   move function trim(ws-sf-default)
                       to ws-io-default(ws-io-count)
               end-if
           end-if

           read step-files
               at end continue
           end-read
           .


      *>****************************************************
      *> the staged values as read-param sees them: the
      *> same file, the same "yyyymmdd|key|value" lines
      *>****************************************************

       load-plan-pending.

           move zero to ws-pending-count

           accept ws-pending-file from environment "PENDING_PARAMS"
               on exception continue
           end-accept
           if ws-pending-file = spaces
               move "run-params-pending" to ws-pending-file
           end-if

           open input pending-params

           if ws-pending-status not = "00"
               exit paragraph
           end-if

           read pending-params
               at end continue
           end-read

           perform load-one-plan-pending
               until ws-pending-status not = "00"
                   or ws-pending-count >= 100

           close pending-params
           .


       load-one-plan-pending.

           if pending-params-rec not = spaces
               and pending-params-rec(1:1) not = "#"
               move spaces to ws-pd-date-in ws-pd-key-in
                              ws-pd-value-in
               unstring pending-params-rec delimited by "|"
                   into ws-pd-date-in ws-pd-key-in ws-pd-value-in
               end-unstring
               if ws-pd-date-in(1:8) numeric
                   and ws-pd-key-in not = spaces
                   and ws-pd-value-in not = spaces
                   add 1 to ws-pending-count
                   move ws-pd-date-in(1:8)
                       to ws-pd-date(ws-pending-count)
                   move function trim(ws-pd-key-in)
                       to ws-pd-key(ws-pending-count)
                   move function trim(ws-pd-value-in)
                       to ws-pd-value(ws-pending-count)
               end-if
           end-if

           read pending-params
               at end continue
           end-read
           .


      *>****************************************************
      *> every recorded duration of every step in one pass
      *> over the history, the baseline check's average
      *>****************************************************

       load-plan-durations.

           initialize ws-plan-durations

           open input step-durations

           if ws-durations-status not = "00"
               exit paragraph
           end-if

           read step-durations
               at end continue
           end-read

           perform add-one-plan-duration
               until ws-durations-status not = "00"

           close step-durations
           .


       add-one-plan-duration.

           if sd-date numeric and sd-elapsed numeric
               perform match-plan-duration
                   varying ws-pl-dur-idx from 1 by 1
                   until ws-pl-dur-idx > ws-step-count
           end-if

           read step-durations
               at end continue
           end-read
           .


       match-plan-duration.

           if sd-step-name = ws-st-name(ws-pl-dur-idx)
               add sd-elapsed to ws-pl-dur-sum(ws-pl-dur-idx)
               add 1 to ws-pl-dur-cnt(ws-pl-dur-idx)
           end-if
           .
