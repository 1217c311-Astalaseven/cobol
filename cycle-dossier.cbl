       identification division.
       program-id. cycle-dossier.

      *>****************************************************
      *> diagnostic dossier for a cycle run that stopped:
      *> everything stamped with the run id, gathered on
      *> one document so the morning does not start with
      *> five files and a grep. daily-cycle calls it on
      *> every stopped night; an operator can run it by
      *> hand for any run id still on the files.
      *>
      *>   cycle-dossier <run id>
      *>   cycle-dossier            CYCLE_RUN_ID, else the
      *>                            latest run on the ledger
      *>
      *> the document holds, in order:
      *>   the step timeline off the run-control ledger -
      *>     every step, the steps another run id last
      *>     touched marked as such
      *>   the first error: the run's first calc-errors.log
      *>     line, and the step that failed
      *>   everything that followed it: the run's audit
      *>     trail and error log lines from the first
      *>     error on, merged in time order
      *>   the files each step of the run had written
      *>     before it stopped, as they stand now - an
      *>     unpublished two-phase output under its .work
      *>     name
      *>   the suggested restart point
      *>   what else carries the run id: rejects, lineage
      *>     journal lines, the parameter snapshot
      *>
      *>   CYCLE_DOSSIER   the dossier, suffixed with the
      *>                   run id (file-cycle-dossier.<run>)
      *> RETURN-CODE 8 when there is no run id to report on
      *> or the dossier cannot be written
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select ledger-in assign to dynamic ws-ledger-file
               organization line sequential
               file status is ws-ledger-status.
           select audit-in assign to dynamic ws-audit-file
               organization line sequential
               file status is ws-audit-status.
           select errors-in assign to "calc-errors.log"
               organization line sequential
               file status is ws-errors-status.
           select step-files assign to dynamic ws-step-files-file
               organization line sequential
               file status is ws-step-files-status.
           select probe-file assign to dynamic ws-probe-file
               organization line sequential
               file status is ws-probe-status.
           select dossier-out assign to dynamic ws-dossier-file
               organization line sequential
               file status is ws-dossier-status.

       data division.

       file section.

      *>****************************************************
      *> daily-cycle's run-control ledger record, with the
      *> program and run id it carries at the end
      *>****************************************************

       fd ledger-in.
       01 ledger-in-rec.
           03 rc-step-num          pic 9(2).
           03 rc-step-name         pic x(20).
           03 rc-start-date        pic 9(8).
           03 rc-start-time        pic 9(6).
           03 rc-end-date          pic 9(8).
           03 rc-end-time          pic 9(6).
           03 rc-return-code       pic 9(4).
           03 rc-complete          pic x.
           03 rc-attempt           pic 9.
           03 rc-program           pic x(20).
           03 rc-run-id            pic x(11).

       fd audit-in.
       01 audit-in-rec             pic x(200).

       fd errors-in.
       01 errors-in-rec            pic x(160).

       fd step-files.
       01 step-files-rec           pic x(120).

       fd probe-file.
       01 probe-file-rec           pic x(300).

       fd dossier-out.
       01 dossier-out-rec          pic x(200).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-ledger-file           pic x(80)
                                    value "file-run-control".
       77 ws-ledger-status         pic xx.
       77 ws-audit-file            pic x(80)
                                    value "cycle-audit.log".
       77 ws-audit-status          pic xx.
       77 ws-errors-status         pic xx.
       77 ws-step-files-file       pic x(80)
                                    value "file-step-files".
       77 ws-step-files-status     pic xx.
       77 ws-probe-file            pic x(80).
       77 ws-probe-status          pic xx.
       77 ws-dossier-base          pic x(80)
                                    value "file-cycle-dossier".
       77 ws-dossier-file          pic x(80).
       77 ws-dossier-status        pic xx.

       77 ws-run-id                pic x(11)  value spaces.
       77 ws-run-needle            pic x(16).
       77 ws-run-hits              pic 9(3).
       77 ws-arg                   pic x(20).
       77 ws-today                 pic 9(8).

      *>****************************************************
      *> the ledger as it stands: one entry per step
      *>****************************************************

       01 ws-step-table.
           03 ws-step-entry occurs 24.
               05 ws-sp-num        pic 9(2).
               05 ws-sp-name       pic x(20).
               05 ws-sp-program    pic x(20).
               05 ws-sp-start-date pic 9(8).
               05 ws-sp-start-time pic 9(6).
               05 ws-sp-end-date   pic 9(8).
               05 ws-sp-end-time   pic 9(6).
               05 ws-sp-rc         pic 9(4).
               05 ws-sp-complete   pic x.
                   88 ws-sp-is-complete      value "C".
                   88 ws-sp-was-skipped      value "D".
                   88 ws-sp-dep-skipped      value "P".
                   88 ws-sp-not-scheduled    value "N".
                   88 ws-sp-is-started       value "S".
                   88 ws-sp-is-failed        value "F".
               05 ws-sp-attempt    pic 9.
               05 ws-sp-run-id     pic x(11).
       77 ws-step-count            pic 99     value 0.
       77 ws-step-idx              pic 99.
       77 ws-run-steps             pic 99     value 0.
       77 ws-failed-step           pic 99     value 0.
       77 ws-restart-step          pic 99     value 0.
       77 ws-last-run-step         pic 99     value 0.

           copy step-io.

       01 ws-io-table.
           03 ws-io-entry occurs 120.
               05 ws-io-program    pic x(20).
               05 ws-io-dir        pic x.
               05 ws-io-key        pic x(30).
               05 ws-io-default    pic x(80).
       77 ws-io-count              pic 9(3)   value 0.
       77 ws-io-idx                pic 9(3).
       77 ws-io-shown              pic 9(3).
       77 ws-sf-program            pic x(20).
       77 ws-sf-dir                pic x(4).
       77 ws-sf-key                pic x(30).
       77 ws-sf-default            pic x(80).

      *>****************************************************
      *> the first error, and the stamp everything that
      *> followed it is taken from ("yyyy-mm-dd hh:mm:ss",
      *> the way the audit trail and the error log both
      *> open their lines)
      *>****************************************************

       77 ws-first-error           pic x(160) value spaces.
       77 ws-first-error-shown     pic x      value "0".
       77 ws-from-stamp            pic x(19)  value low-values.
       77 ws-stamp-build           pic x(19).

       77 ws-audit-eof             pic x      value "0".
           88 ws-is-audit-eof                 value "1".
       77 ws-audit-match           pic x.
       77 ws-audit-open            pic x.
       77 ws-errors-eof            pic x      value "0".
           88 ws-is-errors-eof                value "1".
       77 ws-errors-match          pic x.
       77 ws-errors-open           pic x.
       77 ws-followed-count        pic 9(5)   value 0.

       77 ws-audit-count           pic 9(5)   value 0.
       77 ws-error-count           pic 9(5)   value 0.
       77 ws-alert-count           pic 9(5)   value 0.
       77 ws-stamped-count         pic 9(7)   value 0.
       77 ws-scan-pos              pic 9(3).
       77 ws-record-count          pic 9(7).
       77 ws-probe-name            pic x(80).
       77 ws-probe-work            pic x(80).
       77 ws-probe-found           pic x.
           88 ws-is-probe-found               value "1".

       77 ws-report-line           pic x(200).
       77 ws-count-edt             pic z(6)9.
       77 ws-rc-edt                pic z(3)9.
       77 ws-clock-edt             pic x(8).
       77 ws-date-edt              pic x(10).
       77 ws-mark-text             pic x(24).

       procedure division.

       mainline.

           move "RUN_CONTROL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ledger-file
           end-if

           move "CYCLE_AUDIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-audit-file
           end-if

           move "CYCLE_DOSSIER" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-dossier-base
           end-if

           perform load-ledger
           perform resolve-run-id

           if ws-run-id = spaces
               display "cycle-dossier: no run id given and none on "
                   function trim(ws-ledger-file)
                   " - no dossier written"
               move 8 to return-code
               goback
           end-if

           move spaces to ws-run-needle
           string
               "run="                  delimited by size
               function trim(ws-run-id) delimited by size
               into ws-run-needle
           end-string

           move spaces to ws-dossier-file
           string
               function trim(ws-dossier-base) delimited by size
               "."                             delimited by size
               function trim(ws-run-id)        delimited by size
               into ws-dossier-file
           end-string

           perform judge-run-steps
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
           perform find-restart-point
           perform find-first-error
           perform load-step-files

           open output dossier-out
           if ws-dossier-status not = "00"
               display "cycle-dossier: cannot open "
                   function trim(ws-dossier-file)
                   ", file status " ws-dossier-status
               move 8 to return-code
               goback
           end-if

           perform write-dossier-header
           perform write-timeline
           perform write-first-error
           perform write-what-followed
           perform write-step-outputs
           perform write-restart-point
           perform write-stamped-records

           close dossier-out

           display "cycle-dossier: run " ws-run-id
               " dossier written to "
               function trim(ws-dossier-file)

           move zero to return-code
           goback.


      *>****************************************************
      *> the ledger daily-cycle rewrites at every status
      *> change; a record that lost its step number is
      *> skipped, the way daily-cycle's own restart does
      *>****************************************************

       load-ledger.

           open input ledger-in
           if ws-ledger-status not = "00"
               exit paragraph
           end-if

           read ledger-in
               at end continue
           end-read

           perform take-one-ledger-rec
               until ws-ledger-status not = "00"

           close ledger-in
           .


       take-one-ledger-rec.

           if rc-step-num numeric and ws-step-count < 24
               add 1 to ws-step-count
               move rc-step-num    to ws-sp-num(ws-step-count)
               move rc-step-name   to ws-sp-name(ws-step-count)
               move rc-program     to ws-sp-program(ws-step-count)
               move rc-start-date  to ws-sp-start-date(ws-step-count)
               move rc-start-time  to ws-sp-start-time(ws-step-count)
               move rc-end-date    to ws-sp-end-date(ws-step-count)
               move rc-end-time    to ws-sp-end-time(ws-step-count)
               move rc-return-code to ws-sp-rc(ws-step-count)
               move rc-complete    to ws-sp-complete(ws-step-count)
               move rc-attempt     to ws-sp-attempt(ws-step-count)
               move rc-run-id      to ws-sp-run-id(ws-step-count)
           end-if

           read ledger-in
               at end continue
           end-read
           .


      *>****************************************************
      *> the run id on the command line wins; then the one
      *> daily-cycle exported for the run that called us;
      *> then the latest run the ledger names. anything on
      *> the command line that is not "yyyymmdd-nn" is some
      *> other program's argument, not ours
      *>****************************************************

       resolve-run-id.

           move spaces to ws-arg
           accept ws-arg from argument-value
               on exception continue
           end-accept
           if ws-arg(1:8) numeric and ws-arg(9:1) = "-"
               and ws-arg(10:2) numeric and ws-arg(12:1) = space
               move ws-arg(1:11) to ws-run-id
               exit paragraph
           end-if

           move "CYCLE_RUN_ID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-run-id
               exit paragraph
           end-if

           perform take-latest-run-id
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
           .


       take-latest-run-id.

           if ws-sp-run-id(ws-step-idx) not = spaces
               and ws-sp-run-id(ws-step-idx) > ws-run-id
               move ws-sp-run-id(ws-step-idx) to ws-run-id
           end-if
           .


      *>****************************************************
      *> which ledger steps this run got to, which of them
      *> failed, and the last one it started
      *>****************************************************

       judge-run-steps.

           if ws-sp-run-id(ws-step-idx) = ws-run-id
               add 1 to ws-run-steps
               move ws-step-idx to ws-last-run-step
               if ws-sp-is-failed(ws-step-idx)
                   and ws-failed-step = 0
                   move ws-step-idx to ws-failed-step
               end-if
           end-if
           .


      *>****************************************************
      *> the step daily-cycle -restart would resume at: the
      *> first one not complete, disabled or unscheduled
      *>****************************************************

       find-restart-point.

           perform test-restart-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
                   or ws-restart-step > 0
           .


       test-restart-step.

           if not ws-sp-is-complete(ws-step-idx)
               and not ws-sp-was-skipped(ws-step-idx)
               and not ws-sp-not-scheduled(ws-step-idx)
               move ws-step-idx to ws-restart-step
           end-if
           .


      *>****************************************************
      *> the run's first error-log line, counting the run's
      *> lines as it goes. with none, the failed step's
      *> start is where the trouble begins; with no failed
      *> step either (stopped between steps), the end of
      *> the last step the run started
      *>****************************************************

       find-first-error.

           open input errors-in
           if ws-errors-status = "00"
               read errors-in
                   at end continue
               end-read
               perform scan-one-error-line
                   until ws-errors-status not = "00"
               close errors-in
           end-if

           if ws-first-error not = spaces
               move ws-first-error(1:19) to ws-from-stamp
               exit paragraph
           end-if

           if ws-failed-step > 0
               move ws-sp-start-date(ws-failed-step) to ws-today
               move ws-sp-start-time(ws-failed-step)
                   to ws-clock-edt(1:6)
               perform build-stamp
               move ws-stamp-build to ws-from-stamp
               exit paragraph
           end-if

           if ws-last-run-step > 0
               move ws-sp-end-date(ws-last-run-step) to ws-today
               move ws-sp-end-time(ws-last-run-step)
                   to ws-clock-edt(1:6)
               perform build-stamp
               move ws-stamp-build to ws-from-stamp
           end-if
           .


       scan-one-error-line.

           move zero to ws-run-hits
           inspect errors-in-rec tallying ws-run-hits
               for all function trim(ws-run-needle)
           if ws-run-hits > 0
               add 1 to ws-error-count
               if ws-first-error = spaces
                   move errors-in-rec to ws-first-error
               end-if
           end-if

           read errors-in
               at end continue
           end-read
           .


      *>****************************************************
      *> ws-today (yyyymmdd) and ws-clock-edt(1:6) (hhmmss)
      *> into the logs' "yyyy-mm-dd hh:mm:ss"
      *>****************************************************

       build-stamp.

           move spaces to ws-stamp-build
           string
               ws-today(1:4)       delimited by size
               "-"                 delimited by size
               ws-today(5:2)       delimited by size
               "-"                 delimited by size
               ws-today(7:2)       delimited by size
               " "                 delimited by size
               ws-clock-edt(1:2)   delimited by size
               ":"                 delimited by size
               ws-clock-edt(3:2)   delimited by size
               ":"                 delimited by size
               ws-clock-edt(5:2)   delimited by size
               into ws-stamp-build
           end-string
           .


      *>****************************************************
      *> daily-cycle's step file list: the built-in one,
      *> then the shop's additions on CYCLE_STEP_FILES
      *>****************************************************

       load-step-files.

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
               and ws-io-count < 120
               move spaces to ws-sf-program ws-sf-dir ws-sf-key
                              ws-sf-default
               unstring step-files-rec delimited by "|"
                   into ws-sf-program ws-sf-dir ws-sf-key
                        ws-sf-default
               end-unstring
               move function upper-case(ws-sf-dir) to ws-sf-dir
               if ws-sf-program not = spaces
                   and ws-sf-key not = spaces
                   and ws-sf-dir(1:1) = "O"
                   add 1 to ws-io-count
                   move function trim(ws-sf-program)
                       to ws-io-program(ws-io-count)
                   move "O" to ws-io-dir(ws-io-count)
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


       write-dossier-header.

           accept ws-today from date yyyymmdd

           move spaces to ws-report-line
           string
               "CYCLE DOSSIER   run "         delimited by size
               function trim(ws-run-id)        delimited by size
               "   printed "                   delimited by size
               ws-today                        delimited by size
               into ws-report-line
           end-string
           write dossier-out-rec from ws-report-line
           move spaces to dossier-out-rec
           write dossier-out-rec
           .


      *>****************************************************
      *> one line per ledger step; a step another run id
      *> last touched (done by the run a restart resumed,
      *> or rerun by a later restart) says so
      *>****************************************************

       write-timeline.

           move "step timeline" to dossier-out-rec
           write dossier-out-rec

           if ws-step-count = 0
               move spaces to ws-report-line
               string
                   "  (no run-control ledger on "  delimited by size
                   function trim(ws-ledger-file)   delimited by size
                   ")"                             delimited by size
                   into ws-report-line
               end-string
               write dossier-out-rec from ws-report-line
           end-if

           perform write-one-timeline-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           if ws-step-count > 0 and ws-run-steps = 0
               move "  (the ledger holds no step this run started)"
                   to dossier-out-rec
               write dossier-out-rec
           end-if

           move spaces to dossier-out-rec
           write dossier-out-rec
           .


       write-one-timeline-step.

           evaluate true
               when ws-sp-is-complete(ws-step-idx)
                   move "complete" to ws-mark-text
               when ws-sp-is-failed(ws-step-idx)
                   move "FAILED" to ws-mark-text
               when ws-sp-is-started(ws-step-idx)
                   move "STARTED, never ended" to ws-mark-text
               when ws-sp-was-skipped(ws-step-idx)
                   move "disabled" to ws-mark-text
               when ws-sp-dep-skipped(ws-step-idx)
                   move "skipped, predecessor" to ws-mark-text
               when ws-sp-not-scheduled(ws-step-idx)
                   move "not scheduled" to ws-mark-text
               when other
                   move "not reached" to ws-mark-text
           end-evaluate

           move spaces to ws-report-line
           move ws-sp-num(ws-step-idx) to ws-report-line(3:2)
           move ws-sp-name(ws-step-idx) to ws-report-line(6:20)

           if ws-sp-start-date(ws-step-idx) > 0
               move ws-sp-start-date(ws-step-idx) to ws-today
               move ws-sp-start-time(ws-step-idx)
                   to ws-clock-edt(1:6)
               perform build-stamp
               move ws-stamp-build to ws-report-line(27:19)
           end-if

           if ws-sp-end-date(ws-step-idx) > 0
               move ws-sp-end-date(ws-step-idx) to ws-today
               move ws-sp-end-time(ws-step-idx)
                   to ws-clock-edt(1:6)
               perform build-stamp
               move ws-stamp-build(12:8) to ws-report-line(48:8)
               move "rc" to ws-report-line(58:2)
               move ws-sp-rc(ws-step-idx) to ws-rc-edt
               move ws-rc-edt to ws-report-line(61:4)
           end-if

           move ws-mark-text to ws-report-line(67:22)

           if ws-sp-attempt(ws-step-idx) numeric
               and ws-sp-attempt(ws-step-idx) > 1
               move "attempt" to ws-report-line(90:7)
               move ws-sp-attempt(ws-step-idx)
                   to ws-report-line(98:1)
           end-if

           if ws-sp-run-id(ws-step-idx) not = ws-run-id
               and ws-sp-run-id(ws-step-idx) not = spaces
               string
                   "(run "                     delimited by size
                   ws-sp-run-id(ws-step-idx)   delimited by size
                   ")"                         delimited by size
                   into ws-report-line(101:17)
               end-string
           end-if

           write dossier-out-rec from ws-report-line
           .


       write-first-error.

           move "first error" to dossier-out-rec
           write dossier-out-rec

           if ws-first-error not = spaces
               move spaces to ws-report-line
               string
                   "  "                        delimited by size
                   function trim(ws-first-error trailing)
                                               delimited by size
                   into ws-report-line
               end-string
               write dossier-out-rec from ws-report-line
           end-if

           if ws-failed-step > 0
               move ws-sp-rc(ws-failed-step) to ws-rc-edt
               move spaces to ws-report-line
               string
                   "  step "                   delimited by size
                   ws-sp-num(ws-failed-step)   delimited by size
                   " "                         delimited by size
                   function trim(ws-sp-name(ws-failed-step))
                                               delimited by size
                   " ("                        delimited by size
                   function trim(ws-sp-program(ws-failed-step))
                                               delimited by size
                   ") failed, rc "             delimited by size
                   function trim(ws-rc-edt)    delimited by size
                   into ws-report-line
               end-string
               write dossier-out-rec from ws-report-line
           end-if

           if ws-first-error = spaces and ws-failed-step = 0
               move "  no error logged and no step failed - the cycle"
                   to dossier-out-rec
               write dossier-out-rec
               move "  stopped between steps (see CYCLE-END below)"
                   to dossier-out-rec
               write dossier-out-rec
           end-if

           move spaces to dossier-out-rec
           write dossier-out-rec
           .


      *>****************************************************
      *> balanced-line merge of the two time-ordered logs:
      *> each side is read forward to its next line for
      *> this run at or after the first error, and the
      *> earlier of the two goes out first
      *>****************************************************

       write-what-followed.

           move "everything that followed" to dossier-out-rec
           write dossier-out-rec

           move "0" to ws-audit-eof ws-errors-eof
           move "0" to ws-audit-open ws-errors-open

           open input audit-in
           if ws-audit-status not = "00"
               set ws-is-audit-eof to true
           else
               move "1" to ws-audit-open
               perform next-audit-line
           end-if

           open input errors-in
           if ws-errors-status not = "00"
               set ws-is-errors-eof to true
           else
               move "1" to ws-errors-open
               perform next-error-line
           end-if

           perform write-next-followed
               until ws-is-audit-eof and ws-is-errors-eof

           if ws-audit-open = "1"
               close audit-in
           end-if
           if ws-errors-open = "1"
               close errors-in
           end-if

           if ws-followed-count = 0
               move "  (nothing logged for this run)"
                   to dossier-out-rec
               write dossier-out-rec
           end-if

           move spaces to dossier-out-rec
           write dossier-out-rec
           .


       write-next-followed.

           if ws-is-errors-eof
               or (not ws-is-audit-eof
                   and audit-in-rec(1:19) <= errors-in-rec(1:19))
               move spaces to ws-report-line
               string
                   "  audit  "                 delimited by size
                   function trim(audit-in-rec(1:146) trailing)
                                               delimited by size
                   into ws-report-line
               end-string
               write dossier-out-rec from ws-report-line
               add 1 to ws-followed-count
               perform next-audit-line
           else
               if errors-in-rec = ws-first-error
                   and ws-first-error-shown = "0"
                   move "1" to ws-first-error-shown
               else
                   move spaces to ws-report-line
                   string
                       "  error  "             delimited by size
                       function trim(errors-in-rec trailing)
                                               delimited by size
                       into ws-report-line
                   end-string
                   write dossier-out-rec from ws-report-line
                   add 1 to ws-followed-count
               end-if
               perform next-error-line
           end-if
           .


       next-audit-line.

           move "0" to ws-audit-match
           perform read-one-audit-line
               until ws-is-audit-eof or ws-audit-match = "1"
           .


       read-one-audit-line.

           read audit-in
               at end
                   set ws-is-audit-eof to true
                   exit paragraph
           end-read

           move zero to ws-run-hits
           inspect audit-in-rec tallying ws-run-hits
               for all function trim(ws-run-needle)
           if ws-run-hits > 0
               add 1 to ws-audit-count
               if audit-in-rec(1:19) >= ws-from-stamp
                   move "1" to ws-audit-match
               end-if
           end-if
           .


       next-error-line.

           move "0" to ws-errors-match
           perform read-one-error-line
               until ws-is-errors-eof or ws-errors-match = "1"
           .


       read-one-error-line.

           read errors-in
               at end
                   set ws-is-errors-eof to true
                   exit paragraph
           end-read

           move zero to ws-run-hits
           inspect errors-in-rec tallying ws-run-hits
               for all function trim(ws-run-needle)
           if ws-run-hits > 0
               and errors-in-rec(1:19) >= ws-from-stamp
               move "1" to ws-errors-match
           end-if
           .


      *>****************************************************
      *> each step this run ran (or was running when the
      *> cycle stopped) and the outputs the step file list
      *> gives it, as they stand on disk now
      *>****************************************************

       write-step-outputs.

           move "files written before the stop" to dossier-out-rec
           write dossier-out-rec

           perform write-one-step-outputs
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           move spaces to dossier-out-rec
           write dossier-out-rec
           .


       write-one-step-outputs.

           if ws-sp-run-id(ws-step-idx) not = ws-run-id
               exit paragraph
           end-if

           evaluate true
               when ws-sp-is-complete(ws-step-idx)
                   move "completed" to ws-mark-text
               when ws-sp-is-failed(ws-step-idx)
                   move "failed - partial output" to ws-mark-text
               when ws-sp-is-started(ws-step-idx)
                   move "interrupted - partial" to ws-mark-text
               when other
                   exit paragraph
           end-evaluate

           move spaces to ws-report-line
           string
               "  step "                       delimited by size
               ws-sp-num(ws-step-idx)          delimited by size
               " "                             delimited by size
               function trim(ws-sp-name(ws-step-idx))
                                               delimited by size
               " ("                            delimited by size
               function trim(ws-sp-program(ws-step-idx))
                                               delimited by size
               "), "                           delimited by size
               function trim(ws-mark-text)     delimited by size
               into ws-report-line
           end-string
           write dossier-out-rec from ws-report-line

           move zero to ws-io-shown
           perform write-one-output-file
               varying ws-io-idx from 1 by 1
               until ws-io-idx > ws-io-count

           if ws-io-shown = 0
               move "      (no output files on the step file list)"
                   to dossier-out-rec
               write dossier-out-rec
           end-if
           .


       write-one-output-file.

           if ws-io-program(ws-io-idx) not = ws-sp-program(ws-step-idx)
               or ws-io-dir(ws-io-idx) not = "O"
               exit paragraph
           end-if

           add 1 to ws-io-shown

           move ws-io-key(ws-io-idx) to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-probe-name
           else
               move ws-io-default(ws-io-idx) to ws-probe-name
           end-if

           perform probe-output-file

           move spaces to ws-report-line
           move ws-io-key(ws-io-idx) to ws-report-line(7:20)
           move ws-probe-file to ws-report-line(28:40)
           if ws-is-probe-found
               move ws-record-count to ws-count-edt
               string
                   function trim(ws-count-edt) delimited by size
                   " record(s)"                delimited by size
                   into ws-report-line(70:30)
               end-string
               if ws-probe-file not = ws-probe-name
                   move "(working name, not published)"
                       to ws-report-line(90:29)
               end-if
           else
               move "not found" to ws-report-line(70:9)
           end-if
           write dossier-out-rec from ws-report-line
           .


      *>****************************************************
      *> the published name first, then the two-phase
      *> working name a stopped night leaves its output on
      *>****************************************************

       probe-output-file.

           move "0" to ws-probe-found
           move ws-probe-name to ws-probe-file
           perform count-probe-records

           if not ws-is-probe-found
               move spaces to ws-probe-work
               string
                   function trim(ws-probe-name) delimited by size
                   ".work"                      delimited by size
                   into ws-probe-work
               end-string
               move ws-probe-work to ws-probe-file
               perform count-probe-records
               if not ws-is-probe-found
                   move ws-probe-name to ws-probe-file
               end-if
           end-if
           .


       count-probe-records.

           move zero to ws-record-count
           open input probe-file
           if ws-probe-status not = "00"
               exit paragraph
           end-if

           set ws-is-probe-found to true

           read probe-file
               at end continue
           end-read

           perform count-one-probe-record
               until ws-probe-status not = "00"

           close probe-file
           .


       count-one-probe-record.

           add 1 to ws-record-count

           read probe-file
               at end continue
           end-read
           .


       write-restart-point.

           move "suggested restart point" to dossier-out-rec
           write dossier-out-rec

           if ws-restart-step = 0
               move "  every step on the ledger is complete, disabled"
                   to dossier-out-rec
               write dossier-out-rec
               move "  or not scheduled - nothing to restart"
                   to dossier-out-rec
               write dossier-out-rec
           else
               move spaces to ws-report-line
               string
                   "  daily-cycle -restart resumes at step "
                                               delimited by size
                   ws-sp-num(ws-restart-step)  delimited by size
                   " "                         delimited by size
                   function trim(ws-sp-name(ws-restart-step))
                                               delimited by size
                   into ws-report-line
               end-string
               write dossier-out-rec from ws-report-line

               if ws-sp-is-failed(ws-restart-step)
                   or ws-sp-is-started(ws-restart-step)
                   move "  it reruns from the top over partial output"
                       to dossier-out-rec
                   write dossier-out-rec
               end-if
               if ws-restart-step > 1
                   move "  the steps before it are not rerun"
                       to dossier-out-rec
                   write dossier-out-rec
               end-if
           end-if

           move spaces to dossier-out-rec
           write dossier-out-rec
           .


      *>****************************************************
      *> the rest of what carries the run id. a reject line
      *> holds its lineage key at column 82 and a journal
      *> line after its kind, both opening with the run id;
      *> a snapshot line opens with it
      *>****************************************************

       write-stamped-records.

           move "other records stamped with this run"
               to dossier-out-rec
           write dossier-out-rec

           move "audit trail lines" to ws-mark-text
           move ws-audit-count to ws-stamped-count
           move ws-audit-file to ws-probe-file
           perform write-stamped-line

           move "error log lines" to ws-mark-text
           move ws-error-count to ws-stamped-count
           move "calc-errors.log" to ws-probe-file
           perform write-stamped-line

           move "operator-alerts.log" to ws-probe-name
           move "OPERATOR_ALERTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-probe-name
           end-if
           move ws-probe-name to ws-probe-file
           perform count-alert-lines
           move "operator alerts" to ws-mark-text
           move ws-alert-count to ws-stamped-count
           perform write-stamped-line

           move "file-degres-rejects" to ws-probe-name
           move "DEGRES_REJECTS" to ws-param-key
           perform resolve-stamped-file
           move 82 to ws-scan-pos
           perform count-stamped-lines
           move "rejected records" to ws-mark-text
           perform write-stamped-line

           move "file-lineage" to ws-probe-name
           move "LINEAGE_JOURNAL" to ws-param-key
           perform resolve-stamped-file
           move 4 to ws-scan-pos
           perform count-stamped-lines
           move "lineage journal lines" to ws-mark-text
           perform write-stamped-line

           move "file-params-snapshot" to ws-probe-name
           move "PARAMS_SNAPSHOT" to ws-param-key
           perform resolve-stamped-file
           move 1 to ws-scan-pos
           perform count-stamped-lines
           move "parameter snapshot" to ws-mark-text
           perform write-stamped-line
           .


       resolve-stamped-file.

           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-probe-name
           end-if
           perform probe-output-file
           .


       write-stamped-line.

           move spaces to ws-report-line
           move ws-mark-text to ws-report-line(3:22)
           move ws-stamped-count to ws-count-edt
           move ws-count-edt to ws-report-line(26:7)
           string
               "  "                            delimited by size
               function trim(ws-probe-file)    delimited by size
               into ws-report-line(33:80)
           end-string
           write dossier-out-rec from ws-report-line
           .


       count-stamped-lines.

           move zero to ws-stamped-count
           open input probe-file
           if ws-probe-status not = "00"
               exit paragraph
           end-if

           read probe-file
               at end continue
           end-read

           perform count-one-stamped-line
               until ws-probe-status not = "00"

           close probe-file
           .


       count-one-stamped-line.

           if probe-file-rec(ws-scan-pos:11) = ws-run-id
               add 1 to ws-stamped-count
           end-if

           read probe-file
               at end continue
           end-read
           .


       count-alert-lines.

           open input probe-file
           if ws-probe-status not = "00"
               exit paragraph
           end-if

           read probe-file
               at end continue
           end-read

           perform count-one-alert-line
               until ws-probe-status not = "00"

           close probe-file
           .


       count-one-alert-line.

           move zero to ws-run-hits
           inspect probe-file-rec tallying ws-run-hits
               for all function trim(ws-run-needle)
           if ws-run-hits > 0
               add 1 to ws-alert-count
           end-if

           read probe-file
               at end continue
           end-read
           .
