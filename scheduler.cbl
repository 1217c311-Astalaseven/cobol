       identification division.
       program-id. scheduler.

      *>****************************************************
      *> time- and arrival-driven launcher for the batch:
      *> the daily cycle, the arrival watcher and the work-
      *> queue drain used to be started by a crontab nobody
      *> in operations could see or change. the schedule
      *> is now a file of its own (SCHEDULE, default
      *> file-schedule), read afresh on every pass so an
      *> edit takes effect without a restart -
      *>   name|program [arguments]|trigger|days|lock
      *> trigger
      *>   AT hhmm                 once a day, from hhmm
      *>   EVERY mm hhmm-hhmm      every mm minutes inside
      *>                           the window (not spanning
      *>                           midnight - split it in two)
      *>   PROMOTED interface      each time promote-inbound
      *>                           promotes that interface
      *>                           (its delivery register)
      *>   AFTER DEADLINES         once a day, a minute after
      *>                           the latest committed time
      *>                           on the output deadline list
      *>                           (OUTPUT_DEADLINES) - for the
      *>                           standalone deadline check:
      *>   deadline-check|publish-cycle -check|AFTER DEADLINES
      *>       |ALL|IGNORE
      *>                           (ALL, since the check judges
      *>                           the night's own day)
      *> days - the cycle calendar decides, through the same
      *> business-day routine daily-cycle asks: BUSINESS
      *> (the default) runs on processing days, HOLIDAY on
      *> any other day, ALL every day; a day the calendar
      *> does not list is a processing day Monday to Friday.
      *> lock - WAIT (the default) holds the launch while a
      *> run lock is live and retries on the next pass;
      *> IGNORE is for read-only work that may run beside
      *> the cycle.
      *>
      *>   scheduler          one pass: launch what is due
      *>   scheduler -run     pass every SCHEDULER_POLL
      *>                      seconds (60) until the
      *>                      SCHEDULER_STOP file appears
      *>   scheduler -show    what ran today, what is due
      *>                      next (the console's view)
      *>
      *> launches run one after another through SYSTEM, as
      *> work-queue dispatches, so each return code is
      *> known: every launch and its return code goes to
      *> the audit journal and to the schedule log
      *> (SCHEDULE_LOG, default file-schedule-log) -
      *>   yyyymmdd|hhmmss|name|outcome|rc|ended|command
      *> outcome DONE, FAILED, or HELD (run lock live)
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select schedule-file assign to dynamic ws-schedule-file
               organization line sequential
               file status is ws-schedule-status.
           select schedule-log assign to dynamic ws-log-file
               organization line sequential
               file status is ws-log-status.
           select deadlines-in assign to dynamic ws-deadlines-file
               organization line sequential
               file status is ws-deadlines-status.
           select register-file assign to dynamic ws-register-file
               organization line sequential
               file status is ws-register-status.
           select stop-file assign to dynamic ws-stop-file
               organization line sequential
               file status is ws-stop-status.

       data division.

       file section.

       fd schedule-file.
       01 schedule-rec             pic x(200).

       fd schedule-log.
       01 schedule-log-rec         pic x(200).

       fd deadlines-in.
       01 deadlines-in-rec         pic x(160).

       fd register-file.
       01 register-file-rec        pic x(200).

       fd stop-file.
       01 stop-file-rec            pic x(80).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-schedule-file         pic x(80)
                                    value "file-schedule".
       77 ws-schedule-status       pic xx.
       77 ws-log-file              pic x(80)
                                    value "file-schedule-log".
       77 ws-log-status            pic xx.
       77 ws-deadlines-file        pic x(80)
                                    value "file-output-deadlines".
       77 ws-deadlines-status      pic xx.
       77 ws-register-file         pic x(80)
                                    value "file-delivery-register".
       77 ws-register-status       pic xx.
       77 ws-stop-file             pic x(80)
                                    value "file-scheduler-stop".
       77 ws-stop-status           pic xx.

       77 ws-mode                  pic x(8)   value spaces.
           88 ws-is-run-mode                  value "-run".
           88 ws-is-show-mode                 value "-show".
       77 ws-stopping              pic x      value "0".
           88 ws-is-stopping                  value "1".
       77 ws-poll-secs             pic 9(8)  comp-5 value 60.
       77 ws-poll-edt              pic 9(4).
       77 ws-num-scrub             pic x(30).

      *>****************************************************
      *> the schedule, and per entry what the log and the
      *> delivery register say about today: the last launch
      *> (its start, outcome and return code) and the last
      *> promotion of the interface it waits on
      *>****************************************************

       01 ws-schedule-table.
           03 ws-se-entry occurs 50.
               05 ws-se-name       pic x(20).
               05 ws-se-command    pic x(80).
               05 ws-se-kind       pic x(8).
                   88 ws-se-is-at              value "AT".
                   88 ws-se-is-every           value "EVERY".
                   88 ws-se-is-promoted        value "PROMOTED".
               05 ws-se-at         pic 9(4).
               05 ws-se-every      pic 9(4).
               05 ws-se-from       pic 9(4).
               05 ws-se-to         pic 9(4).
               05 ws-se-iface      pic x(20).
               05 ws-se-days       pic x(8).
               05 ws-se-lock       pic x(6).
               05 ws-se-last-time  pic 9(6).
               05 ws-se-last-out   pic x(8).
               05 ws-se-last-rc    pic x(4).
               05 ws-se-launched   pic x.
                   88 ws-se-ran-today          value "Y".
               05 ws-se-held       pic x.
                   88 ws-se-is-held            value "Y".
               05 ws-se-promo-time pic 9(6).
       77 ws-se-count              pic 99     value 0.
       77 ws-se-idx                pic 99.

       77 ws-in-name               pic x(30).
       77 ws-in-command            pic x(80).
       77 ws-in-trigger            pic x(40).
       77 ws-in-days               pic x(10).
       77 ws-in-lock               pic x(10).
       77 ws-tr-verb               pic x(10).
       77 ws-tr-arg1               pic x(20).
       77 ws-tr-arg2               pic x(20).
       77 ws-tr-from               pic x(10).
       77 ws-tr-to                 pic x(10).
       77 ws-bad-entry             pic x.

       77 ws-lg-date               pic x(10).
       77 ws-lg-time               pic x(10).
       77 ws-lg-name               pic x(30).
       77 ws-lg-outcome            pic x(10).
       77 ws-lg-rc                 pic x(6).
       77 ws-lg-ended              pic x(10).
       77 ws-lg-command            pic x(80).

       77 ws-rg-iface              pic x(20).
       77 ws-rg-seq                pic x(20).
       77 ws-rg-records            pic x(20).
       77 ws-rg-print              pic x(40).
       77 ws-rg-date               pic x(10).
       77 ws-rg-time               pic x(10).

       77 ws-today                 pic 9(8).
       77 ws-today-type            pic x      value space.
       77 ws-today-business        pic x      value "0".
           88 ws-today-is-business            value "1".
       77 ws-today-last            pic x.
       77 ws-now-time              pic 9(8).
       77 ws-now-min               pic 9(4).
       77 ws-hh                    pic 99.
       77 ws-mm                    pic 99.
       77 ws-hhmm                  pic 9(4).
       77 ws-hhmm-min              pic 9(4).
       77 ws-last-min              pic 9(4).
       77 ws-next-min              pic 9(5).
       77 ws-due                   pic x.
           88 ws-is-due                       value "Y".
       77 ws-day-ok                pic x.
           88 ws-day-is-ok                    value "Y".

       77 ws-command               pic x(120).
       77 ws-sys-rc                pic s9(9)  value 0.
       77 ws-exit-code             pic 9(4)   value 0.
       77 ws-rc-edt                pic 9(4).
       77 ws-rc-edt-x              pic x(4).
       77 ws-start-time            pic 9(8).
       77 ws-end-time              pic 9(8).
       77 ws-outcome               pic x(8).

       77 ws-launch-count          pic 9(4)   value 0.
       77 ws-failed-count          pic 9(4)   value 0.
       77 ws-held-count            pic 9(4)   value 0.

       77 ws-lock-action           pic x(8).
       77 ws-lock-step             pic x(20).
       77 ws-lock-result           pic x.

       77 ws-audit-caller          pic x(20)  value "SCHEDULER".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

      *>****************************************************
      *> the output deadline list, for AFTER DEADLINES: the
      *> latest committed time, a morning time ranking after
      *> an evening one as it falls the morning after
      *>****************************************************

           copy output-deadlines.

       77 ws-dl-in-key             pic x(30).
       77 ws-dl-in-time            pic x(10).
       77 ws-dl-in-program         pic x(30).
       77 ws-dl-in-default         pic x(80).
       77 ws-dl-in-desc            pic x(30).
       77 ws-dl-rank               pic 9(4).
       77 ws-dl-latest-rank        pic 9(4).
       77 ws-dl-after              pic 9(4).

       77 ws-view-line             pic x(100).
       77 ws-view-next             pic x(60).
       77 ws-ran-count             pic 9(4)   value 0.

       procedure division.

       mainline.

           move spaces to ws-mode
           accept ws-mode from argument-value
               on exception continue
           end-accept

           move "SCHEDULE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-schedule-file
           end-if

           move "SCHEDULE_LOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-log-file
           end-if

           move "OUTPUT_DEADLINES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-deadlines-file
           end-if

           move "DELIVERY_REGISTER" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-register-file
           end-if

           move "SCHEDULER_STOP" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-stop-file
           end-if

           move "SCHEDULER_POLL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-num-scrub
               call "scrub-numeric" using ws-num-scrub
               if ws-num-scrub not = spaces
                   compute ws-poll-secs = function numval(ws-num-scrub)
                       on size error continue
                   end-compute
               end-if
           end-if
           if ws-poll-secs = 0
               move 60 to ws-poll-secs
           end-if

           evaluate true
               when ws-is-show-mode
                   perform show-schedule
               when ws-is-run-mode
                   perform run-scheduler
               when other
                   perform run-one-pass
           end-evaluate

           if not ws-is-show-mode
               display "scheduler: " ws-launch-count
                   " launch(es), " ws-failed-count " failed, "
                   ws-held-count " held"
           end-if

           if ws-failed-count > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if

           goback.


      *>****************************************************
      *> the resident form: a pass, a sleep, until the
      *> operator drops the stop file (it is removed again
      *> so the next start is not stopped at once)
      *>****************************************************

       run-scheduler.

           move ws-poll-secs to ws-poll-edt
           move "STARTED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "poll="                 delimited by size
               ws-poll-edt             delimited by size
               "s "                    delimited by size
               function trim(ws-schedule-file)
                                       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           perform run-and-wait until ws-is-stopping

           move "STOPPED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "launches="             delimited by size
               ws-launch-count         delimited by size
               " failed="              delimited by size
               ws-failed-count         delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


       run-and-wait.

           open input stop-file
           if ws-stop-status = "00"
               close stop-file
               call "CBL_DELETE_FILE" using ws-stop-file
               display "scheduler: stop file found, stopping"
               set ws-is-stopping to true
               exit paragraph
           end-if

           perform run-one-pass

           call "C$SLEEP" using ws-poll-secs
               on exception continue
           end-call
           .


       run-one-pass.

           perform load-today

           if ws-se-count = 0
               exit paragraph
           end-if

           perform judge-one-entry
               varying ws-se-idx from 1 by 1
               until ws-se-idx > ws-se-count
           .


      *>****************************************************
      *> everything a pass judges by, read fresh: the
      *> schedule, today's calendar day, today's launches
      *> from the log and today's promotions from the
      *> register
      *>****************************************************

       load-today.

           accept ws-today from date yyyymmdd

           perform load-schedule

           if ws-se-count = 0
               exit paragraph
           end-if

           call "business-day" using ws-today
               ws-today-business ws-today-last ws-today-type
           perform load-log-state
           perform load-promotions
           .


       load-schedule.

           move zero to ws-se-count

           open input schedule-file

           if ws-schedule-status not = "00"
               display "scheduler: no schedule on "
                   function trim(ws-schedule-file)
               exit paragraph
           end-if

           read schedule-file
               at end continue
           end-read

           perform load-one-entry
               until ws-schedule-status not = "00"
                   or ws-se-count >= 50

           close schedule-file
           .


       load-one-entry.

           if schedule-rec not = spaces
               and schedule-rec(1:1) not = "#"
               perform parse-entry
           end-if

           read schedule-file
               at end continue
           end-read
           .


       parse-entry.

           move spaces to ws-in-name ws-in-command ws-in-trigger
                          ws-in-days ws-in-lock
           unstring schedule-rec delimited by "|"
               into ws-in-name ws-in-command ws-in-trigger
                    ws-in-days ws-in-lock
           end-unstring

           move spaces to ws-tr-verb ws-tr-arg1 ws-tr-arg2
           unstring function upper-case
                   (function trim(ws-in-trigger))
               delimited by all space
               into ws-tr-verb ws-tr-arg1 ws-tr-arg2
           end-unstring

           move "0" to ws-bad-entry
           if ws-in-name = spaces or ws-in-command = spaces
               move "1" to ws-bad-entry
           end-if

           add 1 to ws-se-count
           move spaces to ws-se-entry(ws-se-count)
           move zero to ws-se-at(ws-se-count)
               ws-se-every(ws-se-count) ws-se-from(ws-se-count)
               ws-se-to(ws-se-count) ws-se-last-time(ws-se-count)
               ws-se-promo-time(ws-se-count)
           move "N" to ws-se-launched(ws-se-count)
               ws-se-held(ws-se-count)

           evaluate ws-tr-verb
               when "AT"
                   if ws-tr-arg1(1:4) numeric
                       and ws-tr-arg1(1:2) < "24"
                       and ws-tr-arg1(3:2) < "60"
                       move ws-tr-arg1(1:4) to ws-se-at(ws-se-count)
                   else
                       move "1" to ws-bad-entry
                   end-if
               when "EVERY"
                   move spaces to ws-tr-from ws-tr-to
                   unstring ws-tr-arg2 delimited by "-"
                       into ws-tr-from ws-tr-to
                   end-unstring
                   move ws-tr-arg1 to ws-num-scrub
                   call "scrub-numeric" using ws-num-scrub
                   if ws-num-scrub = spaces
                       or ws-tr-from(1:4) not numeric
                       or ws-tr-to(1:4) not numeric
                       or ws-tr-from(1:4) > ws-tr-to(1:4)
                       or ws-tr-to(1:2) > "23"
                       move "1" to ws-bad-entry
                   else
                       compute ws-se-every(ws-se-count) =
                               function numval(ws-num-scrub)
                           on size error move "1" to ws-bad-entry
                       end-compute
                       move ws-tr-from(1:4) to ws-se-from(ws-se-count)
                       move ws-tr-to(1:4) to ws-se-to(ws-se-count)
                       if ws-se-every(ws-se-count) = 0
                           move "1" to ws-bad-entry
                       end-if
                   end-if
               when "PROMOTED"
                   if ws-tr-arg1 = spaces
                       move "1" to ws-bad-entry
                   else
                       move ws-tr-arg1 to ws-se-iface(ws-se-count)
                   end-if
               when "AFTER"
                   if ws-tr-arg1 = "DEADLINES"
                       perform resolve-after-deadlines
                       move "AT" to ws-tr-verb
                       move ws-dl-after to ws-se-at(ws-se-count)
                   else
                       move "1" to ws-bad-entry
                   end-if
               when other
                   move "1" to ws-bad-entry
           end-evaluate

           if ws-bad-entry = "1"
               display "scheduler: bad schedule entry skipped: "
                   function trim(schedule-rec)
               subtract 1 from ws-se-count
               exit paragraph
           end-if

           move ws-tr-verb to ws-se-kind(ws-se-count)
           move function upper-case(function trim(ws-in-name))
               to ws-se-name(ws-se-count)
           move function trim(ws-in-command)
               to ws-se-command(ws-se-count)

           move function upper-case(function trim(ws-in-days))
               to ws-se-days(ws-se-count)
           if ws-se-days(ws-se-count) not = "HOLIDAY"
               and ws-se-days(ws-se-count) not = "ALL"
               move "BUSINESS" to ws-se-days(ws-se-count)
           end-if

           move function upper-case(function trim(ws-in-lock))
               to ws-se-lock(ws-se-count)
           if ws-se-lock(ws-se-count) not = "IGNORE"
               move "WAIT" to ws-se-lock(ws-se-count)
           end-if
           .


      *>****************************************************
      *> AFTER DEADLINES runs as an AT entry a minute past
      *> the latest committed time, read afresh with the
      *> schedule so a change to the deadline list moves it
      *>****************************************************

       resolve-after-deadlines.

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

           move zero to ws-dl-latest-rank
           perform rank-one-deadline
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           if ws-dl-latest-rank >= 2400
               subtract 2400 from ws-dl-latest-rank
           end-if
           move ws-dl-latest-rank to ws-hhmm
           perform hhmm-to-min
           add 1 to ws-hhmm-min
           if ws-hhmm-min > 1439
               move 1439 to ws-hhmm-min
           end-if
           compute ws-dl-after =
               function integer(ws-hhmm-min / 60) * 100
               + function mod(ws-hhmm-min, 60)
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
           .


       rank-one-deadline.

           move ws-dl-time(ws-dl-idx) to ws-dl-rank
           if ws-dl-rank < 1200
               add 2400 to ws-dl-rank
           end-if
           if ws-dl-rank > ws-dl-latest-rank
               move ws-dl-rank to ws-dl-latest-rank
           end-if
           .


      *>****************************************************
      *> the log is the scheduler's memory across passes
      *> and restarts: the last line of today per entry is
      *> where it stands. a HELD line is not a launch, only
      *> a note that one is waiting
      *>****************************************************

       load-log-state.

           open input schedule-log
           if ws-log-status not = "00"
               exit paragraph
           end-if

           read schedule-log
               at end continue
           end-read

           perform take-one-log-line
               until ws-log-status not = "00"

           close schedule-log
           .


       take-one-log-line.

           perform split-log-line

           if ws-lg-date(1:8) = ws-today
               perform match-log-entry
                   varying ws-se-idx from 1 by 1
                   until ws-se-idx > ws-se-count
           end-if

           read schedule-log
               at end continue
           end-read
           .


       split-log-line.

           move spaces to ws-lg-date ws-lg-time ws-lg-name
                          ws-lg-outcome ws-lg-rc ws-lg-ended
                          ws-lg-command
           unstring schedule-log-rec delimited by "|"
               into ws-lg-date ws-lg-time ws-lg-name
                    ws-lg-outcome ws-lg-rc ws-lg-ended
                    ws-lg-command
           end-unstring
           .


       match-log-entry.

           if ws-se-name(ws-se-idx) not = ws-lg-name
               or ws-lg-time(1:6) not numeric
               exit paragraph
           end-if

           if ws-lg-outcome = "HELD"
               move "Y" to ws-se-held(ws-se-idx)
               exit paragraph
           end-if

           move "N" to ws-se-held(ws-se-idx)
           move "Y" to ws-se-launched(ws-se-idx)
           move ws-lg-time(1:6) to ws-se-last-time(ws-se-idx)
           move ws-lg-outcome to ws-se-last-out(ws-se-idx)
           move ws-lg-rc to ws-se-last-rc(ws-se-idx)
           .


      *>****************************************************
      *>   interface|sequence|records|fingerprint|
      *>   yyyymmdd|hhmmss|live name
      *> promote-inbound's delivery register; today's last
      *> promotion per interface is what a PROMOTED entry
      *> answers to
      *>****************************************************

       load-promotions.

           open input register-file
           if ws-register-status not = "00"
               exit paragraph
           end-if

           read register-file
               at end continue
           end-read

           perform take-one-promotion
               until ws-register-status not = "00"

           close register-file
           .


       take-one-promotion.

           move spaces to ws-rg-iface ws-rg-seq ws-rg-records
                          ws-rg-print ws-rg-date ws-rg-time
           unstring register-file-rec delimited by "|"
               into ws-rg-iface ws-rg-seq ws-rg-records
                    ws-rg-print ws-rg-date ws-rg-time
           end-unstring

           if ws-rg-date(1:8) = ws-today
               and ws-rg-time(1:6) numeric
               perform match-promotion
                   varying ws-se-idx from 1 by 1
                   until ws-se-idx > ws-se-count
           end-if

           read register-file
               at end continue
           end-read
           .


       match-promotion.

           if ws-se-is-promoted(ws-se-idx)
               and ws-se-iface(ws-se-idx) =
                   function upper-case(ws-rg-iface)
               and ws-rg-time(1:6) > ws-se-promo-time(ws-se-idx)
               move ws-rg-time(1:6) to ws-se-promo-time(ws-se-idx)
           end-if
           .


       take-now.

           accept ws-now-time from time
           move ws-now-time(1:2) to ws-hh
           move ws-now-time(3:2) to ws-mm
           compute ws-now-min = ws-hh * 60 + ws-mm
           .


       judge-day.

           move "N" to ws-day-ok
           evaluate ws-se-days(ws-se-idx)
               when "ALL"
                   move "Y" to ws-day-ok
               when "HOLIDAY"
                   if not ws-today-is-business
                       move "Y" to ws-day-ok
                   end-if
               when other
                   if ws-today-is-business
                       move "Y" to ws-day-ok
                   end-if
           end-evaluate
           .


      *>****************************************************
      *> due now? an AT entry once a day from its time on -
      *> a scheduler down at the time launches it late
      *> rather than not at all; an EVERY entry inside its
      *> window once its interval has passed since the last
      *> launch; a PROMOTED entry after a promotion newer
      *> than its last launch
      *>****************************************************

       judge-due.

           move "N" to ws-due
           perform take-now

           evaluate true
               when ws-se-is-at(ws-se-idx)
                   move ws-se-at(ws-se-idx) to ws-hhmm
                   perform hhmm-to-min
                   if not ws-se-ran-today(ws-se-idx)
                       and ws-now-min >= ws-hhmm-min
                       move "Y" to ws-due
                   end-if
               when ws-se-is-every(ws-se-idx)
                   perform next-every-min
                   move ws-se-to(ws-se-idx) to ws-hhmm
                   perform hhmm-to-min
                   if ws-now-min >= ws-next-min
                       and ws-now-min <= ws-hhmm-min
                       move "Y" to ws-due
                   end-if
               when ws-se-is-promoted(ws-se-idx)
                   if ws-se-promo-time(ws-se-idx) > 0
                       and (not ws-se-ran-today(ws-se-idx)
                           or ws-se-promo-time(ws-se-idx) >
                               ws-se-last-time(ws-se-idx))
                       move "Y" to ws-due
                   end-if
           end-evaluate
           .


       next-every-min.

           move ws-se-from(ws-se-idx) to ws-hhmm
           perform hhmm-to-min
           move ws-hhmm-min to ws-next-min

           if ws-se-ran-today(ws-se-idx)
               move ws-se-last-time(ws-se-idx)(1:2) to ws-hh
               move ws-se-last-time(ws-se-idx)(3:2) to ws-mm
               compute ws-last-min = ws-hh * 60 + ws-mm
               if ws-last-min + ws-se-every(ws-se-idx)
                       > ws-next-min
                   compute ws-next-min =
                       ws-last-min + ws-se-every(ws-se-idx)
               end-if
           end-if
           .


       hhmm-to-min.

           compute ws-hhmm-min =
               function integer(ws-hhmm / 100) * 60
               + function mod(ws-hhmm, 100)
           .


       judge-one-entry.

           perform judge-day
           if not ws-day-is-ok
               exit paragraph
           end-if

           perform judge-due
           if not ws-is-due
               exit paragraph
           end-if

           if ws-se-lock(ws-se-idx) = "WAIT"
               move "CHECK" to ws-lock-action
               move "scheduler" to ws-lock-step
               call "run-lock" using ws-lock-action ws-lock-step
                                      ws-lock-result
               if ws-lock-result = "1"
                   perform hold-entry
                   exit paragraph
               end-if
           end-if

           perform launch-entry
           .


      *>****************************************************
      *> held for the run lock: said once (journal and log)
      *> however many passes it waits, and tried again on
      *> each
      *>****************************************************

       hold-entry.

           add 1 to ws-held-count

           if ws-se-is-held(ws-se-idx)
               exit paragraph
           end-if
           move "Y" to ws-se-held(ws-se-idx)

           display "scheduler: "
               function trim(ws-se-name(ws-se-idx))
               " held - a run lock is live"

           move "HELD" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-se-name(ws-se-idx))
                                       delimited by size
               " run lock live"        delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           move ws-now-time to ws-start-time
           move ws-now-time to ws-end-time
           move "HELD" to ws-outcome
           move spaces to ws-rc-edt-x
           perform append-log-line
           .


       launch-entry.

           move spaces to ws-command
           string
               "./"                    delimited by size
               function trim(ws-se-command(ws-se-idx))
                                       delimited by size
               into ws-command
           end-string

           accept ws-start-time from time

           display "scheduler: launching "
               function trim(ws-se-name(ws-se-idx)) " - "
               function trim(ws-command)

           move "LAUNCHED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-se-name(ws-se-idx))
                                       delimited by size
               " "                     delimited by size
               function trim(ws-command)
                                       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           call "SYSTEM" using ws-command
           move return-code to ws-sys-rc
           move zero to return-code

      *>****************************************************
      *> SYSTEM hands back the raw wait status; the child's
      *> own exit code sits in the high byte
      *>****************************************************

           compute ws-exit-code = function integer(ws-sys-rc / 256)
               on size error
                   move 255 to ws-exit-code
           end-compute

           accept ws-end-time from time
           add 1 to ws-launch-count
           move ws-exit-code to ws-rc-edt

           if ws-exit-code = 0
               move "DONE" to ws-outcome
           else
               move "FAILED" to ws-outcome
               add 1 to ws-failed-count
           end-if

           move "ENDED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-se-name(ws-se-idx))
                                       delimited by size
               " rc="                  delimited by size
               ws-rc-edt               delimited by size
               " "                     delimited by size
               function trim(ws-outcome)
                                       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           move ws-rc-edt to ws-rc-edt-x
           perform append-log-line

           move "Y" to ws-se-launched(ws-se-idx)
           move "N" to ws-se-held(ws-se-idx)
           move ws-start-time(1:6) to ws-se-last-time(ws-se-idx)
           move ws-outcome to ws-se-last-out(ws-se-idx)
           move ws-rc-edt-x to ws-se-last-rc(ws-se-idx)
           .


       append-log-line.

           move spaces to schedule-log-rec
           string
               ws-today                delimited by size
               "|"                     delimited by size
               ws-start-time(1:6)      delimited by size
               "|"                     delimited by size
               function trim(ws-se-name(ws-se-idx))
                                       delimited by size
               "|"                     delimited by size
               function trim(ws-outcome)
                                       delimited by size
               "|"                     delimited by size
               ws-rc-edt-x             delimited by space
               "|"                     delimited by size
               ws-end-time(1:6)        delimited by size
               "|"                     delimited by size
               function trim(ws-se-command(ws-se-idx))
                                       delimited by size
               into schedule-log-rec
           end-string

           open extend schedule-log
           if ws-log-status = "35"
               open output schedule-log
           end-if
           if ws-log-status = "00"
               write schedule-log-rec
               close schedule-log
           end-if
           .


      *>****************************************************
      *> the console's view: today's launches off the log,
      *> then per entry when it is next due
      *>****************************************************

       show-schedule.

           perform load-today
           perform take-now

           move spaces to ws-view-line
           string
               "scheduler - "          delimited by size
               ws-today(1:4)           delimited by size
               "-"                     delimited by size
               ws-today(5:2)           delimited by size
               "-"                     delimited by size
               ws-today(7:2)           delimited by size
               " "                     delimited by size
               ws-now-time(1:2)        delimited by size
               ":"                     delimited by size
               ws-now-time(3:2)        delimited by size
               into ws-view-line
           end-string
           evaluate true
               when ws-today-type = "B"
                   move "(processing day)" to ws-view-line(31:16)
               when ws-today-type = "H"
                   move "(holiday)" to ws-view-line(31:9)
               when ws-today-is-business
                   move "(not on the calendar, weekday)"
                       to ws-view-line(31:30)
               when other
                   move "(not on the calendar, weekend)"
                       to ws-view-line(31:30)
           end-evaluate
           display function trim(ws-view-line trailing)

           move "CHECK" to ws-lock-action
           move "scheduler" to ws-lock-step
           call "run-lock" using ws-lock-action ws-lock-step
                                  ws-lock-result
           if ws-lock-result = "1"
               display "  launches that wait for the run lock are "
                   "held"
           end-if

           display spaces
           display "ran today:"
           move zero to ws-ran-count
           open input schedule-log
           if ws-log-status = "00"
               read schedule-log
                   at end continue
               end-read
               perform show-one-log-line
                   until ws-log-status not = "00"
               close schedule-log
           end-if
           if ws-ran-count = 0
               display "  nothing yet"
           end-if

           display spaces
           display "due next:"
           if ws-se-count = 0
               display "  no schedule on "
                   function trim(ws-schedule-file)
           end-if
           perform show-one-entry
               varying ws-se-idx from 1 by 1
               until ws-se-idx > ws-se-count
           .


       show-one-log-line.

           perform split-log-line

           if ws-lg-date(1:8) = ws-today
               add 1 to ws-ran-count
               move spaces to ws-view-line
               string
                   "  "                    delimited by size
                   ws-lg-time(1:2)         delimited by size
                   ":"                     delimited by size
                   ws-lg-time(3:2)         delimited by size
                   ":"                     delimited by size
                   ws-lg-time(5:2)         delimited by size
                   "  "                    delimited by size
                   ws-lg-name(1:20)        delimited by size
                   function trim(ws-lg-outcome)
                                           delimited by size
                   into ws-view-line
               end-string
               if ws-lg-outcome not = "HELD"
                   move "rc=" to ws-view-line(41:3)
                   move ws-lg-rc(1:4) to ws-view-line(44:4)
                   move "ended" to ws-view-line(50:5)
                   move ws-lg-ended(1:2) to ws-view-line(56:2)
                   move ":" to ws-view-line(58:1)
                   move ws-lg-ended(3:2) to ws-view-line(59:2)
                   move ":" to ws-view-line(61:1)
                   move ws-lg-ended(5:2) to ws-view-line(62:2)
               end-if
               display function trim(ws-view-line trailing)
           end-if

           read schedule-log
               at end continue
           end-read
           .


       show-one-entry.

           move spaces to ws-view-next
           perform judge-day

           evaluate true
               when not ws-day-is-ok
                   move "not today (calendar)" to ws-view-next
               when ws-se-is-at(ws-se-idx)
                   if ws-se-ran-today(ws-se-idx)
                       string
                           "tomorrow "             delimited by size
                           ws-se-at(ws-se-idx)(1:2)
                                                   delimited by size
                           ":"                     delimited by size
                           ws-se-at(ws-se-idx)(3:2)
                                                   delimited by size
                           into ws-view-next
                       end-string
                   else
                       string
                           "today "                delimited by size
                           ws-se-at(ws-se-idx)(1:2)
                                                   delimited by size
                           ":"                     delimited by size
                           ws-se-at(ws-se-idx)(3:2)
                                                   delimited by size
                           into ws-view-next
                       end-string
                   end-if
               when ws-se-is-every(ws-se-idx)
                   perform next-every-min
                   move ws-se-to(ws-se-idx) to ws-hhmm
                   perform hhmm-to-min
                   if ws-next-min > ws-hhmm-min
                       string
                           "window closed, tomorrow "
                                                   delimited by size
                           ws-se-from(ws-se-idx)(1:2)
                                                   delimited by size
                           ":"                     delimited by size
                           ws-se-from(ws-se-idx)(3:2)
                                                   delimited by size
                           into ws-view-next
                       end-string
                   else
                       if ws-next-min < ws-now-min
                           move ws-now-min to ws-next-min
                       end-if
                       compute ws-hhmm =
                           function integer(ws-next-min / 60) * 100
                           + function mod(ws-next-min, 60)
                       string
                           "today "                delimited by size
                           ws-hhmm(1:2)            delimited by size
                           ":"                     delimited by size
                           ws-hhmm(3:2)            delimited by size
                           into ws-view-next
                       end-string
                   end-if
               when ws-se-is-promoted(ws-se-idx)
                   string
                       "on the next promotion of "
                                               delimited by size
                       function trim(ws-se-iface(ws-se-idx))
                                               delimited by size
                       into ws-view-next
                   end-string
           end-evaluate

           if ws-se-is-held(ws-se-idx)
               move "held - run lock live" to ws-view-next
           end-if

           move spaces to ws-view-line
           move ws-se-name(ws-se-idx) to ws-view-line(3:20)
           move ws-view-next to ws-view-line(24:60)
           display function trim(ws-view-line trailing)
           .
