       identification division.
       program-id. incident-report.

      *>****************************************************
      *> monthly incident response-time report for the
      *> operations review: over every incident record -
      *> the live open-incidents file and the closed
      *> generations log-rotate cut over (named in the log
      *> archive index) - it measures raise to
      *> acknowledgment and acknowledgment to close, per
      *> severity and error category, against the targets
      *> in the target file (INCIDENT_TARGETS)
      *>   severity|category|ack-minutes|close-minutes
      *> where * matches any severity or category and the
      *> most specific line wins (15 and 240 minutes when
      *> no line matches). the incidents that missed a
      *> target are listed with the on-call contact paged
      *> for them (the first notice in the notice log) and
      *> the operators who acknowledged and closed them,
      *> and the last twelve months get an attainment
      *> percentage: incidents that met both targets over
      *> incidents judged. an incident still inside its
      *> targets is pending, not judged; one still open
      *> past a target has missed it already. a closed
      *> record from before close times were kept has its
      *> acknowledgment taken as its close. the month's
      *> closed incidents are also counted by the runbook
      *> step the closing operator said resolved them, so
      *> the procedures that work show up against the ones
      *> that never do.
      *>
      *> INCIDENT_MONTH (yyyymm, default this month) picks
      *> the month; the report goes to INCIDENT_REPORT
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select incidents-in assign to dynamic ws-incidents-in
               organization line sequential
               file status is ws-incidents-status.
           select archive-index assign to dynamic ws-index-file
               organization line sequential
               file status is ws-index-status.
           select target-file assign to dynamic ws-target-file
               organization line sequential
               file status is ws-target-status.
           select notice-log assign to dynamic ws-notice-log-file
               organization line sequential
               file status is ws-notice-log-status.
           select incident-report assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd incidents-in.
       01 incidents-in-rec         pic x(200).

       fd archive-index.
       01 archive-index-rec.
           03 ai-date              pic 9(8).
           03 filler               pic x.
           03 ai-name              pic x(80).

       fd target-file.
       01 target-file-rec          pic x(80).

       fd notice-log.
       01 notice-log-rec           pic x(200).

       fd incident-report.
       01 incident-report-rec      pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-incidents-file        pic x(80)
                                    value "file-open-incidents".
       77 ws-incidents-in          pic x(80).
       77 ws-incidents-status      pic xx.
       77 ws-index-file            pic x(80)
                                    value "log-archive-index".
       77 ws-index-status          pic xx.
       77 ws-target-file           pic x(80)
                                    value "file-incident-targets".
       77 ws-target-status         pic xx.
       77 ws-notice-log-file       pic x(80)
                                    value "file-incident-notices".
       77 ws-notice-log-status     pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-incident-report".
       77 ws-report-status         pic xx.
       77 ws-num-scrub             pic x(30).
       77 ws-name-len              pic 9(3).

       77 ws-today                 pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-month                 pic 9(6).
       77 ws-month-idx             pic 9(6).
       77 ws-first-month-idx       pic 9(6).
       77 ws-this-month-idx        pic 9(6).
       77 ws-now-minutes           pic 9(11).
       77 ws-stamp-in              pic x(14).
       77 ws-stamp-minutes         pic 9(11).
       77 ws-stamp-ok              pic x.

       01 ws-gen-table.
           03 ws-gen-name occurs 200 pic x(80).
       77 ws-gen-count             pic 9(3)  value 0.
       77 ws-gen-idx               pic 9(3).

      *>****************************************************
      *> targets, most specific first when matched: exact
      *> severity and category, then severity with any
      *> category, then any severity with the category,
      *> then * and *
      *>****************************************************

       01 ws-target-table.
           03 ws-tg-entry occurs 60.
               05 ws-tg-severity   pic x.
               05 ws-tg-category   pic x(12).
               05 ws-tg-ack        pic 9(5).
               05 ws-tg-close      pic 9(5).
       77 ws-target-count          pic 99    value 0.
       77 ws-target-idx            pic 99.
       77 ws-target-hit            pic 99.
       77 ws-want-severity         pic x.
       77 ws-want-category         pic x(12).
       77 ws-default-ack           pic 9(5)  value 15.
       77 ws-default-close         pic 9(5)  value 240.
       77 ws-tf-severity           pic x(4).
       77 ws-tf-category           pic x(12).
       77 ws-tf-ack                pic x(10).
       77 ws-tf-close              pic x(10).

       01 ws-notice-table.
           03 ws-nt-entry occurs 2000.
               05 ws-nt-id         pic x(6).
               05 ws-nt-contact    pic x(20).
       77 ws-notice-count          pic 9(4)  value 0.
       77 ws-notice-idx            pic 9(4).
       77 ws-notice-hit            pic 9(4).
       77 ws-nf-id                 pic x(8).
       77 ws-nf-stamp              pic x(16).
       77 ws-nf-stage              pic x(4).
       77 ws-nf-contact            pic x(20).

       77 ws-f-id                  pic x(8).
       77 ws-f-status              pic x(4).
       77 ws-f-code                pic x(6).
       77 ws-f-caller              pic x(20).
       77 ws-f-first               pic x(16).
       77 ws-f-last                pic x(16).
       77 ws-f-count               pic x(8).
       77 ws-f-ack-op              pic x(20).
       77 ws-f-ack-at              pic x(16).
       77 ws-f-notified            pic x(4).
       77 ws-f-notify-at           pic x(16).
       77 ws-f-notices             pic x(6).
       77 ws-f-close-op            pic x(20).
       77 ws-f-close-at            pic x(16).
       77 ws-f-severity            pic x(4).
       77 ws-f-category            pic x(12).
       77 ws-f-step                pic x(4).

       77 ws-raised-min            pic 9(11).
       77 ws-acked-min             pic 9(11).
       77 ws-closed-min            pic 9(11).
       77 ws-has-ack               pic x.
       77 ws-has-close             pic x.
       77 ws-ack-mins              pic s9(9).
       77 ws-close-mins            pic s9(9).
       77 ws-ack-target            pic 9(5).
       77 ws-close-target          pic 9(5).
       77 ws-ack-missed            pic x.
       77 ws-close-missed          pic x.
       77 ws-judged                pic x.

      *>****************************************************
      *> per severity and category for the report month
      *>****************************************************

       01 ws-group-table.
           03 ws-gr-entry occurs 40.
               05 ws-gr-severity   pic x.
               05 ws-gr-category   pic x(12).
               05 ws-gr-raised     pic 9(5).
               05 ws-gr-acked      pic 9(5).
               05 ws-gr-ack-sum    pic 9(9).
               05 ws-gr-ack-max    pic 9(7).
               05 ws-gr-ack-missed pic 9(5).
               05 ws-gr-ack-tgt    pic 9(5).
               05 ws-gr-closed     pic 9(5).
               05 ws-gr-close-sum  pic 9(9).
               05 ws-gr-close-max  pic 9(7).
               05 ws-gr-close-miss pic 9(5).
               05 ws-gr-close-tgt  pic 9(5).
       77 ws-group-count           pic 99    value 0.
       77 ws-group-idx             pic 99.
       77 ws-group-hit             pic 99.

       01 ws-miss-table.
           03 ws-ms-entry occurs 500.
               05 ws-ms-id         pic x(6).
               05 ws-ms-code       pic x(3).
               05 ws-ms-category   pic x(12).
               05 ws-ms-raised     pic x(14).
               05 ws-ms-ack        pic x(8).
               05 ws-ms-close      pic x(8).
               05 ws-ms-on-shift   pic x(20).
               05 ws-ms-ack-op     pic x(20).
               05 ws-ms-close-op   pic x(20).
       77 ws-miss-count            pic 9(3)  value 0.
       77 ws-miss-idx              pic 9(3).
       77 ws-miss-dropped          pic 9(5)  value 0.

       01 ws-month-table.
           03 ws-mo-entry occurs 12.
               05 ws-mo-month      pic 9(6).
               05 ws-mo-raised     pic 9(5).
               05 ws-mo-judged     pic 9(5).
               05 ws-mo-attained   pic 9(5).
       77 ws-mo-idx                pic 99.

       01 ws-step-table.
           03 ws-st-entry occurs 200.
               05 ws-st-code       pic x(3).
               05 ws-st-step       pic x(4).
               05 ws-st-closed     pic 9(5).
       77 ws-step-count            pic 9(3)  value 0.
       77 ws-step-idx              pic 9(3).
       77 ws-step-hit              pic 9(3).
       77 ws-step-other            pic 9(3).
       77 ws-code-closed           pic 9(5).
       77 ws-mo-slot               pic 9(6).
       77 ws-mo-year               pic 9(4).
       77 ws-mo-mm                 pic 99.

       77 ws-total-raised          pic 9(5)  value 0.
       77 ws-pct                   pic 999v9.
       77 ws-pct-edt               pic zz9.9.
       77 ws-count-edt             pic zzzz9.
       77 ws-min-edt               pic zzzzzz9.
       77 ws-avg-min               pic 9(7).
       77 ws-edt-work              pic x(8).
       77 ws-line                  pic x(132).

       procedure division.

       mainline.

           perform load-settings

           accept ws-today from date yyyymmdd
           accept ws-time from time
           if ws-month = 0
               move ws-today(1:6) to ws-month
           end-if

           move ws-today to ws-stamp-in(1:8)
           move ws-time(1:6) to ws-stamp-in(9:6)
           perform stamp-to-minutes
           move ws-stamp-minutes to ws-now-minutes

           perform set-up-months
           perform load-targets
           perform load-notices
           perform load-generations

           perform read-one-generation
               varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-count

           move ws-incidents-file to ws-incidents-in
           perform read-incident-file

           perform write-report

           display "incident-report: " ws-month " - "
               ws-total-raised " incident(s), " ws-miss-count
               " missed target, report on "
               function trim(ws-report-file)

           move zero to return-code

           goback.


       load-settings.

           move zero to ws-month

           move "OPEN_INCIDENTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-incidents-file
           end-if

           move "LOG_ARCHIVE_INDEX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-index-file
           end-if

           move "INCIDENT_TARGETS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-target-file
           end-if

           move "NOTIFY_LOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-notice-log-file
           end-if

           move "INCIDENT_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move "INCIDENT_MONTH" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-num-scrub
               call "scrub-numeric" using ws-num-scrub
               if function trim(ws-num-scrub) is numeric
                   and function length(function trim(ws-num-scrub))
                       = 6
                   move function trim(ws-num-scrub) to ws-month
                   if ws-month(5:2) < "01" or ws-month(5:2) > "12"
                       display "incident-report: INCIDENT_MONTH "
                           function trim(ws-param-value)
                           " is not a yyyymm month - this month used"
                       move zero to ws-month
                   end-if
               else
                   display "incident-report: INCIDENT_MONTH "
                       function trim(ws-param-value)
                       " is not a yyyymm month - this month used"
               end-if
           end-if
           .


      *>****************************************************
      *> the twelve months ending with the report month,
      *> oldest first; months are counted as year * 12 +
      *> month - 1 so the window crosses a year end cleanly
      *>****************************************************

       set-up-months.

           compute ws-this-month-idx =
               function numval(ws-month(1:4)) * 12
               + function numval(ws-month(5:2)) - 1
           compute ws-first-month-idx = ws-this-month-idx - 11

           perform set-up-one-month
               varying ws-mo-idx from 1 by 1
               until ws-mo-idx > 12
           .


       set-up-one-month.

           compute ws-mo-slot = ws-first-month-idx + ws-mo-idx - 1
           divide ws-mo-slot by 12 giving ws-mo-year
               remainder ws-mo-mm
           add 1 to ws-mo-mm
           compute ws-mo-month(ws-mo-idx) = ws-mo-year * 100
               + ws-mo-mm
           move zero to ws-mo-raised(ws-mo-idx)
                        ws-mo-judged(ws-mo-idx)
                        ws-mo-attained(ws-mo-idx)
           .


       load-targets.

           open input target-file

           if ws-target-status not = "00"
               display "incident-report: no target file "
                   function trim(ws-target-file)
                   " - built-in targets used"
               exit paragraph
           end-if

           read target-file
               at end continue
           end-read

           perform load-one-target
               until ws-target-status not = "00"

           close target-file
           .


       load-one-target.

           if target-file-rec not = spaces
               and target-file-rec(1:1) not = "#"
               move spaces to ws-tf-severity ws-tf-category
                              ws-tf-ack ws-tf-close
               unstring target-file-rec delimited by "|"
                   into ws-tf-severity ws-tf-category
                        ws-tf-ack ws-tf-close
               end-unstring
               if function trim(ws-tf-ack) is numeric
                   and function trim(ws-tf-close) is numeric
                   and ws-target-count < 60
                   add 1 to ws-target-count
                   move function upper-case(ws-tf-severity(1:1))
                       to ws-tg-severity(ws-target-count)
                   move function upper-case(
                       function trim(ws-tf-category))
                       to ws-tg-category(ws-target-count)
                   compute ws-tg-ack(ws-target-count) =
                       function numval(ws-tf-ack)
                   compute ws-tg-close(ws-target-count) =
                       function numval(ws-tf-close)
               else
                   display "incident-report: target line skipped: "
                       function trim(target-file-rec)
               end-if
           end-if

           read target-file
               at end continue
           end-read
           .


      *>   the contact on shift for an incident is the first
      *>   one paged about it

       load-notices.

           open input notice-log

           if ws-notice-log-status not = "00"
               exit paragraph
           end-if

           read notice-log
               at end continue
           end-read

           perform load-one-notice
               until ws-notice-log-status not = "00"

           close notice-log
           .


       load-one-notice.

           move spaces to ws-nf-id ws-nf-stamp ws-nf-stage
                          ws-nf-contact
           unstring notice-log-rec delimited by "|"
               into ws-nf-id ws-nf-stamp ws-nf-stage ws-nf-contact
           end-unstring

           move function trim(ws-nf-id) to ws-f-id
           perform find-notice

           if ws-notice-hit = 0
               and ws-f-id not = spaces
               and ws-notice-count < 2000
               add 1 to ws-notice-count
               move ws-f-id to ws-nt-id(ws-notice-count)
               move ws-nf-contact to ws-nt-contact(ws-notice-count)
           end-if

           read notice-log
               at end continue
           end-read
           .


       find-notice.

           move zero to ws-notice-hit
           perform match-one-notice
               varying ws-notice-idx from 1 by 1
               until ws-notice-idx > ws-notice-count
                   or ws-notice-hit > 0
           .


       match-one-notice.

           if ws-nt-id(ws-notice-idx) = ws-f-id(1:6)
               move ws-notice-idx to ws-notice-hit
           end-if
           .


      *>****************************************************
      *> the incident file's generations are the index
      *> entries named <incidents>.yyyymmdd
      *>****************************************************

       load-generations.

           compute ws-name-len = function length(
               function trim(ws-incidents-file))

           open input archive-index

           if ws-index-status not = "00"
               exit paragraph
           end-if

           read archive-index
               at end continue
           end-read

           perform take-one-generation
               until ws-index-status not = "00"
                   or ws-gen-count >= 200

           close archive-index
           .


       take-one-generation.

           if ai-name(1:ws-name-len)
                   = ws-incidents-file(1:ws-name-len)
               and ai-name(ws-name-len + 1:1) = "."
               and ai-name(ws-name-len + 2:8) numeric
               add 1 to ws-gen-count
               move ai-name to ws-gen-name(ws-gen-count)
           end-if

           read archive-index
               at end continue
           end-read
           .


       read-one-generation.

           move ws-gen-name(ws-gen-idx) to ws-incidents-in
           perform read-incident-file
           .


       read-incident-file.

           open input incidents-in

           if ws-incidents-status not = "00"
               exit paragraph
           end-if

           read incidents-in
               at end continue
           end-read

           perform take-one-incident
               until ws-incidents-status not = "00"

           close incidents-in
           .


       take-one-incident.

           if incidents-in-rec not = spaces
               and incidents-in-rec(1:1) not = "#"
               perform measure-one-incident
           end-if

           read incidents-in
               at end continue
           end-read
           .


      *>****************************************************
      *> one incident: its month decides whether it counts
      *> at all; then the two intervals, the targets for
      *> its severity and category, and the verdict
      *>****************************************************

       measure-one-incident.

           move spaces to ws-f-id ws-f-status ws-f-code ws-f-caller
               ws-f-first ws-f-last ws-f-count ws-f-ack-op
               ws-f-ack-at ws-f-notified ws-f-notify-at
               ws-f-notices ws-f-close-op ws-f-close-at
               ws-f-severity ws-f-category ws-f-step
           unstring incidents-in-rec delimited by "|"
               into ws-f-id ws-f-status ws-f-code ws-f-caller
                    ws-f-first ws-f-last ws-f-count ws-f-ack-op
                    ws-f-ack-at ws-f-notified ws-f-notify-at
                    ws-f-notices ws-f-close-op ws-f-close-at
                    ws-f-severity ws-f-category ws-f-step
           end-unstring

           move ws-f-first(1:14) to ws-stamp-in
           perform stamp-to-minutes
           if ws-stamp-ok = "0"
               exit paragraph
           end-if
           move ws-stamp-minutes to ws-raised-min

           compute ws-month-idx =
               function numval(ws-f-first(1:4)) * 12
               + function numval(ws-f-first(5:2)) - 1
           if ws-month-idx < ws-first-month-idx
               or ws-month-idx > ws-this-month-idx
               exit paragraph
           end-if
           compute ws-mo-idx = ws-month-idx - ws-first-month-idx + 1

           if ws-f-status(1:1) = "C"
               and ws-f-close-at = spaces
               move ws-f-ack-at to ws-f-close-at
               move ws-f-ack-op to ws-f-close-op
           end-if

           move "0" to ws-has-ack ws-has-close
           move ws-f-ack-at(1:14) to ws-stamp-in
           perform stamp-to-minutes
           if ws-stamp-ok = "1"
               move "1" to ws-has-ack
               move ws-stamp-minutes to ws-acked-min
               compute ws-ack-mins = ws-acked-min - ws-raised-min
           else
               compute ws-ack-mins = ws-now-minutes - ws-raised-min
           end-if

           move zero to ws-close-mins
           if ws-has-ack = "1"
               move ws-f-close-at(1:14) to ws-stamp-in
               perform stamp-to-minutes
               if ws-stamp-ok = "1"
                   move "1" to ws-has-close
                   move ws-stamp-minutes to ws-closed-min
                   compute ws-close-mins =
                       ws-closed-min - ws-acked-min
               else
                   compute ws-close-mins =
                       ws-now-minutes - ws-acked-min
               end-if
           end-if
           if ws-ack-mins < 0
               move zero to ws-ack-mins
           end-if
           if ws-close-mins < 0
               move zero to ws-close-mins
           end-if

           move function upper-case(ws-f-severity(1:1))
               to ws-want-severity
           if ws-want-severity = space
               move "C" to ws-want-severity
           end-if
           move function upper-case(function trim(ws-f-category))
               to ws-want-category
           if ws-want-category = spaces
               move "UNRECORDED" to ws-want-category
           end-if
           perform find-targets

           move "0" to ws-ack-missed ws-close-missed
           if ws-ack-mins > ws-ack-target
               move "1" to ws-ack-missed
           end-if
           if ws-has-ack = "1" and ws-close-mins > ws-close-target
               move "1" to ws-close-missed
           end-if

           move "0" to ws-judged
           if ws-has-close = "1"
               or ws-ack-missed = "1" or ws-close-missed = "1"
               move "1" to ws-judged
           end-if

           add 1 to ws-mo-raised(ws-mo-idx)
           if ws-judged = "1"
               add 1 to ws-mo-judged(ws-mo-idx)
               if ws-ack-missed = "0" and ws-close-missed = "0"
                   add 1 to ws-mo-attained(ws-mo-idx)
               end-if
           end-if

           if ws-month-idx not = ws-this-month-idx
               exit paragraph
           end-if

           add 1 to ws-total-raised
           perform add-to-group

           if ws-has-close = "1"
               perform add-to-step-tally
           end-if

           if ws-ack-missed = "1" or ws-close-missed = "1"
               perform note-missed-incident
           end-if
           .


       find-targets.

           move ws-default-ack to ws-ack-target
           move ws-default-close to ws-close-target
           move zero to ws-target-hit

           perform match-exact-target
               varying ws-target-idx from 1 by 1
               until ws-target-idx > ws-target-count
                   or ws-target-hit > 0
           if ws-target-hit = 0
               perform match-severity-target
                   varying ws-target-idx from 1 by 1
                   until ws-target-idx > ws-target-count
                       or ws-target-hit > 0
           end-if
           if ws-target-hit = 0
               perform match-category-target
                   varying ws-target-idx from 1 by 1
                   until ws-target-idx > ws-target-count
                       or ws-target-hit > 0
           end-if
           if ws-target-hit = 0
               perform match-any-target
                   varying ws-target-idx from 1 by 1
                   until ws-target-idx > ws-target-count
                       or ws-target-hit > 0
           end-if

           if ws-target-hit > 0
               move ws-tg-ack(ws-target-hit) to ws-ack-target
               move ws-tg-close(ws-target-hit) to ws-close-target
           end-if
           .


       match-exact-target.

           if ws-tg-severity(ws-target-idx) = ws-want-severity
               and ws-tg-category(ws-target-idx) = ws-want-category
               move ws-target-idx to ws-target-hit
           end-if
           .


       match-severity-target.

           if ws-tg-severity(ws-target-idx) = ws-want-severity
               and ws-tg-category(ws-target-idx) = "*"
               move ws-target-idx to ws-target-hit
           end-if
           .


       match-category-target.

           if ws-tg-severity(ws-target-idx) = "*"
               and ws-tg-category(ws-target-idx) = ws-want-category
               move ws-target-idx to ws-target-hit
           end-if
           .


       match-any-target.

           if ws-tg-severity(ws-target-idx) = "*"
               and ws-tg-category(ws-target-idx) = "*"
               move ws-target-idx to ws-target-hit
           end-if
           .


       add-to-group.

           move zero to ws-group-hit
           perform match-one-group
               varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
                   or ws-group-hit > 0

           if ws-group-hit = 0
               if ws-group-count >= 40
                   display "incident-report: HARD LIMIT - 40 "
                       "severity/category groups, "
                       ws-want-severity " "
                       function trim(ws-want-category)
                       " not tallied"
                   exit paragraph
               end-if
               add 1 to ws-group-count
               move ws-group-count to ws-group-hit
               initialize ws-gr-entry(ws-group-hit)
               move ws-want-severity to ws-gr-severity(ws-group-hit)
               move ws-want-category to ws-gr-category(ws-group-hit)
           end-if

           move ws-ack-target to ws-gr-ack-tgt(ws-group-hit)
           move ws-close-target to ws-gr-close-tgt(ws-group-hit)
           add 1 to ws-gr-raised(ws-group-hit)

           if ws-has-ack = "1"
               add 1 to ws-gr-acked(ws-group-hit)
               add ws-ack-mins to ws-gr-ack-sum(ws-group-hit)
               if ws-ack-mins > ws-gr-ack-max(ws-group-hit)
                   move ws-ack-mins to ws-gr-ack-max(ws-group-hit)
               end-if
           end-if
           if ws-ack-missed = "1"
               add 1 to ws-gr-ack-missed(ws-group-hit)
           end-if

           if ws-has-close = "1"
               add 1 to ws-gr-closed(ws-group-hit)
               add ws-close-mins to ws-gr-close-sum(ws-group-hit)
               if ws-close-mins > ws-gr-close-max(ws-group-hit)
                   move ws-close-mins
                       to ws-gr-close-max(ws-group-hit)
               end-if
           end-if
           if ws-close-missed = "1"
               add 1 to ws-gr-close-miss(ws-group-hit)
           end-if
           .


      *>   blank step: closed before steps were recorded or
      *>   with no runbook on file; 0: closed, but no step of
      *>   the runbook did it

       add-to-step-tally.

           move zero to ws-step-hit
           perform match-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count
                   or ws-step-hit > 0

           if ws-step-hit = 0
               if ws-step-count >= 200
                   display "incident-report: HARD LIMIT - 200 "
                       "code/step tallies, code "
                       function trim(ws-f-code) " step "
                       function trim(ws-f-step) " not tallied"
                   exit paragraph
               end-if
               add 1 to ws-step-count
               move ws-step-count to ws-step-hit
               move ws-f-code to ws-st-code(ws-step-hit)
               move ws-f-step to ws-st-step(ws-step-hit)
               move zero to ws-st-closed(ws-step-hit)
           end-if

           add 1 to ws-st-closed(ws-step-hit)
           .


       match-one-step.

           if ws-st-code(ws-step-idx) = ws-f-code(1:3)
               and ws-st-step(ws-step-idx) = ws-f-step
               move ws-step-idx to ws-step-hit
           end-if
           .


       match-one-group.

           if ws-gr-severity(ws-group-idx) = ws-want-severity
               and ws-gr-category(ws-group-idx) = ws-want-category
               move ws-group-idx to ws-group-hit
           end-if
           .


       note-missed-incident.

           if ws-miss-count >= 500
               add 1 to ws-miss-dropped
               exit paragraph
           end-if

           add 1 to ws-miss-count
           move ws-f-id to ws-ms-id(ws-miss-count)
           move ws-f-code to ws-ms-code(ws-miss-count)
           move ws-want-category to ws-ms-category(ws-miss-count)
           move ws-f-first(1:14) to ws-ms-raised(ws-miss-count)

           move ws-ack-mins to ws-min-edt
           move ws-min-edt to ws-edt-work
           if ws-ack-missed = "1"
               move "*" to ws-edt-work(8:1)
           end-if
           if ws-has-ack = "0"
               move "   open*" to ws-edt-work
           end-if
           move ws-edt-work to ws-ms-ack(ws-miss-count)

           move spaces to ws-edt-work
           if ws-has-ack = "1"
               move ws-close-mins to ws-min-edt
               move ws-min-edt to ws-edt-work
               if ws-close-missed = "1"
                   move "*" to ws-edt-work(8:1)
               end-if
               if ws-has-close = "0"
                   move "   open" to ws-edt-work
                   if ws-close-missed = "1"
                       move "*" to ws-edt-work(8:1)
                   end-if
               end-if
           end-if
           move ws-edt-work to ws-ms-close(ws-miss-count)

           perform find-notice
           if ws-notice-hit > 0
               move ws-nt-contact(ws-notice-hit)
                   to ws-ms-on-shift(ws-miss-count)
           else
               move "(not paged)" to ws-ms-on-shift(ws-miss-count)
           end-if
           move ws-f-ack-op to ws-ms-ack-op(ws-miss-count)
           move ws-f-close-op to ws-ms-close-op(ws-miss-count)
           .


       stamp-to-minutes.

           move "0" to ws-stamp-ok
           move zero to ws-stamp-minutes

           if ws-stamp-in is not numeric
               or ws-stamp-in(1:8) < "19000101"
               exit paragraph
           end-if

           if function test-date-yyyymmdd(
                   function numval(ws-stamp-in(1:8))) not = 0
               exit paragraph
           end-if

           compute ws-stamp-minutes =
               function integer-of-date(
                   function numval(ws-stamp-in(1:8))) * 1440
               + function numval(ws-stamp-in(9:2)) * 60
               + function numval(ws-stamp-in(11:2))
           move "1" to ws-stamp-ok
           .


      *>****************************************************
      *> the report: the month by severity and category,
      *> the incidents that missed, then the attainment
      *> trend the operations review reads
      *>****************************************************

       write-report.

           open output incident-report

           if ws-report-status not = "00"
               display "incident-report: cannot open "
                   function trim(ws-report-file)
               exit paragraph
           end-if

           move spaces to ws-line
           string
               "incident response times for "  delimited by size
               ws-month                        delimited by size
               "  (run "                       delimited by size
               ws-today                        delimited by size
               " "                             delimited by size
               ws-time(1:4)                    delimited by size
               ")"                             delimited by size
               into ws-line
           end-string
           write incident-report-rec from ws-line

           move spaces to ws-line
           string
               "minutes; targets from "        delimited by size
               function trim(ws-target-file)   delimited by size
               into ws-line
           end-string
           write incident-report-rec from ws-line
           move spaces to incident-report-rec
           write incident-report-rec

           move spaces to ws-line
           move "------ raise to acknowledge ------" to ws-line(23:34)
           move "------ acknowledge to close ------" to ws-line(58:34)
           write incident-report-rec from ws-line
           move spaces to ws-line
           move "sev" to ws-line(1:3)
           move "category" to ws-line(5:8)
           move "raised" to ws-line(17:6)
           move "acked" to ws-line(24:5)
           move "avg" to ws-line(33:3)
           move "max" to ws-line(40:3)
           move "target" to ws-line(44:6)
           move "missed" to ws-line(51:6)
           move "closed" to ws-line(58:6)
           move "avg" to ws-line(68:3)
           move "max" to ws-line(75:3)
           move "target" to ws-line(79:6)
           move "missed" to ws-line(86:6)
           write incident-report-rec from ws-line

           perform write-one-group
               varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count

           if ws-group-count = 0
               move "  no incidents raised this month"
                   to incident-report-rec
               write incident-report-rec
           end-if

           move spaces to incident-report-rec
           write incident-report-rec
           move spaces to ws-line
           string
               "incidents that missed target "  delimited by size
               "(* = over target, open = still waiting)"
                                               delimited by size
               into ws-line
           end-string
           write incident-report-rec from ws-line
           move spaces to ws-line
           move "id" to ws-line(1:2)
           move "code" to ws-line(8:4)
           move "category" to ws-line(13:8)
           move "raised" to ws-line(26:6)
           move "ack" to ws-line(45:3)
           move "close" to ws-line(52:5)
           move "on shift" to ws-line(60:8)
           move "acknowledged by" to ws-line(77:15)
           move "closed by" to ws-line(94:9)
           write incident-report-rec from ws-line

           perform write-one-miss
               varying ws-miss-idx from 1 by 1
               until ws-miss-idx > ws-miss-count

           if ws-miss-count = 0
               move "  none" to incident-report-rec
               write incident-report-rec
           end-if
           if ws-miss-dropped > 0
               move ws-miss-dropped to ws-count-edt
               move spaces to ws-line
               string
                   "  ... and "                delimited by size
                   function trim(ws-count-edt) delimited by size
                   " more not listed"          delimited by size
                   into ws-line
               end-string
               write incident-report-rec from ws-line
           end-if

           move spaces to incident-report-rec
           write incident-report-rec
           move "runbook steps that resolved the month's closed "
               to ws-line
           move "incidents" to ws-line(48:9)
           write incident-report-rec from ws-line
           move spaces to ws-line
           move "code" to ws-line(1:4)
           move "step" to ws-line(7:4)
           move "closed" to ws-line(19:6)
           move "of code" to ws-line(26:7)
           write incident-report-rec from ws-line

           perform write-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count

           if ws-step-count = 0
               move "  none closed" to incident-report-rec
               write incident-report-rec
           end-if

           move spaces to incident-report-rec
           write incident-report-rec
           move "attainment by month (met both targets / judged)"
               to incident-report-rec
           write incident-report-rec
           move "month   raised judged  met    pct" to ws-line
           write incident-report-rec from ws-line

           perform write-one-month
               varying ws-mo-idx from 1 by 1
               until ws-mo-idx > 12

           close incident-report
           .


       write-one-group.

           move spaces to ws-line
           move ws-gr-severity(ws-group-idx) to ws-line(2:1)
           move ws-gr-category(ws-group-idx) to ws-line(5:12)
           move ws-gr-raised(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(18:5)
           move ws-gr-acked(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(24:5)

           move zero to ws-avg-min
           if ws-gr-acked(ws-group-idx) > 0
               compute ws-avg-min rounded =
                   ws-gr-ack-sum(ws-group-idx)
                   / ws-gr-acked(ws-group-idx)
           end-if
           move ws-avg-min to ws-min-edt
           move ws-min-edt(2:6) to ws-line(30:6)
           move ws-gr-ack-max(ws-group-idx) to ws-min-edt
           move ws-min-edt(2:6) to ws-line(37:6)
           move ws-gr-ack-tgt(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(45:5)
           move ws-gr-ack-missed(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(52:5)

           move ws-gr-closed(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(59:5)
           move zero to ws-avg-min
           if ws-gr-closed(ws-group-idx) > 0
               compute ws-avg-min rounded =
                   ws-gr-close-sum(ws-group-idx)
                   / ws-gr-closed(ws-group-idx)
           end-if
           move ws-avg-min to ws-min-edt
           move ws-min-edt(2:6) to ws-line(65:6)
           move ws-gr-close-max(ws-group-idx) to ws-min-edt
           move ws-min-edt(2:6) to ws-line(72:6)
           move ws-gr-close-tgt(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(80:5)
           move ws-gr-close-miss(ws-group-idx) to ws-count-edt
           move ws-count-edt to ws-line(87:5)

           write incident-report-rec from ws-line
           .


       write-one-miss.

           move spaces to ws-line
           move ws-ms-id(ws-miss-idx) to ws-line(1:6)
           move ws-ms-code(ws-miss-idx) to ws-line(8:3)
           move ws-ms-category(ws-miss-idx) to ws-line(13:12)
           move ws-ms-raised(ws-miss-idx)(1:8) to ws-line(26:8)
           move ws-ms-raised(ws-miss-idx)(9:4) to ws-line(35:4)
           move ws-ms-ack(ws-miss-idx) to ws-line(41:8)
           move ws-ms-close(ws-miss-idx) to ws-line(50:8)
           move ws-ms-on-shift(ws-miss-idx) to ws-line(60:16)
           move ws-ms-ack-op(ws-miss-idx) to ws-line(77:16)
           move ws-ms-close-op(ws-miss-idx) to ws-line(94:16)
           write incident-report-rec from ws-line
           .


       write-one-step.

           move zero to ws-code-closed
           perform add-code-closed
               varying ws-step-other from 1 by 1
               until ws-step-other > ws-step-count

           move spaces to ws-line
           move ws-st-code(ws-step-idx) to ws-line(1:3)
           evaluate true
               when ws-st-step(ws-step-idx) = spaces
                   move "not recorded" to ws-line(7:12)
               when ws-st-step(ws-step-idx) = "0"
                   move "none" to ws-line(7:4)
               when other
                   move ws-st-step(ws-step-idx) to ws-line(7:4)
           end-evaluate
           move ws-st-closed(ws-step-idx) to ws-count-edt
           move ws-count-edt to ws-line(20:5)

           compute ws-pct rounded =
               ws-st-closed(ws-step-idx) * 100 / ws-code-closed
           move ws-pct to ws-pct-edt
           move ws-pct-edt to ws-line(27:5)
           move "%" to ws-line(32:1)
           write incident-report-rec from ws-line
           .


       add-code-closed.

           if ws-st-code(ws-step-other) = ws-st-code(ws-step-idx)
               add ws-st-closed(ws-step-other) to ws-code-closed
           end-if
           .


       write-one-month.

           move spaces to ws-line
           move ws-mo-month(ws-mo-idx) to ws-line(1:6)
           move ws-mo-raised(ws-mo-idx) to ws-count-edt
           move ws-count-edt to ws-line(9:5)
           move ws-mo-judged(ws-mo-idx) to ws-count-edt
           move ws-count-edt to ws-line(15:5)
           move ws-mo-attained(ws-mo-idx) to ws-count-edt
           move ws-count-edt to ws-line(21:5)

           if ws-mo-judged(ws-mo-idx) > 0
               compute ws-pct rounded =
                   ws-mo-attained(ws-mo-idx) * 100
                   / ws-mo-judged(ws-mo-idx)
               move ws-pct to ws-pct-edt
               move ws-pct-edt to ws-line(28:5)
           else
               move "    -" to ws-line(28:5)
           end-if

           write incident-report-rec from ws-line
           .
