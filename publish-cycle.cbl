      *> set untouched and downstream always reads a
      *> complete, internally consistent night. each
      *> published file is recorded in the audit journal
      *>
      *> daily-cycle calls it at the end of every night,
      *> two-phase or not, stopped or clean (CYCLE_STOPPED
      *> says which - a stopped night renames nothing), so
      *> the journal also says when each output on the
      *> deadline table became available: PUBLISHED for a
      *> rename, AVAILABLE, stamped with the writing step's
      *> end off the run-control ledger, for an output
      *> written in place by a step this run completed.
      *> the detail of both reads
      *>   KEY night=yyyymmdd at=yyyymmddhhmmss file
      *> an output that arrived after its committed time,
      *> or is still missing once that time has passed,
      *> raises a W-severity DEADLINE warning (each miss
      *> also goes to the journal as MISSED). the night is
      *> the cycle date daily-cycle exports (CYCLE_DATE),
      *> never the wall clock, so a cycle that starts after
      *> midnight is still judged against its own night.
      *>
      *>   publish-cycle              end-of-night pass
      *>   publish-cycle -check [yyyymmdd]
      *>                              standalone deadline
      *>                              check, launched by the
      *>                              scheduler once the last
      *>                              committed time is past:
      *>                              every output with no
      *>                              PUBLISHED, AVAILABLE or
      *>                              MISSED record for the
      *>                              night raises the warning
      *>                              - so a night that ended
      *>                              early or stopped short
      *>                              is still alerted. the
      *>                              night defaults to the
      *>                              latest one whose times
      *>                              have all gone by; a
      *>                              night that is not a
      *>                              processing day owes
      *>                              nothing
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select run-control assign to dynamic ws-run-control-file
               organization line sequential
               file status is ws-run-control-status.
           select deadlines-in assign to dynamic ws-deadlines-file
               organization line sequential
               file status is ws-deadlines-status.
           select output-in assign to dynamic ws-out-name
               organization line sequential
               file status is ws-output-status.
           select audit-in assign to dynamic ws-audit-file
               organization line sequential
               file status is ws-audit-status.

       data division.

       file section.

       fd run-control.
       01 run-control-rec.
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

       fd deadlines-in.
       01 deadlines-in-rec         pic x(160).

       fd output-in.
       01 output-in-rec            pic x(132).

       fd audit-in.
       01 audit-in-rec             pic x(200).

       working-storage section.

      *>****************************************************
               05 ws-pub-name      pic x(40).
       77 ws-pub-idx               pic 9.

      *>****************************************************
      *> what became of each two-phase output tonight:
      *> R renamed into place, W left on its working name
      *> (a stopped night), space not under two-phase
      *>****************************************************

       01 ws-pub-state-table.
           03 ws-pub-state occurs 4 pic x value space.
       77 ws-pub-found             pic 9.

       77 ws-work-name             pic x(80).
       77 ws-live-name             pic x(80).
       77 ws-name-len              pic 9(3).
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

           copy output-deadlines.

       77 ws-deadlines-file        pic x(80)
                                    value "file-output-deadlines".
       77 ws-deadlines-status      pic xx.
       77 ws-output-status         pic xx.
       77 ws-dl-in-key             pic x(30).
       77 ws-dl-in-time            pic x(10).
       77 ws-dl-in-program         pic x(30).
       77 ws-dl-in-default         pic x(80).
       77 ws-dl-in-desc            pic x(30).

       77 ws-run-control-file      pic x(80)
                                    value "file-run-control".
       77 ws-run-control-status    pic xx.
       77 ws-run-id                pic x(11)  value spaces.
       77 ws-cycle-stopped         pic x      value "N".
           88 ws-is-cycle-stopped             value "Y".

      *>****************************************************
      *> the writing step's ledger entry for the output in
      *> hand; the night is the cycle date daily-cycle
      *> exports, falling back to the date the ledger's
      *> first step started for a run outside the cycle
      *>****************************************************

       01 ws-writer-table.
           03 ws-writer-entry occurs 24.
               05 ws-wr-program    pic x(20).
               05 ws-wr-end-date   pic 9(8).
               05 ws-wr-end-time   pic 9(6).
               05 ws-wr-complete   pic x.
               05 ws-wr-run-id     pic x(11).
       77 ws-writer-count          pic 99     value 0.
       77 ws-writer-idx            pic 99.
       77 ws-writer-found          pic 99.

       77 ws-night                 pic 9(8)   value 0.
       77 ws-ledger-night          pic 9(8)   value 0.
       77 ws-now-date              pic 9(8).
       77 ws-now-time              pic 9(8).
       77 ws-now-stamp             pic 9(14).
       77 ws-avail-stamp           pic 9(14).
       77 ws-due-stamp             pic 9(14).
       77 ws-due-date              pic 9(8).
       77 ws-day-int               pic 9(7).
       77 ws-out-name              pic x(80).
       77 ws-recorded-count        pic 99     value 0.
       77 ws-late-count            pic 99     value 0.

       77 ws-eh-message            pic x(80).
       77 ws-eh-flag               pic x      value "0".
       77 ws-eh-context            pic x(80).
       77 ws-eh-code               pic 9(3).

      *>****************************************************
      *> the standalone check: the night's journal records
      *> per deadline output, and what the check found
      *>****************************************************

       77 ws-mode-arg              pic x(20).
       77 ws-check-mode            pic x      value "0".
           88 ws-is-check-mode                value "1".
       77 ws-night-arg             pic x(10).
       77 ws-audit-file            pic x(80)
                                    value "cycle-audit.log".
       77 ws-audit-status          pic xx.
       77 ws-au-event              pic x(10).
       77 ws-au-key                pic x(30).
       77 ws-au-night-tok          pic x(20).
       01 ws-seen-table.
           03 ws-seen              occurs 30 pic x.
       77 ws-missing-count         pic 99     value 0.
       77 ws-not-due-count         pic 99     value 0.
       77 ws-bd-is                 pic x.
       77 ws-bd-last               pic x.
       77 ws-bd-type               pic x.

       procedure division.

       mainline.

           move spaces to ws-mode-arg ws-night-arg
           accept ws-mode-arg from argument-value
               on exception continue
           end-accept
           if ws-mode-arg = "-check"
               set ws-is-check-mode to true
               accept ws-night-arg from argument-value
                   on exception continue
               end-accept
           end-if

           perform resolve-night
           perform load-deadlines

           if ws-is-check-mode
               perform deadline-check
               move zero to return-code
               goback
           end-if

           perform publish-one-output
               varying ws-pub-idx from 1 by 1
               until ws-pub-idx > 4
           display "publish-cycle: " ws-published-count
               " output(s) published"

           perform record-one-deadline
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           display "publish-cycle: " ws-recorded-count
               " deadline output(s) recorded, "
               ws-late-count " past their committed time"

           move zero to return-code

           goback.
               exit paragraph
           end-if

           move "W" to ws-pub-state(ws-pub-idx)
           if ws-is-cycle-stopped
               exit paragraph
           end-if

           move spaces to ws-live-name
           move ws-work-name(1:ws-name-len - 5) to ws-live-name


           if ws-rename-rc = 0
               add 1 to ws-published-count
               move "R" to ws-pub-state(ws-pub-idx)
               display "publish-cycle: "
                   function trim(ws-work-name) " -> "
                   function trim(ws-live-name)
               perform take-now-stamp
               move "PUBLISHED" to ws-audit-event
               move ws-pub-key(ws-pub-idx) to ws-param-key
               move ws-now-stamp to ws-avail-stamp
               move ws-live-name to ws-out-name
               perform build-available-detail
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
           else
                   function trim(ws-live-name)
           end-if
           .


      *>****************************************************
      *> the run, whether it stopped, and the night it
      *> belongs to, off what daily-cycle exported and the
      *> ledger it wrote
      *>****************************************************

       resolve-night.

           move "CYCLE_RUN_ID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-run-id
           end-if

           move "CYCLE_STOPPED" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if function upper-case(ws-param-value(1:1)) = "Y"
               set ws-is-cycle-stopped to true
           end-if

           move "RUN_CONTROL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-run-control-file
           end-if

           open input run-control
           if ws-run-control-status = "00"
               read run-control
                   at end continue
               end-read
               perform take-one-writer
                   until ws-run-control-status not = "00"
               close run-control
           end-if

           move "CYCLE_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-night
           end-if

           if ws-night = 0
               move "PROCESS_DATE" to ws-param-key
               call "read-param" using ws-param-key ws-param-value
               if ws-param-value not = spaces
                   and ws-param-value(1:8) numeric
                   move ws-param-value(1:8) to ws-night
               end-if
           end-if

           if ws-night = 0
               move ws-ledger-night to ws-night
           end-if

           if ws-night = 0
               accept ws-night from date yyyymmdd
           end-if
           .


       take-one-writer.

           if rc-step-num numeric and ws-writer-count < 24
               if rc-step-num = 1 and rc-start-date numeric
                   move rc-start-date to ws-ledger-night
               end-if
               add 1 to ws-writer-count
               move rc-program   to ws-wr-program(ws-writer-count)
               move rc-end-date  to ws-wr-end-date(ws-writer-count)
               move rc-end-time  to ws-wr-end-time(ws-writer-count)
               move rc-complete  to ws-wr-complete(ws-writer-count)
               move rc-run-id    to ws-wr-run-id(ws-writer-count)
           end-if

           read run-control
               at end continue
           end-read
           .


      *>****************************************************
      *> the deadline file replaces the built-in table when
      *> it yields at least one entry; a line with a bad
      *> time or no key is passed over
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
      *> one deadline output: published by the rename pass
      *> just now, held on its working name, written in
      *> place by a step this run completed, or not there.
      *> a step another run completed was recorded by that
      *> run; a disabled or unscheduled one owes nothing
      *> tonight; a writer the ledger does not hold is not
      *> a cycle step at all
      *>****************************************************

       record-one-deadline.

           perform compute-due-stamp
           perform take-now-stamp

           move zero to ws-pub-found
           perform match-publish-key
               varying ws-pub-idx from 1 by 1
               until ws-pub-idx > 4

           if ws-pub-found > 0
               if ws-pub-state(ws-pub-found) = "R"
                   add 1 to ws-recorded-count
                   move ws-now-stamp to ws-avail-stamp
                   perform judge-available
                   exit paragraph
               end-if
               if ws-pub-state(ws-pub-found) = "W"
                   perform judge-missing
                   exit paragraph
               end-if
           end-if

           move zero to ws-writer-found
           perform match-writer
               varying ws-writer-idx from 1 by 1
               until ws-writer-idx > ws-writer-count

           if ws-writer-found = 0
               exit paragraph
           end-if

           if ws-wr-complete(ws-writer-found) = "C"
               if ws-wr-run-id(ws-writer-found) = ws-run-id
                   and ws-run-id not = spaces
                   perform record-available
               end-if
               exit paragraph
           end-if

           if ws-wr-complete(ws-writer-found) = "D"
               or ws-wr-complete(ws-writer-found) = "N"
               exit paragraph
           end-if

           perform judge-missing
           .


       match-publish-key.

           if ws-pub-key(ws-pub-idx) = ws-dl-key(ws-dl-idx)
               move ws-pub-idx to ws-pub-found
           end-if
           .


       match-writer.

           if ws-wr-program(ws-writer-idx) = ws-dl-program(ws-dl-idx)
               move ws-writer-idx to ws-writer-found
           end-if
           .


       record-available.

           move ws-dl-default(ws-dl-idx) to ws-out-name
           move ws-dl-key(ws-dl-idx) to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-out-name
           end-if

      *> a step can finish cleanly and still leave nothing
      *> behind (no input, nothing to report) - that night
      *> the output was not there for downstream
           open input output-in
           if ws-output-status not = "00"
               perform judge-missing
               exit paragraph
           end-if
           close output-in

           move ws-wr-end-date(ws-writer-found) to ws-avail-stamp(1:8)
           move ws-wr-end-time(ws-writer-found) to ws-avail-stamp(9:6)

           move "AVAILABLE" to ws-audit-event
           move ws-dl-key(ws-dl-idx) to ws-param-key
           perform build-available-detail
           call "audit-log" using ws-audit-caller
               ws-audit-event ws-audit-detail

           add 1 to ws-recorded-count
           perform judge-available
           .


       build-available-detail.

           move spaces to ws-audit-detail
           string
               function trim(ws-param-key)     delimited by size
               " night="                       delimited by size
               ws-night                        delimited by size
               " at="                          delimited by size
               ws-avail-stamp                  delimited by size
               " "                             delimited by size
               function trim(ws-out-name)      delimited by size
               into ws-audit-detail
           end-string
           .


      *>****************************************************
      *> a morning time is due the day after the night, an
      *> afternoon or evening one on the night itself
      *>****************************************************

       compute-due-stamp.

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
           .


       take-now-stamp.

           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           move ws-now-date to ws-now-stamp(1:8)
           move ws-now-time(1:6) to ws-now-stamp(9:6)
           .


       judge-available.

           if ws-avail-stamp > ws-due-stamp
               add 1 to ws-late-count
               move spaces to ws-eh-message
               string
                   function trim(ws-dl-key(ws-dl-idx))
                                               delimited by size
                   " available "               delimited by size
                   ws-avail-stamp(9:2)         delimited by size
                   ":"                         delimited by size
                   ws-avail-stamp(11:2)        delimited by size
                   ", committed for "          delimited by size
                   ws-dl-time(ws-dl-idx)(1:2)  delimited by size
                   ":"                         delimited by size
                   ws-dl-time(ws-dl-idx)(3:2)  delimited by size
                   " - night "                 delimited by size
                   ws-night                    delimited by size
                   into ws-eh-message
               end-string
               perform raise-deadline-warning
           end-if
           .


      *>****************************************************
      *> not there yet: only a miss once the committed time
      *> has gone by - before that a restart can still make
      *> it, and that run's pass judges it again
      *>****************************************************

       judge-missing.

           if ws-now-stamp > ws-due-stamp
               add 1 to ws-late-count
               move spaces to ws-eh-message
               string
                   function trim(ws-dl-key(ws-dl-idx))
                                               delimited by size
                   " not available, committed for "
                                               delimited by size
                   ws-dl-time(ws-dl-idx)(1:2)  delimited by size
                   ":"                         delimited by size
                   ws-dl-time(ws-dl-idx)(3:2)  delimited by size
                   " - night "                 delimited by size
                   ws-night                    delimited by size
                   into ws-eh-message
               end-string
               perform raise-deadline-warning
               perform record-missed
           end-if
           .


       raise-deadline-warning.

           move ws-dl-desc(ws-dl-idx) to ws-eh-context
           move 502 to ws-eh-code
           call "error-handler" using by content
               ws-eh-message ws-eh-flag ws-eh-context
               ws-eh-code ws-audit-caller
           display "publish-cycle: deadline missed - "
               function trim(ws-eh-message)
           .


      *>****************************************************
      *> a miss still outstanding goes on the journal too,
      *> so the standalone check does not raise it again
      *>****************************************************

       record-missed.

           move "MISSED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-dl-key(ws-dl-idx))
                                               delimited by size
               " night="                       delimited by size
               ws-night                        delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller
               ws-audit-event ws-audit-detail
           .


      *>****************************************************
      *> the standalone deadline check: every deadline
      *> output of the night with nothing on the journal -
      *> not published, not available, not already missed -
      *> is raised once its committed time has passed. a
      *> writer the ledger shows disabled or not scheduled
      *> owed nothing
      *>****************************************************

       deadline-check.

           perform resolve-check-night

           call "business-day" using ws-night
               ws-bd-is ws-bd-last ws-bd-type
           if ws-bd-is not = "1"
               display "publish-cycle: night " ws-night
                   " is not a processing day - no deadlines owed"
               exit paragraph
           end-if

           move spaces to ws-seen-table
           perform scan-audit

           perform check-one-deadline
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           display "publish-cycle: deadline check for night "
               ws-night ", " ws-missing-count
               " output(s) missing past their committed time, "
               ws-not-due-count " not yet due"
           .


      *>****************************************************
      *> the night named on the command line, else the
      *> latest night whose committed times have all gone
      *> by: tonight's when the last of them is an evening
      *> time already past, otherwise last night's
      *>****************************************************

       resolve-check-night.

           if ws-night-arg(1:8) numeric
               move ws-night-arg(1:8) to ws-night
               exit paragraph
           end-if

           accept ws-night from date yyyymmdd
           perform take-now-stamp

           move zero to ws-not-due-count
           perform count-not-due
               varying ws-dl-idx from 1 by 1
               until ws-dl-idx > ws-dl-count

           if ws-not-due-count > 0
               compute ws-day-int =
                   function integer-of-date(ws-night) - 1
               compute ws-night =
                   function date-of-integer(ws-day-int)
           end-if
           move zero to ws-not-due-count
           .


       count-not-due.

           perform compute-due-stamp
           if ws-due-stamp > ws-now-stamp
               add 1 to ws-not-due-count
           end-if
           .


       scan-audit.

           move "CYCLE_AUDIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-audit-file
           end-if

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
      *>       KEY night=yyyymmdd ...
      *> PUBLISHED, AVAILABLE and MISSED all settle the
      *> output for the night
      *>****************************************************

       take-one-audit-line.

           if audit-in-rec(21:16) = "[PUBLISH-CYCLE] "
               move spaces to ws-au-event ws-au-key ws-au-night-tok
               unstring audit-in-rec(37:164) delimited by all space
                   into ws-au-event ws-au-key ws-au-night-tok
               end-unstring
               if (ws-au-event = "PUBLISHED"
                       or ws-au-event = "AVAILABLE"
                       or ws-au-event = "MISSED")
                   and ws-au-night-tok(1:6) = "night="
                   and ws-au-night-tok(7:8) = ws-night
                   perform mark-seen-key
                       varying ws-dl-idx from 1 by 1
                       until ws-dl-idx > ws-dl-count
               end-if
           end-if

           read audit-in
               at end continue
           end-read
           .


       mark-seen-key.

           if ws-dl-key(ws-dl-idx) = ws-au-key
               move "Y" to ws-seen(ws-dl-idx)
           end-if
           .


       check-one-deadline.

           if ws-seen(ws-dl-idx) = "Y"
               exit paragraph
           end-if

           move zero to ws-writer-found
           perform match-writer
               varying ws-writer-idx from 1 by 1
               until ws-writer-idx > ws-writer-count
           if ws-writer-found > 0
               if ws-wr-complete(ws-writer-found) = "D"
                   or ws-wr-complete(ws-writer-found) = "N"
                   exit paragraph
               end-if
           end-if

           perform compute-due-stamp
           perform take-now-stamp

           if ws-now-stamp > ws-due-stamp
               add 1 to ws-missing-count
               perform judge-missing
           else
               add 1 to ws-not-due-count
           end-if
           .
