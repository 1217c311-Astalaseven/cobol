           select spool-view assign to dynamic ws-spool-file
               organization line sequential
               file status is ws-spool-status.
           select period-control assign to dynamic ws-period-file
               organization line sequential
               file status is ws-period-status.
           select pending-approval assign to dynamic ws-pending-file
               organization line sequential
               file status is ws-pending-status.
           select formula-library assign to dynamic ws-formula-file
               organization line sequential
               file status is ws-formula-status.
           select billing-disputes assign to dynamic ws-dispute-file
               organization line sequential
               file status is ws-dispute-status.
           select work-orders assign to dynamic ws-wo-file
               organization line sequential
               file status is ws-wo-status.
           select maint-schedule assign to dynamic ws-mnt-file
               organization line sequential
               file status is ws-mnt-status.
           select reference-codes assign to dynamic ws-ref-file
               organization line sequential
               file status is ws-ref-status.
           select reference-new assign to dynamic ws-ref-new-file
               organization line sequential
               file status is ws-ref-new-status.
           select runbook-file assign to dynamic ws-runbook-file
               organization line sequential
               file status is ws-runbook-status.

       data division.

       01 work-queue-rec           pic x(200).

       fd open-incidents.
       01 open-incidents-rec       pic x(200).

       fd handover-notes.
       01 handover-notes-rec       pic x(160).
       fd spool-view.
       01 spool-view-rec           pic x(160).

       fd period-control.
       01 period-control-rec       pic x(120).

       fd pending-approval.
       01 pending-approval-rec     pic x(256).

       fd formula-library.
       01 formula-library-rec      pic x(200).

       fd billing-disputes.
       01 billing-disputes-rec     pic x(256).

       fd work-orders.
       01 work-orders-rec          pic x(256).

       fd maint-schedule.
       01 maint-schedule-rec       pic x(80).

       fd reference-codes.
       01 reference-codes-rec      pic x(160).

       fd reference-new.
       01 reference-new-rec        pic x(160).

       fd runbook-file.
       01 runbook-file-rec         pic x(160).

       working-storage section.

      *>****************************************************
       77 ws-incidents-status      pic xx.

       01 ws-incident-table.
           03 ws-inc-line occurs 100 pic x(200).
       77 ws-incident-count        pic 9(3)  value 0.
       77 ws-incident-idx          pic 9(3).
       77 ws-inc-id-pick           pic x(8).
       77 ws-if-count              pic x(8).
       77 ws-if-ack-op             pic x(20).
       77 ws-if-ack-time           pic x(16).
       77 ws-if-notified           pic x(4).
       77 ws-if-notify-at          pic x(16).
       77 ws-if-notices            pic x(6).
       77 ws-if-close-op           pic x(20).
       77 ws-if-close-at           pic x(16).
       77 ws-if-severity           pic x(4).
       77 ws-if-category           pic x(12).
       77 ws-if-step               pic x(4).
       77 ws-inc-found             pic x.
       77 ws-inc-stamp             pic x(14).

      *>****************************************************
      *> runbooks, the recovery binder kept as a file keyed
      *> by error code:
      *>   TITLE|code|what the condition is
      *>   STEP|code|n|what to do
      *>   RERUN|code|program or command to rerun
      *>   CALL|code|who to call
      *> code * is the general procedure, shown for a code
      *> with no runbook of its own. the procedure is shown
      *> beside the incident it applies to, and the
      *> operator closing an incident records the step that
      *> resolved it
      *>****************************************************

       77 ws-runbook-file          pic x(80)
                                    value "file-runbooks".
       77 ws-runbook-status        pic xx.
       01 ws-runbook-table.
           03 ws-rb-line occurs 500 pic x(160).
       77 ws-runbook-count         pic 9(3)  value 0.
       77 ws-runbook-idx           pic 9(3).
       77 ws-rb-kind               pic x(8).
       77 ws-rb-code-in            pic x(10).
       77 ws-rb-text-1             pic x(100).
       77 ws-rb-text-2             pic x(100).
       77 ws-rb-want               pic x(10).
       77 ws-rb-norm-in            pic x(10).
       77 ws-rb-norm-out           pic x(10).
       77 ws-rb-num                pic 9(3).
       77 ws-rb-shown              pic 9(3).
       01 ws-rb-step-table.
           03 ws-rb-step-no occurs 50 pic 9(3).
       77 ws-rb-step-count         pic 99.
       77 ws-rb-step-idx           pic 99.
       77 ws-rb-step-ok            pic x.
       77 ws-rb-pick               pic x(8).
       77 ws-rb-step-edt           pic zz9.
       77 ws-rb-resolved           pic x(4).

      *>****************************************************
      *> shift handover notes: the paper notebook, made a
      *> file the cycle's own paperwork can echo -
       77 ws-cat-file-in           pic x(80).
       77 ws-rp-found              pic x.

      *>****************************************************
      *> accounting period control: the file calc batch and
      *> posting-extract judge value dates against -
      *> "yyyymm|status|changed-by|changed-at". any role
      *> above enquiry may move a period on to CLOSING or
      *> CLOSED; taking one back (reopening it) is senior
      *> only and goes into the audit journal
      *>****************************************************

       77 ws-period-file           pic x(80)
                                    value "file-period-control".
       77 ws-period-status         pic xx.
       01 ws-period-table.
           03 ws-period-line occurs 600 pic x(120).
       77 ws-period-count          pic 9(3)  value 0.
       77 ws-period-idx            pic 9(3).
       77 ws-pc-action             pic x(4).
       77 ws-pc-pick               pic x(8).
       77 ws-pc-new-status         pic x(10).
       77 ws-pc-old-status         pic x(10).
       77 ws-pc-in-period          pic x(10).
       77 ws-pc-in-status          pic x(10).
       77 ws-pc-slot               pic 9(3).

      *>****************************************************
      *> four-eyes release of held calc batch lines: the
      *> pending-approval file calc batch writes -
      *> "id|status|submitter|held-on|run|account|txn|
      *> amount|ccy|decided-by|decided-at|posted-on|line".
      *> the deciding operator must not be the submitter;
      *> a released line posts in the next calc batch
      *>****************************************************

       77 ws-pending-file          pic x(80)
                                    value "file-pending-approval".
       77 ws-pending-status        pic xx.
       01 ws-hold-table.
           03 ws-hold-line occurs 500 pic x(256).
       77 ws-hold-count            pic 9(3)  value 0.
       77 ws-hold-idx              pic 9(3).
       77 ws-hold-slot             pic 9(3).
       77 ws-hold-shown            pic 9(3).
       77 ws-hold-action           pic x(4).
       77 ws-hold-pick             pic x(16).
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
      *> calc formula library: "NAME|PARAM,PARAM|expression|
      *> effective|changed-by|changed-at", one record per
      *> version. a change is a new version appended with
      *> its effective date and the operator who made it;
      *> nothing is overwritten, so the version any posted
      *> line used is still on file. senior role only
      *>****************************************************

       77 ws-formula-file          pic x(80)
                                    value "calc-formulas".
       77 ws-formula-status        pic xx.
       77 ws-fl-action             pic x(4).
       77 ws-fl-name               pic x(20).
       77 ws-fl-params             pic x(60).
       77 ws-fl-expr               pic x(80).
       77 ws-fl-eff                pic x(10).
       77 ws-fl-name-in            pic x(20).
       77 ws-fl-eff-in             pic x(10).
       77 ws-fl-skip               pic x(80).
       77 ws-fl-prior-eff          pic x(8).
       77 ws-fl-bad-count          pic 99.
       77 ws-fl-count              pic 9(3).

      *>****************************************************
      *> sensor-owner billing disputes: "id|status|owner|
      *> period|readings|amount|reason|raised-by|raised-at|
      *> decided-by|decided-at|applied-period|credit". a
      *> dispute is raised OPEN by any role above enquiry
      *> against a billed period, for a count of readings
      *> (credited at the owner's rate) or a flat amount;
      *> a senior operator other than the raiser approves
      *> or rejects it. billing-extract credits APPROVED
      *> disputes on the owner's next invoice and marks
      *> them APPLIED
      *>****************************************************

       77 ws-dispute-file          pic x(80)
                                    value "file-billing-disputes".
       77 ws-dispute-status        pic xx.
       01 ws-dispute-table.
           03 ws-dispute-line occurs 500 pic x(256).
       77 ws-dispute-count         pic 9(3)  value 0.
       77 ws-dispute-idx           pic 9(3).
       77 ws-dispute-slot          pic 9(3).
       77 ws-dispute-shown         pic 9(3).
       77 ws-dp-action             pic x(4).
       77 ws-dp-pick               pic x(16).
       77 ws-dp-id                 pic x(15).
       77 ws-dp-status             pic x(10).
       77 ws-dp-owner              pic x(10).
       77 ws-dp-period             pic x(8).
       77 ws-dp-readings           pic x(12).
       77 ws-dp-amount             pic x(16).
       77 ws-dp-reason             pic x(60).
       77 ws-dp-raised-by          pic x(20).
       77 ws-dp-raised-at          pic x(14).
       77 ws-dp-by                 pic x(20).
       77 ws-dp-at                 pic x(14).
       77 ws-dp-applied            pic x(8).
       77 ws-dp-credit             pic x(16).
       77 ws-dp-bad-count          pic 99.

      *>****************************************************
      *> maintenance work orders: "id|status|ptr|site|
      *> source|raised-at|detail|assigned-to|sched-from|
      *> sched-to|completed-by|completed-at|note". the
      *> work-orders batch step raises them OPEN from drift,
      *> range-reject clusters and calibration due dates;
      *> technicians assign them (ASSIGNED), book the outage
      *> (SCHEDULED - the window goes onto the maintenance
      *> schedule as "WO <id> <source>") and close them
      *> (DONE) from here
      *>****************************************************

       77 ws-wo-file               pic x(80)
                                    value "file-work-orders".
       77 ws-wo-status             pic xx.
       01 ws-wo-table.
           03 ws-wo-line occurs 1000 pic x(256).
       77 ws-wo-count              pic 9(4)  value 0.
       77 ws-wo-idx                pic 9(4).
       77 ws-wo-slot               pic 9(4).
       77 ws-wo-shown              pic 9(4).
       77 ws-wo-action             pic x(4).
       77 ws-wo-pick               pic x(16).
       77 ws-wo-id                 pic x(10).
       77 ws-wo-state              pic x(10).
       77 ws-wo-ptr                pic x(6).
       77 ws-wo-site               pic x(5).
       77 ws-wo-source             pic x(6).
       77 ws-wo-raised-at          pic x(14).
       77 ws-wo-detail             pic x(60).
       77 ws-wo-assigned           pic x(20).
       77 ws-wo-from               pic x(10).
       77 ws-wo-to                 pic x(10).
       77 ws-wo-done-by            pic x(20).
       77 ws-wo-done-at            pic x(14).
       77 ws-wo-note               pic x(60).
       77 ws-wo-bad-count          pic 99.
       77 ws-wo-reason-key         pic x(14).

       77 ws-mnt-file              pic x(80)
                                    value "file-maintenance".
       77 ws-mnt-status            pic xx.
       01 ws-mnt-table.
           03 ws-mnt-line occurs 500 pic x(80).
       77 ws-mnt-count             pic 9(3)  value 0.
       77 ws-mnt-idx               pic 9(3).
       77 ws-mnt-skip              pic x(20).
       77 ws-mnt-reason            pic x(40).

      *>****************************************************
      *> reference code tables (ref-lookup's file):
      *> "table|code|short|long|active". codes are never
      *> deleted - records already on file still carry
      *> them - only retired (active N) and, if need be,
      *> brought back. changes are senior only
      *>****************************************************

       77 ws-ref-file              pic x(80)
                                    value "file-reference-codes".
       77 ws-ref-status            pic xx.
       77 ws-ref-new-file          pic x(84).
       77 ws-ref-new-status        pic xx.
       77 ws-ref-rename-rc         pic s9(9).
       77 ws-rc-action             pic x(4).
       77 ws-rc-table              pic x(20).
       77 ws-rc-code               pic x(20).
       77 ws-rc-short              pic x(40).
       77 ws-rc-long               pic x(80).
       77 ws-rc-active             pic x.
       77 ws-rc-table-in           pic x(20).
       77 ws-rc-code-in            pic x(20).
       77 ws-rc-short-in           pic x(20).
       77 ws-rc-long-in            pic x(60).
       77 ws-rc-active-in          pic x(5).
       77 ws-rc-found              pic x.
       77 ws-rc-count              pic 9(4).
       77 ws-rc-bad-count          pic 99.
       77 ws-rc-was                pic x(20).

       77 ws-audit-caller          pic x(20) value "CONSOLE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       procedure division.

       mainline.
           display " 13  run-params maintenance (senior)"
           display " 14  report spool: browse / reprint"
           display " 15  sensor master maintenance (senior)"
           display " 16  accounting period control"
           display " 17  four-eyes release of held calc lines"
           display " 18  calc formula library"
           display " 19  billing disputes"
           display " 20  maintenance work orders"
           display " 21  reference code tables"
           display " 22  scheduler: ran today / due next"
           display "  0  exit"
           display "choice: " with no advancing

                   move "./sensor-maint" to ws-command
                   call "SYSTEM" using ws-command

               when "16"
                   perform period-control-menu

               when "17"
                   perform held-lines-menu

               when "18"
                   perform formula-library-menu

               when "19"
                   perform billing-dispute-menu

               when "20"
                   perform work-order-menu

               when "21"
                   perform reference-code-menu

               when "22"
                   move "./scheduler -show" to ws-command
                   call "SYSTEM" using ws-command

               when "0"
                   set ws-is-done to true

               exit paragraph
           end-if

           perform load-runbooks

           display "id|status|code|caller|first|last|count|"
               "ack-by|ack-at|paged|paged-at|pages|closed-by|"
               "closed-at|severity|category|runbook-step"
           perform list-one-incident
               varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count
           .


      *>   an incident still being worked shows its runbook
      *>   under it; a closed one shows the step that
      *>   resolved it

       list-one-incident.

           display function trim(ws-inc-line(ws-incident-idx))
           perform split-incident-line

           if ws-if-status(1:1) = "C"
               if ws-if-step = spaces
                   display "    closed, no runbook step recorded"
               else
                   if ws-if-step = "0"
                       display "    closed, resolved outside the "
                           "runbook"
                   else
                       display "    closed, resolved by runbook step "
                           function trim(ws-if-step)
                   end-if
               end-if
           else
               perform show-runbook
           end-if
           .


           move spaces to ws-inc-id-pick
           accept ws-inc-id-pick

           perform load-runbooks

           move "0" to ws-inc-found
           perform show-picked-incident
               varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count
                   or ws-inc-found = "1"

           if ws-inc-found not = "1"
               display "console: no incident with id '"
                   function trim(ws-inc-id-pick) "'"
               exit paragraph
           end-if

           display "action (A acknowledge / C close): "
               with no advancing
           move spaces to ws-inc-action
               exit paragraph
           end-if

      *>   closing asks which runbook step resolved it, so
      *>   the procedures that actually work can be counted;
      *>   a code with no steps on file has nothing to ask

           move spaces to ws-rb-resolved
           if ws-inc-action = "C" and ws-rb-step-count > 0
               display "runbook step that resolved it "
                   "(0 if none did): " with no advancing
               move spaces to ws-rb-pick
               accept ws-rb-pick
               perform check-resolving-step
               if ws-rb-step-ok not = "1"
                   display "console: '" function trim(ws-rb-pick)
                       "' is not a step of this runbook, "
                       "incident not closed"
                   exit paragraph
               end-if
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
                   function trim(ws-inc-id-pick)
                   " marked " ws-inc-action " by "
                   function trim(ws-req-user)
               if ws-rb-resolved not = spaces
                   display "console: resolving runbook step "
                       function trim(ws-rb-resolved) " recorded"
               end-if
           else
               display "console: no incident with id '"
                   function trim(ws-inc-id-pick) "'"
           .


       show-picked-incident.

           perform split-incident-line

           if function trim(ws-if-id) =
                   function trim(ws-inc-id-pick)
               move "1" to ws-inc-found
               display function trim(ws-inc-line(ws-incident-idx))
               perform show-runbook
           end-if
           .


       check-resolving-step.

           move "0" to ws-rb-step-ok
           if function trim(ws-rb-pick) is not numeric
               exit paragraph
           end-if
           compute ws-rb-num = function numval(ws-rb-pick)
               on size error exit paragraph
           end-compute

           if ws-rb-num = 0
               move "1" to ws-rb-step-ok
           else
               perform match-one-step
                   varying ws-rb-step-idx from 1 by 1
                   until ws-rb-step-idx > ws-rb-step-count
                       or ws-rb-step-ok = "1"
           end-if

           if ws-rb-step-ok = "1"
               move ws-rb-num to ws-rb-step-edt
               move function trim(ws-rb-step-edt) to ws-rb-resolved
           end-if
           .


       match-one-step.

           if ws-rb-step-no(ws-rb-step-idx) = ws-rb-num
               move "1" to ws-rb-step-ok
           end-if
           .


       split-incident-line.

           move spaces to ws-if-id ws-if-status ws-if-code
               ws-if-caller ws-if-first ws-if-last ws-if-count
               ws-if-ack-op ws-if-ack-time ws-if-notified
               ws-if-notify-at ws-if-notices ws-if-close-op
               ws-if-close-at ws-if-severity ws-if-category
               ws-if-step
           unstring ws-inc-line(ws-incident-idx) delimited by "|"
               into ws-if-id ws-if-status ws-if-code
                    ws-if-caller ws-if-first ws-if-last
                    ws-if-count ws-if-ack-op ws-if-ack-time
                    ws-if-notified ws-if-notify-at ws-if-notices
                    ws-if-close-op ws-if-close-at ws-if-severity
                    ws-if-category ws-if-step
           end-unstring
           .


      *>****************************************************
      *> the runbook for the incident's code, or the
      *> general procedure when the code has none; the step
      *> numbers shown are kept for the close question
      *>****************************************************

       show-runbook.

           move zero to ws-rb-shown ws-rb-step-count

           move ws-if-code to ws-rb-norm-in
           perform normalise-runbook-code
           move ws-rb-norm-out to ws-rb-want
           perform show-one-runbook-line
               varying ws-runbook-idx from 1 by 1
               until ws-runbook-idx > ws-runbook-count

           if ws-rb-shown = 0
               move "*" to ws-rb-want
               perform show-one-runbook-line
                   varying ws-runbook-idx from 1 by 1
                   until ws-runbook-idx > ws-runbook-count
               if ws-rb-shown > 0
                   display "    (general procedure - no runbook for "
                       "code " function trim(ws-if-code) ")"
               end-if
           end-if

           if ws-rb-shown = 0
               display "    no runbook for code "
                   function trim(ws-if-code)
           end-if
           .


       show-one-runbook-line.

           move spaces to ws-rb-kind ws-rb-code-in ws-rb-text-1
                          ws-rb-text-2
           unstring ws-rb-line(ws-runbook-idx) delimited by "|"
               into ws-rb-kind ws-rb-code-in ws-rb-text-1
                    ws-rb-text-2
           end-unstring

           move ws-rb-code-in to ws-rb-norm-in
           perform normalise-runbook-code
           if ws-rb-norm-out not = ws-rb-want
               exit paragraph
           end-if

           add 1 to ws-rb-shown
           evaluate function upper-case(function trim(ws-rb-kind))
               when "TITLE"
                   display "    runbook " function trim(ws-rb-code-in)
                       " - " function trim(ws-rb-text-1)
               when "STEP"
                   display "      " function trim(ws-rb-text-1)
                       ". " function trim(ws-rb-text-2)
                   if function trim(ws-rb-text-1) is numeric
                       and ws-rb-step-count < 50
                       add 1 to ws-rb-step-count
                       compute ws-rb-step-no(ws-rb-step-count) =
                           function numval(ws-rb-text-1)
                   end-if
               when "RERUN"
                   display "      rerun: " function trim(ws-rb-text-1)
               when "CALL"
                   display "      call:  " function trim(ws-rb-text-1)
               when other
                   display "      " function trim(ws-rb-text-1)
           end-evaluate
           .


      *>   "4", "04" and "004" are the same error code

       normalise-runbook-code.

           move function upper-case(function trim(ws-rb-norm-in))
               to ws-rb-norm-out
           if function trim(ws-rb-norm-in) is numeric
               compute ws-rb-num = function numval(ws-rb-norm-in)
                   on size error exit paragraph
               end-compute
               move ws-rb-num to ws-rb-norm-out
           end-if
           .


       load-runbooks.

           move "RUNBOOKS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-runbook-file
           end-if

           move zero to ws-runbook-count

           open input runbook-file

           if ws-runbook-status not = "00"
               exit paragraph
           end-if

           read runbook-file
               at end continue
           end-read

           perform load-one-runbook-line
               until ws-runbook-status not = "00"

           close runbook-file
           .


       load-one-runbook-line.

           if runbook-file-rec not = spaces
               and runbook-file-rec(1:1) not = "#"
               if ws-runbook-count >= 500
                   display "console: HARD LIMIT - 500 runbook "
                       "lines, the rest of "
                       function trim(ws-runbook-file) " not loaded"
                   move "10" to ws-runbook-status
                   exit paragraph
               end-if
               add 1 to ws-runbook-count
               move runbook-file-rec to ws-rb-line(ws-runbook-count)
           end-if

           read runbook-file
               at end continue
           end-read
           .


       stamp-one-incident.

           perform split-incident-line

           if function trim(ws-if-id) not =
                   function trim(ws-inc-id-pick)
               exit paragraph

           move "1" to ws-inc-found

      *>   carry fields 3-7, the on-call paging fields and
      *>   the classification over unchanged; the status
      *>   takes the action. acknowledging stamps the
      *>   acknowledgment pair; closing stamps the close
      *>   pair and keeps the acknowledgment already on
      *>   record, so both response times stay measurable -
      *>   an incident closed without ever being
      *>   acknowledged counts as acknowledged at closure

           if ws-inc-action = "A" or ws-if-ack-time = spaces
               move ws-req-user to ws-if-ack-op
               move ws-inc-stamp to ws-if-ack-time
           end-if
           if ws-inc-action = "C"
               move ws-req-user to ws-if-close-op
               move ws-inc-stamp to ws-if-close-at
               move ws-rb-resolved to ws-if-step
           end-if

           move spaces to ws-inc-line(ws-incident-idx)
           string
               function trim(ws-if-id)         delimited by size
               "|"                             delimited by size
               function trim(ws-if-count)      delimited by size
               "|"                             delimited by size
               function trim(ws-if-ack-op)     delimited by size
               "|"                             delimited by size
               function trim(ws-if-ack-time)   delimited by size
               "|"                             delimited by size
               ws-if-notified(1:1)             delimited by size
               "|"                             delimited by size
               function trim(ws-if-notify-at)  delimited by size
               "|"                             delimited by size
               function trim(ws-if-notices)    delimited by size
               "|"                             delimited by size
               function trim(ws-if-close-op)   delimited by size
               "|"                             delimited by size
               function trim(ws-if-close-at)   delimited by size
               "|"                             delimited by size
               ws-if-severity(1:1)             delimited by size
               "|"                             delimited by size
               function trim(ws-if-category)   delimited by size
               "|"                             delimited by size
               function trim(ws-if-step)       delimited by size
               into ws-inc-line(ws-incident-idx)
           end-string
           .
           .


      *>****************************************************
      *> L lists every period on file; S moves a period on
      *> (OPEN to CLOSING to CLOSED) and needs more than the
      *> enquiry role; R reopens a CLOSING or CLOSED period
      *> and needs the senior role. a period not yet on the
      *> file counts as OPEN and is added on its first move
      *>****************************************************

       period-control-menu.

           display "period action (L list / S set status / "
               "R reopen): " with no advancing
           move spaces to ws-pc-action
           accept ws-pc-action
           move function upper-case(ws-pc-action(1:1))
               to ws-pc-action

           evaluate ws-pc-action(1:1)
               when "L"
                   perform list-periods
               when "S"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform change-period-status
               when "R"
                   if not ws-role-senior
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform change-period-status
               when other
                   display "console: action must be L, S or R"
           end-evaluate
           .


       load-periods.

           move "PERIOD_CONTROL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-period-file
           end-if

           move zero to ws-period-count

           open input period-control

           if ws-period-status not = "00"
               exit paragraph
           end-if

           read period-control
               at end continue
           end-read

           perform load-one-period
               until ws-period-status not = "00"
                   or ws-period-count >= 600

           close period-control
           .


       load-one-period.

           if period-control-rec not = spaces
               add 1 to ws-period-count
               move period-control-rec
                   to ws-period-line(ws-period-count)
           end-if

           read period-control
               at end continue
           end-read
           .


       list-periods.

           perform load-periods

           if ws-period-count = 0
               display "console: no periods on file - every "
                   "period is OPEN"
               exit paragraph
           end-if

           perform list-one-period
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count
           .


       list-one-period.

           display "  " function trim(ws-period-line(ws-period-idx))
           .


       change-period-status.

           display "period (yyyymm): " with no advancing
           move spaces to ws-pc-pick
           accept ws-pc-pick

           if ws-pc-pick(1:6) not numeric
               or ws-pc-pick(7:) not = spaces
               or ws-pc-pick(5:2) < "01"
               or ws-pc-pick(5:2) > "12"
               display "console: period must be yyyymm"
               exit paragraph
           end-if

           if ws-pc-action = "R"
               move "OPEN" to ws-pc-new-status
           else
               display "new status (CLOSING / CLOSED): "
                   with no advancing
               move spaces to ws-pc-new-status
               accept ws-pc-new-status
               move function upper-case(
                       function trim(ws-pc-new-status))
                   to ws-pc-new-status
               if ws-pc-new-status not = "CLOSING"
                   and ws-pc-new-status not = "CLOSED"
                   display "console: status must be CLOSING or "
                       "CLOSED"
                   exit paragraph
               end-if
           end-if

           perform load-periods

           move "OPEN" to ws-pc-old-status
           move zero to ws-pc-slot
           perform find-one-period
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count
                   or ws-pc-slot > 0

           if ws-pc-action = "R"
               if ws-pc-old-status = "OPEN"
                   display "console: period " ws-pc-pick(1:6)
                       " is already OPEN"
                   exit paragraph
               end-if
           else
               if ws-pc-old-status = ws-pc-new-status
                   display "console: period " ws-pc-pick(1:6)
                       " is already " function trim(ws-pc-new-status)
                   exit paragraph
               end-if
               if ws-pc-old-status = "CLOSED"
                   display "console: period " ws-pc-pick(1:6)
                       " is CLOSED - use R to reopen it"
                   exit paragraph
               end-if
           end-if

           if ws-pc-slot = 0
               if ws-period-count >= 600
                   display "console: period file full, "
                       ws-pc-pick(1:6) " not added"
                   exit paragraph
               end-if
               add 1 to ws-period-count
               move ws-period-count to ws-pc-slot
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           move spaces to ws-period-line(ws-pc-slot)
           string
               ws-pc-pick(1:6)                 delimited by size
               "|"                             delimited by size
               function trim(ws-pc-new-status) delimited by size
               "|"                             delimited by size
               function trim(ws-req-user)      delimited by size
               "|"                             delimited by size
               ws-req-date                     delimited by size
               ws-req-time(1:6)                delimited by size
               into ws-period-line(ws-pc-slot)
           end-string

           open output period-control
           if ws-period-status not = "00"
               display "console: cannot rewrite "
                   function trim(ws-period-file)
               exit paragraph
           end-if

           perform write-one-period
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count

           close period-control

           if ws-pc-action = "R"
               move "REOPEN" to ws-audit-event
           else
               move "PERIOD" to ws-audit-event
           end-if
           move spaces to ws-audit-detail
           string
               "period "                       delimited by size
               ws-pc-pick(1:6)                 delimited by size
               " "                             delimited by size
               function trim(ws-pc-old-status) delimited by size
               " -> "                          delimited by size
               function trim(ws-pc-new-status) delimited by size
               " by "                          delimited by size
               function trim(ws-req-user)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: period " ws-pc-pick(1:6) " now "
               function trim(ws-pc-new-status)
           .


       find-one-period.

           move spaces to ws-pc-in-period ws-pc-in-status
           unstring ws-period-line(ws-period-idx) delimited by "|"
               into ws-pc-in-period ws-pc-in-status
           end-unstring

           if ws-pc-in-period(1:6) = ws-pc-pick(1:6)
               move ws-period-idx to ws-pc-slot
               move function upper-case(
                       function trim(ws-pc-in-status))
                   to ws-pc-old-status
           end-if
           .


       write-one-period.

           write period-control-rec
               from ws-period-line(ws-period-idx)
           .


      *>****************************************************
      *> L lists the lines still waiting (PENDING) or
      *> released but not yet posted; R releases and X
      *> rejects one by hold id. deciding needs more than
      *> the enquiry role, and never the submitter's own
      *> identity - that is the whole point of the second
      *> pair of eyes
      *>****************************************************

       held-lines-menu.

           display "held lines action (L list / R release / "
               "X reject): " with no advancing
           move spaces to ws-hold-action
           accept ws-hold-action
           move function upper-case(ws-hold-action(1:1))
               to ws-hold-action

           evaluate ws-hold-action(1:1)
               when "L"
                   perform list-held-lines
               when "R"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform decide-held-line
               when "X"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform decide-held-line
               when other
                   display "console: action must be L, R or X"
           end-evaluate
           .


       load-held-lines.

           move "CALC_PENDING_APPROVAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-pending-file
           end-if

           move zero to ws-hold-count

           open input pending-approval

           if ws-pending-status not = "00"
               exit paragraph
           end-if

           read pending-approval
               at end continue
           end-read

           perform load-one-held-line
               until ws-pending-status not = "00"
                   or ws-hold-count >= 500

           close pending-approval
           .


       load-one-held-line.

           if pending-approval-rec not = spaces
               add 1 to ws-hold-count
               move pending-approval-rec
                   to ws-hold-line(ws-hold-count)
           end-if

           read pending-approval
               at end continue
           end-read
           .


       split-held-line.

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


       list-held-lines.

           perform load-held-lines

           move zero to ws-hold-shown
           perform list-one-held-line
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count

           if ws-hold-shown = 0
               display "console: no held lines awaiting a decision"
           end-if
           .


       list-one-held-line.

           perform split-held-line

           if ws-hd-status not = "PENDING"
               and ws-hd-status not = "RELEASED"
               exit paragraph
           end-if

           add 1 to ws-hold-shown
           display "  " ws-hd-id " " ws-hd-status(1:8)
               " held " ws-hd-held-on
               " by " function trim(ws-hd-submitter)
               " acct " function trim(ws-hd-acct)
               " txn " function trim(ws-hd-txn)
               " amount " function trim(ws-hd-amount)
               " " ws-hd-ccy
           display "      " function trim(ws-hd-line)
           .


       decide-held-line.

           display "hold id: " with no advancing
           move spaces to ws-hold-pick
           accept ws-hold-pick

           if ws-hold-pick = spaces
               exit paragraph
           end-if

           perform load-held-lines

           move zero to ws-hold-slot
           perform find-one-held-line
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count
                   or ws-hold-slot > 0

           if ws-hold-slot = 0
               display "console: no held line with id '"
                   function trim(ws-hold-pick) "'"
               exit paragraph
           end-if

           move ws-hold-slot to ws-hold-idx
           perform split-held-line

           if ws-hd-status not = "PENDING"
               display "console: line " function trim(ws-hd-id)
                   " is " function trim(ws-hd-status)
                   ", not awaiting a decision"
               exit paragraph
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           if function trim(ws-req-user) =
                   function trim(ws-hd-submitter)
               display "console: " function trim(ws-req-user)
                   " submitted this batch - a second operator "
                   "must decide it"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "own held line "            delimited by size
                   function trim(ws-hd-id)     delimited by size
                   " by "                      delimited by size
                   function trim(ws-req-user)  delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               exit paragraph
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           if ws-hold-action = "R"
               move "RELEASED" to ws-hd-status
               move "RELEASE" to ws-audit-event
           else
               move "REJECTED" to ws-hd-status
               move "REJECT" to ws-audit-event
           end-if
           move ws-req-user to ws-hd-by
           move spaces to ws-hd-at
           string
               ws-req-date                     delimited by size
               ws-req-time(1:6)                delimited by size
               into ws-hd-at
           end-string

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

           open output pending-approval
           if ws-pending-status not = "00"
               display "console: cannot rewrite "
                   function trim(ws-pending-file)
               exit paragraph
           end-if

           perform write-one-held-line
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count

           close pending-approval

           move spaces to ws-audit-detail
           string
               "held line "                    delimited by size
               function trim(ws-hd-id)         delimited by size
               " txn "                         delimited by size
               function trim(ws-hd-txn)        delimited by size
               " amount "                      delimited by size
               function trim(ws-hd-amount)     delimited by size
               " by "                          delimited by size
               function trim(ws-req-user)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: line " function trim(ws-hd-id) " "
               function trim(ws-hd-status) " by "
               function trim(ws-req-user)
           .


       find-one-held-line.

           if ws-hold-line(ws-hold-idx)(1:13) =
                   function trim(ws-hold-pick)
               move ws-hold-idx to ws-hold-slot
           end-if
           .


       write-one-held-line.

           write pending-approval-rec from ws-hold-line(ws-hold-idx)
           .


       browse-spool-catalog.

           move "REPORT_CATALOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-catalog-file
           end-if

           open input report-catalog

           if ws-catalog-status not = "00"
               display "console: no report catalog on "
                   function trim(ws-catalog-file)
               exit paragraph
           end-if

           display "report catalog "
               "(name|date|seq|file|pages|lines|step):"

           read report-catalog
               at end continue
           end-read

           perform list-one-catalog-line
               until ws-catalog-status not = "00"

           close report-catalog

           display "reprint - report name (blank to skip): "
               with no advancing
           move spaces to ws-rp-name
           accept ws-rp-name

           if ws-rp-name = spaces
               exit paragraph
           end-if

           display "reprint - date yyyymmdd: " with no advancing
           move spaces to ws-rp-date
           accept ws-rp-date

           perform find-spool-entry

           if ws-rp-found = "1"
               perform reprint-spool-file
           else
               display "console: no spooled generation of '"
                   function trim(ws-rp-name) "' for "
                   function trim(ws-rp-date)
           end-if
           .


       list-one-catalog-line.

           if report-catalog-rec not = spaces
               display "  " function trim(report-catalog-rec)
           end-if

           read report-catalog
               at end continue
           end-read
           .


      *>****************************************************
      *> the newest sequence for the name and date asked
      *> for wins - a rerun's copy over the failed first
      *> attempt's
      *>****************************************************

       find-spool-entry.

           move "0" to ws-rp-found
           move spaces to ws-spool-file

           open input report-catalog

           if ws-catalog-status not = "00"
               exit paragraph
           end-if

           read report-catalog
               at end continue
           end-read

           perform match-one-spool-entry
               until ws-catalog-status not = "00"

           close report-catalog
           .


       match-one-spool-entry.

           if report-catalog-rec not = spaces
               move spaces to ws-cat-name-in ws-cat-date-in
                              ws-cat-seq-in ws-cat-file-in
               unstring report-catalog-rec delimited by "|"
                   into ws-cat-name-in ws-cat-date-in
                        ws-cat-seq-in ws-cat-file-in
               end-unstring
               if function upper-case(function trim(ws-cat-name-in))
                   = function upper-case(function trim(ws-rp-name))
                   and ws-cat-date-in(1:8) = ws-rp-date(1:8)
                   move ws-cat-file-in to ws-spool-file
                   move "1" to ws-rp-found
               end-if
           end-if

           read report-catalog
               at end continue
           end-read
           .


       reprint-spool-file.

           open input spool-view

           if ws-spool-status not = "00"
               display "console: spool file "
                   function trim(ws-spool-file)
                   " is missing"
               exit paragraph
           end-if

           read spool-view
               at end continue
           end-read

           perform until ws-spool-status not = "00"
               display spool-view-rec(1:100)
               read spool-view
                   at end continue
               end-read
           end-perform

           close spool-view
           .


       view-stats-report.

           move "STATS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-stats-file
           end-if

           open input stats-view

           if ws-stats-status not = "00"
               display "console: no stats report on "
                   function trim(ws-stats-file)
               exit paragraph
           end-if

           read stats-view
               at end continue
           end-read

           perform until ws-stats-status not = "00"
               display stats-view-rec(1:100)
               read stats-view
                   at end continue
               end-read
           end-perform

           close stats-view
           .


      *>****************************************************
      *> L lists every version on the library; A adds a new
      *> version of a formula (or a first one) with the date
      *> it takes effect from. a version may not be dated
      *> before today - lines already posted were expanded
      *> with the version then in force and must stay
      *> reproducible
      *>****************************************************

       formula-library-menu.

           move "CALC_FORMULA_LIBRARY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-formula-file
           end-if

           display "formula action (L list / A add version): "
               with no advancing
           move spaces to ws-fl-action
           accept ws-fl-action
           move function upper-case(ws-fl-action(1:1))
               to ws-fl-action

           evaluate ws-fl-action(1:1)
               when "L"
                   perform list-formulas
               when "A"
                   if not ws-role-senior
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform add-formula-version
               when other
                   display "console: action must be L or A"
           end-evaluate
           .


       list-formulas.

           move zero to ws-fl-count

           open input formula-library

           if ws-formula-status not = "00"
               display "console: no formula library on file"
               exit paragraph
           end-if

           read formula-library
               at end continue
           end-read

           perform list-one-formula
               until ws-formula-status not = "00"

           close formula-library

           if ws-fl-count = 0
               display "console: formula library is empty"
           end-if
           .


       list-one-formula.

           if formula-library-rec not = spaces
               and formula-library-rec(1:1) not = "#"
               add 1 to ws-fl-count
               display "  " function trim(formula-library-rec)
           end-if

           read formula-library
               at end continue
           end-read
           .


       add-formula-version.

           display "formula name: " with no advancing
           move spaces to ws-fl-name
           accept ws-fl-name
           move function upper-case(function trim(ws-fl-name))
               to ws-fl-name

           move zero to ws-fl-bad-count
           inspect ws-fl-name tallying ws-fl-bad-count
               for all "|" all "(" all ")" all "," all "@"
           if ws-fl-name = spaces or ws-fl-bad-count > 0
               or ws-fl-name(17:) not = spaces
               display "console: name must be one word of up to "
                   "16 characters"
               exit paragraph
           end-if

           display "parameter names, comma separated: "
               with no advancing
           move spaces to ws-fl-params
           accept ws-fl-params
           move function upper-case(function trim(ws-fl-params))
               to ws-fl-params

           display "expression: " with no advancing
           move spaces to ws-fl-expr
           accept ws-fl-expr

           move zero to ws-fl-bad-count
           inspect ws-fl-params tallying ws-fl-bad-count
               for all "|"
           inspect ws-fl-expr tallying ws-fl-bad-count
               for all "|" all "@"
           if ws-fl-expr = spaces or ws-fl-bad-count > 0
               display "console: expression missing, or it "
                   "carries | or @"
               exit paragraph
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           display "effective date yyyymmdd (blank for today): "
               with no advancing
           move spaces to ws-fl-eff
           accept ws-fl-eff
           if ws-fl-eff = spaces
               move ws-req-date to ws-fl-eff
           end-if

           if ws-fl-eff(1:8) not numeric
               or ws-fl-eff(9:) not = spaces
               or ws-fl-eff(5:2) < "01" or ws-fl-eff(5:2) > "12"
               or ws-fl-eff(7:2) < "01" or ws-fl-eff(7:2) > "31"
               display "console: effective date must be yyyymmdd"
               exit paragraph
           end-if

           if ws-fl-eff(1:8) < ws-req-date
               display "console: a version cannot take effect "
                   "before today"
               exit paragraph
           end-if

           perform find-prior-formula

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           open extend formula-library
           if ws-formula-status = "35"
               open output formula-library
           end-if

           if ws-formula-status not = "00"
               display "console: cannot open "
                   function trim(ws-formula-file)
               exit paragraph
           end-if

           move spaces to formula-library-rec
           string
               function trim(ws-fl-name)   delimited by size
               "|"                         delimited by size
               function trim(ws-fl-params) delimited by size
               "|"                         delimited by size
               function trim(ws-fl-expr)   delimited by size
               "|"                         delimited by size
               ws-fl-eff(1:8)              delimited by size
               "|"                         delimited by size
               function trim(ws-req-user)  delimited by size
               "|"                         delimited by size
               ws-req-date                 delimited by size
               ws-req-time(1:6)            delimited by size
               into formula-library-rec
           end-string
           write formula-library-rec

           close formula-library

           move "FORMULA" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-fl-name)   delimited by size
               " eff "                     delimited by size
               ws-fl-eff(1:8)              delimited by size
               " (was "                    delimited by size
               ws-fl-prior-eff             delimited by size
               ") by "                     delimited by size
               function trim(ws-req-user)  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: formula " function trim(ws-fl-name)
               " version effective " ws-fl-eff(1:8) " recorded"
           .


      *>****************************************************
      *> the latest effective date already on file for the
      *> name goes into the audit entry, "none" for a new
      *> formula
      *>****************************************************

       find-prior-formula.

           move "none" to ws-fl-prior-eff

           open input formula-library

           if ws-formula-status not = "00"
               exit paragraph
           end-if

           read formula-library
               at end continue
           end-read

           perform test-prior-formula
               until ws-formula-status not = "00"

           close formula-library
           .


       test-prior-formula.

           if formula-library-rec not = spaces
               and formula-library-rec(1:1) not = "#"
               move spaces to ws-fl-name-in ws-fl-eff-in
               unstring formula-library-rec delimited by "|"
                   into ws-fl-name-in ws-fl-skip ws-fl-skip
                        ws-fl-eff-in
               end-unstring
               if function upper-case(function trim(ws-fl-name-in))
                       = ws-fl-name
                   and ws-fl-eff-in(1:8) numeric
                   if ws-fl-prior-eff = "none"
                       or ws-fl-eff-in(1:8) > ws-fl-prior-eff
                       move ws-fl-eff-in(1:8) to ws-fl-prior-eff
                   end-if
               end-if
           end-if

           read formula-library
               at end continue
           end-read
           .


      *>****************************************************
      *> L lists the disputes not yet applied; R raises one
      *> against a billed period; A approves and X rejects
      *> one by id. deciding is senior only and never the
      *> raiser's own dispute - the credit is money going
      *> back out of the door
      *>****************************************************

       billing-dispute-menu.

           move "BILLING_DISPUTES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-dispute-file
           end-if

           display "dispute action (L list / R raise / A approve / "
               "X reject): " with no advancing
           move spaces to ws-dp-action
           accept ws-dp-action
           move function upper-case(ws-dp-action(1:1))
               to ws-dp-action

           evaluate ws-dp-action(1:1)
               when "L"
                   perform list-disputes
               when "R"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform raise-dispute
               when "A"
                   if not ws-role-senior
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform decide-dispute
               when "X"
                   if not ws-role-senior
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform decide-dispute
               when other
                   display "console: action must be L, R, A or X"
           end-evaluate
           .


       load-disputes.

           move zero to ws-dispute-count

           open input billing-disputes

           if ws-dispute-status not = "00"
               exit paragraph
           end-if

           read billing-disputes
               at end continue
           end-read

           perform load-one-dispute
               until ws-dispute-status not = "00"
                   or ws-dispute-count >= 500

           close billing-disputes
           .


       load-one-dispute.

           if billing-disputes-rec not = spaces
               add 1 to ws-dispute-count
               move billing-disputes-rec
                   to ws-dispute-line(ws-dispute-count)
           end-if

           read billing-disputes
               at end continue
           end-read
           .


       split-dispute.

           move spaces to ws-dp-id ws-dp-status ws-dp-owner
               ws-dp-period ws-dp-readings ws-dp-amount
               ws-dp-reason ws-dp-raised-by ws-dp-raised-at
               ws-dp-by ws-dp-at ws-dp-applied ws-dp-credit
           unstring ws-dispute-line(ws-dispute-idx) delimited by "|"
               into ws-dp-id ws-dp-status ws-dp-owner
                    ws-dp-period ws-dp-readings ws-dp-amount
                    ws-dp-reason ws-dp-raised-by ws-dp-raised-at
                    ws-dp-by ws-dp-at ws-dp-applied ws-dp-credit
           end-unstring
           .


       list-disputes.

           perform load-disputes

           move zero to ws-dispute-shown
           perform list-one-dispute
               varying ws-dispute-idx from 1 by 1
               until ws-dispute-idx > ws-dispute-count

           if ws-dispute-shown = 0
               display "console: no billing disputes outstanding"
           end-if
           .


       list-one-dispute.

           if ws-dispute-line(ws-dispute-idx)(1:1) = "#"
               exit paragraph
           end-if

           perform split-dispute

           if ws-dp-status not = "OPEN"
               and ws-dp-status not = "APPROVED"
               exit paragraph
           end-if

           add 1 to ws-dispute-shown
           display "  " ws-dp-id " " ws-dp-status(1:8)
               " owner " function trim(ws-dp-owner)
               " period " function trim(ws-dp-period)
               " readings " function trim(ws-dp-readings)
               " amount " function trim(ws-dp-amount)
               " by " function trim(ws-dp-raised-by)
           display "      " function trim(ws-dp-reason)
           .


      *>****************************************************
      *> a dispute names the owner, the billed period and
      *> either the disputed readings count or a flat
      *> amount - not both - plus the reason finance will
      *> read on the credit note
      *>****************************************************

       raise-dispute.

           display "owner: " with no advancing
           move spaces to ws-dp-owner
           accept ws-dp-owner
           move function upper-case(function trim(ws-dp-owner))
               to ws-dp-owner

           if ws-dp-owner = spaces
               display "console: owner must be one word of up to "
                   "8 characters"
               exit paragraph
           end-if

           move zero to ws-dp-bad-count
           inspect ws-dp-owner(1:function length(
                   function trim(ws-dp-owner)))
               tallying ws-dp-bad-count for all "|" all " "
           if ws-dp-owner(9:) not = spaces
               or ws-dp-bad-count > 0
               display "console: owner must be one word of up to "
                   "8 characters"
               exit paragraph
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           display "billed period yyyymm: " with no advancing
           move spaces to ws-dp-period
           accept ws-dp-period
           if ws-dp-period(1:6) not numeric
               or ws-dp-period(7:) not = spaces
               or ws-dp-period(5:2) < "01"
               or ws-dp-period(5:2) > "12"
               or ws-dp-period(1:6) > ws-req-date(1:6)
               display "console: period must be a billed yyyymm"
               exit paragraph
           end-if

           display "disputed readings (blank for an amount): "
               with no advancing
           move spaces to ws-dp-readings
           accept ws-dp-readings
           move function trim(ws-dp-readings) to ws-dp-readings

           move spaces to ws-dp-amount
           if ws-dp-readings = spaces
               display "disputed amount: " with no advancing
               accept ws-dp-amount
               move function trim(ws-dp-amount) to ws-dp-amount
               if ws-dp-amount = spaces
                   or function test-numval(ws-dp-amount) not = 0
                   display "console: give a readings count or "
                       "an amount"
                   exit paragraph
               end-if
               if function numval(ws-dp-amount) not > 0
                   display "console: amount must be above zero"
                   exit paragraph
               end-if
           else
               if ws-dp-readings(1:function length(
                       function trim(ws-dp-readings))) not numeric
                   or ws-dp-readings(10:) not = spaces
                   or function numval(ws-dp-readings) = 0
                   display "console: readings must be a count "
                       "above zero"
                   exit paragraph
               end-if
           end-if

           display "reason: " with no advancing
           move spaces to ws-dp-reason
           accept ws-dp-reason

           move zero to ws-dp-bad-count
           inspect ws-dp-reason tallying ws-dp-bad-count
               for all "|"
           if ws-dp-reason = spaces or ws-dp-bad-count > 0
               display "console: reason missing, or it carries |"
               exit paragraph
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           move spaces to ws-dp-id
           string
               "D"                         delimited by size
               ws-req-date                 delimited by size
               ws-req-time(1:6)            delimited by size
               into ws-dp-id
           end-string

           open extend billing-disputes
           if ws-dispute-status = "35"
               open output billing-disputes
           end-if

           if ws-dispute-status not = "00"
               display "console: cannot open "
                   function trim(ws-dispute-file)
               exit paragraph
           end-if

           move spaces to billing-disputes-rec
           string
               ws-dp-id                    delimited by size
               "|OPEN|"                    delimited by size
               function trim(ws-dp-owner)  delimited by size
               "|"                         delimited by size
               ws-dp-period(1:6)           delimited by size
               "|"                         delimited by size
               function trim(ws-dp-readings)
                                           delimited by size
               "|"                         delimited by size
               function trim(ws-dp-amount) delimited by size
               "|"                         delimited by size
               function trim(ws-dp-reason) delimited by size
               "|"                         delimited by size
               function trim(ws-req-user)  delimited by size
               "|"                         delimited by size
               ws-req-date                 delimited by size
               ws-req-time(1:6)            delimited by size
               "||||"                      delimited by size
               into billing-disputes-rec
           end-string
           write billing-disputes-rec

           close billing-disputes

           move "DISPUTE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               ws-dp-id                    delimited by size
               " raised owner "            delimited by size
               function trim(ws-dp-owner)  delimited by size
               " period "                  delimited by size
               ws-dp-period(1:6)           delimited by size
               " by "                      delimited by size
               function trim(ws-req-user)  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: dispute " ws-dp-id " raised, awaiting "
               "a senior decision"
           .


       decide-dispute.

           display "dispute id: " with no advancing
           move spaces to ws-dp-pick
           accept ws-dp-pick

           if ws-dp-pick = spaces
               exit paragraph
           end-if

           perform load-disputes

           move zero to ws-dispute-slot
           perform find-one-dispute
               varying ws-dispute-idx from 1 by 1
               until ws-dispute-idx > ws-dispute-count
                   or ws-dispute-slot > 0

           if ws-dispute-slot = 0
               display "console: no dispute with id '"
                   function trim(ws-dp-pick) "'"
               exit paragraph
           end-if

           move ws-dispute-slot to ws-dispute-idx
           perform split-dispute

           if ws-dp-status not = "OPEN"
               display "console: dispute " function trim(ws-dp-id)
                   " is " function trim(ws-dp-status)
                   ", not awaiting a decision"
               exit paragraph
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           if function trim(ws-req-user) =
                   function trim(ws-dp-raised-by)
               display "console: " function trim(ws-req-user)
                   " raised this dispute - a second operator "
                   "must decide it"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "own dispute "              delimited by size
                   function trim(ws-dp-id)     delimited by size
                   " by "                      delimited by size
                   function trim(ws-req-user)  delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               exit paragraph
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           if ws-dp-action = "A"
               move "APPROVED" to ws-dp-status
           else
               move "REJECTED" to ws-dp-status
           end-if
           move ws-req-user to ws-dp-by
           move spaces to ws-dp-at
           string
               ws-req-date                     delimited by size
               ws-req-time(1:6)                delimited by size
               into ws-dp-at
           end-string

           move spaces to ws-dispute-line(ws-dispute-idx)
           string
               function trim(ws-dp-id)         delimited by size
               "|"                             delimited by size
               function trim(ws-dp-status)     delimited by size
               "|"                             delimited by size
               function trim(ws-dp-owner)      delimited by size
               "|"                             delimited by size
               function trim(ws-dp-period)     delimited by size
               "|"                             delimited by size
               function trim(ws-dp-readings)   delimited by size
               "|"                             delimited by size
               function trim(ws-dp-amount)     delimited by size
               "|"                             delimited by size
               function trim(ws-dp-reason)     delimited by size
               "|"                             delimited by size
               function trim(ws-dp-raised-by)  delimited by size
               "|"                             delimited by size
               function trim(ws-dp-raised-at)  delimited by size
               "|"                             delimited by size
               function trim(ws-dp-by)         delimited by size
               "|"                             delimited by size
               function trim(ws-dp-at)         delimited by size
               "||"                            delimited by size
               into ws-dispute-line(ws-dispute-idx)
           end-string

           open output billing-disputes
           if ws-dispute-status not = "00"
               display "console: cannot rewrite "
                   function trim(ws-dispute-file)
               exit paragraph
           end-if

           perform write-one-dispute
               varying ws-dispute-idx from 1 by 1
               until ws-dispute-idx > ws-dispute-count

           close billing-disputes

           move "DISPUTE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-dp-id)         delimited by size
               " "                             delimited by size
               function trim(ws-dp-status)     delimited by size
               " owner "                       delimited by size
               function trim(ws-dp-owner)      delimited by size
               " by "                          delimited by size
               function trim(ws-req-user)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: dispute " function trim(ws-dp-id) " "
               function trim(ws-dp-status) " by "
               function trim(ws-req-user)
           .


       find-one-dispute.

           if ws-dispute-line(ws-dispute-idx)(1:15) =
                   function trim(ws-dp-pick)
               move ws-dispute-idx to ws-dispute-slot
           end-if
           .


       write-one-dispute.

           write billing-disputes-rec
               from ws-dispute-line(ws-dispute-idx)
           .


      *>****************************************************
      *> L lists the orders not yet DONE; A assigns one to
      *> a technician, S books its outage window and C
      *> closes it with a note. enquiry may only look
      *>****************************************************

       work-order-menu.

           move "WORK_ORDERS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-wo-file
           end-if

           move "MAINTENANCE_SCHEDULE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-mnt-file
           end-if

           display "work order action (L list / A assign / "
               "S schedule / C complete): " with no advancing
           move spaces to ws-wo-action
           accept ws-wo-action
           move function upper-case(ws-wo-action(1:1))
               to ws-wo-action

           evaluate ws-wo-action(1:1)
               when "L"
                   perform list-work-orders
               when "A"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform update-work-order
               when "S"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform update-work-order
               when "C"
                   if ws-role-enquiry
                       perform refuse-choice
                       exit paragraph
                   end-if
                   perform update-work-order
               when other
                   display "console: action must be L, A, S or C"
           end-evaluate
           .


       load-work-orders.

           move zero to ws-wo-count

           open input work-orders

           if ws-wo-status not = "00"
               exit paragraph
           end-if

           read work-orders
               at end continue
           end-read

           perform load-one-work-order
               until ws-wo-status not = "00"
                   or ws-wo-count >= 1000

           close work-orders
           .


       load-one-work-order.

           if work-orders-rec not = spaces
               add 1 to ws-wo-count
               move work-orders-rec to ws-wo-line(ws-wo-count)
           end-if

           read work-orders
               at end continue
           end-read
           .


       split-work-order.

           move spaces to ws-wo-id ws-wo-state ws-wo-ptr
               ws-wo-site ws-wo-source ws-wo-raised-at
               ws-wo-detail ws-wo-assigned ws-wo-from ws-wo-to
               ws-wo-done-by ws-wo-done-at ws-wo-note
           unstring ws-wo-line(ws-wo-idx) delimited by "|"
               into ws-wo-id ws-wo-state ws-wo-ptr
                    ws-wo-site ws-wo-source ws-wo-raised-at
                    ws-wo-detail ws-wo-assigned ws-wo-from
                    ws-wo-to ws-wo-done-by ws-wo-done-at
                    ws-wo-note
           end-unstring
           .


       list-work-orders.

           perform load-work-orders

           move zero to ws-wo-shown
           perform list-one-work-order
               varying ws-wo-idx from 1 by 1
               until ws-wo-idx > ws-wo-count

           if ws-wo-shown = 0
               display "console: no work orders outstanding"
           end-if
           .


       list-one-work-order.

           if ws-wo-line(ws-wo-idx)(1:1) = "#"
               exit paragraph
           end-if

           perform split-work-order

           if ws-wo-state = "DONE"
               exit paragraph
           end-if

           add 1 to ws-wo-shown
           display "  " ws-wo-id " " ws-wo-state
               " ptr " function trim(ws-wo-ptr)
               "/" function trim(ws-wo-site)
               " " ws-wo-source
               " raised " ws-wo-raised-at(1:8)
           display "      " function trim(ws-wo-detail)
           if ws-wo-assigned not = spaces
               display "      technician "
                   function trim(ws-wo-assigned)
                   " window " function trim(ws-wo-from)
                   " - " function trim(ws-wo-to)
           end-if
           .


      *>****************************************************
      *> one order by id, any state short of DONE; an order
      *> must have a technician before its window is booked.
      *> the line is rebuilt in the table and the whole file
      *> written back, the way the dispute file is
      *>****************************************************

       update-work-order.

           display "work order id: " with no advancing
           move spaces to ws-wo-pick
           accept ws-wo-pick
           move function upper-case(ws-wo-pick) to ws-wo-pick

           if ws-wo-pick = spaces
               exit paragraph
           end-if

           perform load-work-orders

           move zero to ws-wo-slot
           perform find-one-work-order
               varying ws-wo-idx from 1 by 1
               until ws-wo-idx > ws-wo-count
                   or ws-wo-slot > 0

           if ws-wo-slot = 0
               display "console: no work order with id '"
                   function trim(ws-wo-pick) "'"
               exit paragraph
           end-if

           move ws-wo-slot to ws-wo-idx
           perform split-work-order

           if ws-wo-state = "DONE"
               display "console: work order " function trim(ws-wo-id)
                   " is already DONE"
               exit paragraph
           end-if

           move spaces to ws-req-user
           if ws-operator-id not = spaces
               move ws-operator-id to ws-req-user
           else
               accept ws-req-user from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-req-user = spaces
               move "operator" to ws-req-user
           end-if

           accept ws-req-date from date yyyymmdd
           accept ws-req-time from time

           evaluate ws-wo-action(1:1)
               when "A"
                   perform assign-work-order
               when "S"
                   perform schedule-work-order
               when "C"
                   perform complete-work-order
           end-evaluate

           if ws-wo-slot = 0
               exit paragraph
           end-if

           move spaces to ws-wo-line(ws-wo-idx)
           string
               function trim(ws-wo-id)         delimited by size
               "|"                             delimited by size
               function trim(ws-wo-state)      delimited by size
               "|"                             delimited by size
               function trim(ws-wo-ptr)        delimited by size
               "|"                             delimited by size
               ws-wo-site(1:3)                 delimited by size
               "|"                             delimited by size
               function trim(ws-wo-source)     delimited by size
               "|"                             delimited by size
               function trim(ws-wo-raised-at)  delimited by size
               "|"                             delimited by size
               function trim(ws-wo-detail)     delimited by size
               "|"                             delimited by size
               function trim(ws-wo-assigned)   delimited by size
               "|"                             delimited by size
               function trim(ws-wo-from)       delimited by size
               "|"                             delimited by size
               function trim(ws-wo-to)         delimited by size
               "|"                             delimited by size
               function trim(ws-wo-done-by)    delimited by size
               "|"                             delimited by size
               function trim(ws-wo-done-at)    delimited by size
               "|"                             delimited by size
               function trim(ws-wo-note)       delimited by size
               into ws-wo-line(ws-wo-idx)
           end-string

           open output work-orders
           if ws-wo-status not = "00"
               display "console: cannot rewrite "
                   function trim(ws-wo-file)
               exit paragraph
           end-if

           perform write-one-work-order
               varying ws-wo-idx from 1 by 1
               until ws-wo-idx > ws-wo-count

           close work-orders

           move "WORKORDER" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-wo-id)         delimited by size
               " "                             delimited by size
               function trim(ws-wo-state)      delimited by size
               " ptr "                         delimited by size
               function trim(ws-wo-ptr)        delimited by size
               " by "                          delimited by size
               function trim(ws-req-user)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: work order " function trim(ws-wo-id)
               " " function trim(ws-wo-state) " by "
               function trim(ws-req-user)
           .


      *>****************************************************
      *> reassigning keeps a booked window booked - the
      *> outage does not move because the name did
      *>****************************************************

       assign-work-order.

           display "technician: " with no advancing
           move spaces to ws-wo-assigned
           accept ws-wo-assigned
           move function trim(ws-wo-assigned) to ws-wo-assigned

           move zero to ws-wo-bad-count
           inspect ws-wo-assigned tallying ws-wo-bad-count
               for all "|"
           if ws-wo-assigned = spaces or ws-wo-bad-count > 0
               display "console: technician missing, or it "
                   "carries |"
               move zero to ws-wo-slot
               exit paragraph
           end-if

           if ws-wo-state not = "SCHEDULED"
               move "ASSIGNED" to ws-wo-state
           end-if
           .


      *>****************************************************
      *> the outage window goes onto the maintenance
      *> schedule interro1, status-board and billing read,
      *> replacing any window booked earlier for the same
      *> order, so a rescheduled job never leaves its old
      *> dates silencing the sensor
      *>****************************************************

       schedule-work-order.

           if ws-wo-state = "OPEN"
               display "console: assign work order "
                   function trim(ws-wo-id)
                   " to a technician first"
               move zero to ws-wo-slot
               exit paragraph
           end-if

           display "outage from yyyymmdd: " with no advancing
           move spaces to ws-wo-from
           accept ws-wo-from
           display "outage to yyyymmdd: " with no advancing
           move spaces to ws-wo-to
           accept ws-wo-to

           if ws-wo-from(1:8) not numeric
               or ws-wo-from(9:) not = spaces
               or ws-wo-to(1:8) not numeric
               or ws-wo-to(9:) not = spaces
               display "console: dates must be yyyymmdd"
               move zero to ws-wo-slot
               exit paragraph
           end-if

           if function test-date-yyyymmdd(
                   function numval(ws-wo-from(1:8))) not = 0
               or function test-date-yyyymmdd(
                   function numval(ws-wo-to(1:8))) not = 0
               or ws-wo-to(1:8) < ws-wo-from(1:8)
               or ws-wo-to(1:8) < ws-req-date
               display "console: window must be real dates, in "
                   "order, not wholly past"
               move zero to ws-wo-slot
               exit paragraph
           end-if

           perform load-maint-schedule

           move spaces to ws-wo-reason-key
           string
               "WO "                           delimited by size
               function trim(ws-wo-id)         delimited by size
               into ws-wo-reason-key
           end-string

           open output maint-schedule
           if ws-mnt-status not = "00"
               display "console: cannot rewrite "
                   function trim(ws-mnt-file)
               move zero to ws-wo-slot
               exit paragraph
           end-if

           perform write-one-maint-line
               varying ws-mnt-idx from 1 by 1
               until ws-mnt-idx > ws-mnt-count

           move spaces to maint-schedule-rec
           string
               function trim(ws-wo-ptr)        delimited by size
               "|"                             delimited by size
               ws-wo-from(1:8)                 delimited by size
               "|"                             delimited by size
               ws-wo-to(1:8)                   delimited by size
               "|"                             delimited by size
               function trim(ws-wo-reason-key) delimited by size
               " "                             delimited by size
               function trim(ws-wo-source)     delimited by size
               "|"                             delimited by size
               ws-wo-site(1:3)                 delimited by size
               into maint-schedule-rec
           end-string
           write maint-schedule-rec

           close maint-schedule

           move "SCHEDULED" to ws-wo-state
           .


       load-maint-schedule.

           move zero to ws-mnt-count

           open input maint-schedule

           if ws-mnt-status not = "00"
               exit paragraph
           end-if

           read maint-schedule
               at end continue
           end-read

           perform load-one-maint-line
               until ws-mnt-status not = "00"
                   or ws-mnt-count >= 500

           close maint-schedule
           .


       load-one-maint-line.

           if maint-schedule-rec not = spaces
               add 1 to ws-mnt-count
               move maint-schedule-rec to ws-mnt-line(ws-mnt-count)
           end-if

           read maint-schedule
               at end continue
           end-read
           .


       write-one-maint-line.

           move spaces to ws-mnt-reason
           unstring ws-mnt-line(ws-mnt-idx) delimited by "|"
               into ws-mnt-skip ws-mnt-skip ws-mnt-skip
                    ws-mnt-reason
           end-unstring

           if ws-mnt-line(ws-mnt-idx)(1:1) not = "#"
               and ws-mnt-reason(1:function length(
                   function trim(ws-wo-reason-key))) =
                   function trim(ws-wo-reason-key)
               and ws-mnt-reason(function length(
                   function trim(ws-wo-reason-key)) + 1:1)
                   = space
               exit paragraph
           end-if

           write maint-schedule-rec from ws-mnt-line(ws-mnt-idx)
           .


       complete-work-order.

           display "completion note: " with no advancing
           move spaces to ws-wo-note
           accept ws-wo-note

           move zero to ws-wo-bad-count
           inspect ws-wo-note tallying ws-wo-bad-count
               for all "|"
           if ws-wo-note = spaces or ws-wo-bad-count > 0
               display "console: note missing, or it carries |"
               move zero to ws-wo-slot
               exit paragraph
           end-if

           move "DONE" to ws-wo-state
           move ws-req-user to ws-wo-done-by
           move spaces to ws-wo-done-at
           string
               ws-req-date                     delimited by size
               ws-req-time(1:6)                delimited by size
               into ws-wo-done-at
           end-string
           .


       find-one-work-order.

           if ws-wo-line(ws-wo-idx)(1:1) not = "#"
               and ws-wo-line(ws-wo-idx)(1:8) =
                   function trim(ws-wo-pick)
               and ws-wo-line(ws-wo-idx)(9:1) = "|"
               move ws-wo-idx to ws-wo-slot
           end-if
           .


       write-one-work-order.

           write work-orders-rec from ws-wo-line(ws-wo-idx)
           .


      *>****************************************************
      *> L lists a table (blank for every table); A adds a
      *> code; C changes a code's descriptions; D retires
      *> a code and R brings a retired one back. every
      *> change is one line on the audit journal with the
      *> old and new meaning, so "when did code X start
      *> meaning Y" has an answer
      *>****************************************************

       reference-code-menu.

           move "REFERENCE_CODES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ref-file
           end-if

           display "reference action (L list / A add / C change "
               "/ D retire / R reinstate): " with no advancing
           move spaces to ws-rc-action
           accept ws-rc-action
           move function upper-case(ws-rc-action(1:1))
               to ws-rc-action

           if ws-rc-action(1:1) not = "L"
               and not ws-role-senior
               perform refuse-choice
               exit paragraph
           end-if

           evaluate ws-rc-action(1:1)
               when "L"
                   perform list-reference-codes
               when "A"
                   perform add-reference-code
               when "C"
                   perform change-reference-code
               when "D"
                   move "N" to ws-rc-active
                   perform set-reference-active
               when "R"
                   move "Y" to ws-rc-active
                   perform set-reference-active
               when other
                   display "console: action must be L, A, C, D or R"
           end-evaluate
           .


       list-reference-codes.

           display "table (blank for all): " with no advancing
           move spaces to ws-rc-table
           accept ws-rc-table
           move function upper-case(function trim(ws-rc-table))
               to ws-rc-table

           move zero to ws-rc-count

           open input reference-codes

           if ws-ref-status not = "00"
               display "console: no reference codes on file"
               exit paragraph
           end-if

           read reference-codes
               at end continue
           end-read

           perform list-one-reference-code
               until ws-ref-status not = "00"

           close reference-codes

           if ws-rc-count = 0
               display "console: no codes to show"
           end-if
           .


       list-one-reference-code.

           if reference-codes-rec not = spaces
               and reference-codes-rec(1:1) not = "#"
               perform split-reference-code
               if ws-rc-table = spaces
                   or ws-rc-table-in = ws-rc-table
                   add 1 to ws-rc-count
                   if ws-rc-active-in(1:1) = "N"
                       display "  " ws-rc-table-in(1:16) " "
                           ws-rc-code-in(1:10) " "
                           ws-rc-short-in " (retired)"
                   else
                       display "  " ws-rc-table-in(1:16) " "
                           ws-rc-code-in(1:10) " "
                           ws-rc-short-in
                   end-if
               end-if
           end-if

           read reference-codes
               at end continue
           end-read
           .


       split-reference-code.

           move spaces to ws-rc-table-in ws-rc-code-in
                          ws-rc-short-in ws-rc-long-in
                          ws-rc-active-in
           unstring reference-codes-rec delimited by "|"
               into ws-rc-table-in ws-rc-code-in ws-rc-short-in
                    ws-rc-long-in ws-rc-active-in
           end-unstring
           move function upper-case(function trim(ws-rc-table-in))
               to ws-rc-table-in
           move function trim(ws-rc-code-in) to ws-rc-code-in
           move function upper-case(ws-rc-active-in)
               to ws-rc-active-in
           .


      *>   table and code are prompted for by every change

       prompt-reference-key.

           display "table: " with no advancing
           move spaces to ws-rc-table
           accept ws-rc-table
           move function upper-case(function trim(ws-rc-table))
               to ws-rc-table

           display "code: " with no advancing
           move spaces to ws-rc-code
           accept ws-rc-code
           move function trim(ws-rc-code) to ws-rc-code

           move zero to ws-rc-bad-count
           inspect ws-rc-table tallying ws-rc-bad-count
               for all "|"
           inspect ws-rc-code tallying ws-rc-bad-count
               for all "|"
           if ws-rc-table = spaces or ws-rc-code = spaces
               or ws-rc-table(17:) not = spaces
               or ws-rc-code(11:) not = spaces
               or ws-rc-bad-count > 0
               display "console: table up to 16 characters, code "
                   "up to 10, neither with |"
               move spaces to ws-rc-table
           end-if
           .


      *>   descriptions, for an add or a change

       prompt-reference-text.

           display "short description (20): " with no advancing
           move spaces to ws-rc-short
           accept ws-rc-short

           display "long description (60): " with no advancing
           move spaces to ws-rc-long
           accept ws-rc-long

           move zero to ws-rc-bad-count
           inspect ws-rc-short tallying ws-rc-bad-count
               for all "|"
           inspect ws-rc-long tallying ws-rc-bad-count
               for all "|"
           if ws-rc-short = spaces or ws-rc-bad-count > 0
               or ws-rc-short(21:) not = spaces
               or ws-rc-long(61:) not = spaces
               display "console: short description required, "
                   "within 20 and 60 characters, without |"
               move spaces to ws-rc-short
           end-if
           .


       add-reference-code.

           perform prompt-reference-key
           if ws-rc-table = spaces
               exit paragraph
           end-if

           perform find-reference-code
           if ws-rc-found = "1"
               display "console: " function trim(ws-rc-table) " "
                   function trim(ws-rc-code) " already on file - "
                   "use C to change it"
               exit paragraph
           end-if

           perform prompt-reference-text
           if ws-rc-short = spaces
               exit paragraph
           end-if

           open extend reference-codes
           if ws-ref-status = "35"
               open output reference-codes
           end-if

           if ws-ref-status not = "00"
               display "console: cannot open "
                   function trim(ws-ref-file)
               exit paragraph
           end-if

           move spaces to reference-codes-rec
           string
               function trim(ws-rc-table)  delimited by size
               "|"                         delimited by size
               function trim(ws-rc-code)   delimited by size
               "|"                         delimited by size
               function trim(ws-rc-short)  delimited by size
               "|"                         delimited by size
               function trim(ws-rc-long)   delimited by size
               "|Y"                        delimited by size
               into reference-codes-rec
           end-string
           write reference-codes-rec

           close reference-codes

           move "REFCODE-ADD" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-rc-table)  delimited by size
               " "                         delimited by size
               function trim(ws-rc-code)   delimited by size
               " = "                       delimited by size
               function trim(ws-rc-short)  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "console: " function trim(ws-rc-table) " "
               function trim(ws-rc-code) " added"
           .


       find-reference-code.

           move "0" to ws-rc-found
           move spaces to ws-rc-was

           open input reference-codes

           if ws-ref-status not = "00"
               exit paragraph
           end-if

           read reference-codes
               at end continue
           end-read

           perform test-one-reference-code
               until ws-ref-status not = "00"

           close reference-codes
           .


       test-one-reference-code.

           if reference-codes-rec not = spaces
               and reference-codes-rec(1:1) not = "#"
               perform split-reference-code
               if ws-rc-table-in = ws-rc-table
                   and ws-rc-code-in = ws-rc-code
                   move "1" to ws-rc-found
                   move ws-rc-short-in to ws-rc-was
               end-if
           end-if

           read reference-codes
               at end continue
           end-read
           .


       change-reference-code.

           perform prompt-reference-key
           if ws-rc-table = spaces
               exit paragraph
           end-if

           perform find-reference-code
           if ws-rc-found not = "1"
               display "console: " function trim(ws-rc-table) " "
                   function trim(ws-rc-code) " is not on file"
               exit paragraph
           end-if

           display "now: " function trim(ws-rc-was)

           perform prompt-reference-text
           if ws-rc-short = spaces
               exit paragraph
           end-if

           move space to ws-rc-active
           perform rewrite-reference-codes

           move "REFCODE-CHG" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-rc-table)  delimited by size
               " "                         delimited by size
               function trim(ws-rc-code)   delimited by size
               " "                         delimited by size
               function trim(ws-rc-was)    delimited by size
               " -> "                      delimited by size
               function trim(ws-rc-short)  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


       set-reference-active.

           perform prompt-reference-key
           if ws-rc-table = spaces
               exit paragraph
           end-if

           perform find-reference-code
           if ws-rc-found not = "1"
               display "console: " function trim(ws-rc-table) " "
                   function trim(ws-rc-code) " is not on file"
               exit paragraph
           end-if

           move spaces to ws-rc-short ws-rc-long
           perform rewrite-reference-codes

           if ws-rc-active = "N"
               move "REFCODE-OFF" to ws-audit-event
           else
               move "REFCODE-ON" to ws-audit-event
           end-if
           move spaces to ws-audit-detail
           string
               function trim(ws-rc-table)  delimited by size
               " "                         delimited by size
               function trim(ws-rc-code)   delimited by size
               " "                         delimited by size
               function trim(ws-rc-was)    delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


      *>****************************************************
      *> the file is copied to a work copy with the one
      *> code's line rebuilt - new descriptions when
      *> ws-rc-short is set, the new flag when ws-rc-active
      *> is - then renamed over the original, comments and
      *> ordering untouched
      *>****************************************************

       rewrite-reference-codes.

           move spaces to ws-ref-new-file
           string
               function trim(ws-ref-file)  delimited by size
               ".new"                      delimited by size
               into ws-ref-new-file
           end-string

           open output reference-new
           if ws-ref-new-status not = "00"
               display "console: cannot open work copy"
               exit paragraph
           end-if

           open input reference-codes
           if ws-ref-status = "00"
               read reference-codes
                   at end continue
               end-read
               perform copy-one-reference-code
                   until ws-ref-status not = "00"
               close reference-codes
           end-if

           close reference-new

           call "CBL_RENAME_FILE" using ws-ref-new-file ws-ref-file
           move return-code to ws-ref-rename-rc
           move zero to return-code

           display "console: " function trim(ws-rc-table) " "
               function trim(ws-rc-code) " updated"
           .


       copy-one-reference-code.

           move spaces to ws-rc-table-in ws-rc-code-in
           if reference-codes-rec not = spaces
               and reference-codes-rec(1:1) not = "#"
               perform split-reference-code
           end-if

           if ws-rc-table-in = ws-rc-table
               and ws-rc-code-in = ws-rc-code
               if ws-rc-short not = spaces
                   move ws-rc-short to ws-rc-short-in
                   move ws-rc-long to ws-rc-long-in
               end-if
               if ws-rc-active not = space
                   move ws-rc-active to ws-rc-active-in
               end-if
               if ws-rc-active-in(1:1) not = "N"
                   move "Y" to ws-rc-active-in
               end-if
               move spaces to reference-new-rec
               string
                   function trim(ws-rc-table-in) delimited by size
                   "|"                       delimited by size
                   function trim(ws-rc-code-in) delimited by size
                   "|"                       delimited by size
                   function trim(ws-rc-short-in) delimited by size
                   "|"                       delimited by size
                   function trim(ws-rc-long-in) delimited by size
                   "|"                       delimited by size
                   ws-rc-active-in(1:1)      delimited by size
                   into reference-new-rec
               end-string
               write reference-new-rec
           else
               write reference-new-rec from reference-codes-rec
           end-if

           read reference-codes
               at end continue
           end-read
           .
