       01 severity-overrides-rec   pic x(60).

       fd open-incidents.
       01 open-incidents-rec       pic x(200).

       working-storage section.

           05 filler pic x(16) value "102INPUT       W".
           05 filler pic x(16) value "103INPUT       W".
           05 filler pic x(16) value "104INPUT       W".
           05 filler pic x(16) value "105INPUT       W".
           05 filler pic x(16) value "106INPUT       W".
           05 filler pic x(16) value "107INPUT       W".
           05 filler pic x(16) value "108INPUT       W".
           05 filler pic x(16) value "109INPUT       W".
           05 filler pic x(16) value "110INPUT       W".
           05 filler pic x(16) value "201COMPUTE     C".
           05 filler pic x(16) value "202COMPUTE     C".
           05 filler pic x(16) value "203COMPUTE     C".
           05 filler pic x(16) value "403ARRIVAL     C".
           05 filler pic x(16) value "405REJECT      C".
           05 filler pic x(16) value "404SENSOR      C".
           05 filler pic x(16) value "406APPROVAL    C".
           05 filler pic x(16) value "501BUDGET      W".
           05 filler pic x(16) value "502DEADLINE    W".

       01 ws-error-code-table redefines ws-error-code-values.
           05 wec-entry occurs 30 times indexed by wec-idx.
               10 wec-code       pic 9(3).
               10 wec-category   pic x(12).
               10 wec-severity   pic x(1).
      *> open unacknowledged ones at cycle start.
      *>
      *> record: id|status|code|caller|first|last|count|
      *>         ack-operator|ack-time|notified|notify-time|
      *>         notices|close-operator|close-time|severity|
      *>         category|runbook-step
      *> status O open, A acknowledged, C closed; severity
      *> and category are the condition's as classified
      *> when the incident opened, so the response-time
      *> report groups by them; runbook-step is the step of
      *> the code's runbook the closing operator says
      *> resolved it (0 none of them); notified
      *> is the on-call stage last paged (P primary, B
      *> backup, S supervisor, blank none yet). a newly
      *> opened incident pages the primary through
      *> oncall-notify; oncall-escalate takes it further
      *> while nobody acknowledges
      *>****************************************************

       77 ws-incidents-file        pic x(80)
               05 ws-inc-count     pic 9(6).
               05 ws-inc-ack-op    pic x(20).
               05 ws-inc-ack-time  pic x(14).
               05 ws-inc-notified  pic x.
               05 ws-inc-notify-at pic x(14).
               05 ws-inc-notices   pic 9(3).
               05 ws-inc-close-op  pic x(20).
               05 ws-inc-close-at  pic x(14).
               05 ws-inc-severity  pic x.
               05 ws-inc-category  pic x(12).
               05 ws-inc-step      pic x(4).
       77 ws-incident-count        pic 9(3)   value 0.
       77 ws-incident-idx          pic 9(3).
       77 ws-inc-match             pic 9(3).
       77 ws-inc-count-in          pic x(8).
       77 ws-inc-ack-op-in         pic x(20).
       77 ws-inc-ack-time-in       pic x(16).
       77 ws-inc-notified-in       pic x(4).
       77 ws-inc-notify-at-in      pic x(16).
       77 ws-inc-notices-in        pic x(6).
       77 ws-inc-close-op-in       pic x(20).
       77 ws-inc-close-at-in       pic x(16).
       77 ws-inc-severity-in       pic x(4).
       77 ws-inc-category-in       pic x(12).
       77 ws-inc-step-in           pic x(4).
       77 ws-notify-id             pic 9(6).
       77 ws-notify-stage          pic x.
       77 ws-notify-summary        pic x(160).
       77 ws-notify-result         pic x.
       77 ws-notify-contact        pic x(20).
       77 ws-inc-caller-tag        pic x(20).
       77 ws-run-id                pic x(11).

                   to ws-inc-ack-op(ws-incident-count)
               move spaces
                   to ws-inc-ack-time(ws-incident-count)
               move spaces
                   to ws-inc-notified(ws-incident-count)
                      ws-inc-notify-at(ws-incident-count)
               move zero to ws-inc-notices(ws-incident-count)
               move spaces
                   to ws-inc-close-op(ws-incident-count)
                      ws-inc-close-at(ws-incident-count)
               move ws-severity
                   to ws-inc-severity(ws-incident-count)
               if ws-severity = space
                   move "C" to ws-inc-severity(ws-incident-count)
               end-if
               move ws-category
                   to ws-inc-category(ws-incident-count)
               if ws-category = spaces
                   move "UNCLASSIFIED"
                       to ws-inc-category(ws-incident-count)
               end-if
               move spaces to ws-inc-step(ws-incident-count)
               move ws-incident-count to ws-inc-match
           end-if

           if ws-inc-status(ws-inc-match) = "O"
               and ws-inc-notified(ws-inc-match) = spaces
               perform notify-on-call
           end-if

           perform rewrite-incidents
           .


      *>****************************************************
      *> first page for an open incident nobody has been
      *> told about yet; a repeat of the same condition
      *> attaches to the incident and does not page again
      *>****************************************************

       notify-on-call.

           move ws-inc-id(ws-inc-match) to ws-notify-id
           move "P" to ws-notify-stage
           move ws-log-line to ws-notify-summary

           call "oncall-notify" using ws-notify-id ws-notify-stage
                                      ws-notify-summary
                                      ws-notify-result
                                      ws-notify-contact
               on exception
                   move "1" to ws-notify-result
           end-call
           move zero to return-code

           if ws-notify-result = "0"
               move ws-notify-stage to ws-inc-notified(ws-inc-match)
               move ws-inc-now to ws-inc-notify-at(ws-inc-match)
               add 1 to ws-inc-notices(ws-inc-match)
           end-if
           .


       load-incidents.

           move "OPEN_INCIDENTS" to ws-param-key
               move spaces to ws-inc-id-in ws-inc-status-in
                   ws-inc-code-in ws-inc-caller-in ws-inc-first-in
                   ws-inc-last-in ws-inc-count-in ws-inc-ack-op-in
                   ws-inc-ack-time-in ws-inc-notified-in
                   ws-inc-notify-at-in ws-inc-notices-in
                   ws-inc-close-op-in ws-inc-close-at-in
                   ws-inc-severity-in ws-inc-category-in
                   ws-inc-step-in
               unstring open-incidents-rec delimited by "|"
                   into ws-inc-id-in ws-inc-status-in
                        ws-inc-code-in ws-inc-caller-in
                        ws-inc-first-in ws-inc-last-in
                        ws-inc-count-in ws-inc-ack-op-in
                        ws-inc-ack-time-in ws-inc-notified-in
                        ws-inc-notify-at-in ws-inc-notices-in
                        ws-inc-close-op-in ws-inc-close-at-in
                        ws-inc-severity-in ws-inc-category-in
                        ws-inc-step-in
               end-unstring

               if function trim(ws-inc-id-in) is numeric
                       to ws-inc-ack-op(ws-incident-count)
                   move ws-inc-ack-time-in(1:14)
                       to ws-inc-ack-time(ws-incident-count)
                   move ws-inc-notified-in(1:1)
                       to ws-inc-notified(ws-incident-count)
                   move ws-inc-notify-at-in(1:14)
                       to ws-inc-notify-at(ws-incident-count)
                   if function trim(ws-inc-notices-in) is numeric
                       compute ws-inc-notices(ws-incident-count) =
                           function numval(ws-inc-notices-in)
                   else
                       move zero to ws-inc-notices(ws-incident-count)
                   end-if
                   move ws-inc-close-op-in
                       to ws-inc-close-op(ws-incident-count)
                   move ws-inc-close-at-in(1:14)
                       to ws-inc-close-at(ws-incident-count)
                   move ws-inc-severity-in(1:1)
                       to ws-inc-severity(ws-incident-count)
                   move ws-inc-category-in
                       to ws-inc-category(ws-incident-count)
                   move ws-inc-step-in
                       to ws-inc-step(ws-incident-count)
                   if ws-inc-id(ws-incident-count) > ws-inc-max-id
                       move ws-inc-id(ws-incident-count)
                           to ws-inc-max-id
                                                   delimited by size
               "|"                                 delimited by size
               ws-inc-ack-time(ws-incident-idx)    delimited by size
               "|"                                 delimited by size
               ws-inc-notified(ws-incident-idx)    delimited by size
               "|"                                 delimited by size
               ws-inc-notify-at(ws-incident-idx)   delimited by size
               "|"                                 delimited by size
               ws-inc-notices(ws-incident-idx)     delimited by size
               "|"                                 delimited by size
               function trim(ws-inc-close-op(ws-incident-idx))
                                                   delimited by size
               "|"                                 delimited by size
               ws-inc-close-at(ws-incident-idx)    delimited by size
               "|"                                 delimited by size
               ws-inc-severity(ws-incident-idx)    delimited by size
               "|"                                 delimited by size
               function trim(ws-inc-category(ws-incident-idx))
                                                   delimited by size
               "|"                                 delimited by size
               function trim(ws-inc-step(ws-incident-idx))
                                                   delimited by size
               into open-incidents-rec
           end-string
           write open-incidents-rec
