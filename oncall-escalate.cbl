       identification division.
       program-id. oncall-escalate.

      *>****************************************************
      *> on-call escalation, runnable repeatedly through
      *> the night (cron or a console launch) the way
      *> arrival-watch is: an incident error-handler opened
      *> and paged the primary about, and which nobody has
      *> acknowledged in the console within
      *> ONCALL_ACK_MINUTES (15) of the last page, is paged
      *> again one stage up - the backup, then the shift
      *> supervisor - through oncall-notify. the stage,
      *> time and count of notices are written back on the
      *> incident record itself; an open incident never
      *> paged at all (no rota at the time) gets its
      *> primary page here. acknowledging or closing the
      *> incident stops the chain. RETURN-CODE 4 when a
      *> page that was due could not be sent
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select open-incidents assign to dynamic
                   ws-incidents-file
               organization line sequential
               file status is ws-incidents-status.

       data division.

       file section.

       fd open-incidents.
       01 open-incidents-rec       pic x(200).

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
       77 ws-incidents-status      pic xx.
       77 ws-ack-minutes           pic 9(4)   value 15.
       77 ws-num-scrub             pic x(30).

       01 ws-incident-table.
           03 ws-inc-line occurs 100 pic x(200).
       77 ws-incident-count        pic 9(3)   value 0.
       77 ws-incident-idx          pic 9(3).

       77 ws-if-id                 pic x(8).
       77 ws-if-status             pic x(4).
       77 ws-if-code               pic x(6).
       77 ws-if-caller             pic x(20).
       77 ws-if-first              pic x(16).
       77 ws-if-last               pic x(16).
       77 ws-if-count              pic x(8).
       77 ws-if-ack-op             pic x(20).
       77 ws-if-ack-time           pic x(16).
       77 ws-if-notified           pic x(4).
       77 ws-if-notify-at          pic x(16).
       77 ws-if-notices            pic x(6).
       77 ws-if-rest               pic x(80).
       77 ws-bar-count             pic 99.
       77 ws-rest-start            pic 9(3).
       77 ws-char-idx              pic 9(3).

       77 ws-today                 pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-now-stamp             pic x(14).
       77 ws-now-minutes           pic 9(11).
       77 ws-since-stamp           pic x(14).
       77 ws-since-minutes         pic 9(11).
       77 ws-waited                pic s9(11).
       77 ws-waited-edt            pic z(5)9.
       77 ws-notices-num           pic 9(3).
       77 ws-summary-tail          pic x(50).

       77 ws-notify-id             pic 9(6).
       77 ws-notify-stage          pic x.
       77 ws-notify-summary        pic x(160).
       77 ws-notify-result         pic x.
       77 ws-notify-contact        pic x(20).

       77 ws-changed               pic x      value "0".
       77 ws-paged-count           pic 9(3)   value 0.
       77 ws-failed-count          pic 9(3)   value 0.

       procedure division.

       mainline.

           move "OPEN_INCIDENTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-incidents-file
           end-if

           move "ONCALL_ACK_MINUTES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-num-scrub
               call "scrub-numeric" using ws-num-scrub
               if ws-num-scrub not = spaces
                   compute ws-ack-minutes =
                           function numval(ws-num-scrub)
                       on size error continue
                   end-compute
               end-if
           end-if

           accept ws-today from date yyyymmdd
           accept ws-time from time
           move spaces to ws-now-stamp
           string
               ws-today        delimited by size
               ws-time(1:6)    delimited by size
               into ws-now-stamp
           end-string
           move ws-now-stamp to ws-since-stamp
           perform stamp-to-minutes
           move ws-since-minutes to ws-now-minutes

           perform load-incidents

           perform escalate-one-incident
               varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count

           if ws-changed = "1"
               perform rewrite-incidents
           end-if

           display "oncall-escalate: " ws-paged-count
               " page(s) sent, " ws-failed-count
               " due but not sent"

           if ws-failed-count > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if

           goback.


       load-incidents.

           move zero to ws-incident-count

           open input open-incidents

           if ws-incidents-status not = "00"
               exit paragraph
           end-if

           read open-incidents
               at end continue
           end-read

           perform load-one-incident
               until ws-incidents-status not = "00"
                   or ws-incident-count >= 100

           close open-incidents
           .


       load-one-incident.

           if open-incidents-rec not = spaces
               add 1 to ws-incident-count
               move open-incidents-rec
                   to ws-inc-line(ws-incident-count)
           end-if

           read open-incidents
               at end continue
           end-read
           .


      *>****************************************************
      *> only an open (status O) incident escalates; the
      *> wait runs from the last page, and the supervisor
      *> is the end of the line
      *>****************************************************

       escalate-one-incident.

           move spaces to ws-if-id ws-if-status ws-if-code
               ws-if-caller ws-if-first ws-if-last ws-if-count
               ws-if-ack-op ws-if-ack-time ws-if-notified
               ws-if-notify-at ws-if-notices ws-if-rest
           unstring ws-inc-line(ws-incident-idx) delimited by "|"
               into ws-if-id ws-if-status ws-if-code
                    ws-if-caller ws-if-first ws-if-last
                    ws-if-count ws-if-ack-op ws-if-ack-time
                    ws-if-notified ws-if-notify-at ws-if-notices
           end-unstring

      *>   whatever follows the paging fields (close pair,
      *>   classification) rides along untouched

           move spaces to ws-if-rest
           if ws-if-notices not = spaces
               perform find-rest-of-line
           end-if

           if ws-if-status(1:1) not = "O"
               or function trim(ws-if-id) is not numeric
               exit paragraph
           end-if

           evaluate ws-if-notified(1:1)
               when " "
                   move "P" to ws-notify-stage
               when "P"
                   move "B" to ws-notify-stage
               when "B"
                   move "S" to ws-notify-stage
               when other
                   exit paragraph
           end-evaluate

           move zero to ws-waited
           if ws-if-notified(1:1) not = " "
               move ws-if-notify-at(1:14) to ws-since-stamp
               if ws-since-stamp is not numeric
                   move ws-if-first(1:14) to ws-since-stamp
               end-if
               if ws-since-stamp is numeric
                   perform stamp-to-minutes
                   compute ws-waited =
                       ws-now-minutes - ws-since-minutes
               end-if
               if ws-waited < ws-ack-minutes
                   exit paragraph
               end-if
           end-if

           compute ws-notify-id = function numval(ws-if-id)
           move spaces to ws-summary-tail
           if ws-if-notified(1:1) not = " "
               move ws-waited to ws-waited-edt
               string
                   ", not acknowledged after " delimited by size
                   function trim(ws-waited-edt)
                                               delimited by size
                   " minutes"                  delimited by size
                   into ws-summary-tail
               end-string
           end-if

           move spaces to ws-notify-summary
           string
               "incident "                     delimited by size
               ws-notify-id                    delimited by size
               " "                             delimited by size
               function trim(ws-if-caller)     delimited by size
               " code "                        delimited by size
               function trim(ws-if-code)       delimited by size
               " open since "                  delimited by size
               function trim(ws-if-first)      delimited by size
               ", "                            delimited by size
               function trim(ws-if-count)      delimited by size
               " occurrence(s)"                delimited by size
               ws-summary-tail                 delimited by size
               into ws-notify-summary
           end-string

           call "oncall-notify" using ws-notify-id ws-notify-stage
                                      ws-notify-summary
                                      ws-notify-result
                                      ws-notify-contact
               on exception
                   display "oncall-escalate: oncall-notify "
                       "program not found"
                   move "1" to ws-notify-result
           end-call
           move zero to return-code

           if ws-notify-result not = "0"
               add 1 to ws-failed-count
               exit paragraph
           end-if

           add 1 to ws-paged-count
           move zero to ws-notices-num
           if function trim(ws-if-notices) is numeric
               compute ws-notices-num = function numval(ws-if-notices)
           end-if
           add 1 to ws-notices-num

           move spaces to ws-inc-line(ws-incident-idx)
           string
               function trim(ws-if-id)         delimited by size
               "|"                             delimited by size
               ws-if-status(1:1)               delimited by size
               "|"                             delimited by size
               function trim(ws-if-code)       delimited by size
               "|"                             delimited by size
               function trim(ws-if-caller)     delimited by size
               "|"                             delimited by size
               function trim(ws-if-first)      delimited by size
               "|"                             delimited by size
               function trim(ws-if-last)       delimited by size
               "|"                             delimited by size
               function trim(ws-if-count)      delimited by size
               "|"                             delimited by size
               function trim(ws-if-ack-op)     delimited by size
               "|"                             delimited by size
               function trim(ws-if-ack-time)   delimited by size
               "|"                             delimited by size
               ws-notify-stage                 delimited by size
               "|"                             delimited by size
               ws-now-stamp                    delimited by size
               "|"                             delimited by size
               ws-notices-num                  delimited by size
               function trim(ws-if-rest trailing)
                                               delimited by size
               into ws-inc-line(ws-incident-idx)
           end-string
           move "1" to ws-changed
           .


       find-rest-of-line.

           move zero to ws-bar-count ws-rest-start
           perform count-one-bar
               varying ws-char-idx from 1 by 1
               until ws-char-idx > 200
                   or ws-rest-start > 0

           if ws-rest-start > 0
               move ws-inc-line(ws-incident-idx)(ws-rest-start:)
                   to ws-if-rest
           end-if
           .


       count-one-bar.

           if ws-inc-line(ws-incident-idx)(ws-char-idx:1) = "|"
               add 1 to ws-bar-count
               if ws-bar-count = 12
                   move ws-char-idx to ws-rest-start
               end-if
           end-if
           .


       stamp-to-minutes.

           compute ws-since-minutes =
               function integer-of-date(
                   function numval(ws-since-stamp(1:8))) * 1440
               + function numval(ws-since-stamp(9:2)) * 60
               + function numval(ws-since-stamp(11:2))
           .


       rewrite-incidents.

           open output open-incidents

           if ws-incidents-status not = "00"
               display "oncall-escalate: cannot rewrite "
                   function trim(ws-incidents-file)
               move 1 to ws-failed-count
               exit paragraph
           end-if

           perform write-one-incident
               varying ws-incident-idx from 1 by 1
               until ws-incident-idx > ws-incident-count

           close open-incidents
           .


       write-one-incident.

           write open-incidents-rec from ws-inc-line(ws-incident-idx)
           .
