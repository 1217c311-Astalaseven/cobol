       identification division.
       program-id. oncall-notify.

      *>****************************************************
      *> pages the on-call contact about a critical
      *> incident: the rota (ONCALL_ROTA) says who holds
      *> each shift on each date -
      *>   SHIFT|name|start-hhmm|end-hhmm
      *>   ROTA|yyyymmdd|shift|primary|backup|supervisor
      *>   CONTACT|name|channel|address
      *> a shift whose end is before its start runs past
      *> midnight, so 03:00 belongs to the night shift of
      *> the date before; a ROTA date of * is the standing
      *> entry for a shift no dated line covers, and with
      *> no SHIFT lines at all the day's line serves the
      *> whole day. the notice is a formatted record
      *> dropped in the outbox directory (NOTIFY_OUTBOX)
      *> the mail/SMS gateway picks up - written under a
      *> .tmp name and renamed to .msg, so the gateway
      *> never sends half a message - and every notice
      *> sent is written against its incident in the
      *> notice log (NOTIFY_LOG)
      *>   incident|sent|stage|contact|channel|address|
      *>   outbox file
      *> and on the audit journal. the rota is loaded on
      *> the first call, cal-curve fashion.
      *>
      *>   CALL "oncall-notify" USING incident stage
      *>                              summary result contact
      *>
      *> stage P primary, B backup, S supervisor: a stage
      *> with nobody on the rota falls through to the next
      *> one, and stage comes back as the one actually
      *> paged. result "0" sent, "1" nobody to page, "2"
      *> the outbox could not be written
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select rota-file assign to dynamic ws-rota-file
               organization line sequential
               file status is ws-rota-status.
           select notice-out assign to dynamic ws-notice-tmp
               organization line sequential
               file status is ws-notice-status.
           select notice-log assign to dynamic ws-notice-log-file
               organization line sequential
               file status is ws-notice-log-status.

       data division.

       file section.

       fd rota-file.
       01 rota-file-rec            pic x(160).

       fd notice-out.
       01 notice-out-rec           pic x(200).

       fd notice-log.
       01 notice-log-rec           pic x(200).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-rota-file             pic x(80)
                                    value "file-oncall-rota".
       77 ws-rota-status           pic xx.
       77 ws-outbox-dir            pic x(80)  value "outbox".
       77 ws-notice-tmp            pic x(120).
       77 ws-notice-msg            pic x(120).
       77 ws-notice-status         pic xx.
       77 ws-notice-log-file       pic x(80)
                                    value "file-incident-notices".
       77 ws-notice-log-status     pic xx.
       77 ws-rota-loaded           pic x      value "0".
           88 ws-is-rota-loaded               value "1".
       77 ws-ack-minutes           pic 9(4)   value 15.
       77 ws-num-scrub             pic x(30).

       77 ws-rf-kind               pic x(10).
       77 ws-rf-f2                 pic x(20).
       77 ws-rf-f3                 pic x(20).
       77 ws-rf-f4                 pic x(60).
       77 ws-rf-f5                 pic x(20).
       77 ws-rf-f6                 pic x(20).

       01 ws-shift-table.
           03 ws-shift-entry occurs 10.
               05 ws-sh-name       pic x(10).
               05 ws-sh-start      pic 9(4).
               05 ws-sh-end        pic 9(4).
       77 ws-shift-count           pic 99     value 0.
       77 ws-shift-idx             pic 99.

       01 ws-rota-table.
           03 ws-rota-entry occurs 400.
               05 ws-ro-date       pic x(8).
               05 ws-ro-shift      pic x(10).
               05 ws-ro-primary    pic x(20).
               05 ws-ro-backup     pic x(20).
               05 ws-ro-super      pic x(20).
       77 ws-rota-count            pic 9(3)   value 0.
       77 ws-rota-idx              pic 9(3).
       77 ws-rota-hit              pic 9(3).

       01 ws-contact-table.
           03 ws-contact-entry occurs 100.
               05 ws-ct-name       pic x(20).
               05 ws-ct-channel    pic x(5).
               05 ws-ct-address    pic x(60).
       77 ws-contact-count         pic 9(3)   value 0.
       77 ws-contact-idx           pic 9(3).
       77 ws-contact-hit           pic 9(3).

       77 ws-today                 pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-now-hhmm              pic 9(4).
       77 ws-yesterday             pic 9(8).
       77 ws-day-int               pic 9(8).
       77 ws-rota-date             pic x(8).
       77 ws-want-date             pic x(8).
       77 ws-want-shift            pic x(10).
       77 ws-on-shift              pic x(10).

       77 ws-stage                 pic x.
       77 ws-stage-name            pic x(10).
       77 ws-contact               pic x(20).
       77 ws-channel               pic x(5).
       77 ws-address               pic x(60).
       77 ws-stamp                 pic x(14).
       77 ws-ack-edt               pic zzz9.
       77 ws-rename-rc             pic s9(9).
       77 ws-dir-rc                pic s9(9).

       77 ws-audit-caller          pic x(20)  value "ONCALL-NOTIFY".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       linkage section.

       77 ls-incident-id           pic 9(6).
       77 ls-stage                 pic x.
       77 ls-summary               pic x(160).
       77 ls-result                pic x.
       77 ls-contact               pic x(20).

       procedure division using ls-incident-id ls-stage ls-summary
                                 ls-result ls-contact.

       mainline.

           if not ws-is-rota-loaded
               perform load-settings
               perform load-rota
               set ws-is-rota-loaded to true
           end-if

           move spaces to ls-contact
           move "1" to ls-result

           accept ws-today from date yyyymmdd
           accept ws-time from time
           move ws-time(1:4) to ws-now-hhmm
           move spaces to ws-stamp
           string
               ws-today        delimited by size
               ws-time(1:6)    delimited by size
               into ws-stamp
           end-string

           perform find-rota-entry

           if ws-rota-hit = 0
               display "oncall-notify: no rota entry covers "
                   ws-today " " ws-now-hhmm " - incident "
                   ls-incident-id " not notified"
               move "NOTIFY-FAIL" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "incident "                 delimited by size
                   ls-incident-id              delimited by size
                   " no rota entry on shift"   delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                                       ws-audit-event
                                       ws-audit-detail
               goback
           end-if

           move ls-stage to ws-stage
           move spaces to ws-contact
           perform try-one-stage
               until ws-contact not = spaces
                   or ws-stage = "X"

           if ws-contact = spaces
               display "oncall-notify: nobody on the rota from "
                   "stage " ls-stage " on - incident "
                   ls-incident-id " not notified"
               move "NOTIFY-FAIL" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "incident "                 delimited by size
                   ls-incident-id              delimited by size
                   " nobody on rota from stage "
                                               delimited by size
                   ls-stage                    delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                                       ws-audit-event
                                       ws-audit-detail
               goback
           end-if

           perform find-contact-route
           perform write-notice

           if ws-notice-status not = "00" or ws-rename-rc not = 0
               display "oncall-notify: cannot write the notice "
                   "for incident " ls-incident-id " to "
                   function trim(ws-outbox-dir)
               move "2" to ls-result
               goback
           end-if

           perform log-notice

           move ws-stage to ls-stage
           move ws-contact to ls-contact
           move "0" to ls-result

           goback.


       load-settings.

           move "ONCALL_ROTA" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-rota-file
           end-if

           move "NOTIFY_OUTBOX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-outbox-dir
           end-if

           move "NOTIFY_LOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-notice-log-file
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
           .


       load-rota.

           move zero to ws-shift-count ws-rota-count ws-contact-count

           open input rota-file

           if ws-rota-status not = "00"
               display "oncall-notify: no on-call rota on "
                   function trim(ws-rota-file)
               exit paragraph
           end-if

           read rota-file
               at end continue
           end-read

           perform load-one-rota-line
               until ws-rota-status not = "00"

           close rota-file
           .


       load-one-rota-line.

           if rota-file-rec not = spaces
               and rota-file-rec(1:1) not = "#"
               move spaces to ws-rf-kind ws-rf-f2 ws-rf-f3
                              ws-rf-f4 ws-rf-f5 ws-rf-f6
               unstring rota-file-rec delimited by "|"
                   into ws-rf-kind ws-rf-f2 ws-rf-f3 ws-rf-f4
                        ws-rf-f5 ws-rf-f6
               end-unstring
               evaluate function upper-case(function trim(ws-rf-kind))
                   when "SHIFT"
                       perform add-shift
                   when "ROTA"
                       perform add-rota
                   when "CONTACT"
                       perform add-contact
                   when other
                       display "oncall-notify: unrecognised rota "
                           "line " function trim(rota-file-rec)
               end-evaluate
           end-if

           read rota-file
               at end continue
           end-read
           .


       add-shift.

           if ws-shift-count >= 10
               display "oncall-notify: HARD LIMIT - 10 shifts, "
                   function trim(ws-rf-f2) " not loaded"
               exit paragraph
           end-if

           if function trim(ws-rf-f3) is not numeric
               or function trim(ws-rf-f4) is not numeric
               display "oncall-notify: shift "
                   function trim(ws-rf-f2)
                   " needs hhmm start and end - skipped"
               exit paragraph
           end-if

           add 1 to ws-shift-count
           move function upper-case(function trim(ws-rf-f2))
               to ws-sh-name(ws-shift-count)
           compute ws-sh-start(ws-shift-count) =
               function numval(ws-rf-f3)
           compute ws-sh-end(ws-shift-count) =
               function numval(ws-rf-f4)
           .


       add-rota.

           if ws-rota-count >= 400
               display "oncall-notify: HARD LIMIT - rota full at "
                   "400 lines, " function trim(ws-rf-f2) " "
                   function trim(ws-rf-f3) " not loaded"
               exit paragraph
           end-if

           add 1 to ws-rota-count
           move function trim(ws-rf-f2) to ws-ro-date(ws-rota-count)
           move function upper-case(function trim(ws-rf-f3))
               to ws-ro-shift(ws-rota-count)
           move function trim(ws-rf-f4)
               to ws-ro-primary(ws-rota-count)
           move function trim(ws-rf-f5)
               to ws-ro-backup(ws-rota-count)
           move function trim(ws-rf-f6)
               to ws-ro-super(ws-rota-count)
           .


       add-contact.

           if ws-contact-count >= 100
               display "oncall-notify: HARD LIMIT - 100 contacts, "
                   function trim(ws-rf-f2) " not loaded"
               exit paragraph
           end-if

           add 1 to ws-contact-count
           move function trim(ws-rf-f2)
               to ws-ct-name(ws-contact-count)
           move function upper-case(function trim(ws-rf-f3))
               to ws-ct-channel(ws-contact-count)
           move function trim(ws-rf-f4)
               to ws-ct-address(ws-contact-count)
           .


      *>****************************************************
      *> the shift the clock is in, and the date that
      *> shift started on; the dated rota line for it
      *> first, the standing * line after
      *>****************************************************

       find-rota-entry.

           move zero to ws-rota-hit
           compute ws-day-int = function integer-of-date(ws-today)
               - 1
           compute ws-yesterday = function date-of-integer(ws-day-int)

           if ws-shift-count = 0
               move spaces to ws-on-shift ws-want-shift
               move ws-today to ws-rota-date
               perform find-rota-line
               exit paragraph
           end-if

           perform test-one-shift
               varying ws-shift-idx from 1 by 1
               until ws-shift-idx > ws-shift-count
                   or ws-rota-hit > 0
           .


       test-one-shift.

           move spaces to ws-rota-date

           evaluate true
               when ws-sh-start(ws-shift-idx)
                       = ws-sh-end(ws-shift-idx)
                   move ws-today to ws-rota-date
               when ws-sh-start(ws-shift-idx)
                       < ws-sh-end(ws-shift-idx)
                   if ws-now-hhmm >= ws-sh-start(ws-shift-idx)
                       and ws-now-hhmm < ws-sh-end(ws-shift-idx)
                       move ws-today to ws-rota-date
                   end-if
               when ws-now-hhmm >= ws-sh-start(ws-shift-idx)
                   move ws-today to ws-rota-date
               when ws-now-hhmm < ws-sh-end(ws-shift-idx)
                   move ws-yesterday to ws-rota-date
           end-evaluate

           if ws-rota-date = spaces
               exit paragraph
           end-if

           move ws-sh-name(ws-shift-idx) to ws-want-shift
           move ws-want-shift to ws-on-shift
           perform find-rota-line
           .


       find-rota-line.

           move ws-rota-date to ws-want-date
           perform match-one-rota-line
               varying ws-rota-idx from 1 by 1
               until ws-rota-idx > ws-rota-count
                   or ws-rota-hit > 0

           if ws-rota-hit > 0
               exit paragraph
           end-if

           move "*" to ws-want-date
           perform match-one-rota-line
               varying ws-rota-idx from 1 by 1
               until ws-rota-idx > ws-rota-count
                   or ws-rota-hit > 0
           .


       match-one-rota-line.

           if ws-ro-date(ws-rota-idx) = ws-want-date
               and (ws-want-shift = spaces
                   or ws-ro-shift(ws-rota-idx) = ws-want-shift)
               move ws-rota-idx to ws-rota-hit
               if ws-want-shift = spaces
                   move ws-ro-shift(ws-rota-idx) to ws-on-shift
               end-if
           end-if
           .


       try-one-stage.

           evaluate ws-stage
               when "P"
                   move "primary" to ws-stage-name
                   move ws-ro-primary(ws-rota-hit) to ws-contact
                   if ws-contact = spaces
                       move "B" to ws-stage
                   end-if
               when "B"
                   move "backup" to ws-stage-name
                   move ws-ro-backup(ws-rota-hit) to ws-contact
                   if ws-contact = spaces
                       move "S" to ws-stage
                   end-if
               when "S"
                   move "supervisor" to ws-stage-name
                   move ws-ro-super(ws-rota-hit) to ws-contact
                   if ws-contact = spaces
                       move "X" to ws-stage
                   end-if
               when other
                   move "X" to ws-stage
           end-evaluate
           .


      *>   a name with no CONTACT line still gets its
      *>   notice, addressed by name for the gateway's own
      *>   directory to resolve - and the gap is said aloud

       find-contact-route.

           move zero to ws-contact-hit
           perform match-one-contact
               varying ws-contact-idx from 1 by 1
               until ws-contact-idx > ws-contact-count
                   or ws-contact-hit > 0

           if ws-contact-hit = 0
               display "oncall-notify: no CONTACT line for "
                   function trim(ws-contact)
                   " - notice addressed by name"
               move "MAIL" to ws-channel
               move ws-contact to ws-address
           else
               move ws-ct-channel(ws-contact-hit) to ws-channel
               move ws-ct-address(ws-contact-hit) to ws-address
           end-if
           .


       match-one-contact.

           if ws-ct-name(ws-contact-idx) = ws-contact
               move ws-contact-idx to ws-contact-hit
           end-if
           .


       write-notice.

           move zero to ws-rename-rc
           call "CBL_CREATE_DIR" using ws-outbox-dir
           move return-code to ws-dir-rc
           move zero to return-code

           move spaces to ws-notice-msg
           string
               function trim(ws-outbox-dir)    delimited by size
               "/notice."                      delimited by size
               ls-incident-id                  delimited by size
               "."                             delimited by size
               ws-stage                        delimited by size
               "."                             delimited by size
               ws-stamp                        delimited by size
               into ws-notice-msg
           end-string
           move spaces to ws-notice-tmp
           string
               function trim(ws-notice-msg)    delimited by size
               ".tmp"                          delimited by size
               into ws-notice-tmp
           end-string
           string
               ".msg"                          delimited by size
               into ws-notice-msg(function length(
                   function trim(ws-notice-msg)) + 1:)
           end-string

           open output notice-out

           if ws-notice-status not = "00"
               exit paragraph
           end-if

           move ws-ack-minutes to ws-ack-edt

           move spaces to notice-out-rec
           string
               "NOTICE   incident "            delimited by size
               ls-incident-id                  delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "CHANNEL  "                     delimited by size
               function trim(ws-channel)       delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "TO       "                     delimited by size
               function trim(ws-address)       delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "CONTACT  "                     delimited by size
               function trim(ws-contact)       delimited by size
               " ("                            delimited by size
               function trim(ws-stage-name)    delimited by size
               ", "                            delimited by size
               function trim(ws-on-shift)      delimited by size
               " shift of "                    delimited by size
               ws-rota-date                    delimited by size
               ")"                             delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "SENT     "                     delimited by size
               ws-today                        delimited by size
               " "                             delimited by size
               ws-time(1:6)                    delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           if ws-stage = "P"
               string
                   "SUBJECT  critical alert - incident "
                                               delimited by size
                   ls-incident-id              delimited by size
                   into notice-out-rec
               end-string
           else
               string
                   "SUBJECT  ESCALATED - incident "
                                               delimited by size
                   ls-incident-id              delimited by size
                   " not acknowledged"         delimited by size
                   into notice-out-rec
               end-string
           end-if
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "TEXT     "                     delimited by size
               function trim(ls-summary)       delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           move spaces to notice-out-rec
           string
               "ACK      console option 9, incident "
                                               delimited by size
               ls-incident-id                  delimited by size
               ", within "                     delimited by size
               function trim(ws-ack-edt)       delimited by size
               " minutes"                      delimited by size
               into notice-out-rec
           end-string
           write notice-out-rec

           close notice-out

           call "CBL_RENAME_FILE" using ws-notice-tmp ws-notice-msg
           move return-code to ws-rename-rc
           move zero to return-code
           .


       log-notice.

           open extend notice-log
           if ws-notice-log-status = "35"
               open output notice-log
           end-if

           if ws-notice-log-status = "00"
               move spaces to notice-log-rec
               string
                   ls-incident-id              delimited by size
                   "|"                         delimited by size
                   ws-stamp                    delimited by size
                   "|"                         delimited by size
                   ws-stage                    delimited by size
                   "|"                         delimited by size
                   function trim(ws-contact)   delimited by size
                   "|"                         delimited by size
                   function trim(ws-channel)   delimited by size
                   "|"                         delimited by size
                   function trim(ws-address)   delimited by size
                   "|"                         delimited by size
                   function trim(ws-notice-msg)
                                               delimited by size
                   into notice-log-rec
               end-string
               write notice-log-rec
               close notice-log
           else
               display "oncall-notify: cannot append to "
                   function trim(ws-notice-log-file)
           end-if

           move "NOTIFY" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "incident "                     delimited by size
               ls-incident-id                  delimited by size
               " "                             delimited by size
               function trim(ws-stage-name)    delimited by size
               " "                             delimited by size
               function trim(ws-contact)       delimited by size
               " by "                          delimited by size
               function trim(ws-channel)       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "oncall-notify: incident " ls-incident-id " - "
               function trim(ws-stage-name) " "
               function trim(ws-contact) " notified by "
               function trim(ws-channel)
           .
