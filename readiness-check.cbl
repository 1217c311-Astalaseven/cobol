       77 ws-degres-file           pic x(80) value "file-degres".
       77 ws-batch-in-file         pic x(80) value "calc-batch-in".
       77 ws-checkpoint-file       pic x(80) value "file-checkpoint".
       77 ws-rebuild-file          pic x(80)
                                    value "file-rebuild-state".
       77 ws-rebuild-word          pic x(12).
       77 ws-chain-result          pic x.
       77 ws-chain-where           pic x(100).
       77 ws-chain-checked         pic 9(7).
       77 ws-rebuild-date          pic x(8).
       77 ws-rebuild-time          pic x(6).
       77 ws-rebuild-as-of         pic x(8).

       77 ws-record-count          pic 9(9).
       77 ws-min-records           pic 9(9)  value 1.
       77 ws-note-text             pic x(100).
       77 ws-note-count            pic 99.

      *>****************************************************
      *> the delivery register promote-inbound keeps: the
      *> last sequence number accepted per interface, so
      *> the restarter can hold it against what upstream
      *> says it sent
      *>****************************************************

       77 ws-register-file         pic x(80)
                                    value "file-delivery-register".
       01 ws-reg-table.
           03 ws-reg-entry occurs 10.
               05 ws-reg-iface     pic x(20).
               05 ws-reg-seq       pic x(10).
               05 ws-reg-records   pic x(10).
               05 ws-reg-date      pic x(8).
       77 ws-reg-count             pic 99    value 0.
       77 ws-reg-idx               pic 99.
       77 ws-reg-hit               pic 99.
       77 ws-rg-iface              pic x(20).
       77 ws-rg-seq                pic x(10).
       77 ws-rg-records            pic x(10).
       77 ws-rg-fp                 pic x(20).
       77 ws-rg-date               pic x(8).
       77 ws-reg-records-edt       pic z(8)9.

       procedure division.

       mainline.
           perform check-degres-input
           perform check-batch-input
           perform check-checkpoint
           perform check-rebuild-state
           perform check-audit-chain
           perform check-open-incidents
           perform check-calibration-horizon
           perform report-arrivals
           perform report-delivery-register

           move spaces to ready-report-rec
           write ready-report-rec
               move ws-param-value to ws-checkpoint-file
           end-if

           move "REBUILD_STATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-rebuild-file
           end-if

           move "READINESS_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
           .


       report-delivery-register.

           move "DELIVERY_REGISTER" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-register-file
           end-if

           move ws-register-file to ws-probe-file
           move zero to ws-reg-count

           open input probe-file

           if ws-probe-status not = "00"
               exit paragraph
           end-if

           read probe-file
               at end continue
           end-read

           perform take-one-delivery
               until ws-probe-status not = "00"

           close probe-file

           perform report-one-interface-seq
               varying ws-reg-idx from 1 by 1
               until ws-reg-idx > ws-reg-count
           .


      *>****************************************************
      *> later lines win: the register is in promotion
      *> order, so the last line per interface is the last
      *> delivery accepted
      *>****************************************************

       take-one-delivery.

           if probe-file-rec not = spaces
               and probe-file-rec(1:1) not = "#"
               move spaces to ws-rg-iface ws-rg-seq ws-rg-records
                              ws-rg-fp ws-rg-date
               unstring probe-file-rec delimited by "|"
                   into ws-rg-iface ws-rg-seq ws-rg-records
                        ws-rg-fp ws-rg-date
               end-unstring

               move zero to ws-reg-hit
               perform find-one-interface
                   varying ws-reg-idx from 1 by 1
                   until ws-reg-idx > ws-reg-count
                       or ws-reg-hit > 0

               if ws-reg-hit = 0 and ws-reg-count < 10
                   add 1 to ws-reg-count
                   move ws-reg-count to ws-reg-hit
                   move ws-rg-iface to ws-reg-iface(ws-reg-hit)
               end-if

               if ws-reg-hit > 0
                   move ws-rg-seq to ws-reg-seq(ws-reg-hit)
                   move ws-rg-records to ws-reg-records(ws-reg-hit)
                   move ws-rg-date to ws-reg-date(ws-reg-hit)
               end-if
           end-if

           read probe-file
               at end continue
           end-read
           .


       find-one-interface.

           if ws-reg-iface(ws-reg-idx) = ws-rg-iface
               move ws-reg-idx to ws-reg-hit
           end-if
           .


       report-one-interface-seq.

           move zero to ws-reg-records-edt
           if ws-reg-records(ws-reg-idx)(1:9) numeric
               move ws-reg-records(ws-reg-idx)(1:9)
                   to ws-reg-records-edt
           end-if

           move spaces to ws-check-text
           if ws-reg-seq(ws-reg-idx) = spaces
               string
                   "OK    "                delimited by size
                   function trim(ws-reg-iface(ws-reg-idx))
                                           delimited by size
                   " last accepted delivery carried no sequence ("
                                           delimited by size
                   ws-reg-date(ws-reg-idx) delimited by size
                   ")"                     delimited by size
                   into ws-check-text
               end-string
           else
               string
                   "OK    "                delimited by size
                   function trim(ws-reg-iface(ws-reg-idx))
                                           delimited by size
                   " last sequence accepted "
                                           delimited by size
                   function trim(ws-reg-seq(ws-reg-idx))
                                           delimited by size
                   " ("                    delimited by size
                   function trim(ws-reg-records-edt)
                                           delimited by size
                   " record(s), promoted " delimited by size
                   ws-reg-date(ws-reg-idx) delimited by size
                   ")"                     delimited by size
                   into ws-check-text
               end-string
           end-if
           write ready-report-rec from ws-check-text
           .


       check-one-certificate.

           if probe-file-rec not = spaces

           write ready-report-rec from ws-check-text
           .


      *>****************************************************
      *> a disaster-recovery rebuild of the state files
      *> must have finished consistent (or been accepted)
      *> before the cycle starts from those files again;
      *> no rebuild on record is the normal case
      *>****************************************************

       check-rebuild-state.

           move ws-rebuild-file to ws-probe-file

           open input probe-file

           if ws-probe-status not = "00"
               move "OK    no state-file rebuild on record"
                   to ws-check-text
               write ready-report-rec from ws-check-text
               exit paragraph
           end-if

           move spaces to probe-file-rec
           read probe-file
               at end continue
           end-read

           close probe-file

           move spaces to ws-rebuild-word ws-rebuild-date
                          ws-rebuild-time ws-rebuild-as-of
           unstring probe-file-rec delimited by "|"
               into ws-rebuild-word ws-rebuild-date
                    ws-rebuild-time ws-rebuild-as-of
           end-unstring

           move spaces to ws-check-text
           evaluate ws-rebuild-word
               when "CONSISTENT"
               when "ACCEPTED"
                   string
                       "OK    state files rebuilt as of "
                                               delimited by size
                       ws-rebuild-as-of        delimited by size
                       ", "                    delimited by size
                       function trim(ws-rebuild-word)
                                               delimited by size
                       into ws-check-text
                   end-string
               when "IN-PROGRESS"
                   move
               "NO-GO state-file rebuild started but not finished"
                       to ws-check-text
                   set ws-is-no-go to true
               when other
                   string
                       "NO-GO state files rebuilt as of "
                                               delimited by size
                       ws-rebuild-as-of        delimited by size
                       " are "                 delimited by size
                       function trim(ws-rebuild-word)
                                               delimited by size
                       " - rebuild again or accept"
                                               delimited by size
                       into ws-check-text
                   end-string
                   set ws-is-no-go to true
           end-evaluate

           write ready-report-rec from ws-check-text
           .


      *>****************************************************
      *> the audit journal is the night's evidence; a
      *> journal whose chain of check values no longer
      *> holds has been edited, and the cycle does not add
      *> another night to it until that is explained
      *>****************************************************

       check-audit-chain.

           call "audit-chain" using ws-chain-result ws-chain-where
                                     ws-chain-checked

           move spaces to ws-check-text
           evaluate ws-chain-result
               when "1"
                   string
                       "NO-GO audit journal chain broken at "
                                               delimited by size
                       function trim(ws-chain-where)
                                               delimited by size
                       into ws-check-text
                   end-string
                   set ws-is-no-go to true
               when "2"
                   move "OK    no audit journal yet" to ws-check-text
               when other
                   string
                       "OK    audit journal chain intact, "
                                               delimited by size
                       ws-chain-checked        delimited by size
                       " line(s)"              delimited by size
                       into ws-check-text
                   end-string
           end-evaluate

           write ready-report-rec from ws-check-text
           .
