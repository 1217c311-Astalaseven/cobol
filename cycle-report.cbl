           select aging-in assign to dynamic ws-aging-file
               organization line sequential
               file status is ws-aging-status.
           select ack-summary-in assign to dynamic ws-ack-file
               organization line sequential
               file status is ws-ack-status.
           select warnings-in assign to "calc-errors.log"
               organization line sequential
               file status is ws-warnings-status.

       data division.

           03 lg-return-code       pic 9(4).
           03 lg-complete          pic x.
           03 lg-attempt           pic 9.
           03 lg-program           pic x(20).
           03 lg-run-id            pic x(11).

       fd alerts-in.
       01 alerts-in-rec            pic x(160).
       fd aging-in.
       01 aging-in-rec             pic x(160).

       fd ack-summary-in.
       01 ack-summary-in-rec       pic x(80).

       fd warnings-in.
       01 warnings-in-rec          pic x(160).

       working-storage section.

      *>****************************************************
       77 ws-ag-ptr-in             pic x(6).
       77 ws-ag-first-in           pic x(10).

       77 ws-ack-file              pic x(80)
                                    value "file-gl-ack-summary".
       77 ws-ack-status            pic xx.
       77 ws-ack-last              pic x(80) value spaces.
       77 ws-ack-extract           pic x(8).
       77 ws-ack-ingested          pic x(8).
       77 ws-ack-sent              pic x(6).
       77 ws-ack-posted            pic x(6).
       77 ws-ack-rejected          pic x(6).
       77 ws-ack-missing           pic x(6).
       77 ws-ack-unknown           pic x(6).

      *>****************************************************
      *> W-severity conditions stay in calc-errors.log and
      *> never reach the operator alert file; the handful
      *> of categories raised for people to act on the
      *> next morning rather than for the night shift are
      *> lifted from the log onto the page here. the log
      *> line carries "[CATEGORY nnn]" after its timestamp
      *>****************************************************

       01 ws-warn-category-list.
           03 filler pic x(12) value "BUDGET".
           03 filler pic x(12) value "DEADLINE".
       01 ws-warn-category-table redefines ws-warn-category-list.
           03 ws-warn-category occurs 2 pic x(12).
       77 ws-warn-category-count   pic 99    value 2.
       77 ws-warn-idx              pic 99.
       77 ws-warnings-status       pic xx.
       77 ws-warning-count         pic 9(4)  value 0.
       77 ws-warn-tag              pic x(12).
       77 ws-warn-hit              pic x.
           88 ws-is-warn-hit                 value "1".

       77 ws-footer-1              pic x(132).
       77 ws-footer-2              pic x(132).
       77 ws-footer-pages          pic 9(4)  value 1.
           write cycle-rpt-rec
           perform report-alerts

           move spaces to cycle-rpt-rec
           write cycle-rpt-rec
           move "warnings for follow-up" to cycle-rpt-rec
           write cycle-rpt-rec
           perform report-warnings

           move spaces to cycle-rpt-rec
           write cycle-rpt-rec
           move "handover notes added today" to cycle-rpt-rec
           write cycle-rpt-rec
           perform report-aging

           move spaces to cycle-rpt-rec
           write cycle-rpt-rec
           move "GL acknowledgment" to cycle-rpt-rec
           write cycle-rpt-rec
           perform report-gl-ack

           move spaces to cycle-rpt-rec
           write cycle-rpt-rec
           move "step return codes" to cycle-rpt-rec
           .


       report-warnings.

           open input warnings-in

           if ws-warnings-status not = "00"
               move "  (none)" to cycle-rpt-rec
               write cycle-rpt-rec
               exit paragraph
           end-if

           read warnings-in
               at end continue
           end-read

           perform scan-one-warning
               until ws-warnings-status not = "00"

           close warnings-in

           if ws-warning-count = 0
               move "  (none)" to cycle-rpt-rec
               write cycle-rpt-rec
           end-if
           .


       scan-one-warning.

           if warnings-in-rec(1:10) = ws-alert-today
               and warnings-in-rec(21:1) = "["
               move spaces to ws-warn-tag
               unstring warnings-in-rec(22:20) delimited by space
                   into ws-warn-tag
               end-unstring
               move "0" to ws-warn-hit
               perform test-warn-category
                   varying ws-warn-idx from 1 by 1
                   until ws-warn-idx > ws-warn-category-count
                       or ws-is-warn-hit
               if ws-is-warn-hit
                   add 1 to ws-warning-count
                   move spaces to cycle-rpt-rec
                   string
                       "  "                    delimited by size
                       warnings-in-rec(1:128)  delimited by size
                       into cycle-rpt-rec
                   end-string
                   write cycle-rpt-rec
               end-if
           end-if

           read warnings-in
               at end continue
           end-read
           .


       test-warn-category.

           if ws-warn-tag = ws-warn-category(ws-warn-idx)
               set ws-is-warn-hit to true
           end-if
           .


      *>****************************************************
      *> what the humans knew travels with the cycle's own
      *> paperwork: notes stamped today ride the summary
           .


      *>****************************************************
      *> the last acknowledgment ingested from the GL: what
      *> the ledger took of the extract we sent it
      *>****************************************************

       report-gl-ack.

           move "GL_ACK_SUMMARY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ack-file
           end-if

           open input ack-summary-in

           if ws-ack-status not = "00"
               move "  (no GL acknowledgment ingested)"
                   to cycle-rpt-rec
               write cycle-rpt-rec
               exit paragraph
           end-if

           read ack-summary-in
               at end continue
           end-read

           perform take-one-ack-summary
               until ws-ack-status not = "00"

           close ack-summary-in

           if ws-ack-last = spaces
               move "  (no GL acknowledgment ingested)"
                   to cycle-rpt-rec
               write cycle-rpt-rec
               exit paragraph
           end-if

           move spaces to ws-ack-extract ws-ack-ingested ws-ack-sent
                          ws-ack-posted ws-ack-rejected
                          ws-ack-missing ws-ack-unknown
           unstring ws-ack-last delimited by "|"
               into ws-ack-extract ws-ack-ingested ws-ack-sent
                    ws-ack-posted ws-ack-rejected ws-ack-missing
                    ws-ack-unknown
           end-unstring

           move spaces to cycle-rpt-rec
           string
               "  extract of "         delimited by size
               ws-ack-extract          delimited by size
               " (ingested "           delimited by size
               ws-ack-ingested         delimited by size
               "): sent "              delimited by size
               ws-ack-sent             delimited by space
               ", posted "             delimited by size
               ws-ack-posted           delimited by space
               ", rejected "           delimited by size
               ws-ack-rejected         delimited by space
               ", missing "            delimited by size
               ws-ack-missing          delimited by space
               ", unknown "            delimited by size
               ws-ack-unknown          delimited by space
               into cycle-rpt-rec
           end-string
           write cycle-rpt-rec
           .


       take-one-ack-summary.

           if ack-summary-in-rec not = spaces
               move ack-summary-in-rec to ws-ack-last
           end-if

           read ack-summary-in
               at end continue
           end-read
           .


       report-ledger.

           open input ledger-in
                           into ws-line-build
                           with pointer ws-line-ptr
                       end-string
                   when "N"
                       string
                           " (not scheduled tonight)"
                                           delimited by size
                           into ws-line-build
                           with pointer ws-line-ptr
                       end-string
               end-evaluate
               write cycle-rpt-rec from ws-line-build
           end-if
