       identification division.
       program-id. distribute-cycle.

      *>****************************************************
      *> report distribution step of the nightly cycle:
      *> once the spool holds the night's reports, each
      *> recipient on the distribution list gets one
      *> bundle - a cover page naming what is in it and
      *> what was not produced today, then the newest spool
      *> generation of every report they take - instead of
      *> someone walking round with printouts. the list
      *> (DISTRIBUTION_LIST) carries three kinds of line:
      *>
      *>   CLASS|class|level          FULL, MASKED or
      *>                              REDACTED
      *>   RECIPIENT|name|class       name up to 13 long
      *>   SEND|report|recipient      report as spooled
      *>
      *> MASKED puts every account-shaped digit run (the
      *> masking policy's PATTERN|ACCOUNT, 10+ digits by
      *> default) through mask-account's ACCOUNT class;
      *> REDACTED stars the whole run; FULL sends the
      *> report as spooled. a recipient whose class or
      *> level is missing or unknown gets MASKED - the
      *> conservative default, as in mask-account. each
      *> bundle is spooled as bundle-<recipient>, so it is
      *> bannered, retained and purged like any report,
      *> and every report sent is recorded in the report
      *> catalog as
      *>   delivered|date|seq||pages|lines|DISTRIBUTE|
      *>   recipient|level|report|bundle spool file
      *> (no spool file of its own, so a full catalog
      *> gives these lines up first). a delivery line whose
      *> bundle has since been purged goes with it.
      *> RETURN-CODE 4 when the list or a bundle needed
      *> attention, 8 when a bundle could not be written
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select dist-list assign to dynamic ws-dist-file
               organization line sequential
               file status is ws-dist-status.
           select report-catalog assign to dynamic ws-catalog-file
               organization line sequential
               file status is ws-catalog-status.
           select policy-file assign to dynamic ws-policy-file
               organization line sequential
               file status is ws-policy-status.
           select spool-in assign to dynamic ws-spool-file
               organization line sequential
               file status is ws-spool-status.
           select bundle-out assign to dynamic ws-bundle-file
               organization line sequential
               file status is ws-bundle-status.

       data division.

       file section.

       fd dist-list.
       01 dist-list-rec            pic x(80).

       fd report-catalog.
       01 report-catalog-rec       pic x(160).

       fd policy-file.
       01 policy-file-rec          pic x(80).

       fd spool-in.
       01 spool-in-rec             pic x(200).

       fd bundle-out.
       01 bundle-out-rec           pic x(200).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-dist-file             pic x(80)
                                    value "distribution-list".
       77 ws-dist-status           pic xx.
       77 ws-catalog-file          pic x(80)
                                    value "report-catalog".
       77 ws-catalog-status        pic xx.
       77 ws-policy-file           pic x(80)
                                    value "masking-policy".
       77 ws-policy-status         pic xx.
       77 ws-spool-file            pic x(80).
       77 ws-spool-status          pic xx.
       77 ws-bundle-file           pic x(80).
       77 ws-bundle-status         pic xx.

       77 ws-today                 pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-return-code           pic 9     value 0.
       77 ws-num-scrub             pic x(30).

       77 ws-dl-f1                 pic x(20).
       77 ws-dl-f2                 pic x(30).
       77 ws-dl-f3                 pic x(30).
       77 ws-pol-f1                pic x(20).
       77 ws-pol-f2                pic x(20).
       77 ws-pol-f3                pic x(20).
       77 ws-pol-f4                pic x(20).

       01 ws-class-table.
           03 ws-class-entry occurs 20.
               05 ws-cl-name       pic x(16).
               05 ws-cl-level      pic x(10).
       77 ws-class-count           pic 99    value 0.
       77 ws-class-idx             pic 99.
       77 ws-class-hit             pic 99.

       01 ws-recipient-table.
           03 ws-rcp-entry occurs 40.
               05 ws-rcp-name      pic x(13).
               05 ws-rcp-class     pic x(16).
               05 ws-rcp-level     pic x(10).
               05 ws-rcp-bundled   pic x.
               05 ws-rcp-bundle    pic x(80).
       77 ws-rcp-count             pic 99    value 0.
       77 ws-rcp-idx               pic 99.
       77 ws-rcp-hit               pic 99.

       01 ws-send-table.
           03 ws-send-entry occurs 200.
               05 ws-sd-report     pic x(20).
               05 ws-sd-recipient  pic x(13).
       77 ws-send-count            pic 9(3)  value 0.
       77 ws-send-idx              pic 9(3).

      *>****************************************************
      *> one recipient's bundle while it is assembled: a
      *> report listed but without a spool generation today
      *> is named on the cover as not produced
      *>****************************************************

       01 ws-item-table.
           03 ws-item-entry occurs 40.
               05 ws-it-report     pic x(20).
               05 ws-it-seq        pic x(3).
               05 ws-it-file       pic x(80).
               05 ws-it-pages      pic x(4).
               05 ws-it-lines      pic x(6).
               05 ws-it-found      pic x.
                   88 ws-it-is-found           value "1".
                   88 ws-it-is-unreadable      value "2".
       77 ws-item-count            pic 99.
       77 ws-item-idx              pic 99.
       77 ws-found-count           pic 99.
       77 ws-best-seq              pic 9(3).
       77 ws-this-seq              pic 9(3).

       01 ws-delivery-table.
           03 ws-dlv-entry occurs 200.
               05 ws-dlv-rcp-idx   pic 99.
               05 ws-dlv-report    pic x(20).
               05 ws-dlv-seq       pic x(3).
               05 ws-dlv-pages     pic x(4).
               05 ws-dlv-lines     pic x(6).
       77 ws-delivery-count        pic 9(3)  value 0.
       77 ws-delivery-idx          pic 9(3).
       77 ws-recorded-count        pic 9(3)  value 0.

       01 ws-catalog-table.
           03 ws-cat-line occurs 200 pic x(160).
       77 ws-catalog-count         pic 9(3)  value 0.
       77 ws-catalog-idx           pic 9(3).
       77 ws-catalog-scan          pic 9(3).
       77 ws-room-idx              pic 9(3).
       77 ws-bundle-seen           pic x.

       77 ws-cat-name-in           pic x(20).
       77 ws-cat-date-in           pic x(10).
       77 ws-cat-seq-in            pic x(6).
       77 ws-cat-file-in           pic x(80).
       77 ws-cat-pages-in          pic x(6).
       77 ws-cat-lines-in          pic x(8).
       77 ws-cat-step-in           pic x(20).
       77 ws-cat-to-in             pic x(16).
       77 ws-cat-level-in          pic x(10).
       77 ws-cat-report-in         pic x(20).
       77 ws-cat-bundle-in         pic x(80).
       77 ws-cat-other-file        pic x(80).

       77 ws-bundle-label          pic x(20).
       77 ws-step-name             pic x(20)
                                    value "DISTRIBUTE-CYCLE".
       77 ws-bundle-count          pic 99    value 0.
       77 ws-delete-rc             pic s9(9).

      *>****************************************************
      *> a spool copy whose read ends on anything but end of
      *> file (status 06 - a line wider than the record)
      *> would go out short; the whole bundle is held back
      *> and the step fails instead
      *>****************************************************

       77 ws-bundle-bad            pic x      value "0".
           88 ws-is-bundle-bad                value "1".
       77 ws-dlv-count-save        pic 9(3).
       77 ws-spool-rc              pic s9(9).

       77 ws-line                  pic x(200).
       77 ws-line-len              pic 9(3).
       77 ws-char-idx              pic 9(3).
       77 ws-run-start             pic 9(3).
       77 ws-digit-run             pic 9(3).
       77 ws-acct-min-digits       pic 99    value 10.
       77 ws-mask-value            pic x(30).
       77 ws-mask-keep             pic 9     value 0.
       77 ws-mask-class            pic x(12) value "ACCOUNT".
       77 ws-masked-count          pic 9(5).
       77 ws-item-edt              pic z9.
       77 ws-masked-edt            pic zzzz9.

       77 ws-audit-caller          pic x(20)
                                    value "DISTRIBUTE-CYCLE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       procedure division.

       mainline.

           move "DISTRIBUTION_LIST" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-dist-file
           end-if

           move "REPORT_CATALOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-catalog-file
           end-if

           move "MASKING_POLICY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-policy-file
           end-if

           accept ws-today from date yyyymmdd
           accept ws-time from time

           perform load-distribution-list

           if ws-send-count = 0
               display "distribute-cycle: nothing on the "
                   "distribution list "
                   function trim(ws-dist-file)
                   " - no bundles made"
               move zero to return-code
               goback
           end-if

           perform load-account-shape
           perform load-catalog

           perform resolve-one-level
               varying ws-rcp-idx from 1 by 1
               until ws-rcp-idx > ws-rcp-count

           perform check-one-send
               varying ws-send-idx from 1 by 1
               until ws-send-idx > ws-send-count

           perform bundle-one-recipient
               varying ws-rcp-idx from 1 by 1
               until ws-rcp-idx > ws-rcp-count

           perform record-deliveries

           display "distribute-cycle: " ws-bundle-count
               " bundle(s) spooled, " ws-recorded-count
               " delivery(s) recorded in "
               function trim(ws-catalog-file)

           move ws-return-code to return-code

           goback.


      *>****************************************************
      *> the distribution list: classes, recipients, and
      *> which report goes to whom; a malformed line is
      *> named and skipped, never guessed at
      *>****************************************************

       load-distribution-list.

           open input dist-list

           if ws-dist-status not = "00"
               exit paragraph
           end-if

           read dist-list
               at end continue
           end-read

           perform load-one-list-line
               until ws-dist-status not = "00"

           close dist-list
           .


       load-one-list-line.

           if dist-list-rec not = spaces
               and dist-list-rec(1:1) not = "#"
               move spaces to ws-dl-f1 ws-dl-f2 ws-dl-f3
               unstring dist-list-rec delimited by "|"
                   into ws-dl-f1 ws-dl-f2 ws-dl-f3
               end-unstring
               evaluate function upper-case(function trim(ws-dl-f1))
                   when "CLASS"
                       perform add-class
                   when "RECIPIENT"
                       perform add-recipient
                   when "SEND"
                       perform add-send
                   when other
                       display "distribute-cycle: unrecognised "
                           "distribution line "
                           function trim(dist-list-rec)
                       move 4 to ws-return-code
               end-evaluate
           end-if

           read dist-list
               at end continue
           end-read
           .


       add-class.

           if ws-class-count >= 20
               display "distribute-cycle: HARD LIMIT - class "
                   "table full at 20, class "
                   function trim(ws-dl-f2) " not loaded"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-class-count
           move function upper-case(function trim(ws-dl-f2))
               to ws-cl-name(ws-class-count)
           move function upper-case(function trim(ws-dl-f3))
               to ws-cl-level(ws-class-count)

           if ws-cl-level(ws-class-count) not = "FULL"
               and ws-cl-level(ws-class-count) not = "MASKED"
               and ws-cl-level(ws-class-count) not = "REDACTED"
               display "distribute-cycle: class "
                   function trim(ws-dl-f2) " has unknown level "
                   function trim(ws-dl-f3) " - MASKED used"
               move "MASKED" to ws-cl-level(ws-class-count)
               move 4 to ws-return-code
           end-if
           .


       add-recipient.

           if ws-dl-f2 = spaces
               or function length(function trim(ws-dl-f2)) > 13
               display "distribute-cycle: recipient name "
                   function trim(ws-dl-f2)
                   " missing or longer than 13 - skipped"
               move 4 to ws-return-code
               exit paragraph
           end-if

           if ws-rcp-count >= 40
               display "distribute-cycle: HARD LIMIT - "
                   "recipient table full at 40, "
                   function trim(ws-dl-f2) " not loaded"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-rcp-count
           move function trim(ws-dl-f2) to ws-rcp-name(ws-rcp-count)
           move function upper-case(function trim(ws-dl-f3))
               to ws-rcp-class(ws-rcp-count)
           move spaces to ws-rcp-level(ws-rcp-count)
                          ws-rcp-bundle(ws-rcp-count)
           move "0" to ws-rcp-bundled(ws-rcp-count)
           .


       add-send.

           if ws-dl-f2 = spaces or ws-dl-f3 = spaces
               display "distribute-cycle: incomplete SEND line "
                   function trim(dist-list-rec) " - skipped"
               move 4 to ws-return-code
               exit paragraph
           end-if

           if ws-send-count >= 200
               display "distribute-cycle: HARD LIMIT - send "
                   "table full at 200, "
                   function trim(ws-dl-f2) " to "
                   function trim(ws-dl-f3) " not loaded"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-send-count
           move function trim(ws-dl-f2) to ws-sd-report(ws-send-count)
           move function trim(ws-dl-f3)
               to ws-sd-recipient(ws-send-count)
           .


       resolve-one-level.

           move zero to ws-class-hit
           perform match-one-class
               varying ws-class-idx from 1 by 1
               until ws-class-idx > ws-class-count
                   or ws-class-hit > 0

           if ws-class-hit = 0
               display "distribute-cycle: recipient "
                   function trim(ws-rcp-name(ws-rcp-idx))
                   " has no defined class - MASKED used"
               move "MASKED" to ws-rcp-level(ws-rcp-idx)
               move 4 to ws-return-code
           else
               move ws-cl-level(ws-class-hit)
                   to ws-rcp-level(ws-rcp-idx)
           end-if
           .


       match-one-class.

           if ws-cl-name(ws-class-idx) = ws-rcp-class(ws-rcp-idx)
               move ws-class-idx to ws-class-hit
           end-if
           .


      *>   a report sent to nobody on the list would go
      *>   nowhere silently - say so

       check-one-send.

           move zero to ws-rcp-hit
           perform match-one-recipient
               varying ws-rcp-idx from 1 by 1
               until ws-rcp-idx > ws-rcp-count
                   or ws-rcp-hit > 0

           if ws-rcp-hit = 0
               display "distribute-cycle: "
                   function trim(ws-sd-report(ws-send-idx))
                   " is sent to "
                   function trim(ws-sd-recipient(ws-send-idx))
                   ", who is not a listed recipient"
               move 4 to ws-return-code
           end-if
           .


       match-one-recipient.

           if ws-rcp-name(ws-rcp-idx) = ws-sd-recipient(ws-send-idx)
               move ws-rcp-idx to ws-rcp-hit
           end-if
           .


      *>****************************************************
      *> the account shape is the one pii-scan hunts, from
      *> the same PATTERN|ACCOUNT|DIGITS|n policy record
      *>****************************************************

       load-account-shape.

           open input policy-file

           if ws-policy-status not = "00"
               exit paragraph
           end-if

           read policy-file
               at end continue
           end-read

           perform load-one-policy-line
               until ws-policy-status not = "00"

           close policy-file
           .


       load-one-policy-line.

           if policy-file-rec(1:8) = "PATTERN|"
               move spaces to ws-pol-f1 ws-pol-f2 ws-pol-f3
                              ws-pol-f4
               unstring policy-file-rec delimited by "|"
                   into ws-pol-f1 ws-pol-f2 ws-pol-f3 ws-pol-f4
               end-unstring
               if function trim(ws-pol-f2) = "ACCOUNT"
                   move ws-pol-f4 to ws-num-scrub
                   call "scrub-numeric" using ws-num-scrub
                   if ws-num-scrub not = spaces
                       compute ws-acct-min-digits =
                               function numval(ws-num-scrub)
                           on size error continue
                       end-compute
                   end-if
               end-if
           end-if

           read policy-file
               at end continue
           end-read
           .


       load-catalog.

           move zero to ws-catalog-count

           open input report-catalog

           if ws-catalog-status not = "00"
               exit paragraph
           end-if

           read report-catalog
               at end continue
           end-read

           perform load-one-catalog-line
               until ws-catalog-status not = "00"
                   or ws-catalog-count >= 200

           close report-catalog
           .


       load-one-catalog-line.

           if report-catalog-rec not = spaces
               add 1 to ws-catalog-count
               move report-catalog-rec
                   to ws-cat-line(ws-catalog-count)
           end-if

           read report-catalog
               at end continue
           end-read
           .


       split-catalog-line.

           move spaces to ws-cat-name-in ws-cat-date-in
                          ws-cat-seq-in ws-cat-file-in
                          ws-cat-pages-in ws-cat-lines-in
                          ws-cat-step-in ws-cat-to-in
                          ws-cat-level-in ws-cat-report-in
                          ws-cat-bundle-in
           unstring ws-cat-line(ws-catalog-idx) delimited by "|"
               into ws-cat-name-in ws-cat-date-in ws-cat-seq-in
                    ws-cat-file-in ws-cat-pages-in ws-cat-lines-in
                    ws-cat-step-in ws-cat-to-in ws-cat-level-in
                    ws-cat-report-in ws-cat-bundle-in
           end-unstring
           .


      *>****************************************************
      *> one recipient: gather the newest spool generation
      *> of each report they take, then the cover page and
      *> the copies into a work bundle, which the spool
      *> writer takes over like any finished report
      *>****************************************************

       bundle-one-recipient.

           move zero to ws-item-count ws-found-count
                        ws-masked-count

           perform collect-one-send
               varying ws-send-idx from 1 by 1
               until ws-send-idx > ws-send-count

           if ws-item-count = 0
               display "distribute-cycle: no reports listed for "
                   function trim(ws-rcp-name(ws-rcp-idx))
               exit paragraph
           end-if

           if ws-found-count = 0
               display "distribute-cycle: no report for "
                   function trim(ws-rcp-name(ws-rcp-idx))
                   " was produced today - no bundle"
               exit paragraph
           end-if

           move spaces to ws-bundle-file
           string
               "bundle."                       delimited by size
               function trim(ws-rcp-name(ws-rcp-idx))
                                               delimited by size
               "."                             delimited by size
               ws-today                        delimited by size
               into ws-bundle-file
           end-string

           open output bundle-out

           if ws-bundle-status not = "00"
               display "distribute-cycle: cannot open "
                   function trim(ws-bundle-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform write-cover-page

           move "0" to ws-bundle-bad
           move ws-delivery-count to ws-dlv-count-save

           perform copy-one-item
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count

           close bundle-out

           if ws-is-bundle-bad
               call "CBL_DELETE_FILE" using ws-bundle-file
               move zero to return-code
               move ws-dlv-count-save to ws-delivery-count
               display "distribute-cycle: bundle for "
                   function trim(ws-rcp-name(ws-rcp-idx))
                   " held back - a spool copy could not be read "
                   "in full"
               exit paragraph
           end-if

           move spaces to ws-bundle-label
           string
               "bundle-"                       delimited by size
               function trim(ws-rcp-name(ws-rcp-idx))
                                               delimited by size
               into ws-bundle-label
           end-string

           call "spool-report" using ws-bundle-label ws-bundle-file
                                     ws-step-name
               on exception
                   display "distribute-cycle: spool-report "
                       "program not found"
                   move 8 to ws-return-code
                   exit paragraph
           end-call
           move return-code to ws-spool-rc
           move zero to return-code

           if ws-spool-rc not = 0
               display "distribute-cycle: spool-report refused "
                   function trim(ws-bundle-file)
               move 8 to ws-return-code
               call "CBL_DELETE_FILE" using ws-bundle-file
               move zero to return-code
               move ws-dlv-count-save to ws-delivery-count
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-bundle-file
           move return-code to ws-delete-rc
           move zero to return-code

           move "1" to ws-rcp-bundled(ws-rcp-idx)
           add 1 to ws-bundle-count

           move ws-found-count to ws-item-edt
           move ws-masked-count to ws-masked-edt
           move "BUNDLE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-bundle-label)  delimited by size
               " "                             delimited by size
               function trim(ws-item-edt)      delimited by size
               " report(s) "                   delimited by size
               function trim(ws-rcp-level(ws-rcp-idx))
                                               delimited by size
               ", "                            delimited by size
               function trim(ws-masked-edt)    delimited by size
               " value(s) masked"              delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail

           display "distribute-cycle: "
               function trim(ws-audit-detail)
           .


       collect-one-send.

           if ws-sd-recipient(ws-send-idx)
                   not = ws-rcp-name(ws-rcp-idx)
               exit paragraph
           end-if

           if ws-item-count >= 40
               display "distribute-cycle: HARD LIMIT - more than "
                   "40 reports for "
                   function trim(ws-rcp-name(ws-rcp-idx))
                   ", " function trim(ws-sd-report(ws-send-idx))
                   " left out"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-item-count
           move ws-sd-report(ws-send-idx) to ws-it-report(ws-item-count)
           move spaces to ws-it-seq(ws-item-count)
                          ws-it-file(ws-item-count)
                          ws-it-pages(ws-item-count)
                          ws-it-lines(ws-item-count)
           move "0" to ws-it-found(ws-item-count)
           move zero to ws-best-seq

           perform match-one-generation
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count

           if ws-best-seq = 0
               exit paragraph
           end-if

      *>   a generation the catalog lists but the disk no
      *>   longer has is named on the cover, not skipped

           move ws-it-file(ws-item-count) to ws-spool-file
           open input spool-in
           if ws-spool-status not = "00"
               move "2" to ws-it-found(ws-item-count)
               display "distribute-cycle: spool copy "
                   function trim(ws-spool-file)
                   " is missing - "
                   function trim(ws-it-report(ws-item-count))
                   " not sent to "
                   function trim(ws-rcp-name(ws-rcp-idx))
               move 4 to ws-return-code
               exit paragraph
           end-if
           close spool-in

           move "1" to ws-it-found(ws-item-count)
           add 1 to ws-found-count
           .


      *>   today's newest sequence wins - a rerun's copy
      *>   over the failed first attempt's

       match-one-generation.

           perform split-catalog-line

           if function upper-case(function trim(ws-cat-name-in))
                   not = function upper-case(
                       function trim(ws-it-report(ws-item-count)))
               or ws-cat-date-in(1:8) not = ws-today
               or ws-cat-file-in = spaces
               or function trim(ws-cat-seq-in) is not numeric
               exit paragraph
           end-if

           move function trim(ws-cat-seq-in) to ws-this-seq
           if ws-this-seq > ws-best-seq
               move ws-this-seq to ws-best-seq
               move ws-this-seq to ws-it-seq(ws-item-count)
               move ws-cat-file-in to ws-it-file(ws-item-count)
               move ws-cat-pages-in to ws-it-pages(ws-item-count)
               move ws-cat-lines-in to ws-it-lines(ws-item-count)
           end-if
           .


       write-cover-page.

           move all "=" to bundle-out-rec(1:60)
           write bundle-out-rec

           move spaces to bundle-out-rec
           string
               " delivery bundle for "         delimited by size
               function trim(ws-rcp-name(ws-rcp-idx))
                                               delimited by size
               into bundle-out-rec
           end-string
           write bundle-out-rec

           move spaces to bundle-out-rec
           string
               " class "                       delimited by size
               function trim(ws-rcp-class(ws-rcp-idx))
                                               delimited by size
               ", account values "             delimited by size
               function trim(ws-rcp-level(ws-rcp-idx))
                                               delimited by size
               into bundle-out-rec
           end-string
           write bundle-out-rec

           move spaces to bundle-out-rec
           string
               " assembled "                   delimited by size
               ws-today                        delimited by size
               " "                             delimited by size
               ws-time(1:6)                    delimited by size
               into bundle-out-rec
           end-string
           write bundle-out-rec

           move all "=" to bundle-out-rec(1:60)
           write bundle-out-rec

           move " contents" to bundle-out-rec
           write bundle-out-rec
           move "   report               seq  pages   lines"
               to bundle-out-rec
           write bundle-out-rec

           perform list-one-content
               varying ws-item-idx from 1 by 1
               until ws-item-idx > ws-item-count

           if ws-found-count < ws-item-count
               move " not produced today" to bundle-out-rec
               write bundle-out-rec
               perform list-one-missing
                   varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-item-count
           end-if

           move all "=" to bundle-out-rec(1:60)
           write bundle-out-rec
           .


       list-one-content.

           if not ws-it-is-found(ws-item-idx)
               exit paragraph
           end-if

           move spaces to bundle-out-rec
           move ws-it-report(ws-item-idx) to bundle-out-rec(4:20)
           move ws-it-seq(ws-item-idx) to bundle-out-rec(25:3)
           move ws-it-pages(ws-item-idx) to bundle-out-rec(30:4)
           move ws-it-lines(ws-item-idx) to bundle-out-rec(36:6)
           write bundle-out-rec
           .


       list-one-missing.

           if ws-it-is-found(ws-item-idx)
               exit paragraph
           end-if

           move spaces to bundle-out-rec
           move ws-it-report(ws-item-idx) to bundle-out-rec(4:20)
           if ws-it-is-unreadable(ws-item-idx)
               move "(catalogued, spool copy missing)"
                   to bundle-out-rec(25:40)
           end-if
           write bundle-out-rec
           .


       copy-one-item.

           if not ws-it-is-found(ws-item-idx)
               exit paragraph
           end-if

           move ws-it-file(ws-item-idx) to ws-spool-file
           open input spool-in
           if ws-spool-status not = "00"
               exit paragraph
           end-if

           move spaces to bundle-out-rec
           string
               "---- "                         delimited by size
               function trim(ws-it-report(ws-item-idx))
                                               delimited by size
               " seq "                         delimited by size
               ws-it-seq(ws-item-idx)          delimited by size
               " ----"                         delimited by size
               into bundle-out-rec
           end-string
           write bundle-out-rec

           read spool-in
               at end continue
           end-read

           perform copy-one-line
               until ws-spool-status not = "00"

           if ws-spool-status not = "10"
               display "distribute-cycle: read of "
                   function trim(ws-spool-file)
                   " stopped with file status " ws-spool-status
               set ws-is-bundle-bad to true
               move 8 to ws-return-code
               close spool-in
               exit paragraph
           end-if

           close spool-in

           perform note-delivery
           .


       copy-one-line.

           move spool-in-rec to ws-line
           if ws-rcp-level(ws-rcp-idx) not = "FULL"
               perform mask-the-line
           end-if
           move ws-line to bundle-out-rec
           write bundle-out-rec

           read spool-in
               at end continue
           end-read
           .


      *>****************************************************
      *> every maximal digit run of account length or more
      *> is masked in place, the run's own width kept so
      *> report columns still line up
      *>****************************************************

       mask-the-line.

           if ws-line = spaces
               exit paragraph
           end-if

           compute ws-line-len = function length(
               function trim(ws-line trailing))
           move 1 to ws-char-idx

           perform mask-one-run
               until ws-char-idx > ws-line-len
           .


       mask-one-run.

           if ws-line(ws-char-idx:1) < "0"
               or ws-line(ws-char-idx:1) > "9"
               add 1 to ws-char-idx
               exit paragraph
           end-if

           move ws-char-idx to ws-run-start
           move zero to ws-digit-run

           perform count-one-digit
               until ws-char-idx > ws-line-len
                   or ws-line(ws-char-idx:1) < "0"
                   or ws-line(ws-char-idx:1) > "9"

           if ws-digit-run < ws-acct-min-digits
               exit paragraph
           end-if

           add 1 to ws-masked-count

           if ws-rcp-level(ws-rcp-idx) = "REDACTED"
               or ws-digit-run > 30
               move all "*" to ws-line(ws-run-start:ws-digit-run)
               exit paragraph
           end-if

           move spaces to ws-mask-value
           move ws-line(ws-run-start:ws-digit-run) to ws-mask-value
           call "mask-account" using ws-mask-value ws-mask-keep
                                     ws-mask-class
           move ws-mask-value(1:ws-digit-run)
               to ws-line(ws-run-start:ws-digit-run)
           .


       count-one-digit.

           add 1 to ws-digit-run
           add 1 to ws-char-idx
           .


       note-delivery.

           if ws-delivery-count >= 200
               display "distribute-cycle: HARD LIMIT - more than "
                   "200 deliveries, "
                   function trim(ws-it-report(ws-item-idx))
                   " to " function trim(ws-rcp-name(ws-rcp-idx))
                   " not recorded"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-delivery-count
           move ws-rcp-idx to ws-dlv-rcp-idx(ws-delivery-count)
           move ws-it-report(ws-item-idx)
               to ws-dlv-report(ws-delivery-count)
           move ws-it-seq(ws-item-idx) to ws-dlv-seq(ws-delivery-count)
           move ws-it-pages(ws-item-idx)
               to ws-dlv-pages(ws-delivery-count)
           move ws-it-lines(ws-item-idx)
               to ws-dlv-lines(ws-delivery-count)
           .


      *>****************************************************
      *> with every bundle spooled, the catalog is read
      *> afresh (the spool writer has just rewritten it),
      *> delivery lines whose bundle is gone are dropped,
      *> and one line per report sent is appended
      *>****************************************************

       record-deliveries.

           perform load-catalog

           perform drop-orphan-delivery
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count

           perform find-one-bundle
               varying ws-rcp-idx from 1 by 1
               until ws-rcp-idx > ws-rcp-count

           perform append-one-delivery
               varying ws-delivery-idx from 1 by 1
               until ws-delivery-idx > ws-delivery-count

           if ws-catalog-count = 0
               exit paragraph
           end-if

           perform rewrite-catalog
           .


       drop-orphan-delivery.

           perform split-catalog-line

           if function trim(ws-cat-name-in) not = "delivered"
               exit paragraph
           end-if

           move ws-cat-bundle-in to ws-cat-other-file
           move "0" to ws-bundle-seen
           perform match-one-bundle-file
               varying ws-catalog-scan from 1 by 1
               until ws-catalog-scan > ws-catalog-count
                   or ws-bundle-seen = "1"

           if ws-bundle-seen = "0"
               move spaces to ws-cat-line(ws-catalog-idx)
           end-if
           .


       match-one-bundle-file.

           move spaces to ws-cat-name-in ws-cat-date-in
                          ws-cat-seq-in ws-cat-file-in
           unstring ws-cat-line(ws-catalog-scan) delimited by "|"
               into ws-cat-name-in ws-cat-date-in ws-cat-seq-in
                    ws-cat-file-in
           end-unstring

           if ws-cat-file-in not = spaces
               and ws-cat-file-in = ws-cat-other-file
               move "1" to ws-bundle-seen
           end-if
           .


       find-one-bundle.

           if ws-rcp-bundled(ws-rcp-idx) not = "1"
               exit paragraph
           end-if

           move spaces to ws-bundle-label
           string
               "bundle-"                       delimited by size
               function trim(ws-rcp-name(ws-rcp-idx))
                                               delimited by size
               into ws-bundle-label
           end-string

           move zero to ws-best-seq
           perform match-one-bundle-line
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count

           if ws-best-seq = 0
               display "distribute-cycle: "
                   function trim(ws-bundle-label)
                   " was not catalogued - its deliveries are "
                   "not recorded"
               move "0" to ws-rcp-bundled(ws-rcp-idx)
               move 4 to ws-return-code
           end-if
           .


       match-one-bundle-line.

           perform split-catalog-line

           if function trim(ws-cat-name-in)
                   = function trim(ws-bundle-label)
               and ws-cat-date-in(1:8) = ws-today
               and ws-cat-file-in not = spaces
               and function trim(ws-cat-seq-in) is numeric
               move function trim(ws-cat-seq-in) to ws-this-seq
               if ws-this-seq > ws-best-seq
                   move ws-this-seq to ws-best-seq
                   move ws-cat-file-in to ws-rcp-bundle(ws-rcp-idx)
               end-if
           end-if
           .


      *>   a full catalog gives up its oldest blank or
      *>   delivery line - never a spool generation, which
      *>   only spool-report itself may retire

       append-one-delivery.

           move ws-dlv-rcp-idx(ws-delivery-idx) to ws-rcp-idx

           if ws-rcp-bundled(ws-rcp-idx) not = "1"
               exit paragraph
           end-if

           if ws-catalog-count >= 200
               perform make-delivery-room
           end-if

           if ws-catalog-count >= 200
               display "distribute-cycle: catalog full - "
                   function trim(ws-dlv-report(ws-delivery-idx))
                   " to " function trim(ws-rcp-name(ws-rcp-idx))
                   " sent but not recorded"
               move 4 to ws-return-code
               exit paragraph
           end-if

           add 1 to ws-catalog-count
           move spaces to ws-cat-line(ws-catalog-count)
           string
               "delivered|"                    delimited by size
               ws-today                        delimited by size
               "|"                             delimited by size
               ws-dlv-seq(ws-delivery-idx)     delimited by size
               "||"                            delimited by size
               function trim(ws-dlv-pages(ws-delivery-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-dlv-lines(ws-delivery-idx))
                                               delimited by size
               "|DISTRIBUTE|"                  delimited by size
               function trim(ws-rcp-name(ws-rcp-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-rcp-level(ws-rcp-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-dlv-report(ws-delivery-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-rcp-bundle(ws-rcp-idx))
                                               delimited by size
               into ws-cat-line(ws-catalog-count)
           end-string
           add 1 to ws-recorded-count
           .


       make-delivery-room.

           move zero to ws-room-idx
           perform find-delivery-room
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count
                   or ws-room-idx > 0

           if ws-room-idx = 0
               exit paragraph
           end-if

           perform shift-one-catalog-line
               varying ws-catalog-idx from ws-room-idx by 1
               until ws-catalog-idx >= ws-catalog-count
           subtract 1 from ws-catalog-count
           .


       find-delivery-room.

           move spaces to ws-cat-name-in
           unstring ws-cat-line(ws-catalog-idx) delimited by "|"
               into ws-cat-name-in
           end-unstring

           if ws-cat-line(ws-catalog-idx) = spaces
               or function trim(ws-cat-name-in) = "delivered"
               move ws-catalog-idx to ws-room-idx
           end-if
           .


       shift-one-catalog-line.

           move ws-cat-line(ws-catalog-idx + 1)
               to ws-cat-line(ws-catalog-idx)
           .


       rewrite-catalog.

           open output report-catalog

           if ws-catalog-status not = "00"
               display "distribute-cycle: cannot rewrite "
                   function trim(ws-catalog-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform write-one-catalog-line
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count

           close report-catalog
           .


       write-one-catalog-line.

           if ws-cat-line(ws-catalog-idx) not = spaces
               write report-catalog-rec
                   from ws-cat-line(ws-catalog-idx)
           end-if
           .
