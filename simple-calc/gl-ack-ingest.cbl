       identification division.
       program-id. gl-ack-ingest.

      *>****************************************************
      *> GL acknowledgment ingest: posting-extract makes
      *> sure a balanced file leaves us, but nothing said
      *> what the GL actually took. corporate returns an
      *> acknowledgment file, one line per transaction id -
      *>   txnid|POSTED or REJECTED|reason
      *> and this matches it against the released posting
      *> extract (GL_POSTING_FILE):
      *>   - GL-rejected items are listed with the GL's
      *>     reason and written back onto the calc reject
      *>     file as resubmittable lines (the amount as
      *>     "amount + 0", behind the txn id and account
      *>     when calc batch keys them), so console option
      *>     12 puts them through again; their ids come off
      *>     the transaction id registry so the resubmission
      *>     is not refused as a duplicate
      *>   - extract items the acknowledgment never
      *>     mentions are listed as missing
      *>   - acknowledged ids we never sent are listed as
      *>     unknown
      *> one summary line per ingested extract goes onto
      *> GL_ACK_SUMMARY for the cycle report; an extract
      *> already on the summary is not ingested twice
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select posting-in assign to dynamic ws-posting-file
               organization line sequential
               file status is ws-posting-status.
           select ack-in assign to dynamic ws-ack-file
               organization line sequential
               file status is ws-ack-status.
           select ack-rpt assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.
           select ack-summary assign to dynamic ws-summary-file
               organization line sequential
               file status is ws-summary-status.
           select calc-rejects assign to dynamic ws-reject-file
               organization line sequential
               file status is ws-reject-status.
           select registry-in assign to dynamic ws-registry-file
               organization line sequential
               file status is ws-registry-status.
           select registry-out assign to dynamic ws-registry-work
               organization line sequential
               file status is ws-registry-out-status.

       data division.

       file section.

       fd posting-in.
       01 posting-in-rec           pic x(72).

       01 posting-header redefines posting-in-rec.
           03 pi-h-type            pic x.
           03 pi-h-date            pic 9(8).
           03 pi-h-source          pic x(8).
           03 filler               pic x(55).

       01 posting-detail redefines posting-in-rec.
           03 pi-p-type            pic x.
           03 pi-p-account         pic x(12).
           03 pi-p-amount          pic s9(13)v9(4)
                                    sign leading separate.
           03 pi-p-txn             pic x(12).
           03 pi-p-period          pic x(6).
           03 pi-p-orig-txn        pic x(12).
           03 filler               pic x(11).

       fd ack-in.
       01 ack-in-rec               pic x(160).

       fd ack-rpt.
       01 ack-rpt-rec              pic x(132).

       fd ack-summary.
       01 ack-summary-rec          pic x(80).

       fd calc-rejects.
       01 calc-rejects-rec         pic x(80).

       fd registry-in.
       01 registry-in-rec          pic x(40).

       fd registry-out.
       01 registry-out-rec         pic x(40).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-posting-file          pic x(80) value "file-gl-posting".
       77 ws-posting-status        pic xx.
       77 ws-ack-file              pic x(80) value "file-gl-ack".
       77 ws-ack-status            pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-gl-ack-report".
       77 ws-report-status         pic xx.
       77 ws-summary-file          pic x(80)
                                    value "file-gl-ack-summary".
       77 ws-summary-status        pic xx.
       77 ws-reject-file           pic x(80)
                                    value "calc-batch-rejects".
       77 ws-reject-status         pic xx.
       77 ws-registry-file         pic x(80)
                                    value "file-txn-registry".
       77 ws-registry-status       pic xx.
       77 ws-registry-work         pic x(84).
       77 ws-registry-out-status   pic xx.
       77 ws-rename-rc             pic s9(9).

       77 ws-txnid-flag            pic x(5)  value spaces.
           88 ws-txnid-mode                  value "Y".
       77 ws-acct-flag             pic x(5)  value spaces.
           88 ws-acct-mode                   value "Y".

       77 ws-today                 pic 9(8).
       77 ws-extract-date          pic 9(8)  value 0.
       77 ws-date-edt              pic x(10).

      *>****************************************************
      *> the extract's postings, each marked with what the
      *> acknowledgment said of it: space not mentioned,
      *> P posted, R rejected
      *>****************************************************

       01 ws-extract-table.
           03 ws-extract-entry occurs 5000.
               05 ws-ex-txn        pic x(12).
               05 ws-ex-acct       pic x(12).
               05 ws-ex-amount     pic s9(13)v9(4) usage comp-3.
               05 ws-ex-ack        pic x.
               05 ws-ex-reason     pic x(60).
       77 ws-extract-count         pic 9(4)  value 0.
       77 ws-extract-idx           pic 9(4).
       77 ws-extract-found         pic x.
           88 ws-is-extract-found            value "1".

       01 ws-unknown-table.
           03 ws-unknown-txn occurs 200 pic x(12).
       77 ws-unknown-count         pic 9(4)  value 0.
       77 ws-unknown-idx           pic 9(4).

       77 ws-ack-txn               pic x(20).
       77 ws-ack-state             pic x(12).
       77 ws-ack-reason            pic x(80).
       77 ws-ack-lines             pic 9(6)  value 0.

       77 ws-posted-count          pic 9(6)  value 0.
       77 ws-rejected-count        pic 9(6)  value 0.
       77 ws-missing-count         pic 9(6)  value 0.

       77 ws-amount-edt            pic -(13)9.9(4).
       77 ws-count-edt             pic z(5)9.
       77 ws-reject-line           pic x(80).
       77 ws-reg-txn               pic x(20).
       77 ws-summary-key           pic x(9).
       77 ws-already               pic x     value "0".
           88 ws-is-already-ingested         value "1".

       01 ws-detail-line.
           03 filler               pic x(2).
           03 dl-txn               pic x(12).
           03 filler               pic x.
           03 dl-acct              pic x(12).
           03 filler               pic x.
           03 dl-amount            pic x(20).
           03 filler               pic x.
           03 dl-reason            pic x(60).

       77 ws-entete                pic x(132).
       77 ws-page-line             pic x(132).
       77 ws-name                  pic x(40) value "Doe".
       77 ws-surname               pic x(40) value "John".
       77 ws-str-ptr               pic 999   value 16.
       77 ws-report-title          pic x(40).
       77 ws-page-number           pic 9(4)  value 1.

       77 ws-caller                pic x(20) value "GL-ACK-INGEST".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9     value 0.

       procedure division.

       mainline.

           perform resolve-config

           perform load-extract

           if ws-return-code >= 8
               move ws-return-code to return-code
               goback
           end-if

           perform check-already-ingested

           if ws-is-already-ingested
               display "gl-ack-ingest: the acknowledgment for the "
                   "extract of " ws-extract-date
                   " has already been ingested"
               move zero to return-code
               goback
           end-if

           open input ack-in

           if ws-ack-status not = "00"
               display "gl-ack-ingest: no acknowledgment file "
                   function trim(ws-ack-file)
                   " - nothing to ingest"
               move zero to return-code
               goback
           end-if

           read ack-in
               at end continue
           end-read

           perform take-one-ack
               until ws-ack-status not = "00"

           close ack-in

           perform count-one-posting
               varying ws-extract-idx from 1 by 1
               until ws-extract-idx > ws-extract-count

           perform write-ack-report

           if ws-rejected-count > 0
               perform write-resubmissions
               if ws-txnid-mode
                   perform release-registry-ids
               end-if
           end-if

           perform write-ack-summary

           if ws-rejected-count > 0 or ws-missing-count > 0
               or ws-unknown-count > 0
               if ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if

           move "INGESTED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "extract="                      delimited by size
               ws-extract-date                 delimited by size
               " sent="                        delimited by size
               ws-extract-count                delimited by size
               " posted="                      delimited by size
               ws-posted-count                 delimited by size
               " rejected="                    delimited by size
               ws-rejected-count               delimited by size
               " missing="                     delimited by size
               ws-missing-count                delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail

           display "gl-ack-ingest: extract of " ws-extract-date
               ": sent " ws-extract-count
               ", posted " ws-posted-count
               ", rejected " ws-rejected-count
               ", missing " ws-missing-count
               ", unknown " ws-unknown-count

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "GL_POSTING_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-posting-file
           end-if

           move "GL_ACK_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ack-file
           end-if

           move "GL_ACK_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move "GL_ACK_SUMMARY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-summary-file
           end-if

           move "CALC_BATCH_REJECTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-reject-file
           end-if

           move "CALC_TXN_REGISTRY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-registry-file
           end-if

           move "CALC_BATCH_TXNID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-txnid-flag
           end-if

           move "CALC_BATCH_ACCT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-acct-flag
           end-if

           accept ws-today from date yyyymmdd
           .


       load-extract.

           open input posting-in

           if ws-posting-status not = "00"
               display "gl-ack-ingest: cannot open "
                   function trim(ws-posting-file)
                   ", file status " ws-posting-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           read posting-in
               at end continue
           end-read

           perform load-one-posting
               until ws-posting-status not = "00"

           close posting-in

           if ws-extract-date = 0
               display "gl-ack-ingest: "
                   function trim(ws-posting-file)
                   " has no header record"
               move 8 to ws-return-code
           end-if
           .


       load-one-posting.

           evaluate pi-h-type
               when "H"
                   if pi-h-date numeric
                       move pi-h-date to ws-extract-date
                   end-if
               when "P"
                   if ws-extract-count >= 5000
                       display "gl-ack-ingest: extract table full, "
                           "posting " pi-p-txn " not matched"
                       move 8 to ws-return-code
                   else
                       add 1 to ws-extract-count
                       move pi-p-txn to ws-ex-txn(ws-extract-count)
                       move pi-p-account
                           to ws-ex-acct(ws-extract-count)
                       move pi-p-amount
                           to ws-ex-amount(ws-extract-count)
                       move space to ws-ex-ack(ws-extract-count)
                       move spaces to ws-ex-reason(ws-extract-count)
                   end-if
           end-evaluate

           read posting-in
               at end continue
           end-read
           .


       check-already-ingested.

           move spaces to ws-summary-key
           string
               ws-extract-date                 delimited by size
               "|"                             delimited by size
               into ws-summary-key
           end-string

           open input ack-summary

           if ws-summary-status not = "00"
               exit paragraph
           end-if

           read ack-summary
               at end continue
           end-read

           perform test-one-summary
               until ws-summary-status not = "00"
                   or ws-is-already-ingested

           close ack-summary
           .


       test-one-summary.

           if ack-summary-rec(1:9) = ws-summary-key
               set ws-is-already-ingested to true
           end-if

           read ack-summary
               at end continue
           end-read
           .


       take-one-ack.

           if ack-in-rec not = spaces
               and ack-in-rec(1:1) not = "#"
               add 1 to ws-ack-lines
               move spaces to ws-ack-txn ws-ack-state ws-ack-reason
               unstring ack-in-rec delimited by "|"
                   into ws-ack-txn ws-ack-state ws-ack-reason
               end-unstring
               move function upper-case(function trim(ws-ack-state))
                   to ws-ack-state

               move "0" to ws-extract-found
               perform test-one-extract
                   varying ws-extract-idx from 1 by 1
                   until ws-extract-idx > ws-extract-count
                       or ws-is-extract-found

               if ws-is-extract-found
                   subtract 1 from ws-extract-idx
                   if ws-ack-state(1:1) = "R"
                       move "R" to ws-ex-ack(ws-extract-idx)
                       move ws-ack-reason
                           to ws-ex-reason(ws-extract-idx)
                   else
                       move "P" to ws-ex-ack(ws-extract-idx)
                   end-if
               else
                   if ws-unknown-count < 200
                       add 1 to ws-unknown-count
                       move ws-ack-txn(1:12)
                           to ws-unknown-txn(ws-unknown-count)
                   end-if
               end-if
           end-if

           read ack-in
               at end continue
           end-read
           .


       test-one-extract.

           if ws-ex-txn(ws-extract-idx) = ws-ack-txn(1:12)
               set ws-is-extract-found to true
           end-if
           .


       count-one-posting.

           evaluate ws-ex-ack(ws-extract-idx)
               when "P"
                   add 1 to ws-posted-count
               when "R"
                   add 1 to ws-rejected-count
               when other
                   add 1 to ws-missing-count
           end-evaluate
           .


       write-ack-report.

           open output ack-rpt

           if ws-report-status not = "00"
               display "gl-ack-ingest: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-date-edt
           string
               ws-extract-date(1:4)            delimited by size
               "-"                             delimited by size
               ws-extract-date(5:2)            delimited by size
               "-"                             delimited by size
               ws-extract-date(7:2)            delimited by size
               into ws-date-edt
           end-string

           move spaces to ws-report-title
           string
               "GL ACKNOWLEDGMENT OF "         delimited by size
               ws-date-edt                     delimited by size
               into ws-report-title
           end-string

           move 16 to ws-str-ptr
           call "entete" using by content ws-name ws-surname
                               ws-str-ptr ws-report-title
                               ws-page-number
                               by reference ws-entete ws-page-line

           write ack-rpt-rec from ws-entete
           write ack-rpt-rec from ws-page-line
           move spaces to ack-rpt-rec
           write ack-rpt-rec

           move "rejected by the GL" to ack-rpt-rec
           write ack-rpt-rec
           if ws-rejected-count = 0
               move "  none" to ack-rpt-rec
               write ack-rpt-rec
           else
               perform report-one-rejected
                   varying ws-extract-idx from 1 by 1
                   until ws-extract-idx > ws-extract-count
           end-if

           move spaces to ack-rpt-rec
           write ack-rpt-rec
           move "missing from the acknowledgment" to ack-rpt-rec
           write ack-rpt-rec
           if ws-missing-count = 0
               move "  none" to ack-rpt-rec
               write ack-rpt-rec
           else
               perform report-one-missing
                   varying ws-extract-idx from 1 by 1
                   until ws-extract-idx > ws-extract-count
           end-if

           move spaces to ack-rpt-rec
           write ack-rpt-rec
           move "acknowledged but not in our extract" to ack-rpt-rec
           write ack-rpt-rec
           if ws-unknown-count = 0
               move "  none" to ack-rpt-rec
               write ack-rpt-rec
           else
               perform report-one-unknown
                   varying ws-unknown-idx from 1 by 1
                   until ws-unknown-idx > ws-unknown-count
           end-if

           move spaces to ack-rpt-rec
           write ack-rpt-rec
           move spaces to ack-rpt-rec
           string
               "sent "                         delimited by size
               ws-extract-count                delimited by size
               "  posted "                     delimited by size
               ws-posted-count                 delimited by size
               "  rejected "                   delimited by size
               ws-rejected-count               delimited by size
               "  missing "                    delimited by size
               ws-missing-count                delimited by size
               "  unknown "                    delimited by size
               ws-unknown-count                delimited by size
               into ack-rpt-rec
           end-string
           write ack-rpt-rec

           close ack-rpt
           .


       report-one-rejected.

           if ws-ex-ack(ws-extract-idx) = "R"
               perform build-detail-line
               move ws-ex-reason(ws-extract-idx) to dl-reason
               write ack-rpt-rec from ws-detail-line
           end-if
           .


       report-one-missing.

           if ws-ex-ack(ws-extract-idx) = space
               perform build-detail-line
               write ack-rpt-rec from ws-detail-line
           end-if
           .


       build-detail-line.

           move spaces to ws-detail-line
           move ws-ex-txn(ws-extract-idx) to dl-txn
           move ws-ex-acct(ws-extract-idx) to dl-acct
           move ws-ex-amount(ws-extract-idx) to ws-amount-edt
           move ws-amount-edt to dl-amount
           .


       report-one-unknown.

           move spaces to ack-rpt-rec
           string
               "  "                            delimited by size
               ws-unknown-txn(ws-unknown-idx)  delimited by size
               into ack-rpt-rec
           end-string
           write ack-rpt-rec
           .


      *>****************************************************
      *> the reject file takes the GL's refusals the way
      *> calc writes its own: the line, then a "# reason"
      *> comment
      *>****************************************************

       write-resubmissions.

           open extend calc-rejects
           if ws-reject-status = "35"
               open output calc-rejects
           end-if

           if ws-reject-status not = "00"
               display "gl-ack-ingest: cannot open "
                   function trim(ws-reject-file)
                   ", file status " ws-reject-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform resubmit-one-rejected
               varying ws-extract-idx from 1 by 1
               until ws-extract-idx > ws-extract-count

           close calc-rejects
           .


       resubmit-one-rejected.

           if ws-ex-ack(ws-extract-idx) not = "R"
               exit paragraph
           end-if

           move ws-ex-amount(ws-extract-idx) to ws-amount-edt
           move spaces to ws-reject-line
           if ws-txnid-mode and ws-acct-mode
               string
                   function trim(ws-ex-txn(ws-extract-idx))
                                               delimited by size
                   " "                         delimited by size
                   function trim(ws-ex-acct(ws-extract-idx))
                                               delimited by size
                   " "                         delimited by size
                   function trim(ws-amount-edt)
                                               delimited by size
                   " + 0"                      delimited by size
                   into ws-reject-line
               end-string
           else
               if ws-txnid-mode
                   string
                       function trim(ws-ex-txn(ws-extract-idx))
                                               delimited by size
                       " "                     delimited by size
                       function trim(ws-amount-edt)
                                               delimited by size
                       " + 0"                  delimited by size
                       into ws-reject-line
                   end-string
               else
                   if ws-acct-mode
                       string
                           function trim(ws-ex-acct(ws-extract-idx))
                                               delimited by size
                           " "                 delimited by size
                           function trim(ws-amount-edt)
                                               delimited by size
                           " + 0"              delimited by size
                           into ws-reject-line
                       end-string
                   else
                       string
                           function trim(ws-amount-edt)
                                               delimited by size
                           " + 0"              delimited by size
                           into ws-reject-line
                       end-string
                   end-if
               end-if
           end-if
           write calc-rejects-rec from ws-reject-line

           move spaces to ws-reject-line
           string
               "# GL rejected: "               delimited by size
               function trim(ws-ex-reason(ws-extract-idx))
                                               delimited by size
               into ws-reject-line
           end-string
           write calc-rejects-rec from ws-reject-line
           .


      *>****************************************************
      *> the registry is copied through a work file with
      *> the GL-rejected ids left out, then renamed over the
      *> original - those ids never reached the ledger, so
      *> their resubmission must not read as a duplicate
      *>****************************************************

       release-registry-ids.

           open input registry-in

           if ws-registry-status not = "00"
               exit paragraph
           end-if

           move spaces to ws-registry-work
           string
               function trim(ws-registry-file) delimited by size
               ".work"                         delimited by size
               into ws-registry-work
           end-string

           open output registry-out

           if ws-registry-out-status not = "00"
               display "gl-ack-ingest: cannot open "
                   function trim(ws-registry-work)
               close registry-in
               move 8 to ws-return-code
               exit paragraph
           end-if

           read registry-in
               at end continue
           end-read

           perform copy-one-registry-entry
               until ws-registry-status not = "00"

           close registry-in registry-out

           call "CBL_RENAME_FILE" using ws-registry-work
                                        ws-registry-file
           move return-code to ws-rename-rc
           move zero to return-code
           if ws-rename-rc not = 0
               display "gl-ack-ingest: registry rename failed - "
                   "rejected ids still registered"
               move 8 to ws-return-code
           end-if
           .


       copy-one-registry-entry.

           move spaces to ws-reg-txn
           unstring registry-in-rec delimited by "|"
               into ws-reg-txn
           end-unstring

           move "0" to ws-extract-found
           perform test-one-rejected-id
               varying ws-extract-idx from 1 by 1
               until ws-extract-idx > ws-extract-count
                   or ws-is-extract-found

           if not ws-is-extract-found
               write registry-out-rec from registry-in-rec
           end-if

           read registry-in
               at end continue
           end-read
           .


       test-one-rejected-id.

           if ws-ex-ack(ws-extract-idx) = "R"
               and ws-ex-txn(ws-extract-idx) = ws-reg-txn(1:12)
               set ws-is-extract-found to true
           end-if
           .


       write-ack-summary.

           open extend ack-summary
           if ws-summary-status = "35"
               open output ack-summary
           end-if

           if ws-summary-status not = "00"
               display "gl-ack-ingest: cannot open "
                   function trim(ws-summary-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ack-summary-rec
           string
               ws-extract-date                 delimited by size
               "|"                             delimited by size
               ws-today                        delimited by size
               "|"                             delimited by size
               ws-extract-count                delimited by size
               "|"                             delimited by size
               ws-posted-count                 delimited by size
               "|"                             delimited by size
               ws-rejected-count               delimited by size
               "|"                             delimited by size
               ws-missing-count                delimited by size
               "|"                             delimited by size
               ws-unknown-count                delimited by size
               into ack-summary-rec
           end-string
           write ack-summary-rec

           close ack-summary
           .
