       identification division.
       program-id. calc-recon.

      *>****************************************************
      *> three-way reconciliation for calc batch: the
      *> auditors' question "did every transaction id on
      *> calc-batch-in reach the journal, the batch output
      *> and the GL posting file exactly once, with the same
      *> amount in each" answered per transaction id, the
      *> way accountability answers it for sensor records.
      *>
      *> one run (CALC_RECON_RUN, matched against the run=
      *> stamp calc puts on the journal and the batch
      *> trailer) or one date (CALC_RECON_DATE, default the
      *> processing date, matched against the journal
      *> timestamp and the posting file header).
      *>
      *> a line calc held for approval or rejected is
      *> accounted for by its batch output line and must
      *> not reach the journal or the GL; standing orders
      *> and released holds legitimately have no input line.
      *> journal entries whose first word is no transaction
      *> id of the batch are interactive calculations and
      *> are left out. every break - an id missing from a
      *> leg, an id more than once in a leg, an amount that
      *> differs between legs - gives RETURN-CODE 8
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select batch-in assign to dynamic ws-batch-in-file
               organization line sequential
               file status is ws-batch-in-status.
           select batch-out assign to dynamic ws-batch-out-file
               organization line sequential
               file status is ws-batch-out-status.
           select calc-journal assign to dynamic ws-journal-file
               organization line sequential
               file status is ws-journal-status.
           select posting-in assign to dynamic ws-posting-file
               organization line sequential
               file status is ws-posting-status.
           select recon-rpt assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd batch-in.
       01 batch-in-rec             pic x(120).

       fd batch-out.
       01 batch-out-rec            pic x(132).

       fd calc-journal.
       01 calc-journal-rec         pic x(120).

       fd posting-in.
       01 posting-in-rec           pic x(72).

       01 posting-header redefines posting-in-rec.
           03 pi-h-type            pic x.
           03 pi-h-date            pic 9(8).
           03 filler               pic x(63).

       01 posting-detail redefines posting-in-rec.
           03 pi-p-type            pic x.
           03 pi-p-account         pic x(12).
           03 pi-p-amount          pic s9(13)v9(4)
                                    sign leading separate.
           03 pi-p-txn             pic x(12).
           03 filler               pic x(29).

       fd recon-rpt.
       01 recon-rpt-rec            pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-batch-in-file         pic x(80) value "calc-batch-in".
       77 ws-batch-in-status       pic xx.
       77 ws-batch-out-file        pic x(80) value "calc-batch-out".
       77 ws-batch-out-status      pic xx.
       77 ws-journal-file          pic x(80) value "calc-journal".
       77 ws-journal-status        pic xx.
       77 ws-posting-file          pic x(80) value "file-gl-posting".
       77 ws-posting-status        pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-calc-recon-report".
       77 ws-report-status         pic xx.

       77 ws-txnid-flag            pic x(5)  value spaces.
           88 ws-txnid-mode                  value "Y".

       77 ws-recon-run             pic x(11) value spaces.
       77 ws-recon-date            pic 9(8)  value 0.
       77 ws-date-edt              pic x(10).

      *>****************************************************
      *> one entry per transaction id seen on any leg: how
      *> often each leg carries it, what the batch output
      *> made of it (P posted, H held, R rejected) and the
      *> amount each leg shows
      *>****************************************************

       01 ws-recon-table.
           03 ws-recon-entry occurs 5000.
               05 ws-rc-txn        pic x(12).
               05 ws-rc-in-count   pic 9(3).
               05 ws-rc-jn-count   pic 9(3).
               05 ws-rc-bo-count   pic 9(3).
               05 ws-rc-gl-count   pic 9(3).
               05 ws-rc-state      pic x.
               05 ws-rc-generated  pic x.
               05 ws-rc-jn-amt     pic s9(13)v9(4) usage comp-3.
               05 ws-rc-bo-amt     pic s9(13)v9(4) usage comp-3.
               05 ws-rc-gl-amt     pic s9(13)v9(4) usage comp-3.
               05 ws-rc-finding    pic x(71).
       77 ws-recon-count           pic 9(4)  value 0.
       77 ws-recon-idx             pic 9(4).
       77 ws-recon-found           pic x.
           88 ws-is-recon-found              value "1".
       77 ws-recon-full            pic x     value "0".
           88 ws-is-recon-full               value "1".

       77 ws-key-txn               pic x(20).
       77 ws-line                  pic x(132).
       77 ws-left                  pic x(132).
       77 ws-right                 pic x(132).
       77 ws-amt-text              pic x(30).
       77 ws-amount                pic s9(13)v9(4) usage comp-3.
       77 ws-line-run              pic x(20).
       77 ws-tally                 pic 9(4).
       77 ws-line-date             pic x(8).

       77 ws-posting-date          pic 9(8)  value 0.
       77 ws-leg-note              pic x(80).

       77 ws-finding               pic x(71).
       77 ws-finding-ptr           pic 9(3).
       77 ws-finding-text          pic x(40).

       77 ws-ok-count              pic 9(6)  value 0.
       77 ws-held-count            pic 9(6)  value 0.
       77 ws-rejected-count        pic 9(6)  value 0.
       77 ws-break-count           pic 9(6)  value 0.

       01 ws-detail-line.
           03 filler               pic x(2).
           03 dl-txn               pic x(12).
           03 filler               pic x.
           03 dl-in                pic zz9.
           03 filler               pic x.
           03 dl-jn                pic zz9.
           03 filler               pic x.
           03 dl-bo                pic zz9.
           03 filler               pic x.
           03 dl-gl                pic zz9.
           03 filler               pic x.
           03 dl-state             pic x(8).
           03 filler               pic x.
           03 dl-amount            pic -(13)9.9(4).
           03 filler               pic x.
           03 dl-finding           pic x(71).

       01 ws-heading-line.
           03 filler               pic x(2)  value spaces.
           03 filler               pic x(13) value "txn id".
           03 filler               pic x(4)  value " in".
           03 filler               pic x(4)  value "jnl".
           03 filler               pic x(4)  value "out".
           03 filler               pic x(4)  value " gl".
           03 filler               pic x(9)  value "state".
           03 filler               pic x(20) value
                                    "             amount ".
           03 filler               pic x(7)  value "finding".

       77 ws-entete                pic x(132).
       77 ws-page-line             pic x(132).
       77 ws-name                  pic x(40) value "Doe".
       77 ws-surname               pic x(40) value "John".
       77 ws-str-ptr               pic 999   value 16.
       77 ws-report-title          pic x(40).
       77 ws-page-number           pic 9(4)  value 1.

       77 ws-caller                pic x(20) value "CALC-RECON".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9     value 0.

       procedure division.

       mainline.

           perform resolve-config

           if not ws-txnid-mode
               display "calc-recon: calc batch does not key "
                   "transaction ids (CALC_BATCH_TXNID) - nothing "
                   "to reconcile"
               move 4 to return-code
               goback
           end-if

           perform load-batch-in
           perform load-batch-out
           perform load-journal
           perform load-posting

           perform judge-one-txn
               varying ws-recon-idx from 1 by 1
               until ws-recon-idx > ws-recon-count

           perform write-recon-report

           if ws-break-count > 0 or ws-leg-note not = spaces
               or ws-is-recon-full
               move 8 to ws-return-code
           end-if

           move "RECONCILED" to ws-audit-event
           move spaces to ws-audit-detail
           if ws-recon-run not = spaces
               string
                   "run="                      delimited by size
                   function trim(ws-recon-run) delimited by size
                   into ws-audit-detail
               end-string
           else
               string
                   "date="                     delimited by size
                   ws-recon-date               delimited by size
                   into ws-audit-detail
               end-string
           end-if
           move ws-audit-detail to ws-line
           move spaces to ws-audit-detail
           string
               function trim(ws-line)          delimited by size
               " ids="                         delimited by size
               ws-recon-count                  delimited by size
               " breaks="                      delimited by size
               ws-break-count                  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail

           display "calc-recon: " ws-recon-count " transaction id(s), "
               ws-ok-count " reconciled, " ws-held-count " held, "
               ws-rejected-count " rejected, "
               ws-break-count " break(s)"

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "CALC_BATCH_IN" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-batch-in-file
           end-if

           move "CALC_BATCH_OUT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-batch-out-file
           end-if

           move "CALC_JOURNAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-journal-file
           end-if

           move "GL_POSTING_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-posting-file
           end-if

           move "CALC_RECON_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move "CALC_BATCH_TXNID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-txnid-flag
           end-if

           move "CALC_RECON_RUN" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-recon-run
           end-if

           accept ws-recon-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-recon-date
           end-if
           move "CALC_RECON_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-recon-date
           end-if

           move spaces to ws-leg-note
           .


      *>****************************************************
      *> the input leg: the first word of each keyed line
      *>****************************************************

       load-batch-in.

           open input batch-in

           if ws-batch-in-status not = "00"
               move "no batch input file" to ws-leg-note
               exit paragraph
           end-if

           read batch-in
               at end continue
           end-read

           perform take-one-batch-in
               until ws-batch-in-status not = "00"

           close batch-in
           .


       take-one-batch-in.

           move function trim(batch-in-rec leading) to ws-line
           if ws-line not = spaces and ws-line(1:1) not = "#"
               move spaces to ws-key-txn
               unstring ws-line delimited by all space
                   into ws-key-txn
               end-unstring
               perform find-or-add-txn
               if ws-is-recon-found
                   add 1 to ws-rc-in-count(ws-recon-idx)
               end-if
           end-if

           read batch-in
               at end continue
           end-read
           .


      *>****************************************************
      *> the batch output leg: a line with " = " posted, a
      *> "held for approval" line held, any other keyed
      *> line rejected. standing orders and released holds
      *> enter here, never having had an input line
      *>****************************************************

       load-batch-out.

           open input batch-out

           if ws-batch-out-status not = "00"
               if ws-leg-note = spaces
                   move "no batch output file" to ws-leg-note
               end-if
               exit paragraph
           end-if

           read batch-out
               at end continue
           end-read

           perform take-one-batch-out
               until ws-batch-out-status not = "00"

           close batch-out
           .


       take-one-batch-out.

           move batch-out-rec to ws-line

           if ws-line(1:14) = "control total:"
               if ws-recon-run not = spaces
                   move spaces to ws-left ws-line-run
                   unstring ws-line delimited by " run="
                       into ws-left ws-line-run
                   end-unstring
                   if ws-line-run not = ws-recon-run
                       and ws-leg-note = spaces
                       move "batch output is not for this run"
                           to ws-leg-note
                   end-if
               end-if
               perform read-next-batch-out
               exit paragraph
           end-if

           move spaces to ws-key-txn
           unstring ws-line delimited by all space
               into ws-key-txn
           end-unstring

           move zero to ws-tally
           inspect ws-line tallying ws-tally
               for all "[standing order]" all "[released "

           if ws-key-txn = spaces
               perform read-next-batch-out
               exit paragraph
           end-if

           if ws-tally > 0
               perform find-or-add-txn
           else
               perform find-txn
           end-if

           if ws-is-recon-found
               add 1 to ws-rc-bo-count(ws-recon-idx)
               if ws-tally > 0
                   move "Y" to ws-rc-generated(ws-recon-idx)
               end-if
               move zero to ws-tally
               inspect ws-line tallying ws-tally for all " = "
               if ws-tally > 0
                   perform pick-amount
                   if ws-rc-bo-count(ws-recon-idx) = 1
                       move "P" to ws-rc-state(ws-recon-idx)
                       move ws-amount to ws-rc-bo-amt(ws-recon-idx)
                   end-if
               else
                   move zero to ws-tally
                   inspect ws-line tallying ws-tally
                       for all "held for approval"
                   if ws-rc-bo-count(ws-recon-idx) = 1
                       if ws-tally > 0
                           move "H" to ws-rc-state(ws-recon-idx)
                       else
                           move "R" to ws-rc-state(ws-recon-idx)
                       end-if
                   end-if
               end-if
           end-if

           perform read-next-batch-out
           .


       read-next-batch-out.

           read batch-out
               at end continue
           end-read
           .


      *>****************************************************
      *> the journal leg: the run= stamp or the timestamp's
      *> date selects the entries, the word after the
      *> timestamp is the transaction id
      *>****************************************************

       load-journal.

           open input calc-journal

           if ws-journal-status not = "00"
               if ws-leg-note = spaces
                   move "no calc journal" to ws-leg-note
               end-if
               exit paragraph
           end-if

           read calc-journal
               at end continue
           end-read

           perform take-one-journal
               until ws-journal-status not = "00"

           close calc-journal
           .


       take-one-journal.

           move calc-journal-rec to ws-line

           if ws-recon-run not = spaces
               move spaces to ws-left ws-line-run
               unstring ws-line delimited by " run="
                   into ws-left ws-line-run
               end-unstring
               if ws-line-run not = ws-recon-run
                   perform read-next-journal
                   exit paragraph
               end-if
           else
               move spaces to ws-line-date
               string
                   ws-line(1:4)                delimited by size
                   ws-line(6:2)                delimited by size
                   ws-line(9:2)                delimited by size
                   into ws-line-date
               end-string
               if ws-line-date not = ws-recon-date
                   perform read-next-journal
                   exit paragraph
               end-if
           end-if

           move spaces to ws-key-txn
           unstring ws-line(21:) delimited by all space
               into ws-key-txn
           end-unstring

           if ws-key-txn not = spaces
               perform find-txn
               if ws-is-recon-found
                   add 1 to ws-rc-jn-count(ws-recon-idx)
                   perform pick-amount
                   if ws-rc-jn-count(ws-recon-idx) = 1
                       move ws-amount to ws-rc-jn-amt(ws-recon-idx)
                   end-if
               end-if
           end-if

           perform read-next-journal
           .


       read-next-journal.

           read calc-journal
               at end continue
           end-read
           .


      *>****************************************************
      *> the GL leg: every P record carries its transaction
      *> id, so an id the batch never produced is a break
      *> in its own right
      *>****************************************************

       load-posting.

           open input posting-in

           if ws-posting-status not = "00"
               if ws-leg-note = spaces
                   move "no GL posting file" to ws-leg-note
               end-if
               exit paragraph
           end-if

           read posting-in
               at end continue
           end-read

           perform take-one-posting
               until ws-posting-status not = "00"

           close posting-in

           if ws-recon-run = spaces
               and ws-posting-date not = ws-recon-date
               and ws-leg-note = spaces
               move "GL posting file is for another date"
                   to ws-leg-note
           end-if
           .


       take-one-posting.

           evaluate pi-h-type
               when "H"
                   if pi-h-date numeric
                       move pi-h-date to ws-posting-date
                   end-if
               when "P"
                   move pi-p-txn to ws-key-txn
                   if ws-key-txn not = spaces
                       perform find-or-add-txn
                       if ws-is-recon-found
                           add 1 to ws-rc-gl-count(ws-recon-idx)
                           if ws-rc-gl-count(ws-recon-idx) = 1
                               move pi-p-amount
                                   to ws-rc-gl-amt(ws-recon-idx)
                           end-if
                       end-if
                   end-if
           end-evaluate

           read posting-in
               at end continue
           end-read
           .


       pick-amount.

           move spaces to ws-left ws-right ws-amt-text
           unstring ws-line delimited by " = "
               into ws-left ws-right
           end-unstring
           unstring ws-right delimited by all space
               into ws-amt-text
           end-unstring

           move zero to ws-amount
           if ws-amt-text not = spaces
               and function test-numval-c(ws-amt-text) = 0
               compute ws-amount = function numval-c(ws-amt-text)
           end-if
           .


       find-txn.

           move "0" to ws-recon-found
           perform test-one-txn
               varying ws-recon-idx from 1 by 1
               until ws-recon-idx > ws-recon-count
                   or ws-is-recon-found

           if ws-is-recon-found
               subtract 1 from ws-recon-idx
           end-if
           .


       test-one-txn.

           if ws-rc-txn(ws-recon-idx) = ws-key-txn(1:12)
               set ws-is-recon-found to true
           end-if
           .


       find-or-add-txn.

           perform find-txn

           if ws-is-recon-found
               exit paragraph
           end-if

           if ws-recon-count >= 5000
               if not ws-is-recon-full
                   display "calc-recon: transaction table full, "
                       "reconciliation incomplete"
                   set ws-is-recon-full to true
               end-if
               exit paragraph
           end-if

           add 1 to ws-recon-count
           move ws-recon-count to ws-recon-idx
           move ws-key-txn(1:12) to ws-rc-txn(ws-recon-idx)
           move zero to ws-rc-in-count(ws-recon-idx)
                        ws-rc-jn-count(ws-recon-idx)
                        ws-rc-bo-count(ws-recon-idx)
                        ws-rc-gl-count(ws-recon-idx)
                        ws-rc-jn-amt(ws-recon-idx)
                        ws-rc-bo-amt(ws-recon-idx)
                        ws-rc-gl-amt(ws-recon-idx)
           move space to ws-rc-state(ws-recon-idx)
           move "N" to ws-rc-generated(ws-recon-idx)
           set ws-is-recon-found to true
           .


      *>****************************************************
      *> one id's findings, collected into one line so an
      *> id missing from two legs reads as one entry
      *>****************************************************

       judge-one-txn.

           move spaces to ws-finding
           move 1 to ws-finding-ptr

           if ws-rc-in-count(ws-recon-idx) = 0
               and ws-rc-generated(ws-recon-idx) not = "Y"
               move "not on batch input" to ws-finding-text
               perform add-finding
           end-if
           if ws-rc-in-count(ws-recon-idx) > 1
               move "more than once on input" to ws-finding-text
               perform add-finding
           end-if

           if ws-rc-bo-count(ws-recon-idx) = 0
               move "missing from batch output" to ws-finding-text
               perform add-finding
           end-if
           if ws-rc-bo-count(ws-recon-idx) > 1
               move "more than once on output" to ws-finding-text
               perform add-finding
           end-if

           if ws-rc-state(ws-recon-idx) = "H"
               or ws-rc-state(ws-recon-idx) = "R"
               if ws-rc-jn-count(ws-recon-idx) > 0
                   move "journaled though not posted"
                       to ws-finding-text
                   perform add-finding
               end-if
               if ws-rc-gl-count(ws-recon-idx) > 0
                   move "sent to the GL though not posted"
                       to ws-finding-text
                   perform add-finding
               end-if
           else
               if ws-rc-jn-count(ws-recon-idx) = 0
                   move "missing from journal" to ws-finding-text
                   perform add-finding
               end-if
               if ws-rc-jn-count(ws-recon-idx) > 1
                   move "more than once in journal"
                       to ws-finding-text
                   perform add-finding
               end-if
               if ws-rc-gl-count(ws-recon-idx) = 0
                   move "missing from GL posting file"
                       to ws-finding-text
                   perform add-finding
               end-if
               if ws-rc-gl-count(ws-recon-idx) > 1
                   move "more than once in GL posting file"
                       to ws-finding-text
                   perform add-finding
               end-if
               if ws-rc-state(ws-recon-idx) = "P"
                   and ws-rc-jn-count(ws-recon-idx) > 0
                   and ws-rc-gl-count(ws-recon-idx) > 0
                   and (ws-rc-jn-amt(ws-recon-idx)
                           not = ws-rc-bo-amt(ws-recon-idx)
                       or ws-rc-gl-amt(ws-recon-idx)
                           not = ws-rc-bo-amt(ws-recon-idx))
                   move "amount differs between legs"
                       to ws-finding-text
                   perform add-finding
               end-if
           end-if

           move ws-finding to ws-rc-finding(ws-recon-idx)

           if ws-finding not = spaces
               add 1 to ws-break-count
           else
               evaluate ws-rc-state(ws-recon-idx)
                   when "H"
                       add 1 to ws-held-count
                   when "R"
                       add 1 to ws-rejected-count
                   when other
                       add 1 to ws-ok-count
               end-evaluate
           end-if
           .


       add-finding.

           if ws-finding-ptr > 1
               string
                   "; "                        delimited by size
                   into ws-finding
                   with pointer ws-finding-ptr
               end-string
           end-if
           string
               function trim(ws-finding-text)  delimited by size
               into ws-finding
               with pointer ws-finding-ptr
           end-string
           .


       write-recon-report.

           open output recon-rpt

           if ws-report-status not = "00"
               display "calc-recon: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-report-title
           if ws-recon-run not = spaces
               string
                   "CALC RECONCILIATION RUN "  delimited by size
                   function trim(ws-recon-run) delimited by size
                   into ws-report-title
               end-string
           else
               move spaces to ws-date-edt
               string
                   ws-recon-date(1:4)          delimited by size
                   "-"                         delimited by size
                   ws-recon-date(5:2)          delimited by size
                   "-"                         delimited by size
                   ws-recon-date(7:2)          delimited by size
                   into ws-date-edt
               end-string
               string
                   "CALC RECONCILIATION OF "   delimited by size
                   ws-date-edt                 delimited by size
                   into ws-report-title
               end-string
           end-if

           move 16 to ws-str-ptr
           call "entete" using by content ws-name ws-surname
                               ws-str-ptr ws-report-title
                               ws-page-number
                               by reference ws-entete ws-page-line

           write recon-rpt-rec from ws-entete
           write recon-rpt-rec from ws-page-line
           move spaces to recon-rpt-rec
           write recon-rpt-rec

           if ws-leg-note not = spaces
               move spaces to recon-rpt-rec
               string
                   "  *** "                    delimited by size
                   function trim(ws-leg-note)  delimited by size
                   " ***"                      delimited by size
                   into recon-rpt-rec
               end-string
               write recon-rpt-rec
               move spaces to recon-rpt-rec
               write recon-rpt-rec
           end-if

           write recon-rpt-rec from ws-heading-line

           perform report-one-txn
               varying ws-recon-idx from 1 by 1
               until ws-recon-idx > ws-recon-count

           move spaces to recon-rpt-rec
           write recon-rpt-rec
           move spaces to recon-rpt-rec
           string
               "ids "                          delimited by size
               ws-recon-count                  delimited by size
               "  reconciled "                 delimited by size
               ws-ok-count                     delimited by size
               "  held "                       delimited by size
               ws-held-count                   delimited by size
               "  rejected "                   delimited by size
               ws-rejected-count               delimited by size
               "  breaks "                     delimited by size
               ws-break-count                  delimited by size
               into recon-rpt-rec
           end-string
           write recon-rpt-rec

           close recon-rpt
           .


       report-one-txn.

           move spaces to ws-detail-line
           move ws-rc-txn(ws-recon-idx) to dl-txn
           move ws-rc-in-count(ws-recon-idx) to dl-in
           move ws-rc-jn-count(ws-recon-idx) to dl-jn
           move ws-rc-bo-count(ws-recon-idx) to dl-bo
           move ws-rc-gl-count(ws-recon-idx) to dl-gl

           evaluate ws-rc-state(ws-recon-idx)
               when "P"
                   move "posted" to dl-state
                   move ws-rc-bo-amt(ws-recon-idx) to dl-amount
               when "H"
                   move "held" to dl-state
                   move zero to dl-amount
               when "R"
                   move "rejected" to dl-state
                   move zero to dl-amount
               when other
                   move "-" to dl-state
                   move ws-rc-gl-amt(ws-recon-idx) to dl-amount
           end-evaluate

           if ws-rc-finding(ws-recon-idx) = spaces
               move "ok" to dl-finding
           else
               move ws-rc-finding(ws-recon-idx) to dl-finding
           end-if

           write recon-rpt-rec from ws-detail-line
           .
