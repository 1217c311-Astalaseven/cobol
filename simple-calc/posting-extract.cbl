      *> control-break field), so this turns them into the
      *> GL's fixed-format posting file -
      *>   "H" posting date + source code
      *>   "P" account, signed amount, transaction id,
      *>       accounting period (yyyymm) it belongs to,
      *>       and on a reversal the id of the transaction
      *>       it reverses
      *>   "T" record count + net amount
      *> the trailer must balance against calc's own
      *> control-total line before the file is released:
      *>
      *> detail lines are assigned to the account whose
      *> "account X:" subtotal line follows them, the same
      *> order calc's control break writes them in.
      *>
      *>   posting-extract                 build and release
      *>                                   tonight's extract
      *>   posting-extract -reverse <file> reverse a released
      *>                                   extract (live, or
      *>                                   an archive-cycle
      *>                                   -restore copy)
      *>****************************************************

       environment division.
           select posting-file assign to dynamic ws-work-file
               organization line sequential
               file status is ws-posting-status.
           select reversal-in assign to dynamic ws-rev-in-file
               organization line sequential
               file status is ws-rev-in-status.
           select reversal-register assign to dynamic ws-register-file
               organization line sequential
               file status is ws-register-status.

       data division.

       01 batch-out-in-rec         pic x(120).

       fd posting-file.
       01 posting-file-rec         pic x(72).

       01 posting-header redefines posting-file-rec.
           03 pf-h-type            pic x.
           03 pf-h-date            pic 9(8).
           03 pf-h-source          pic x(8).
           03 pf-h-reverses        pic 9(8).
           03 filler               pic x(47).

       01 posting-detail redefines posting-file-rec.
           03 pf-p-type            pic x.
           03 pf-p-amount          pic s9(13)v9(4)
                                    sign leading separate.
           03 pf-p-txn             pic x(12).
           03 pf-p-period          pic 9(6).
           03 pf-p-orig-txn        pic x(12).
           03 filler               pic x(11).

       01 posting-trailer redefines posting-file-rec.
           03 pf-t-type            pic x.
           03 pf-t-count           pic 9(6).
           03 pf-t-net             pic s9(15)v9(4)
                                    sign leading separate.
           03 filler               pic x(45).

       fd reversal-in.
       01 reversal-in-rec          pic x(72).

       01 reversal-in-header redefines reversal-in-rec.
           03 ri-h-type            pic x.
           03 ri-h-date            pic 9(8).
           03 ri-h-source          pic x(8).
           03 filler               pic x(55).

       01 reversal-in-detail redefines reversal-in-rec.
           03 ri-p-type            pic x.
           03 ri-p-account         pic x(12).
           03 ri-p-amount          pic s9(13)v9(4)
                                    sign leading separate.
           03 ri-p-txn             pic x(12).
           03 ri-p-period          pic x(6).
           03 ri-p-orig-txn        pic x(12).
           03 filler               pic x(11).

       01 reversal-in-trailer redefines reversal-in-rec.
           03 ri-t-type            pic x.
           03 ri-t-count           pic 9(6).
           03 ri-t-net             pic s9(15)v9(4)
                                    sign leading separate.
           03 filler               pic x(45).

       fd reversal-register.
       01 reversal-register-rec    pic x(160).

       working-storage section.

           03 ws-pend-entry occurs 500.
               05 ws-pd-txn        pic x(12).
               05 ws-pd-amount     pic s9(13)v9(4) usage comp-3.
               05 ws-pd-period     pic 9(6).
       77 ws-pending-count         pic 9(3)  value 0.
       77 ws-pending-idx           pic 9(3).


       77 ws-rename-rc             pic s9(9).

      *>****************************************************
      *> every account the extract posts to is judged
      *> against the chart of accounts; one unknown or
      *> closed account anywhere in the file refuses the
      *> release exactly as an out-of-balance trailer does,
      *> so the GL never receives a posting it will bounce
      *>****************************************************

       77 ws-chart-desc            pic x(30).
       77 ws-chart-type            pic x(10).
       77 ws-chart-result          pic x.
           88 ws-chart-acct-ok                value "0" "9".
       77 ws-bad-acct-count        pic 9(4)  value 0.
       77 ws-bad-acct-first        pic x(12) value spaces.

      *>****************************************************
      *> accounting period control: each detail line's
      *> period comes from the " vd=yyyymmdd" value date
      *> calc puts on it, or the posting date when it has
      *> none. a posting into a period the period control
      *> file lists as CLOSED refuses the release the same
      *> way a bad account does
      *>****************************************************

       77 ws-vd-pos                pic 9(3).
       77 ws-vd-part               pic x(20).
       77 ws-period-key            pic x(6).
       77 ws-period-state          pic x(8).
       77 ws-closed-count          pic 9(4)  value 0.
       77 ws-closed-first          pic x(6)  value spaces.

       77 ws-audit-caller          pic x(20)
                                    value "POSTING-EXTRACT".
       77 ws-audit-event           pic x(12).

       77 ws-return-code           pic 9     value 0.

      *>****************************************************
      *> reversal of a released extract: a night found to
      *> be wrong after release used to mean phoning
      *> corporate accounting to reverse it by hand. the
      *> reversal file carries the same accounts with the
      *> signs turned, new transaction ids and a balanced
      *> trailer; its header names the date of the extract
      *> it reverses. the source extract must balance on
      *> its own trailer before anything is written, and
      *> the reversal register -
      *>   orig-date|source|count|net|reversed-on|by|file
      *> refuses a second reversal of the same extract.
      *> a reversal id is "R" and an eleven-digit number
      *> running on from the highest the register holds,
      *> so no two reversals share one however alike their
      *> originals; the register pairs each with the
      *> transaction it reverses -
      *>   X|reversal id|original id|orig-date
      *>****************************************************

       77 ws-mode-arg              pic x(20).
       77 ws-rev-in-file           pic x(80).
       77 ws-rev-in-status         pic xx.
       77 ws-rev-out               pic x(80)
                                    value "file-gl-reversal".
       77 ws-register-file         pic x(80)
                                    value "file-gl-reversals".
       77 ws-register-status       pic xx.
       77 ws-rv-h-seen             pic x.
       77 ws-rv-t-seen             pic x.
       77 ws-rv-orig-date          pic 9(8).
       77 ws-rv-orig-source        pic x(8).
       77 ws-rv-count              pic 9(6).
       77 ws-rv-net                pic s9(15)v9(4) usage comp-3.
       77 ws-rv-t-count            pic 9(6).
       77 ws-rv-t-net              pic s9(15)v9(4) usage comp-3.
       77 ws-rv-net-edt            pic -(15)9.9(4).
       77 ws-rv-key                pic x(60).
       77 ws-rv-key-len            pic 9(3).
       77 ws-rv-found              pic x.
           88 ws-is-rv-found                 value "1".
       77 ws-rv-user               pic x(20).
       77 ws-rv-seq                pic 9(11)  value 0.
       77 ws-rv-seq-base           pic 9(11)  value 0.
       77 ws-rv-txn                pic x(12).

       procedure division.

       mainline.

           perform resolve-config

           move spaces to ws-mode-arg
           accept ws-mode-arg from argument-value
               on exception continue
           end-accept

           if ws-mode-arg = "-reverse"
               perform reverse-posting-file
               move ws-return-code to return-code
               goback
           end-if

           open input batch-out-in

           if ws-batch-status not = "00"
           end-if

           move ws-amount to ws-pd-amount(ws-pending-count)

           move ws-posting-date(1:6) to ws-pd-period(ws-pending-count)
           move zero to ws-vd-pos
           inspect ws-line tallying ws-vd-pos
               for characters before " vd="
           if ws-vd-pos + 12 <= 120
               move ws-line(ws-vd-pos + 5:) to ws-vd-part
               if ws-vd-part(1:8) numeric
                   move ws-vd-part(1:6)
                       to ws-pd-period(ws-pending-count)
               end-if
           end-if

           move ws-pd-period(ws-pending-count) to ws-period-key
           call "period-status" using ws-period-key ws-period-state
           if ws-period-state = "CLOSED"
               add 1 to ws-closed-count
               if ws-closed-first = spaces
                   move ws-period-key to ws-closed-first
               end-if
               display "posting-extract: posting "
                   function trim(ws-pd-txn(ws-pending-count))
                   " falls in closed period " ws-period-key
           end-if
           .



       post-pending-details.

           if ws-pending-count > 0
               call "account-lookup" using ws-acct-name(1:12)
                   ws-chart-desc ws-chart-type ws-chart-result
               if not ws-chart-acct-ok
                   add 1 to ws-bad-acct-count
                   if ws-bad-acct-first = spaces
                       move ws-acct-name(1:12) to ws-bad-acct-first
                   end-if
                   display "posting-extract: account "
                       function trim(ws-acct-name)
                       " unknown or closed on the chart of accounts"
               end-if
           end-if

           perform post-one-detail
               varying ws-pending-idx from 1 by 1
               until ws-pending-idx > ws-pending-count
           move ws-acct-name(1:12) to pf-p-account
           move ws-pd-amount(ws-pending-idx) to pf-p-amount
           move ws-pd-txn(ws-pending-idx) to pf-p-txn
           move ws-pd-period(ws-pending-idx) to pf-p-period
           move spaces to pf-p-orig-txn
           write posting-file-rec

           add 1 to ws-posted-count
               end-if
           end-if

           if ws-balanced = "1" and ws-bad-acct-count > 0
               call "CBL_DELETE_FILE" using ws-work-file
               move zero to return-code
               display "posting-extract: " ws-bad-acct-count
                   " account group(s) not valid on the chart of "
                   "accounts, extract not released"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "account not on chart or closed: "
                                               delimited by size
                   function trim(ws-bad-acct-first)
                                               delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               move 8 to ws-return-code
               exit paragraph
           end-if

           if ws-balanced = "1" and ws-closed-count > 0
               call "CBL_DELETE_FILE" using ws-work-file
               move zero to return-code
               display "posting-extract: " ws-closed-count
                   " posting(s) dated into a closed period, "
                   "extract not released"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "posting into closed period: "
                                               delimited by size
                   ws-closed-first             delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               move 8 to ws-return-code
               exit paragraph
           end-if

           if ws-balanced = "1"
               call "CBL_RENAME_FILE" using ws-work-file
                                            ws-posting-out
               move 8 to ws-return-code
           end-if
           .


       reverse-posting-file.

           move spaces to ws-rev-in-file
           accept ws-rev-in-file from argument-value
               on exception continue
           end-accept

           if ws-rev-in-file = spaces
               or ws-rev-in-file = low-values
               display "usage: posting-extract -reverse "
                   "<released posting file>"
               move 8 to ws-return-code
               exit paragraph
           end-if

           move "GL_REVERSAL_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-rev-out
           end-if

           move spaces to ws-work-file
           string
               function trim(ws-rev-out)       delimited by size
               ".work"                         delimited by size
               into ws-work-file
           end-string

           move "GL_REVERSAL_REGISTER" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-register-file
           end-if

      *>   first pass: the extract must be whole and balance
      *>   on its own trailer before it is reversed
           move "0" to ws-rv-h-seen ws-rv-t-seen
           move zero to ws-rv-count ws-rv-net ws-rv-t-count
                        ws-rv-t-net ws-rv-orig-date
           move spaces to ws-rv-orig-source

           open input reversal-in

           if ws-rev-in-status not = "00"
               display "posting-extract: cannot open "
                   function trim(ws-rev-in-file)
                   ", file status " ws-rev-in-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           read reversal-in
               at end continue
           end-read

           perform scan-one-reversal-record
               until ws-rev-in-status not = "00"

           close reversal-in

           if ws-rv-h-seen not = "1" or ws-rv-t-seen not = "1"
               or ws-rv-count not = ws-rv-t-count
               or ws-rv-net not = ws-rv-t-net
               display "posting-extract: "
                   function trim(ws-rev-in-file)
                   " is not a whole, balanced posting extract - "
                   "not reversed"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "reversal source unbalanced: "
                                               delimited by size
                   function trim(ws-rev-in-file)
                                               delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               move 8 to ws-return-code
               exit paragraph
           end-if

           move ws-rv-t-net to ws-rv-net-edt
           move spaces to ws-rv-key
           string
               ws-rv-orig-date                 delimited by size
               "|"                             delimited by size
               function trim(ws-rv-orig-source)
                                               delimited by size
               "|"                             delimited by size
               ws-rv-t-count                   delimited by size
               "|"                             delimited by size
               function trim(ws-rv-net-edt)    delimited by size
               into ws-rv-key
           end-string
           compute ws-rv-key-len =
               function length(function trim(ws-rv-key))

           perform find-reversal-record

           if ws-is-rv-found
               display "posting-extract: the extract of "
                   ws-rv-orig-date " (" ws-rv-t-count
                   " posting(s)) has already been reversed"
               move "REFUSED" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   "already reversed: "        delimited by size
                   function trim(ws-rv-key)    delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                   ws-audit-event ws-audit-detail
               move 8 to ws-return-code
               exit paragraph
           end-if

      *>   second pass: the reversal itself
           open output posting-file

           if ws-posting-status not = "00"
               display "posting-extract: cannot open "
                   function trim(ws-work-file)
                   ", file status " ws-posting-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           open input reversal-in

           move spaces to posting-file-rec
           move "H" to pf-h-type
           move ws-posting-date to pf-h-date
           move ws-rv-orig-source to pf-h-source
           move ws-rv-orig-date to pf-h-reverses
           write posting-file-rec

           move zero to ws-posted-count ws-net-amount
           move ws-rv-seq to ws-rv-seq-base

           read reversal-in
               at end continue
           end-read

           perform reverse-one-record
               until ws-rev-in-status not = "00"

           close reversal-in

           move spaces to posting-file-rec
           move "T" to pf-t-type
           move ws-posted-count to pf-t-count
           move ws-net-amount to pf-t-net
           write posting-file-rec

           close posting-file

           if ws-posted-count not = ws-rv-t-count
               or ws-net-amount + ws-rv-t-net not = zero
               call "CBL_DELETE_FILE" using ws-work-file
               move zero to return-code
               display "posting-extract: reversal does not balance "
                   "against its source, not released"
               move 8 to ws-return-code
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using ws-work-file ws-rev-out
           move return-code to ws-rename-rc
           move zero to return-code

           if ws-rename-rc not = 0
               display "posting-extract: reversal rename failed - "
                   "left on " function trim(ws-work-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform record-reversal

           display "posting-extract: " ws-posted-count
               " posting(s) of " ws-rv-orig-date
               " reversed to " function trim(ws-rev-out)
           move "REVERSED" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-rv-key)        delimited by size
               " -> "                          delimited by size
               function trim(ws-rev-out)       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller
               ws-audit-event ws-audit-detail
           .


       scan-one-reversal-record.

           evaluate ri-h-type
               when "H"
                   move "1" to ws-rv-h-seen
                   move ri-h-date to ws-rv-orig-date
                   move ri-h-source to ws-rv-orig-source
               when "P"
                   add 1 to ws-rv-count
                   add ri-p-amount to ws-rv-net
               when "T"
                   move "1" to ws-rv-t-seen
                   move ri-t-count to ws-rv-t-count
                   move ri-t-net to ws-rv-t-net
           end-evaluate

           read reversal-in
               at end continue
           end-read
           .


       reverse-one-record.

           if ri-p-type = "P"
               move spaces to posting-file-rec
               move "P" to pf-p-type
               move ri-p-account to pf-p-account
               compute pf-p-amount = zero - ri-p-amount
               perform next-reversal-txn
               move ws-rv-txn to pf-p-txn
               move ws-posting-date(1:6) to pf-p-period
               move ri-p-txn to pf-p-orig-txn
               write posting-file-rec
               add 1 to ws-posted-count
               add pf-p-amount to ws-net-amount
           end-if

           read reversal-in
               at end continue
           end-read
           .


       next-reversal-txn.

           add 1 to ws-rv-seq
           move spaces to ws-rv-txn
           string
               "R"                             delimited by size
               ws-rv-seq                       delimited by size
               into ws-rv-txn
           end-string
           .


       find-reversal-record.

           move "0" to ws-rv-found
           move zero to ws-rv-seq

           open input reversal-register

           if ws-register-status not = "00"
               exit paragraph
           end-if

           read reversal-register
               at end continue
           end-read

           perform test-one-reversal-record
               until ws-register-status not = "00"
                   or ws-is-rv-found

           close reversal-register
           .


       test-one-reversal-record.

           if reversal-register-rec(1:2) = "X|"
               and reversal-register-rec(4:11) numeric
               and reversal-register-rec(4:11) > ws-rv-seq
               move reversal-register-rec(4:11) to ws-rv-seq
           end-if

           if reversal-register-rec(1:ws-rv-key-len) =
                   ws-rv-key(1:ws-rv-key-len)
               and reversal-register-rec(ws-rv-key-len + 1:1) = "|"
               set ws-is-rv-found to true
           end-if

           read reversal-register
               at end continue
           end-read
           .


       record-reversal.

           move spaces to ws-rv-user
           accept ws-rv-user from environment "CONSOLE_OPERATOR"
               on exception continue
           end-accept
           if ws-rv-user = spaces
               accept ws-rv-user from environment "USER"
                   on exception continue
               end-accept
           end-if

           open extend reversal-register
           if ws-register-status = "35"
               open output reversal-register
           end-if

           if ws-register-status not = "00"
               display "posting-extract: cannot record the "
                   "reversal on " function trim(ws-register-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to reversal-register-rec
           string
               function trim(ws-rv-key)        delimited by size
               "|"                             delimited by size
               ws-posting-date                 delimited by size
               "|"                             delimited by size
               function trim(ws-rv-user)       delimited by size
               "|"                             delimited by size
               function trim(ws-rev-in-file)   delimited by size
               into reversal-register-rec
           end-string
           write reversal-register-rec

      *>   the pairs, numbered again from the same base the
      *>   reversal file was written with
           move ws-rv-seq-base to ws-rv-seq
           open input reversal-in
           read reversal-in
               at end continue
           end-read
           perform record-one-pair
               until ws-rev-in-status not = "00"
           close reversal-in

           close reversal-register
           .


       record-one-pair.

           if ri-p-type = "P"
               perform next-reversal-txn
               move spaces to reversal-register-rec
               string
                   "X|"                        delimited by size
                   ws-rv-txn                   delimited by size
                   "|"                         delimited by size
                   function trim(ri-p-txn)     delimited by size
                   "|"                         delimited by size
                   ws-rv-orig-date             delimited by size
                   into reversal-register-rec
               end-string
               write reversal-register-rec
           end-if

           read reversal-in
               at end continue
           end-read
           .
