identification division.

program-id. receivables.

*>****************************************
*> payment matching and receivables
*> ageing for the sensor-owner invoices:
*> billing-extract releases the invoices
*> and puts each payable one on the
*> invoice register, but nothing on our
*> side knew whether they were paid.
*> finance's payment receipts file -
*>   owner|invoice-ref|amount|yyyymmdd
*> is taken onto the receipts ledger (a
*> line already on the ledger is a
*> re-delivery and is skipped), then the
*> whole ledger is matched against the
*> register from scratch:
*>   - a receipt quoting an invoice of
*>     the same owner pays that invoice;
*>     what it pays over the balance, and
*>     a receipt quoting no known
*>     invoice, pays the owner's oldest
*>     open invoices in turn
*>   - what is still left is held on
*>     account for the owner (an
*>     overpayment), or listed as
*>     unmatched when the owner has never
*>     been invoiced
*> the open balances are aged by invoice
*> date into 0-30, 31-60, 61-90 and 90+
*> days, and every owner with anything
*> over 90 days goes on the arrears list
*> the status board and the next billing
*> run flag.
*>
*>   PAYMENT_RECEIPTS  finance's file
*>   RECEIPTS_LEDGER   every receipt taken
*>   INVOICE_REGISTER  billing-extract's
*>   AGEING_DATE       yyyymmdd (default
*>                     today)
*>   RECEIVABLES_AGEING the report
*>   OWNER_ARREARS     the arrears list
*>****************************************

environment division.

input-output section.

file-control.
    select f-receipts assign to dynamic ws-receipts-file
        organization line sequential
        file status is ws-receipts-status.
    select f-ledger assign to dynamic ws-ledger-file
        organization line sequential
        file status is ws-ledger-status.
    select f-register assign to dynamic ws-register-file
        organization line sequential
        file status is ws-register-status.
    select f-ageing assign to dynamic ws-ageing-file
        organization line sequential
        file status is ws-ageing-status.
    select f-arrears assign to dynamic ws-arrears-file
        organization line sequential
        file status is ws-arrears-status.

*>****************************************

data division.

file section.
fd f-receipts.
01 f-receipts-rec       pic x(100).

fd f-ledger.
01 f-ledger-rec         pic x(100).

fd f-register.
01 f-register-rec       pic x(100).

fd f-ageing.
01 f-ageing-rec         pic x(132).

fd f-arrears.
01 f-arrears-rec        pic x(100).

*>****************************************

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-receipts-file     pic x(80) value "file-payment-receipts".
77 ws-receipts-status   pic xx.
77 ws-ledger-file       pic x(80) value "file-receipts-ledger".
77 ws-ledger-status     pic xx.
77 ws-register-file     pic x(80) value "file-invoice-register".
77 ws-register-status   pic xx.
77 ws-ageing-file       pic x(80) value "file-receivables-ageing".
77 ws-ageing-status     pic xx.
77 ws-arrears-file      pic x(80) value "file-owner-arrears".
77 ws-arrears-status    pic xx.

77 ws-today             pic 9(8).
77 ws-as-of             pic 9(8).
77 ws-as-of-edt         pic x(10).

*>****************************************
*> the ledger lines already taken, so a
*> re-delivered receipts file is not paid
*> in twice: "owner|ref|amount|date" is
*> the receipt's identity
*>****************************************

01 ws-key-table.
    03 ws-key-line       occurs 5000 pic x(60).
77 ws-key-count         pic 9(4)  value 0.
77 ws-key-idx           pic 9(4).
77 ws-key-found         pic x.
77 ws-receipt-key       pic x(60).

77 ws-rc-owner-in       pic x(10).
77 ws-rc-ref-in         pic x(20).
77 ws-rc-amount-in      pic x(16).
77 ws-rc-date-in        pic x(10).
77 ws-rc-owner          pic x(8).
77 ws-rc-ref            pic x(20).
77 ws-rc-amount         pic s9(11)v99.
77 ws-rc-left           pic s9(11)v99.
77 ws-rc-date           pic 9(8).
77 ws-rc-ok             pic x.
77 ws-scrub             pic x(30).

77 ws-taken-count       pic 9(5)  value 0.
77 ws-dup-count         pic 9(5)  value 0.
77 ws-bad-count         pic 9(5)  value 0.
77 ws-applied-count     pic 9(5)  value 0.

*>****************************************
*> the invoice register, "ref|owner|
*> period|issued|amount", with what the
*> matching has paid against each
*>****************************************

01 ws-invoice-table.
    03 ws-iv-entry       occurs 2000.
        05 ws-iv-ref         pic x(20).
        05 ws-iv-owner       pic x(8).
        05 ws-iv-period      pic x(6).
        05 ws-iv-issued      pic 9(8).
        05 ws-iv-amount      pic s9(11)v99.
        05 ws-iv-paid        pic s9(11)v99.
77 ws-invoice-count     pic 9(4)  value 0.
77 ws-iv-idx            pic 9(4).
77 ws-iv-slot           pic 9(4).
77 ws-iv-open           pic s9(11)v99.
77 ws-iv-pay            pic s9(11)v99.
77 ws-owner-known       pic x.

77 ws-rg-ref-in         pic x(20).
77 ws-rg-owner-in       pic x(10).
77 ws-rg-period-in      pic x(8).
77 ws-rg-issued-in      pic x(10).
77 ws-rg-amount-in      pic x(16).

*>****************************************
*> per-owner ageing: buckets 1-4 are 0-30,
*> 31-60, 61-90 and 90+ days
*>****************************************

01 ws-owner-table.
    03 ws-ow-entry       occurs 200.
        05 ws-ow-owner       pic x(8).
        05 ws-ow-bucket      occurs 4 pic s9(11)v99.
        05 ws-ow-open        pic s9(11)v99.
        05 ws-ow-on-account  pic s9(11)v99.
        05 ws-ow-oldest-ref  pic x(20).
        05 ws-ow-oldest-date pic 9(8).
77 ws-owner-count       pic 9(3)  value 0.
77 ws-owner-idx         pic 9(3).
77 ws-owner-scan        pic 9(3).
77 ws-cur-owner         pic x(8).
77 ws-bucket            pic 9.
77 ws-age-days          pic s9(6).
77 ws-arrears-count     pic 9(3)  value 0.

01 ws-total-table.
    03 ws-tot-bucket     occurs 4 pic s9(11)v99.
77 ws-tot-open          pic s9(11)v99 value 0.
77 ws-tot-on-account    pic s9(11)v99 value 0.

01 ws-unmatched-table.
    03 ws-um-line        occurs 200 pic x(100).
77 ws-unmatched-count   pic 9(3)  value 0.
77 ws-unmatched-idx     pic 9(3).

77 ws-amount-edt        pic -(10)9.99.
77 ws-line-build        pic x(132).
77 ws-line-ptr          pic 999.

77 ws-return-code       pic 9     value 0.

*>****************************************

procedure division.

perform resolve-config.

perform load-ledger-keys.

perform ingest-receipts.

perform load-register.

if ws-invoice-count = 0
    display "receivables: no invoices on "
        function trim(ws-register-file) ", nothing to age"
    move 4 to return-code
    goback
end-if

perform apply-ledger.

perform age-invoices.

perform write-ageing-report.

perform write-arrears-list.

display "receivables: " ws-taken-count " receipt(s) taken, "
    ws-dup-count " already on the ledger, " ws-bad-count
    " rejected; " ws-arrears-count " owner(s) over 90 days"

move ws-return-code to return-code

goback.

*>****************************************

resolve-config.

    move "PAYMENT_RECEIPTS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-receipts-file
    end-if

    move "RECEIPTS_LEDGER" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-ledger-file
    end-if

    move "INVOICE_REGISTER" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-register-file
    end-if

    move "RECEIVABLES_AGEING" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-ageing-file
    end-if

    move "OWNER_ARREARS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-arrears-file
    end-if

    accept ws-today from date yyyymmdd
    move ws-today to ws-as-of

    move spaces to ws-as-of-edt
    move "AGEING_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-as-of-edt
    end-if
    if ws-as-of-edt not = spaces
        if ws-as-of-edt(1:8) numeric
            and function test-date-yyyymmdd(
                    function numval(ws-as-of-edt(1:8))) = 0
            move ws-as-of-edt(1:8) to ws-as-of
        else
            display "receivables: invalid AGEING_DATE, "
                "ageing as of today"
        end-if
    end-if
    .

*>****************************************

load-ledger-keys.

    move zero to ws-key-count

    open input f-ledger

    if ws-ledger-status not = "00"
        exit paragraph
    end-if

    read f-ledger
        at end continue
    end-read

    perform load-one-ledger-key
        until ws-ledger-status not = "00"
            or ws-key-count >= 5000

    close f-ledger
    .

*>****************************************

load-one-ledger-key.

    if f-ledger-rec not = spaces
        and f-ledger-rec(1:1) not = "#"
        perform split-receipt-line
        if ws-rc-ok = "1"
            perform build-receipt-key
            add 1 to ws-key-count
            move ws-receipt-key to ws-key-line(ws-key-count)
        end-if
    end-if

    read f-ledger
        at end continue
    end-read
    .

*>****************************************
*> one receipt, off either file; ws-rc-ok
*> says whether it is usable. the ledger
*> carries the date it was taken as a
*> fifth field the split ignores
*>****************************************

split-receipt-line.

    move "0" to ws-rc-ok
    move spaces to ws-rc-owner-in ws-rc-ref-in
        ws-rc-amount-in ws-rc-date-in
    unstring f-ledger-rec delimited by "|"
        into ws-rc-owner-in ws-rc-ref-in
             ws-rc-amount-in ws-rc-date-in
    end-unstring

    move function upper-case(function trim(ws-rc-owner-in))
        to ws-rc-owner
    move function upper-case(function trim(ws-rc-ref-in))
        to ws-rc-ref

    if ws-rc-owner = spaces
        exit paragraph
    end-if

    if ws-rc-date-in(1:8) not numeric
        or ws-rc-date-in(9:) not = spaces
        exit paragraph
    end-if
    if function test-date-yyyymmdd(
            function numval(ws-rc-date-in(1:8))) not = 0
        exit paragraph
    end-if
    move ws-rc-date-in(1:8) to ws-rc-date

    move ws-rc-amount-in to ws-scrub
    call "scrub-numeric" using ws-scrub
    if ws-scrub = spaces
        exit paragraph
    end-if
    compute ws-rc-amount = function numval(ws-scrub)
        on size error exit paragraph
    end-compute
    if ws-rc-amount not > zero
        exit paragraph
    end-if

    move "1" to ws-rc-ok
    .

*>****************************************

build-receipt-key.

    move ws-rc-amount to ws-amount-edt
    move spaces to ws-receipt-key
    string
        function trim(ws-rc-owner)      delimited by size
        "|"                             delimited by size
        function trim(ws-rc-ref)        delimited by size
        "|"                             delimited by size
        function trim(ws-amount-edt)    delimited by size
        "|"                             delimited by size
        ws-rc-date                      delimited by size
        into ws-receipt-key
    end-string
    .

*>****************************************
*> finance's file onto the ledger: a bad
*> line is listed and left off (rc 4), a
*> line already on the ledger skipped
*>****************************************

ingest-receipts.

    open input f-receipts

    if ws-receipts-status not = "00"
        display "receivables: no receipts file on "
            function trim(ws-receipts-file)
            ", ageing the ledger as it stands"
        exit paragraph
    end-if

    open extend f-ledger
    if ws-ledger-status = "35"
        open output f-ledger
    end-if

    if ws-ledger-status not = "00"
        display "receivables: cannot open "
            function trim(ws-ledger-file)
            ", file status " ws-ledger-status
        close f-receipts
        move 8 to ws-return-code
        exit paragraph
    end-if

    read f-receipts
        at end continue
    end-read

    perform ingest-one-receipt
        until ws-receipts-status not = "00"

    close f-receipts
    close f-ledger
    .

*>****************************************

ingest-one-receipt.

    if f-receipts-rec = spaces
        or f-receipts-rec(1:1) = "#"
        read f-receipts
            at end continue
        end-read
        exit paragraph
    end-if

    move f-receipts-rec to f-ledger-rec
    perform split-receipt-line

    if ws-rc-ok not = "1"
        add 1 to ws-bad-count
        display "receivables: receipt rejected - "
            function trim(f-receipts-rec)
        if ws-return-code < 4
            move 4 to ws-return-code
        end-if
        read f-receipts
            at end continue
        end-read
        exit paragraph
    end-if

    perform build-receipt-key

    move "0" to ws-key-found
    perform test-one-key
        varying ws-key-idx from 1 by 1
        until ws-key-idx > ws-key-count
            or ws-key-found = "1"

    if ws-key-found = "1"
        add 1 to ws-dup-count
    else
        move spaces to f-ledger-rec
        string
            ws-receipt-key              delimited by "  "
            "|"                         delimited by size
            ws-today                    delimited by size
            into f-ledger-rec
        end-string
        write f-ledger-rec
        add 1 to ws-taken-count
        if ws-key-count < 5000
            add 1 to ws-key-count
            move ws-receipt-key to ws-key-line(ws-key-count)
        end-if
    end-if

    read f-receipts
        at end continue
    end-read
    .

*>****************************************

test-one-key.

    if ws-key-line(ws-key-idx) = ws-receipt-key
        move "1" to ws-key-found
    end-if
    .

*>****************************************

load-register.

    open input f-register

    if ws-register-status not = "00"
        exit paragraph
    end-if

    read f-register
        at end continue
    end-read

    perform load-one-invoice
        until ws-register-status not = "00"
            or ws-invoice-count >= 2000

    close f-register
    .

*>****************************************

load-one-invoice.

    if f-register-rec not = spaces
        and f-register-rec(1:1) not = "#"
        move spaces to ws-rg-ref-in ws-rg-owner-in
            ws-rg-period-in ws-rg-issued-in ws-rg-amount-in
        unstring f-register-rec delimited by "|"
            into ws-rg-ref-in ws-rg-owner-in
                 ws-rg-period-in ws-rg-issued-in ws-rg-amount-in
        end-unstring
        move ws-rg-amount-in to ws-scrub
        call "scrub-numeric" using ws-scrub
        if ws-rg-issued-in(1:8) numeric and ws-scrub not = spaces
            add 1 to ws-invoice-count
            move function upper-case(function trim(ws-rg-ref-in))
                to ws-iv-ref(ws-invoice-count)
            move function upper-case(
                function trim(ws-rg-owner-in))
                to ws-iv-owner(ws-invoice-count)
            move ws-rg-period-in(1:6)
                to ws-iv-period(ws-invoice-count)
            move ws-rg-issued-in(1:8)
                to ws-iv-issued(ws-invoice-count)
            compute ws-iv-amount(ws-invoice-count) =
                    function numval(ws-scrub)
                on size error
                    move zero to ws-iv-amount(ws-invoice-count)
            end-compute
            move zero to ws-iv-paid(ws-invoice-count)
        end-if
    end-if

    read f-register
        at end continue
    end-read
    .

*>****************************************
*> the whole ledger, in the order the
*> receipts were taken, against the
*> register; a receipt dated after the
*> ageing date has not happened yet as
*> far as this ageing is concerned
*>****************************************

apply-ledger.

    open input f-ledger

    if ws-ledger-status not = "00"
        exit paragraph
    end-if

    read f-ledger
        at end continue
    end-read

    perform apply-one-receipt
        until ws-ledger-status not = "00"

    close f-ledger
    .

*>****************************************

apply-one-receipt.

    if f-ledger-rec not = spaces
        and f-ledger-rec(1:1) not = "#"
        perform split-receipt-line
        if ws-rc-ok = "1" and ws-rc-date <= ws-as-of
            perform match-one-receipt
        end-if
    end-if

    read f-ledger
        at end continue
    end-read
    .

*>****************************************

match-one-receipt.

    add 1 to ws-applied-count
    move ws-rc-amount to ws-rc-left
    move "0" to ws-owner-known

    move zero to ws-iv-slot
    if ws-rc-ref not = spaces
        perform test-one-invoice-ref
            varying ws-iv-idx from 1 by 1
            until ws-iv-idx > ws-invoice-count
                or ws-iv-slot > 0
    end-if

    if ws-iv-slot > 0
        move "1" to ws-owner-known
        perform pay-invoice-slot
    end-if

    move 1 to ws-iv-slot
    perform pay-oldest-invoice
        until ws-rc-left not > zero
            or ws-iv-slot = 0

    if ws-rc-left not > zero
        exit paragraph
    end-if

    if ws-owner-known = "1"
        move ws-rc-owner to ws-cur-owner
        perform find-owner-slot
        if ws-owner-idx > 0
            add ws-rc-left to ws-ow-on-account(ws-owner-idx)
        end-if
    else
        perform note-unmatched-receipt
    end-if
    .

*>****************************************

test-one-invoice-ref.

    if ws-iv-ref(ws-iv-idx) = ws-rc-ref
        and ws-iv-owner(ws-iv-idx) = ws-rc-owner
        move ws-iv-idx to ws-iv-slot
    end-if
    .

*>****************************************
*> what the receipt still holds, up to
*> the invoice's open balance
*>****************************************

pay-invoice-slot.

    compute ws-iv-open = ws-iv-amount(ws-iv-slot)
                       - ws-iv-paid(ws-iv-slot)
    if ws-iv-open not > zero
        exit paragraph
    end-if

    if ws-rc-left < ws-iv-open
        move ws-rc-left to ws-iv-pay
    else
        move ws-iv-open to ws-iv-pay
    end-if

    add ws-iv-pay to ws-iv-paid(ws-iv-slot)
    subtract ws-iv-pay from ws-rc-left
    .

*>****************************************
*> the owner's oldest invoice with a
*> balance still open; none leaves the
*> slot at zero and ends the loop
*>****************************************

pay-oldest-invoice.

    move zero to ws-iv-slot
    perform test-oldest-invoice
        varying ws-iv-idx from 1 by 1
        until ws-iv-idx > ws-invoice-count

    if ws-iv-slot > 0
        perform pay-invoice-slot
    end-if
    .

*>****************************************

test-oldest-invoice.

    if ws-iv-owner(ws-iv-idx) not = ws-rc-owner
        exit paragraph
    end-if

    move "1" to ws-owner-known

    if ws-iv-paid(ws-iv-idx) not < ws-iv-amount(ws-iv-idx)
        exit paragraph
    end-if

    if ws-iv-slot = 0
        move ws-iv-idx to ws-iv-slot
        exit paragraph
    end-if

    if ws-iv-issued(ws-iv-idx) < ws-iv-issued(ws-iv-slot)
        or (ws-iv-issued(ws-iv-idx) = ws-iv-issued(ws-iv-slot)
            and ws-iv-period(ws-iv-idx) < ws-iv-period(ws-iv-slot))
        move ws-iv-idx to ws-iv-slot
    end-if
    .

*>****************************************

note-unmatched-receipt.

    if ws-unmatched-count >= 200
        exit paragraph
    end-if

    add 1 to ws-unmatched-count
    move ws-rc-left to ws-amount-edt
    move spaces to ws-um-line(ws-unmatched-count)
    string
        "  "                            delimited by size
        ws-rc-owner                     delimited by size
        " ref "                         delimited by size
        ws-rc-ref                       delimited by size
        " dated "                       delimited by size
        ws-rc-date                      delimited by size
        " unapplied "                   delimited by size
        function trim(ws-amount-edt)    delimited by size
        into ws-um-line(ws-unmatched-count)
    end-string

    if ws-return-code < 4
        move 4 to ws-return-code
    end-if
    .

*>****************************************

find-owner-slot.

    move zero to ws-owner-idx
    perform test-one-owner
        varying ws-owner-scan from 1 by 1
        until ws-owner-scan > ws-owner-count
            or ws-owner-idx > 0

    if ws-owner-idx = 0 and ws-owner-count < 200
        add 1 to ws-owner-count
        move ws-owner-count to ws-owner-idx
        move ws-cur-owner to ws-ow-owner(ws-owner-idx)
        move zero to ws-ow-bucket(ws-owner-idx, 1)
        move zero to ws-ow-bucket(ws-owner-idx, 2)
        move zero to ws-ow-bucket(ws-owner-idx, 3)
        move zero to ws-ow-bucket(ws-owner-idx, 4)
        move zero to ws-ow-open(ws-owner-idx)
        move zero to ws-ow-on-account(ws-owner-idx)
        move spaces to ws-ow-oldest-ref(ws-owner-idx)
        move zero to ws-ow-oldest-date(ws-owner-idx)
    end-if
    .

*>****************************************

test-one-owner.

    if ws-ow-owner(ws-owner-scan) = ws-cur-owner
        move ws-owner-scan to ws-owner-idx
    end-if
    .

*>****************************************
*> every invoice still open, aged by its
*> issue date against the ageing date
*>****************************************

age-invoices.

    move zero to ws-tot-bucket(1) ws-tot-bucket(2)
        ws-tot-bucket(3) ws-tot-bucket(4)

    perform age-one-invoice
        varying ws-iv-idx from 1 by 1
        until ws-iv-idx > ws-invoice-count
    .

*>****************************************

age-one-invoice.

    compute ws-iv-open = ws-iv-amount(ws-iv-idx)
                       - ws-iv-paid(ws-iv-idx)

    if ws-iv-open not > zero
        or ws-iv-issued(ws-iv-idx) > ws-as-of
        exit paragraph
    end-if

    move ws-iv-owner(ws-iv-idx) to ws-cur-owner
    perform find-owner-slot
    if ws-owner-idx = 0
        exit paragraph
    end-if

    compute ws-age-days =
        function integer-of-date(ws-as-of)
        - function integer-of-date(ws-iv-issued(ws-iv-idx))

    evaluate true
        when ws-age-days <= 30
            move 1 to ws-bucket
        when ws-age-days <= 60
            move 2 to ws-bucket
        when ws-age-days <= 90
            move 3 to ws-bucket
        when other
            move 4 to ws-bucket
    end-evaluate

    add ws-iv-open to ws-ow-bucket(ws-owner-idx, ws-bucket)
    add ws-iv-open to ws-ow-open(ws-owner-idx)
    add ws-iv-open to ws-tot-bucket(ws-bucket)
    add ws-iv-open to ws-tot-open

    if ws-ow-oldest-date(ws-owner-idx) = 0
        or ws-iv-issued(ws-iv-idx) < ws-ow-oldest-date(ws-owner-idx)
        move ws-iv-issued(ws-iv-idx)
            to ws-ow-oldest-date(ws-owner-idx)
        move ws-iv-ref(ws-iv-idx) to ws-ow-oldest-ref(ws-owner-idx)
    end-if
    .

*>****************************************

write-ageing-report.

    open output f-ageing

    if ws-ageing-status not = "00"
        display "receivables: cannot open "
            function trim(ws-ageing-file)
            ", file status " ws-ageing-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move spaces to f-ageing-rec
    string
        "RECEIVABLES AGEING AS OF "     delimited by size
        ws-as-of                        delimited by size
        into f-ageing-rec
    end-string
    write f-ageing-rec
    move spaces to f-ageing-rec
    write f-ageing-rec

    move spaces to f-ageing-rec
    string
        "owner   "                      delimited by size
        "           0-30"               delimited by size
        "          31-60"               delimited by size
        "          61-90"               delimited by size
        "            90+"               delimited by size
        "           open"               delimited by size
        "     on account"               delimited by size
        into f-ageing-rec
    end-string
    write f-ageing-rec

    perform write-one-owner-line
        varying ws-owner-idx from 1 by 1
        until ws-owner-idx > ws-owner-count

    move spaces to f-ageing-rec
    write f-ageing-rec

    move spaces to ws-line-build
    move "total" to ws-line-build
    move 9 to ws-line-ptr
    move ws-tot-bucket(1) to ws-amount-edt
    perform add-amount-column
    move ws-tot-bucket(2) to ws-amount-edt
    perform add-amount-column
    move ws-tot-bucket(3) to ws-amount-edt
    perform add-amount-column
    move ws-tot-bucket(4) to ws-amount-edt
    perform add-amount-column
    move ws-tot-open to ws-amount-edt
    perform add-amount-column
    move ws-tot-on-account to ws-amount-edt
    perform add-amount-column
    write f-ageing-rec from ws-line-build

    if ws-unmatched-count > 0
        move spaces to f-ageing-rec
        write f-ageing-rec
        move "receipts from owners never invoiced (unapplied):"
            to f-ageing-rec
        write f-ageing-rec
        perform write-one-unmatched
            varying ws-unmatched-idx from 1 by 1
            until ws-unmatched-idx > ws-unmatched-count
    end-if

    move spaces to f-ageing-rec
    write f-ageing-rec
    move spaces to f-ageing-rec
    string
        "receipts taken this run "      delimited by size
        ws-taken-count                  delimited by size
        ", already on the ledger "      delimited by size
        ws-dup-count                    delimited by size
        ", rejected "                   delimited by size
        ws-bad-count                    delimited by size
        ", matched in all "             delimited by size
        ws-applied-count                delimited by size
        into f-ageing-rec
    end-string
    write f-ageing-rec

    close f-ageing
    .

*>****************************************

write-one-owner-line.

    add ws-ow-on-account(ws-owner-idx) to ws-tot-on-account

    if ws-ow-open(ws-owner-idx) = zero
        and ws-ow-on-account(ws-owner-idx) = zero
        exit paragraph
    end-if

    move spaces to ws-line-build
    move ws-ow-owner(ws-owner-idx) to ws-line-build
    move 9 to ws-line-ptr
    move ws-ow-bucket(ws-owner-idx, 1) to ws-amount-edt
    perform add-amount-column
    move ws-ow-bucket(ws-owner-idx, 2) to ws-amount-edt
    perform add-amount-column
    move ws-ow-bucket(ws-owner-idx, 3) to ws-amount-edt
    perform add-amount-column
    move ws-ow-bucket(ws-owner-idx, 4) to ws-amount-edt
    perform add-amount-column
    move ws-ow-open(ws-owner-idx) to ws-amount-edt
    perform add-amount-column
    move ws-ow-on-account(ws-owner-idx) to ws-amount-edt
    perform add-amount-column

    if ws-ow-bucket(ws-owner-idx, 4) > zero
        string
            "  ARREARS since "          delimited by size
            ws-ow-oldest-date(ws-owner-idx)
                                        delimited by size
            into ws-line-build
            with pointer ws-line-ptr
        end-string
    end-if

    write f-ageing-rec from ws-line-build
    .

*>****************************************

add-amount-column.

    string
        " "                             delimited by size
        ws-amount-edt                   delimited by size
        into ws-line-build
        with pointer ws-line-ptr
    end-string
    .

*>****************************************

write-one-unmatched.

    write f-ageing-rec from ws-um-line(ws-unmatched-idx)
    .

*>****************************************
*> the arrears list is rewritten whole
*> each run - an owner who has paid down
*> the 90+ balance drops off it
*>****************************************

write-arrears-list.

    open output f-arrears

    if ws-arrears-status not = "00"
        display "receivables: cannot open "
            function trim(ws-arrears-file)
            ", file status " ws-arrears-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move spaces to f-arrears-rec
    string
        "# owner|over-90|oldest-ref|as-of "
                                        delimited by size
        ws-as-of                        delimited by size
        into f-arrears-rec
    end-string
    write f-arrears-rec

    perform write-one-arrears
        varying ws-owner-idx from 1 by 1
        until ws-owner-idx > ws-owner-count

    close f-arrears
    .

*>****************************************

write-one-arrears.

    if ws-ow-bucket(ws-owner-idx, 4) not > zero
        exit paragraph
    end-if

    add 1 to ws-arrears-count
    move ws-ow-bucket(ws-owner-idx, 4) to ws-amount-edt
    move spaces to f-arrears-rec
    string
        function trim(ws-ow-owner(ws-owner-idx))
                                        delimited by size
        "|"                             delimited by size
        function trim(ws-amount-edt)    delimited by size
        "|"                             delimited by size
        function trim(ws-ow-oldest-ref(ws-owner-idx))
                                        delimited by size
        "|"                             delimited by size
        ws-as-of                        delimited by size
        into f-arrears-rec
    end-string
    write f-arrears-rec
    .
