*> finance. out of balance, the work copy
*> is deleted, never released, rc 8.
*>
*> approved billing disputes (the console
*> raises and decides them) come back as
*> credit lines on the owner's next
*> invoice - CRN lines under the INV line
*> and a NET line after them - and the
*> trailer carries gross, credits and net
*> separately. a dispute is marked APPLIED
*> with the period that carried it only
*> once the extract is released; a rerun
*> of that period credits it again rather
*> than losing it.
*>
*> each INV line carries the invoice
*> reference finance quotes on a payment
*> (period-owner), and a released extract
*> puts its payable invoices on the
*> invoice register receivables matches
*> payments against. an owner receivables
*> has flagged over 90 days in arrears
*> gets an ARR line noting the arrears on
*> this invoice.
*>
*> a master sensor that sent nothing on a
*> night the cycle ran, outside its
*> maintenance windows, is billed an
*> estimate for those days - its trailing
*> readings-history average per reporting
*> day times the days missed - on an EST
*> line marked ESTIMATED. the estimate is
*> kept on the estimates file, and the
*> next period's run trues it up once
*> against whatever actuals have since
*> reached the history for those days
*> (repair-rejects, a late extract): a
*> TUP line bills or refunds the
*> difference at the estimate's rate.
*> days still missing at true-up keep
*> their estimate. estimated readings
*> stay out of the balance against the
*> converted count - they were never
*> converted - and are carried in the
*> trailer as a figure of their own.
*>
*>   BILLING_PERIOD  yyyymm (default the
*>                   current month)
*>   BILLING_RATES   the rate table
*>   BILLING_EXTRACT the released name
*>   BILLING_DISPUTES the dispute file
*>   INVOICE_REGISTER the invoice register
*>   OWNER_ARREARS   receivables' arrears
*>                   list
*>   BILLING_ESTIMATES the estimates file
*>   BILLING_ESTIMATE_DAYS days before the
*>                   period also averaged
*>                   (default 30)
*>   MAINTENANCE_SCHEDULE the windows
*>****************************************

environment division.
    select f-billing assign to dynamic ws-work-file
        organization line sequential
        file status is ws-billing-status.
    select f-disputes assign to dynamic ws-dispute-file
        organization line sequential
        file status is ws-dispute-status.
    select f-disputes-work assign to dynamic ws-dispute-work
        organization line sequential
        file status is ws-dispute-work-status.
    select f-register assign to dynamic ws-register-file
        organization line sequential
        file status is ws-register-status.
    select f-register-work assign to dynamic ws-register-work
        organization line sequential
        file status is ws-register-work-status.
    select f-arrears assign to dynamic ws-arrears-file
        organization line sequential
        file status is ws-arrears-status.
    select f-maintenance assign to dynamic ws-maint-file
        organization line sequential
        file status is ws-maint-status.
    select f-estimates assign to dynamic ws-estimate-file
        organization line sequential
        file status is ws-estimate-status.
    select f-estimates-work assign to dynamic ws-estimate-work
        organization line sequential
        file status is ws-estimate-work-status.

*>****************************************

    03 rh-celsius       pic s999v9999 sign leading separate.
    03 rh-count         pic 9(4).
    03 rh-site          pic x(3).
    03 rh-last          pic s999v9999 sign leading separate.
    03 rh-repeat        pic 9(6).
    03 rh-stuck         pic x.
    03 rh-lineage       pic x(60).

fd f-sensors.
01 f-sensors-in.
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

fd f-rates.
01 f-rates-rec          pic x(60).
    03 sh-hum-max               pic s999v9999 sign leading separate.
    03 sh-hum-avg               pic s999v9999 sign leading separate.
    03 sh-site                  pic x(3).
    03 sh-run-id                pic x(11).
    03 sh-stuck-count           pic 9(6).
    03 sh-stuck-sum             pic s9(9)v9999 sign leading separate.
    03 sh-zone                  pic x(8).

fd f-billing.
01 f-billing-rec        pic x(100).

fd f-disputes.
01 f-disputes-rec       pic x(256).

fd f-disputes-work.
01 f-disputes-work-rec  pic x(256).

fd f-register.
01 f-register-rec       pic x(100).

fd f-register-work.
01 f-register-work-rec  pic x(100).

fd f-arrears.
01 f-arrears-rec        pic x(100).

fd f-maintenance.
01 f-maintenance-rec    pic x(80).

fd f-estimates.
01 f-estimates-rec      pic x(200).

fd f-estimates-work.
01 f-estimates-work-rec pic x(200).

*>****************************************

working-storage section.
77 ws-work-file         pic x(90).
77 ws-billing-status    pic xx.

*>****************************************
*> lineage: every history record billed
*> is journalled (BH) under its owner's
*> group key - run, extract, owner - and
*> the released INV line carries that key
*> as its last field and is journalled
*> (BL), so lineage-query walks an invoice
*> back to the readings behind it
*>****************************************

77 ws-run-id            pic x(11) value spaces.
77 ws-lin-run           pic x(11).
77 ws-lin-key           pic x(60).
77 ws-lin-kind          pic x(2).
77 ws-lin-detail        pic x(200).

01 ws-part-table.
    03 ws-part-name      occurs 40 pic x(80).
77 ws-part-count        pic 9(3)  value 0.
        05 ws-sm-ptr         pic 9(4).
        05 ws-sm-site        pic x(3).
        05 ws-sm-owner       pic x(8).
        05 ws-sm-active      pic x.
        05 ws-sm-daymap      pic x(31).
        05 ws-sm-hist-sum    pic 9(9).
        05 ws-sm-hist-recs   pic 9(5).
77 ws-sm-count          pic 9(3)  value 0.
77 ws-sm-idx            pic 9(3).
77 ws-sm-found          pic 9(3).

01 ws-owner-table.
    03 ws-ow-entry       occurs 50.
        05 ws-ow-minimum     pic 9(7)v99.
        05 ws-ow-has-rate    pic x.
        05 ws-ow-charge      pic s9(11)v9(4).
        05 ws-ow-credits     pic s9(11)v9(4).
        05 ws-ow-arr-amount  pic x(16).
        05 ws-ow-arr-ref     pic x(20).
        05 ws-ow-arr-asof    pic x(8).
        05 ws-ow-est-readings pic 9(9).
        05 ws-ow-est-charge  pic s9(11)v9(4).
        05 ws-ow-adj-charge  pic s9(11)v9(4).
77 ws-owner-count       pic 99    value 0.
77 ws-owner-idx         pic 99.
77 ws-owner-scan        pic 99.

77 ws-billed-readings   pic 9(9)  value 0.
77 ws-total-charges     pic s9(11)v9(4) value 0.
77 ws-total-credits     pic s9(11)v9(4) value 0.
77 ws-total-net         pic s9(11)v9(4) value 0.
77 ws-total-gross       pic s9(11)v9(4) value 0.
77 ws-total-est-readings pic 9(9) value 0.
77 ws-total-est-charges pic s9(11)v9(4) value 0.
77 ws-total-adj-charges pic s9(11)v9(4) value 0.
77 ws-month-converted   pic 9(9)  value 0.
77 ws-month-stuck       pic 9(9)  value 0.
77 ws-stuck-readings    pic 9(9)  value 0.

*>****************************************
*> calc-engine staging, the shop's own
77 ws-eng-size-error    pic x.
77 ws-eng-code          pic 9(3).

*>****************************************
*> billing disputes: "id|status|owner|
*> period|readings|amount|reason|raised-by|
*> raised-at|decided-by|decided-at|
*> applied-period|credit". an APPROVED
*> dispute against an earlier period is
*> credited on this one; an APPLIED one
*> whose applied period is this one is a
*> rerun and is credited again
*>****************************************

77 ws-dispute-file      pic x(80) value "file-billing-disputes".
77 ws-dispute-status    pic xx.
77 ws-dispute-work      pic x(90).
77 ws-dispute-work-status pic xx.

01 ws-dispute-table.
    03 ws-dl-entry       occurs 500.
        05 ws-dl-line        pic x(256).
        05 ws-dl-apply       pic x.
        05 ws-dl-owner-idx   pic 99.
        05 ws-dl-credit      pic s9(11)v9(4).
77 ws-dispute-count     pic 9(3)  value 0.
77 ws-dispute-idx       pic 9(3).
77 ws-credit-count      pic 9(3)  value 0.
77 ws-owner-extra         pic 9(3).
77 ws-dispute-overflow  pic x     value "0".
77 ws-period-x          pic x(6).

77 ws-dp-id             pic x(15).
77 ws-dp-status         pic x(10).
77 ws-dp-owner          pic x(10).
77 ws-dp-period         pic x(8).
77 ws-dp-readings       pic x(12).
77 ws-dp-amount         pic x(16).
77 ws-dp-reason         pic x(60).
77 ws-dp-raised-by      pic x(20).
77 ws-dp-raised-at      pic x(14).
77 ws-dp-by             pic x(20).
77 ws-dp-at             pic x(14).
77 ws-dp-applied        pic x(8).
77 ws-dp-credit         pic x(16).

77 ws-released          pic x     value "0".
    88 ws-is-released             value "1".

*>****************************************
*> invoice register: "ref|owner|period|
*> issued|amount", one line per payable
*> invoice (net above zero) of every
*> released extract; a rerun of a period
*> replaces that period's lines. the
*> arrears list is receivables' output -
*> "owner|over-90 amount|oldest ref|as-of"
*>****************************************

77 ws-register-file     pic x(80) value "file-invoice-register".
77 ws-register-status   pic xx.
77 ws-register-work     pic x(90).
77 ws-register-work-status pic xx.
77 ws-arrears-file      pic x(80) value "file-owner-arrears".
77 ws-arrears-status    pic xx.
77 ws-invoice-ref       pic x(20).
77 ws-invoice-count     pic 9(3)  value 0.
77 ws-owner-net         pic s9(11)v9(4).
77 ws-rg-ref-in         pic x(20).
77 ws-rg-owner-in       pic x(10).
77 ws-rg-period-in      pic x(8).
77 ws-ar-owner-in       pic x(10).
77 ws-ar-amount-in      pic x(16).
77 ws-ar-ref-in         pic x(20).
77 ws-ar-asof-in        pic x(8).

*>****************************************
*> estimated billing for missed nights:
*> the run days come off the month's
*> stats-history, the maintenance windows
*> ("ptr|from|to|reason|site") excuse a
*> sensor, and the estimates file keeps
*> "period|ptr|site|owner|day-map|days|
*> average|estimated|rate|status|trued-in|
*> arrived|actual|adjust-readings|
*> adjust-charge" - the day map one
*> character per day of the month, "Y"
*> on a day estimated. status EST until
*> the next period trues it up, then
*> TRUED; a rerun of either period
*> recomputes its own part
*>****************************************

77 ws-maint-file        pic x(80) value "file-maintenance".
77 ws-maint-status      pic xx.
01 ws-maint-table.
    03 ws-mt-entry       occurs 500.
        05 ws-mt-ptr         pic 9(4).
        05 ws-mt-site        pic x(3).
        05 ws-mt-from        pic 9(8).
        05 ws-mt-to          pic 9(8).
77 ws-maint-count       pic 9(3)  value 0.
77 ws-maint-idx         pic 9(3).
77 ws-in-maint          pic x.
77 ws-mnt-ptr-in        pic x(10).
77 ws-mnt-from-in       pic x(10).
77 ws-mnt-to-in         pic x(10).
77 ws-mnt-reason-in     pic x(30).
77 ws-mnt-site-in       pic x(5).

77 ws-estimate-file     pic x(80) value "file-billing-estimates".
77 ws-estimate-status   pic xx.
77 ws-estimate-work     pic x(90).
77 ws-estimate-work-status pic xx.
77 ws-est-days-edt      pic x(10).
77 ws-est-days          pic 9(3)  value 30.

01 ws-estimate-table.
    03 ws-es-entry       occurs 1000.
        05 ws-es-line        pic x(200).
        05 ws-es-action      pic x.
        05 ws-es-period      pic x(6).
        05 ws-es-ptr         pic 9(4).
        05 ws-es-site        pic x(3).
        05 ws-es-owner       pic x(8).
        05 ws-es-daymap      pic x(31).
        05 ws-es-days        pic 99.
        05 ws-es-avg         pic 9(5)v9(4).
        05 ws-es-estimated   pic 9(9).
        05 ws-es-rate        pic 9(5)v9(4).
        05 ws-es-charge      pic s9(11)v9(4).
        05 ws-es-owner-idx   pic 99.
        05 ws-es-arrived-map pic x(31).
        05 ws-es-arrived     pic 99.
        05 ws-es-actual      pic 9(9).
        05 ws-es-adj-readings pic s9(9).
        05 ws-es-adj-charge  pic s9(11)v9(4).
77 ws-estimate-count    pic 9(4)  value 0.
77 ws-es-idx            pic 9(4).
77 ws-est-locked        pic x     value "0".
77 ws-est-overflow      pic x     value "0".
77 ws-est-new-count     pic 9(4)  value 0.
77 ws-trueup-count      pic 9(4)  value 0.

77 ws-ei-period         pic x(8).
77 ws-ei-ptr            pic x(6).
77 ws-ei-site           pic x(5).
77 ws-ei-owner          pic x(10).
77 ws-ei-daymap         pic x(31).
77 ws-ei-days           pic x(4).
77 ws-ei-avg            pic x(16).
77 ws-ei-estimated      pic x(12).
77 ws-ei-rate           pic x(16).
77 ws-ei-status         pic x(6).

77 ws-period-start      pic 9(8).
77 ws-period-end        pic 9(8).
77 ws-next-month-start  pic 9(8).
77 ws-window-start      pic 9(8).
77 ws-days-in-period    pic 99.
77 ws-run-daymap        pic x(31) value spaces.
77 ws-day               pic 99.
77 ws-day-date          pic 9(8).
77 ws-missing-map       pic x(31).
77 ws-missing-days      pic 99.
77 ws-expected-share    pic 9(9).

77 ws-readings-edt      pic 9(9).
77 ws-adj-readings-edt  pic -(8)9.
77 ws-avg-edt           pic z(4)9.9999.

77 ws-audit-caller      pic x(20) value "BILLING-EXTRACT".
77 ws-audit-event       pic x(12).
77 ws-audit-detail      pic x(80).

77 ws-rate-edt          pic z(4)9.9999.
77 ws-charge-edt        pic -(9)9.99.
77 ws-credit-edt        pic -(9)9.99.
77 ws-net-edt           pic -(9)9.99.
77 ws-rename-rc         pic s9(9).

77 ws-return-code       pic 9     value 0.

perform load-rate-table.

perform load-maintenance.

perform load-estimates.

perform accumulate-usage.

perform load-disputes.

if ws-owner-count = 0
    display "billing-extract: no readings for period "
        ws-period ", nothing billed"

perform compute-charges.

perform compute-credits.

perform load-arrears.

perform sum-month-converted.

perform compute-estimates.

perform compute-trueups.

perform write-extract.

perform release-extract.

if ws-is-released and ws-credit-count > 0
    perform mark-disputes-applied
end-if

if ws-is-released
    perform register-invoices
end-if

if ws-is-released
    perform journal-invoice-line
        varying ws-owner-idx from 1 by 1
        until ws-owner-idx > ws-owner-count
end-if

move "CL" to ws-lin-kind
call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail

if ws-is-released
    and (ws-est-new-count > 0 or ws-trueup-count > 0
        or ws-estimate-count > 0)
    perform rewrite-estimates
end-if

move ws-return-code to return-code

goback.
        move ws-param-value to ws-rates-file
    end-if

    move "CYCLE_RUN_ID" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-run-id
    end-if

    move "BILLING_EXTRACT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        into ws-work-file
    end-string

    move "BILLING_DISPUTES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-dispute-file
    end-if

    move spaces to ws-dispute-work
    string
        function trim(ws-dispute-file)  delimited by size
        ".work"                         delimited by size
        into ws-dispute-work
    end-string

    move "INVOICE_REGISTER" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-register-file
    end-if

    move spaces to ws-register-work
    string
        function trim(ws-register-file) delimited by size
        ".work"                         delimited by size
        into ws-register-work
    end-string

    move "OWNER_ARREARS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-arrears-file
    end-if

    move "MAINTENANCE_SCHEDULE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-maint-file
    end-if

    move "BILLING_ESTIMATES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-estimate-file
    end-if

    move spaces to ws-estimate-work
    string
        function trim(ws-estimate-file) delimited by size
        ".work"                         delimited by size
        into ws-estimate-work
    end-string

    move spaces to ws-est-days-edt
    move "BILLING_ESTIMATE_DAYS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-est-days-edt
    end-if
    if ws-est-days-edt not = spaces
        compute ws-est-days = function numval(ws-est-days-edt)
            on size error
                display "billing-extract: invalid "
                    "BILLING_ESTIMATE_DAYS, using 30"
                move 30 to ws-est-days
        end-compute
        if ws-est-days = 0
            move 30 to ws-est-days
        end-if
    end-if

    accept ws-today from date yyyymmdd

    move spaces to ws-period-edt
    move "BILLING_PERIOD" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-round-mode not = "ROUND"
        move "TRUNC" to ws-round-mode
    end-if

*>  the period's calendar: first and last day, and the
*>  start of the window the estimates average over - the
*>  days before the period as well as the period itself
    move ws-period to ws-period-x
    compute ws-period-start = ws-period * 100 + 1
    if ws-period-x(5:2) = "12"
        compute ws-next-month-start =
            (ws-period + 89) * 100 + 1
    else
        compute ws-next-month-start =
            (ws-period + 1) * 100 + 1
    end-if
    compute ws-period-end = function date-of-integer(
        function integer-of-date(ws-next-month-start) - 1)
    move ws-period-end(7:2) to ws-days-in-period
    compute ws-window-start = function date-of-integer(
        function integer-of-date(ws-period-start) - ws-est-days)
    .

*>****************************************
            move function upper-case(sen-owner)
                to ws-sm-owner(ws-sm-count)
        end-if
        move sen-active to ws-sm-active(ws-sm-count)
        move spaces to ws-sm-daymap(ws-sm-count)
        move zero to ws-sm-hist-sum(ws-sm-count)
        move zero to ws-sm-hist-recs(ws-sm-count)
    end-if

    read f-sensors
        move zero to ws-ow-minimum(ws-owner-idx)
        move "0" to ws-ow-has-rate(ws-owner-idx)
        move zero to ws-ow-charge(ws-owner-idx)
        move zero to ws-ow-credits(ws-owner-idx)
        move spaces to ws-ow-arr-amount(ws-owner-idx)
        move spaces to ws-ow-arr-ref(ws-owner-idx)
        move spaces to ws-ow-arr-asof(ws-owner-idx)
        move zero to ws-ow-est-readings(ws-owner-idx)
        move zero to ws-ow-est-charge(ws-owner-idx)
        move zero to ws-ow-adj-charge(ws-owner-idx)
    end-if
    .


bill-one-record.

*>  a night interro1 judged stuck is readings from a frozen
*>  transmitter: not billed, not an estimate basis - but the
*>  sensor did report, so the day is not estimated either
    if rh-date numeric and rh-ptr numeric
        and rh-stuck = "S"
        and rh-date >= ws-window-start
        and rh-date <= ws-period-end
        if rh-date(1:6) = ws-period
            add rh-count to ws-stuck-readings
            move rh-date(7:2) to ws-day
            perform mark-stuck-day
                varying ws-sm-idx from 1 by 1
                until ws-sm-idx > ws-sm-count
        end-if
        read f-readings-history
            at end set eof to true
        end-read
        exit paragraph
    end-if

    if rh-date numeric and rh-ptr numeric
        and ws-estimate-count > 0
        perform true-up-one-record
            varying ws-es-idx from 1 by 1
            until ws-es-idx > ws-estimate-count
    end-if

    if rh-date numeric and rh-ptr numeric
        and rh-date >= ws-window-start
        and rh-date <= ws-period-end

        move "UNASSIGN" to ws-cur-owner
        move zero to ws-sm-found
        perform varying ws-sm-idx from 1 by 1
            until ws-sm-idx > ws-sm-count
            if ws-sm-ptr(ws-sm-idx) = rh-ptr
                    or rh-site = spaces
                    or ws-sm-site(ws-sm-idx) = rh-site)
                move ws-sm-owner(ws-sm-idx) to ws-cur-owner
                move ws-sm-idx to ws-sm-found
                exit perform
            end-if
        end-perform

        if ws-sm-found > 0
            add rh-count to ws-sm-hist-sum(ws-sm-found)
            add 1 to ws-sm-hist-recs(ws-sm-found)
        end-if

        if rh-date(1:6) = ws-period
            if ws-sm-found > 0
                move rh-date(7:2) to ws-day
                move "Y" to ws-sm-daymap(ws-sm-found)(ws-day:1)
            end-if
            perform find-owner-slot
            if ws-owner-idx > 0
                add rh-count to ws-ow-readings(ws-owner-idx)
                add rh-count to ws-billed-readings
                perform journal-history-billed
            end-if
        end-if
    end-if

    end-read
    .

*>****************************************
*> the stuck night still counts as the
*> sensor having reported that day
*>****************************************
mark-stuck-day.
    if ws-sm-ptr(ws-sm-idx) = rh-ptr
        and (ws-sm-site(ws-sm-idx) = spaces
            or rh-site = spaces
            or ws-sm-site(ws-sm-idx) = rh-site)
        move "Y" to ws-sm-daymap(ws-sm-idx)(ws-day:1)
    end-if
    .

*>****************************************
*> the charge arithmetic goes through
*> calc-engine, rate times readings under
    if sh-date numeric and sh-date(1:6) = ws-period
        and (sh-site = "ALL" or sh-site = spaces)
        add sh-converted-count to ws-month-converted
        if sh-stuck-count numeric
            add sh-stuck-count to ws-month-stuck
        end-if
    end-if

    if sh-date numeric and sh-date(1:6) = ws-period
        move sh-date(7:2) to ws-day
        move "Y" to ws-run-daymap(ws-day:1)
    end-if

    read f-stats-history
        varying ws-owner-idx from 1 by 1
        until ws-owner-idx > ws-owner-count

    compute ws-total-gross = ws-total-charges
                           + ws-total-est-charges
                           + ws-total-adj-charges
    compute ws-total-net = ws-total-gross - ws-total-credits

    move ws-total-gross to ws-charge-edt
    compute ws-credit-edt = zero - ws-total-credits
    move ws-total-net to ws-net-edt
    move spaces to f-billing-rec
    string
        "TRL|"                      delimited by size
        "|"                         delimited by size
        function trim(ws-charge-edt)
                                    delimited by size
        "|"                         delimited by size
        function trim(ws-credit-edt)
                                    delimited by size
        "|"                         delimited by size
        function trim(ws-net-edt)   delimited by size
        "|"                         delimited by size
        ws-total-est-readings       delimited by size
        into f-billing-rec
    end-string
    write f-billing-rec

write-one-invoice-line.

    perform build-invoice-ref
    perform build-lineage-key
    move ws-ow-rate(ws-owner-idx) to ws-rate-edt
    move ws-ow-charge(ws-owner-idx) to ws-charge-edt

        function trim(ws-rate-edt)      delimited by size
        "|"                             delimited by size
        function trim(ws-charge-edt)    delimited by size
        "|"                             delimited by size
        function trim(ws-invoice-ref)   delimited by size
        "|"                             delimited by size
        function trim(ws-lin-key)       delimited by size
        into f-billing-rec
    end-string
    write f-billing-rec

    move zero to ws-owner-extra
    perform write-one-estimate-line
        varying ws-es-idx from 1 by 1
        until ws-es-idx > ws-estimate-count

    perform write-one-trueup-line
        varying ws-es-idx from 1 by 1
        until ws-es-idx > ws-estimate-count

    perform write-one-credit-line
        varying ws-dispute-idx from 1 by 1
        until ws-dispute-idx > ws-dispute-count

    if ws-owner-extra > 0
        compute ws-net-edt = ws-ow-charge(ws-owner-idx)
                           + ws-ow-est-charge(ws-owner-idx)
                           + ws-ow-adj-charge(ws-owner-idx)
                           - ws-ow-credits(ws-owner-idx)
        move spaces to f-billing-rec
        string
            "NET|"                          delimited by size
            ws-ow-owner(ws-owner-idx)       delimited by size
            "|"                             delimited by size
            function trim(ws-net-edt)       delimited by size
            into f-billing-rec
        end-string
        write f-billing-rec
    end-if

    if ws-ow-arr-amount(ws-owner-idx) not = spaces
        move spaces to f-billing-rec
        string
            "ARR|"                          delimited by size
            ws-ow-owner(ws-owner-idx)       delimited by size
            "|"                             delimited by size
            function trim(ws-ow-arr-amount(ws-owner-idx))
                                            delimited by size
            "|"                             delimited by size
            function trim(ws-ow-arr-ref(ws-owner-idx))
                                            delimited by size
            "|"                             delimited by size
            function trim(ws-ow-arr-asof(ws-owner-idx))
                                            delimited by size
            into f-billing-rec
        end-string
        write f-billing-rec
    end-if

    if ws-ow-has-rate(ws-owner-idx) not = "1"
        and (ws-ow-readings(ws-owner-idx) > 0
            or ws-ow-est-readings(ws-owner-idx) > 0)
        display "billing-extract: owner "
            ws-ow-owner(ws-owner-idx)
            " has readings but no rate on file"
release-extract.

    if ws-return-code = 0
        and ws-billed-readings + ws-month-stuck = ws-month-converted
        call "CBL_RENAME_FILE" using ws-work-file ws-billing-out
        move return-code to ws-rename-rc
        move zero to return-code
*>  that did not happen - finance would invoice from a
*>  file that does not exist
        if ws-rename-rc = 0
            set ws-is-released to true
            display "billing-extract: period " ws-period
                " released to " function trim(ws-billing-out)
                " (" ws-billed-readings " reading(s) billed)"
            if ws-stuck-readings > 0
                display "billing-extract: " ws-stuck-readings
                    " reading(s) of sensors suspected stuck "
                    "left out"
            end-if
        else
            display "billing-extract: release rename failed "
                "- extract left on " function trim(ws-work-file)
        move zero to return-code
        display "billing-extract: NOT RELEASED - billed="
            ws-billed-readings " month converted="
            ws-month-converted " stuck left out="
            ws-month-stuck
        move 8 to ws-return-code
    end-if
    .

*>****************************************
*> the whole dispute file is held, so the
*> APPLIED marking can rewrite it; a file
*> too big to hold is never rewritten and
*> the extract is not released
*>****************************************

load-disputes.

    move ws-period to ws-period-x
    move zero to ws-dispute-count

    open input f-disputes

    if ws-dispute-status not = "00"
        exit paragraph
    end-if

    read f-disputes
        at end continue
    end-read

    perform load-one-dispute
        until ws-dispute-status not = "00"
            or ws-dispute-overflow = "1"

    close f-disputes

    if ws-dispute-overflow = "1"
        display "billing-extract: more than 500 records on "
            function trim(ws-dispute-file)
            ", disputes not credited"
        move zero to ws-dispute-count
        move 8 to ws-return-code
    end-if
    .

*>****************************************

load-one-dispute.

    if ws-dispute-count >= 500
        move "1" to ws-dispute-overflow
        exit paragraph
    end-if

    add 1 to ws-dispute-count
    move ws-dispute-count to ws-dispute-idx
    move f-disputes-rec to ws-dl-line(ws-dispute-idx)
    move "0" to ws-dl-apply(ws-dispute-idx)
    move zero to ws-dl-owner-idx(ws-dispute-idx)
    move zero to ws-dl-credit(ws-dispute-idx)

    if f-disputes-rec not = spaces
        and f-disputes-rec(1:1) not = "#"
        perform split-dispute
        if ws-dp-period(1:6) numeric
            and ((ws-dp-status = "APPROVED"
                    and ws-dp-period(1:6) < ws-period-x)
                or (ws-dp-status = "APPLIED"
                    and ws-dp-applied(1:6) = ws-period-x))
            move function upper-case(
                function trim(ws-dp-owner)) to ws-cur-owner
            perform find-owner-slot
            if ws-owner-idx > 0
                move "1" to ws-dl-apply(ws-dispute-idx)
                move ws-owner-idx to ws-dl-owner-idx(ws-dispute-idx)
            else
                display "billing-extract: no room for owner "
                    ws-cur-owner " of dispute " ws-dp-id
                move 8 to ws-return-code
            end-if
        end-if
    end-if

    read f-disputes
        at end continue
    end-read
    .

*>****************************************

split-dispute.

    move spaces to ws-dp-id ws-dp-status ws-dp-owner
        ws-dp-period ws-dp-readings ws-dp-amount
        ws-dp-reason ws-dp-raised-by ws-dp-raised-at
        ws-dp-by ws-dp-at ws-dp-applied ws-dp-credit
    unstring ws-dl-line(ws-dispute-idx) delimited by "|"
        into ws-dp-id ws-dp-status ws-dp-owner
             ws-dp-period ws-dp-readings ws-dp-amount
             ws-dp-reason ws-dp-raised-by ws-dp-raised-at
             ws-dp-by ws-dp-at ws-dp-applied ws-dp-credit
    end-unstring
    .

*>****************************************
*> the credit goes through calc-engine the
*> same way the charge does: disputed
*> readings times the owner's rate, or the
*> disputed amount taken once, under the
*> shop's rounding mode
*>****************************************

compute-credits.

    perform compute-one-credit
        varying ws-dispute-idx from 1 by 1
        until ws-dispute-idx > ws-dispute-count
    .

*>****************************************

compute-one-credit.

    if ws-dl-apply(ws-dispute-idx) not = "1"
        exit paragraph
    end-if

    perform split-dispute
    move ws-dl-owner-idx(ws-dispute-idx) to ws-owner-idx

    if ws-dp-readings not = spaces
        if ws-ow-has-rate(ws-owner-idx) not = "1"
            display "billing-extract: dispute " ws-dp-id
                " disputes readings but owner "
                ws-ow-owner(ws-owner-idx) " has no rate on file"
            move 8 to ws-return-code
        end-if
        compute ws-eng-fstnb = function numval(ws-dp-readings)
            on size error move zero to ws-eng-fstnb
        end-compute
        move ws-ow-rate(ws-owner-idx) to ws-eng-sndnb
    else
        move ws-dp-amount to ws-scrub
        call "scrub-numeric" using ws-scrub
        move zero to ws-eng-fstnb
        if ws-scrub not = spaces
            compute ws-eng-fstnb = function numval(ws-scrub)
                on size error move zero to ws-eng-fstnb
            end-compute
        end-if
        move 1 to ws-eng-sndnb
    end-if
    move "*" to ws-eng-oper
    perform call-credit-engine

    if ws-eng-size-error not = "1"
        perform credit-to-cents
    end-if

    if ws-eng-size-error = "1"
        display "billing-extract: credit overflow for dispute "
            ws-dp-id
        move 8 to ws-return-code
        move "0" to ws-dl-apply(ws-dispute-idx)
        exit paragraph
    end-if

    if ws-eng-total not > zero
        display "billing-extract: dispute " ws-dp-id
            " carries no creditable readings or amount"
        move 8 to ws-return-code
    end-if

    move ws-eng-total to ws-dl-credit(ws-dispute-idx)
    add ws-dl-credit(ws-dispute-idx)
        to ws-ow-credits(ws-owner-idx)
    add ws-dl-credit(ws-dispute-idx) to ws-total-credits
    add 1 to ws-credit-count
    .

*>****************************************
*> a credit note is money: the credit is
*> taken to whole cents, to the nearest
*> under ROUND and down under TRUNC, so
*> the CRN, NET and trailer figures add up
*> as printed
*>****************************************

credit-to-cents.

    move ws-eng-total to ws-eng-fstnb
    move "*" to ws-eng-oper
    move 100 to ws-eng-sndnb
    perform call-credit-engine
    if ws-eng-size-error = "1"
        exit paragraph
    end-if

    if ws-round-mode = "ROUND"
        move ws-eng-total to ws-eng-fstnb
        move "+" to ws-eng-oper
        move 0.5 to ws-eng-sndnb
        perform call-credit-engine
        if ws-eng-size-error = "1"
            exit paragraph
        end-if
    end-if

    move ws-eng-total to ws-eng-fstnb
    move "//" to ws-eng-oper
    move 1 to ws-eng-sndnb
    perform call-credit-engine
    if ws-eng-size-error = "1"
        exit paragraph
    end-if

    move ws-eng-total to ws-eng-fstnb
    move "/" to ws-eng-oper
    move 100 to ws-eng-sndnb
    perform call-credit-engine
    .

*>****************************************

call-credit-engine.

    call "calc-engine" using ws-eng-fstnb ws-eng-oper
        ws-eng-sndnb ws-round-mode ws-eng-total
        ws-eng-error-msg ws-eng-size-error ws-eng-code
    .

*>****************************************
*> one CRN line per credited dispute under
*> the owner's INV line, the credit shown
*> negative so the owner's lines add up to
*> the NET line
*>****************************************

write-one-credit-line.

    if ws-dl-apply(ws-dispute-idx) not = "1"
        or ws-dl-owner-idx(ws-dispute-idx) not = ws-owner-idx
        exit paragraph
    end-if

    perform split-dispute

    compute ws-credit-edt = zero - ws-dl-credit(ws-dispute-idx)

    move spaces to f-billing-rec
    string
        "CRN|"                          delimited by size
        ws-ow-owner(ws-owner-idx)       delimited by size
        "|"                             delimited by size
        function trim(ws-dp-id)         delimited by size
        "|"                             delimited by size
        ws-dp-period(1:6)               delimited by size
        "|"                             delimited by size
        function trim(ws-dp-readings)   delimited by size
        "|"                             delimited by size
        function trim(ws-credit-edt)    delimited by size
        "|"                             delimited by size
        function trim(ws-dp-reason)     delimited by size
        into f-billing-rec
    end-string
    write f-billing-rec

    add 1 to ws-owner-extra
    .

*>****************************************
*> once the extract is released the
*> credited disputes are marked APPLIED
*> with this period and the credit given,
*> through a work copy so a failure leaves
*> the dispute file as it was
*>****************************************

mark-disputes-applied.

    open output f-disputes-work

    if ws-dispute-work-status not = "00"
        display "billing-extract: cannot open "
            function trim(ws-dispute-work)
            " - disputes credited but not marked APPLIED"
        move 8 to ws-return-code
        exit paragraph
    end-if

    perform write-one-dispute-back
        varying ws-dispute-idx from 1 by 1
        until ws-dispute-idx > ws-dispute-count

    close f-disputes-work

    call "CBL_RENAME_FILE" using ws-dispute-work ws-dispute-file
    move return-code to ws-rename-rc
    move zero to return-code

    if ws-rename-rc not = 0
        display "billing-extract: dispute file rename failed "
            "- APPLIED marking left on "
            function trim(ws-dispute-work)
        move 8 to ws-return-code
        exit paragraph
    end-if

    compute ws-credit-edt = zero - ws-total-credits
    move "CREDIT" to ws-audit-event
    move spaces to ws-audit-detail
    string
        "period "                       delimited by size
        ws-period                       delimited by size
        " "                             delimited by size
        ws-credit-count                 delimited by size
        " dispute credit(s) total "     delimited by size
        function trim(ws-credit-edt)    delimited by size
        into ws-audit-detail
    end-string
    call "audit-log" using ws-audit-caller ws-audit-event
                            ws-audit-detail

    display "billing-extract: " ws-credit-count
        " dispute credit(s) applied to period " ws-period
    .

*>****************************************

write-one-dispute-back.

    if ws-dl-apply(ws-dispute-idx) = "1"
        perform split-dispute
        move ws-dl-credit(ws-dispute-idx) to ws-credit-edt
        move spaces to f-disputes-work-rec
        string
            function trim(ws-dp-id)         delimited by size
            "|APPLIED|"                     delimited by size
            function trim(ws-dp-owner)      delimited by size
            "|"                             delimited by size
            function trim(ws-dp-period)     delimited by size
            "|"                             delimited by size
            function trim(ws-dp-readings)   delimited by size
            "|"                             delimited by size
            function trim(ws-dp-amount)     delimited by size
            "|"                             delimited by size
            function trim(ws-dp-reason)     delimited by size
            "|"                             delimited by size
            function trim(ws-dp-raised-by)  delimited by size
            "|"                             delimited by size
            function trim(ws-dp-raised-at)  delimited by size
            "|"                             delimited by size
            function trim(ws-dp-by)         delimited by size
            "|"                             delimited by size
            function trim(ws-dp-at)         delimited by size
            "|"                             delimited by size
            ws-period-x                     delimited by size
            "|"                             delimited by size
            function trim(ws-credit-edt)    delimited by size
            into f-disputes-work-rec
        end-string
    else
        move ws-dl-line(ws-dispute-idx) to f-disputes-work-rec
    end-if

    write f-disputes-work-rec
    .

*>****************************************

build-invoice-ref.

    move spaces to ws-invoice-ref
    string
        ws-period                       delimited by size
        "-"                             delimited by size
        function trim(ws-ow-owner(ws-owner-idx))
                                        delimited by size
        into ws-invoice-ref
    end-string
    .

*>****************************************
*> receivables' arrears list: an owner on
*> it that is billed this period gets its
*> arrears noted on the invoice. an owner
*> not billed is not added for it
*>****************************************

load-arrears.

    open input f-arrears

    if ws-arrears-status not = "00"
        exit paragraph
    end-if

    read f-arrears
        at end continue
    end-read

    perform load-one-arrears
        until ws-arrears-status not = "00"

    close f-arrears
    .

*>****************************************

load-one-arrears.

    if f-arrears-rec not = spaces
        and f-arrears-rec(1:1) not = "#"
        move spaces to ws-ar-owner-in ws-ar-amount-in
            ws-ar-ref-in ws-ar-asof-in
        unstring f-arrears-rec delimited by "|"
            into ws-ar-owner-in ws-ar-amount-in
                 ws-ar-ref-in ws-ar-asof-in
        end-unstring
        move function upper-case(
            function trim(ws-ar-owner-in)) to ws-cur-owner
        move zero to ws-owner-idx
        perform test-one-arrears-owner
            varying ws-owner-scan from 1 by 1
            until ws-owner-scan > ws-owner-count
                or ws-owner-idx > 0
        if ws-owner-idx > 0
            move ws-ar-amount-in to ws-ow-arr-amount(ws-owner-idx)
            move ws-ar-ref-in to ws-ow-arr-ref(ws-owner-idx)
            move ws-ar-asof-in to ws-ow-arr-asof(ws-owner-idx)
            display "billing-extract: owner " ws-cur-owner
                " over 90 days in arrears, "
                function trim(ws-ar-amount-in)
                " noted on the invoice"
        end-if
    end-if

    read f-arrears
        at end continue
    end-read
    .

*>****************************************

test-one-arrears-owner.

    if ws-ow-owner(ws-owner-scan) = ws-cur-owner
        move ws-owner-scan to ws-owner-idx
    end-if
    .

*>****************************************
*> the released period's payable invoices
*> replace whatever the register held for
*> that period, through a work copy
*>****************************************

register-invoices.

    open output f-register-work

    if ws-register-work-status not = "00"
        display "billing-extract: cannot open "
            function trim(ws-register-work)
            " - invoices not registered"
        move 8 to ws-return-code
        exit paragraph
    end-if

    open input f-register

    if ws-register-status = "00"
        read f-register
            at end continue
        end-read
        perform copy-one-register-line
            until ws-register-status not = "00"
        close f-register
    end-if

    move zero to ws-invoice-count
    perform register-one-invoice
        varying ws-owner-idx from 1 by 1
        until ws-owner-idx > ws-owner-count

    close f-register-work

    call "CBL_RENAME_FILE" using ws-register-work ws-register-file
    move return-code to ws-rename-rc
    move zero to return-code

    if ws-rename-rc not = 0
        display "billing-extract: invoice register rename failed "
            "- register left on " function trim(ws-register-work)
        move 8 to ws-return-code
        exit paragraph
    end-if

    display "billing-extract: " ws-invoice-count
        " invoice(s) registered on " function trim(ws-register-file)
    .

*>****************************************

copy-one-register-line.

    move spaces to ws-rg-ref-in ws-rg-owner-in ws-rg-period-in
    unstring f-register-rec delimited by "|"
        into ws-rg-ref-in ws-rg-owner-in ws-rg-period-in
    end-unstring

    if f-register-rec not = spaces
        and ws-rg-period-in(1:6) not = ws-period-x
        write f-register-work-rec from f-register-rec
    end-if

    read f-register
        at end continue
    end-read
    .

*>****************************************

register-one-invoice.

    compute ws-owner-net = ws-ow-charge(ws-owner-idx)
                         + ws-ow-est-charge(ws-owner-idx)
                         + ws-ow-adj-charge(ws-owner-idx)
                         - ws-ow-credits(ws-owner-idx)

    if ws-owner-net not > zero
        exit paragraph
    end-if

    perform build-invoice-ref
    move ws-owner-net to ws-net-edt

    move spaces to f-register-work-rec
    string
        function trim(ws-invoice-ref)   delimited by size
        "|"                             delimited by size
        function trim(ws-ow-owner(ws-owner-idx))
                                        delimited by size
        "|"                             delimited by size
        ws-period                       delimited by size
        "|"                             delimited by size
        ws-today                        delimited by size
        "|"                             delimited by size
        function trim(ws-net-edt)       delimited by size
        into f-register-work-rec
    end-string
    write f-register-work-rec

    add 1 to ws-invoice-count
    .

*>****************************************

load-maintenance.

    move zero to ws-maint-count

    open input f-maintenance

    if ws-maint-status not = "00"
        exit paragraph
    end-if

    read f-maintenance
        at end continue
    end-read

    perform load-one-maint-window
        until ws-maint-status not = "00"
            or ws-maint-count >= 500

    close f-maintenance
    .

*>****************************************

load-one-maint-window.

    if f-maintenance-rec not = spaces
        and f-maintenance-rec(1:1) not = "#"
        move spaces to ws-mnt-ptr-in ws-mnt-from-in ws-mnt-to-in
                       ws-mnt-reason-in ws-mnt-site-in
        unstring f-maintenance-rec delimited by "|"
            into ws-mnt-ptr-in ws-mnt-from-in ws-mnt-to-in
                 ws-mnt-reason-in ws-mnt-site-in
        end-unstring
        if function trim(ws-mnt-ptr-in) is numeric
            and function trim(ws-mnt-from-in) is numeric
            and function trim(ws-mnt-to-in) is numeric
            add 1 to ws-maint-count
            compute ws-mt-ptr(ws-maint-count) =
                function numval(ws-mnt-ptr-in)
            compute ws-mt-from(ws-maint-count) =
                function numval(ws-mnt-from-in)
            compute ws-mt-to(ws-maint-count) =
                function numval(ws-mnt-to-in)
            move function upper-case(ws-mnt-site-in(1:3))
                to ws-mt-site(ws-maint-count)
        end-if
    end-if

    read f-maintenance
        at end continue
    end-read
    .

*>****************************************
*> the whole estimates file is held, for
*> the rewrite after release. this
*> period's own untrued estimates are a
*> previous run of it and are replaced;
*> an earlier period's are trued up now
*> (or again, on a rerun of the period
*> that trued them). once a period's
*> estimates have been trued, a rerun of
*> that period does not estimate again
*>****************************************

load-estimates.

    move zero to ws-estimate-count

    open input f-estimates

    if ws-estimate-status not = "00"
        exit paragraph
    end-if

    read f-estimates
        at end continue
    end-read

    perform load-one-estimate
        until ws-estimate-status not = "00"
            or ws-est-overflow = "1"

    close f-estimates

    if ws-est-overflow = "1"
        display "billing-extract: more than 1000 records on "
            function trim(ws-estimate-file)
            ", estimates not trued up"
        move zero to ws-estimate-count
        move "1" to ws-est-locked
        move 8 to ws-return-code
    end-if
    .

*>****************************************

load-one-estimate.

    if ws-estimate-count >= 1000
        move "1" to ws-est-overflow
        exit paragraph
    end-if

    add 1 to ws-estimate-count
    move ws-estimate-count to ws-es-idx
    move f-estimates-rec to ws-es-line(ws-es-idx)
    move space to ws-es-action(ws-es-idx)
    move zero to ws-es-owner-idx(ws-es-idx)
    move spaces to ws-es-arrived-map(ws-es-idx)
    move zero to ws-es-arrived(ws-es-idx)
    move zero to ws-es-actual(ws-es-idx)
    move zero to ws-es-adj-readings(ws-es-idx)
    move zero to ws-es-adj-charge(ws-es-idx)
    move zero to ws-es-charge(ws-es-idx)

    if f-estimates-rec not = spaces
        and f-estimates-rec(1:1) not = "#"
        perform split-estimate
    end-if

    read f-estimates
        at end continue
    end-read
    .

*>****************************************

split-estimate.

    move spaces to ws-ei-period ws-ei-ptr ws-ei-site ws-ei-owner
        ws-ei-daymap ws-ei-days ws-ei-avg ws-ei-estimated
        ws-ei-rate ws-ei-status ws-dp-applied
    unstring ws-es-line(ws-es-idx) delimited by "|"
        into ws-ei-period ws-ei-ptr ws-ei-site ws-ei-owner
             ws-ei-daymap ws-ei-days ws-ei-avg ws-ei-estimated
             ws-ei-rate ws-ei-status ws-dp-applied
    end-unstring

    if ws-ei-period(1:6) not numeric
        or function trim(ws-ei-ptr) is not numeric
        or function trim(ws-ei-days) is not numeric
        or function trim(ws-ei-estimated) is not numeric
        exit paragraph
    end-if

    move ws-ei-period(1:6) to ws-es-period(ws-es-idx)
    compute ws-es-ptr(ws-es-idx) = function numval(ws-ei-ptr)
    move ws-ei-site(1:3) to ws-es-site(ws-es-idx)
    move ws-ei-owner(1:8) to ws-es-owner(ws-es-idx)
    move ws-ei-daymap to ws-es-daymap(ws-es-idx)
    compute ws-es-days(ws-es-idx) = function numval(ws-ei-days)
    compute ws-es-estimated(ws-es-idx) =
        function numval(ws-ei-estimated)
    move ws-ei-avg to ws-scrub
    call "scrub-numeric" using ws-scrub
    move zero to ws-es-avg(ws-es-idx)
    if ws-scrub not = spaces
        compute ws-es-avg(ws-es-idx) = function numval(ws-scrub)
            on size error continue
        end-compute
    end-if
    move ws-ei-rate to ws-scrub
    call "scrub-numeric" using ws-scrub
    move zero to ws-es-rate(ws-es-idx)
    if ws-scrub not = spaces
        compute ws-es-rate(ws-es-idx) = function numval(ws-scrub)
            on size error continue
        end-compute
    end-if

    evaluate true
        when ws-ei-status = "EST"
            and ws-es-period(ws-es-idx) = ws-period-x
            move "D" to ws-es-action(ws-es-idx)
        when ws-ei-status = "TRUED"
            and ws-es-period(ws-es-idx) = ws-period-x
            move "1" to ws-est-locked
        when (ws-ei-status = "EST"
                and ws-es-period(ws-es-idx) < ws-period-x)
            or (ws-ei-status = "TRUED"
                and ws-dp-applied(1:6) = ws-period-x)
            move function upper-case(
                function trim(ws-ei-owner)) to ws-cur-owner
            perform find-owner-slot
            if ws-owner-idx > 0
                move "T" to ws-es-action(ws-es-idx)
                move ws-owner-idx to ws-es-owner-idx(ws-es-idx)
            else
                display "billing-extract: no room for owner "
                    ws-cur-owner " of an estimate to true up"
                move 8 to ws-return-code
            end-if
        when other
            continue
    end-evaluate
    .

*>****************************************
*> a history record for an estimated day
*> of an estimate being trued up is an
*> actual that arrived after the estimate
*>****************************************

true-up-one-record.

    if ws-es-action(ws-es-idx) not = "T"
        or rh-ptr not = ws-es-ptr(ws-es-idx)
        or rh-date(1:6) not = ws-es-period(ws-es-idx)
        exit paragraph
    end-if

    if ws-es-site(ws-es-idx) not = spaces
        and rh-site not = spaces
        and rh-site not = ws-es-site(ws-es-idx)
        exit paragraph
    end-if

    move rh-date(7:2) to ws-day
    if ws-es-daymap(ws-es-idx)(ws-day:1) not = "Y"
        exit paragraph
    end-if

    add rh-count to ws-es-actual(ws-es-idx)
    if ws-es-arrived-map(ws-es-idx)(ws-day:1) not = "Y"
        move "Y" to ws-es-arrived-map(ws-es-idx)(ws-day:1)
        add 1 to ws-es-arrived(ws-es-idx)
    end-if
    .

*>****************************************
*> every active master sensor is checked
*> against the nights the cycle ran this
*> period
*>****************************************

compute-estimates.

    if ws-est-locked = "1"
        display "billing-extract: estimates for period "
            ws-period " already trued up, not estimated again"
        exit paragraph
    end-if

    perform estimate-one-sensor
        varying ws-sm-idx from 1 by 1
        until ws-sm-idx > ws-sm-count
    .

*>****************************************

estimate-one-sensor.

    if ws-sm-active(ws-sm-idx) = "I"
        exit paragraph
    end-if

    move spaces to ws-missing-map
    move zero to ws-missing-days
    perform check-one-missing-day
        varying ws-day from 1 by 1
        until ws-day > ws-days-in-period

    if ws-missing-days = 0
        exit paragraph
    end-if

    if ws-sm-hist-recs(ws-sm-idx) = 0
        display "billing-extract: ptr " ws-sm-ptr(ws-sm-idx)
            " missed " ws-missing-days " night(s) with no "
            "history to estimate from, not billed"
        exit paragraph
    end-if

    if ws-estimate-count >= 1000
        display "billing-extract: estimates table full, ptr "
            ws-sm-ptr(ws-sm-idx) " not estimated"
        move 8 to ws-return-code
        exit paragraph
    end-if

    move ws-sm-owner(ws-sm-idx) to ws-cur-owner
    perform find-owner-slot
    if ws-owner-idx = 0
        display "billing-extract: no room for owner "
            ws-cur-owner " of ptr " ws-sm-ptr(ws-sm-idx)
        move 8 to ws-return-code
        exit paragraph
    end-if

    add 1 to ws-estimate-count
    move ws-estimate-count to ws-es-idx
    move spaces to ws-es-line(ws-es-idx)
    move "N" to ws-es-action(ws-es-idx)
    move ws-period-x to ws-es-period(ws-es-idx)
    move ws-sm-ptr(ws-sm-idx) to ws-es-ptr(ws-es-idx)
    move ws-sm-site(ws-sm-idx) to ws-es-site(ws-es-idx)
    move ws-cur-owner to ws-es-owner(ws-es-idx)
    move ws-missing-map to ws-es-daymap(ws-es-idx)
    move ws-missing-days to ws-es-days(ws-es-idx)
    compute ws-es-avg(ws-es-idx) rounded =
        ws-sm-hist-sum(ws-sm-idx) / ws-sm-hist-recs(ws-sm-idx)
    compute ws-es-estimated(ws-es-idx) rounded =
        ws-es-avg(ws-es-idx) * ws-missing-days
    move ws-ow-rate(ws-owner-idx) to ws-es-rate(ws-es-idx)
    move ws-owner-idx to ws-es-owner-idx(ws-es-idx)
    move spaces to ws-es-arrived-map(ws-es-idx)
    move zero to ws-es-arrived(ws-es-idx)
    move zero to ws-es-actual(ws-es-idx)
    move zero to ws-es-adj-readings(ws-es-idx)
    move zero to ws-es-adj-charge(ws-es-idx)

    move ws-es-estimated(ws-es-idx) to ws-eng-fstnb
    move ws-es-rate(ws-es-idx) to ws-eng-sndnb
    move "*" to ws-eng-oper
    perform call-credit-engine

    if ws-eng-size-error not = "1"
        perform credit-to-cents
    end-if

    if ws-eng-size-error = "1"
        display "billing-extract: estimate overflow for ptr "
            ws-sm-ptr(ws-sm-idx)
        move 8 to ws-return-code
        move zero to ws-es-charge(ws-es-idx)
        exit paragraph
    end-if

    move ws-eng-total to ws-es-charge(ws-es-idx)
    add ws-es-estimated(ws-es-idx)
        to ws-ow-est-readings(ws-owner-idx)
    add ws-es-estimated(ws-es-idx) to ws-total-est-readings
    add ws-es-charge(ws-es-idx) to ws-ow-est-charge(ws-owner-idx)
    add ws-es-charge(ws-es-idx) to ws-total-est-charges
    add 1 to ws-est-new-count
    .

*>****************************************
*> a day is missed when the cycle ran
*> that night, the sensor sent nothing,
*> and no maintenance window covers it -
*> the same test check-coverage applies
*>****************************************

check-one-missing-day.

    if ws-run-daymap(ws-day:1) not = "Y"
        or ws-sm-daymap(ws-sm-idx)(ws-day:1) = "Y"
        exit paragraph
    end-if

    compute ws-day-date = ws-period-start + ws-day - 1

    move "0" to ws-in-maint
    perform test-one-maint-window
        varying ws-maint-idx from 1 by 1
        until ws-maint-idx > ws-maint-count
            or ws-in-maint = "1"

    if ws-in-maint = "1"
        exit paragraph
    end-if

    move "Y" to ws-missing-map(ws-day:1)
    add 1 to ws-missing-days
    .

*>****************************************

test-one-maint-window.

    if ws-mt-ptr(ws-maint-idx) = ws-sm-ptr(ws-sm-idx)
        and (ws-mt-site(ws-maint-idx) = spaces
            or ws-sm-site(ws-sm-idx) = spaces
            or ws-mt-site(ws-maint-idx) = ws-sm-site(ws-sm-idx))
        and ws-day-date >= ws-mt-from(ws-maint-idx)
        and ws-day-date <= ws-mt-to(ws-maint-idx)
        move "1" to ws-in-maint
    end-if
    .

*>****************************************
*> the true-up: the actuals that arrived
*> for estimated days against the
*> estimate's share for those days, the
*> difference charged at the estimate's
*> own rate
*>****************************************

compute-trueups.

    perform trueup-one-estimate
        varying ws-es-idx from 1 by 1
        until ws-es-idx > ws-estimate-count
    .

*>****************************************

trueup-one-estimate.

    if ws-es-action(ws-es-idx) not = "T"
        exit paragraph
    end-if

    move ws-es-owner-idx(ws-es-idx) to ws-owner-idx

    compute ws-expected-share rounded =
        ws-es-avg(ws-es-idx) * ws-es-arrived(ws-es-idx)
    compute ws-es-adj-readings(ws-es-idx) =
        ws-es-actual(ws-es-idx) - ws-expected-share

    if ws-es-adj-readings(ws-es-idx) < 0
        compute ws-eng-fstnb = zero - ws-es-adj-readings(ws-es-idx)
    else
        move ws-es-adj-readings(ws-es-idx) to ws-eng-fstnb
    end-if
    move ws-es-rate(ws-es-idx) to ws-eng-sndnb
    move "*" to ws-eng-oper
    perform call-credit-engine

    if ws-eng-size-error not = "1"
        perform credit-to-cents
    end-if

    if ws-eng-size-error = "1"
        display "billing-extract: true-up overflow for ptr "
            ws-es-ptr(ws-es-idx)
        move 8 to ws-return-code
        move zero to ws-es-adj-charge(ws-es-idx)
        exit paragraph
    end-if

    if ws-es-adj-readings(ws-es-idx) < 0
        compute ws-es-adj-charge(ws-es-idx) = zero - ws-eng-total
    else
        move ws-eng-total to ws-es-adj-charge(ws-es-idx)
    end-if
    add ws-es-adj-charge(ws-es-idx)
        to ws-ow-adj-charge(ws-owner-idx)
    add ws-es-adj-charge(ws-es-idx) to ws-total-adj-charges
    add 1 to ws-trueup-count
    .

*>****************************************

write-one-estimate-line.

    if ws-es-action(ws-es-idx) not = "N"
        or ws-es-owner-idx(ws-es-idx) not = ws-owner-idx
        exit paragraph
    end-if

    move ws-es-estimated(ws-es-idx) to ws-readings-edt
    move ws-es-charge(ws-es-idx) to ws-credit-edt

    move spaces to f-billing-rec
    string
        "EST|"                          delimited by size
        ws-ow-owner(ws-owner-idx)       delimited by size
        "|"                             delimited by size
        ws-es-ptr(ws-es-idx)            delimited by size
        "|"                             delimited by size
        ws-es-site(ws-es-idx)           delimited by size
        "|"                             delimited by size
        ws-es-days(ws-es-idx)           delimited by size
        "|"                             delimited by size
        ws-readings-edt                 delimited by size
        "|"                             delimited by size
        function trim(ws-credit-edt)    delimited by size
        "|ESTIMATED"                    delimited by size
        into f-billing-rec
    end-string
    write f-billing-rec

    add 1 to ws-owner-extra
    .

*>****************************************

write-one-trueup-line.

    if ws-es-action(ws-es-idx) not = "T"
        or ws-es-owner-idx(ws-es-idx) not = ws-owner-idx
        exit paragraph
    end-if

    move ws-es-actual(ws-es-idx) to ws-readings-edt
    move ws-es-adj-readings(ws-es-idx) to ws-adj-readings-edt
    move ws-es-adj-charge(ws-es-idx) to ws-credit-edt

    move spaces to f-billing-rec
    string
        "TUP|"                          delimited by size
        ws-ow-owner(ws-owner-idx)       delimited by size
        "|"                             delimited by size
        ws-es-ptr(ws-es-idx)            delimited by size
        "|"                             delimited by size
        ws-es-site(ws-es-idx)           delimited by size
        "|"                             delimited by size
        ws-es-period(ws-es-idx)         delimited by size
        "|"                             delimited by size
        ws-es-arrived(ws-es-idx)        delimited by size
        "/"                             delimited by size
        ws-es-days(ws-es-idx)           delimited by size
        "|"                             delimited by size
        ws-readings-edt                 delimited by size
        "|"                             delimited by size
        function trim(ws-adj-readings-edt)
                                        delimited by size
        "|"                             delimited by size
        function trim(ws-credit-edt)    delimited by size
        into f-billing-rec
    end-string
    write f-billing-rec

    add 1 to ws-owner-extra
    .

*>****************************************
*> after release: this period's estimates
*> replace any earlier run's, the trued
*> ones are marked TRUED with what
*> arrived, everything else is copied
*> as it was
*>****************************************

rewrite-estimates.

    open output f-estimates-work

    if ws-estimate-work-status not = "00"
        display "billing-extract: cannot open "
            function trim(ws-estimate-work)
            " - estimates billed but not recorded"
        move 8 to ws-return-code
        exit paragraph
    end-if

    perform write-one-estimate-back
        varying ws-es-idx from 1 by 1
        until ws-es-idx > ws-estimate-count

    close f-estimates-work

    call "CBL_RENAME_FILE" using ws-estimate-work ws-estimate-file
    move return-code to ws-rename-rc
    move zero to return-code

    if ws-rename-rc not = 0
        display "billing-extract: estimates rename failed "
            "- estimates left on " function trim(ws-estimate-work)
        move 8 to ws-return-code
        exit paragraph
    end-if

    display "billing-extract: " ws-est-new-count
        " sensor estimate(s), " ws-trueup-count
        " true-up(s) recorded on "
        function trim(ws-estimate-file)
    .

*>****************************************

write-one-estimate-back.

    evaluate ws-es-action(ws-es-idx)
        when "D"
            exit paragraph
        when "T"
            perform build-estimate-line
            write f-estimates-work-rec
        when "N"
            perform build-estimate-line
            write f-estimates-work-rec
        when other
            move ws-es-line(ws-es-idx) to f-estimates-work-rec
            write f-estimates-work-rec
    end-evaluate
    .

*>****************************************

build-estimate-line.

    move ws-es-estimated(ws-es-idx) to ws-readings-edt
    move ws-es-avg(ws-es-idx) to ws-avg-edt
    move ws-es-rate(ws-es-idx) to ws-rate-edt

    move spaces to f-estimates-work-rec
    string
        ws-es-period(ws-es-idx)         delimited by size
        "|"                             delimited by size
        ws-es-ptr(ws-es-idx)            delimited by size
        "|"                             delimited by size
        ws-es-site(ws-es-idx)           delimited by size
        "|"                             delimited by size
        function trim(ws-es-owner(ws-es-idx))
                                        delimited by size
        "|"                             delimited by size
        ws-es-daymap(ws-es-idx)         delimited by size
        "|"                             delimited by size
        ws-es-days(ws-es-idx)           delimited by size
        "|"                             delimited by size
        function trim(ws-avg-edt)       delimited by size
        "|"                             delimited by size
        ws-readings-edt                 delimited by size
        "|"                             delimited by size
        function trim(ws-rate-edt)      delimited by size
        into f-estimates-work-rec
    end-string

    if ws-es-action(ws-es-idx) = "N"
        move ws-es-charge(ws-es-idx) to ws-credit-edt
        string
            function trim(f-estimates-work-rec)
                                        delimited by size
            "|EST|||||"                 delimited by size
            into ws-es-line(ws-es-idx)
        end-string
    else
        move ws-es-actual(ws-es-idx) to ws-readings-edt
        move ws-es-adj-readings(ws-es-idx) to ws-adj-readings-edt
        move ws-es-adj-charge(ws-es-idx) to ws-credit-edt
        move spaces to ws-es-line(ws-es-idx)
        string
            function trim(f-estimates-work-rec)
                                        delimited by size
            "|TRUED|"                   delimited by size
            ws-period-x                 delimited by size
            "|"                         delimited by size
            ws-es-arrived(ws-es-idx)    delimited by size
            "|"                         delimited by size
            ws-readings-edt             delimited by size
            "|"                         delimited by size
            function trim(ws-adj-readings-edt)
                                        delimited by size
            "|"                         delimited by size
            function trim(ws-credit-edt)
                                        delimited by size
            into ws-es-line(ws-es-idx)
        end-string
    end-if

    move ws-es-line(ws-es-idx) to f-estimates-work-rec
    .

*>****************************************
*> an owner's lineage group key: the run
*> (a standalone run is sequence 00 of
*> its day), the extract, the owner
*>****************************************

build-lineage-key.

    move ws-run-id to ws-lin-run
    if ws-lin-run = spaces
        move spaces to ws-lin-run
        string
            ws-today            delimited by size
            "-00"               delimited by size
            into ws-lin-run
        end-string
    end-if

    move spaces to ws-lin-key
    string
        function trim(ws-lin-run)       delimited by size
        "/"                             delimited by size
        function trim(ws-billing-out)   delimited by size
        "/"                             delimited by size
        function trim(ws-ow-owner(ws-owner-idx))
                                        delimited by size
        into ws-lin-key
    end-string
    .

*>****************************************

journal-history-billed.

    perform build-lineage-key
    move spaces to ws-lin-detail
    string
        rh-date                         delimited by size
        "|"                             delimited by size
        rh-ptr                          delimited by size
        "|"                             delimited by size
        rh-count                        delimited by size
        "|"                             delimited by size
        function trim(rh-lineage)       delimited by size
        into ws-lin-detail
    end-string
    move "BH" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .

*>****************************************
*> only a released extract's invoices are
*> journalled - an out-of-balance one
*> never reached finance
*>****************************************

journal-invoice-line.

    perform build-invoice-ref
    perform build-lineage-key
    move spaces to ws-lin-detail
    string
        function trim(ws-ow-owner(ws-owner-idx))
                                        delimited by size
        "|"                             delimited by size
        ws-period                       delimited by size
        "|"                             delimited by size
        function trim(ws-invoice-ref)   delimited by size
        "|"                             delimited by size
        function trim(ws-billing-out)   delimited by size
        "|"                             delimited by size
        function trim(ws-lin-key)       delimited by size
        into ws-lin-detail
    end-string
    move "BL" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .
