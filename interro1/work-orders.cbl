identification division.

program-id. work-orders.

*>****************************************
*> maintenance work orders raised from the
*> night's findings instead of a phone
*> call: a sensor interro1 flagged as
*> drifting tonight, a cluster of range
*> rejects from one sensor in tonight's
*> reject file (WO_RANGE_CLUSTER, default
*> 3), and a sensor whose latest
*> calibration certificate falls due
*> within CAL_HORIZON_DAYS (14, the
*> readiness check's horizon) each open
*> one order on the work-order file -
*>   id|status|ptr|site|source|raised-at|
*>   detail|assigned-to|sched-from|
*>   sched-to|completed-by|completed-at|
*>   note
*> never a second one while an order for
*> that sensor is still open (anything
*> short of DONE). technicians assign,
*> schedule and complete orders from the
*> console; scheduling writes the outage
*> window onto the maintenance schedule.
*>
*>   WORK_ORDERS      the work-order file
*>   SENSOR_HEALTH    interro1's health
*>                    history (drift)
*>   DEGRES_REJECTS   tonight's rejects
*>   CALIBRATION_LOG  the certificates
*>   PROCESS_DATE     the business day, as
*>                    interro1 takes it
*>****************************************

environment division.

input-output section.

file-control.
    select f-orders assign to dynamic ws-orders-file
        organization line sequential
        file status is ws-orders-status.
    select f-health assign to dynamic ws-health-file
        organization line sequential
        file status is ws-health-status.
    select f-rejects assign to dynamic ws-rejects-file
        organization line sequential
        file status is ws-rejects-status.
    select f-calibration assign to dynamic ws-calib-file
        organization line sequential
        file status is ws-calib-status.

*>****************************************

data division.

file section.
fd f-orders.
01 f-orders-rec         pic x(256).

fd f-health.
01 f-health-rec.
    03 hl-date          pic 9(8).
    03 hl-site          pic x(3).
    03 hl-ptr           pic 9(4).
    03 hl-rejects       pic 9(4).
    03 hl-duplicates    pic 9(4).
    03 hl-cal-overdue   pic 9(4).
    03 hl-drift         pic x.
    03 hl-missing       pic x.
    03 hl-gap-hours     pic 99.
    03 hl-run-id        pic x(11).

fd f-rejects.
01 f-rejects-rec.
    03 f-rejects-text   pic x(80).
    03 filler           pic x.
    03 f-rejects-lineage pic x(60).

fd f-calibration.
01 f-calibration-rec    pic x(200).

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

77 ws-audit-caller      pic x(20) value "WORK-ORDERS".
77 ws-audit-event       pic x(12).
77 ws-audit-detail      pic x(80).

77 ws-orders-file       pic x(80) value "file-work-orders".
77 ws-orders-status     pic xx.
77 ws-health-file       pic x(80) value "file-sensor-health".
77 ws-health-status     pic xx.
77 ws-rejects-file      pic x(80) value "file-degres-rejects".
77 ws-rejects-status    pic xx.
77 ws-calib-file        pic x(80) value "file-calibration".
77 ws-calib-status      pic xx.

77 ws-today             pic 9(8).
77 ws-now               pic 9(8).
77 ws-run-date          pic 9(8).
77 ws-num-edt           pic x(10).
77 ws-num-scrub         pic x(30).
77 ws-horizon-days      pic 9(4)  value 14.
77 ws-cluster-min       pic 9(4)  value 3.
77 ws-due-in-days       pic s9(6).

77 f-eof                pic x     value "1".
    88 eof                        value "0".

*>****************************************
*> the sensors already under an open
*> order, loaded from the file and added
*> to as tonight's orders are raised
*>****************************************

01 ws-open-table.
    03 ws-open-entry     occurs 1000.
        05 ws-op-ptr         pic 9(4).
        05 ws-op-site        pic x(3).
77 ws-open-count        pic 9(4)  value 0.
77 ws-open-idx          pic 9(4).
77 ws-order-count       pic 9(7)  value 0.
77 ws-order-seq         pic 9(7).
77 ws-is-open           pic x.

77 ws-wo-id             pic x(10).
77 ws-wo-status         pic x(10).
77 ws-wo-ptr            pic x(6).
77 ws-wo-site           pic x(5).

*>****************************************
*> tonight's range rejects per sensor
*>****************************************

01 ws-range-table.
    03 ws-range-entry    occurs 500.
        05 ws-rg-ptr         pic 9(4).
        05 ws-rg-site        pic x(3).
        05 ws-rg-count       pic 9(5).
77 ws-range-count       pic 9(3)  value 0.
77 ws-range-idx         pic 9(3).
77 ws-range-found       pic 9(3).
77 ws-range-hits        pic 99.

*>****************************************
*> the latest certificate per (site,
*> sensor), as interro1 keeps it
*>****************************************

01 ws-calib-table.
    03 ws-cal-entry      occurs 500.
        05 ws-cal-ptr        pic 9(4).
        05 ws-cal-site       pic x(3).
        05 ws-cal-due        pic 9(8).
        05 ws-cal-cert       pic x(14).
77 ws-calib-count       pic 9(3)  value 0.
77 ws-calib-idx         pic 9(3).
77 ws-calib-found       pic 9(3).
77 ws-cb-ptr-in         pic x(10).
77 ws-cb-cert-in        pic x(14).
77 ws-cb-date-in        pic x(10).
77 ws-cb-due-in         pic x(10).
77 ws-cb-tech-in        pic x(20).
77 ws-cb-site-in        pic x(5).

77 ws-new-ptr           pic 9(4).
77 ws-new-site          pic x(3).
77 ws-new-source        pic x(5).
77 ws-new-detail        pic x(60).
77 ws-count-edt         pic z(4)9.

77 ws-raised-count      pic 9(4)  value 0.
77 ws-skipped-count     pic 9(4)  value 0.
77 ws-orders-opened     pic x     value "0".

77 ws-return-code       pic 9     value 0.

*>****************************************

procedure division.

perform resolve-config.

perform load-open-orders.

perform raise-drift-orders.

perform raise-range-orders.

perform raise-calibration-orders.

if ws-orders-opened = "1"
    close f-orders
end-if

display "work-orders: " ws-raised-count " order(s) raised, "
    ws-skipped-count " already open"

move ws-return-code to return-code

goback.

*>****************************************

resolve-config.

    move "WORK_ORDERS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-orders-file
    end-if

    move "SENSOR_HEALTH" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-health-file
    end-if

    move "DEGRES_REJECTS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-rejects-file
    end-if

    move "CALIBRATION_LOG" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-calib-file
    end-if

    move spaces to ws-num-edt
    move "CAL_HORIZON_DAYS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-num-edt
    end-if
    if ws-num-edt not = spaces
        move ws-num-edt to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub not = spaces
            compute ws-horizon-days = function numval(ws-num-scrub)
                on size error continue
            end-compute
        end-if
    end-if

    move spaces to ws-num-edt
    move "WO_RANGE_CLUSTER" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-num-edt
    end-if
    if ws-num-edt not = spaces
        move ws-num-edt to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub not = spaces
            compute ws-cluster-min = function numval(ws-num-scrub)
                on size error continue
            end-compute
        end-if
        if ws-cluster-min = 0
            move 3 to ws-cluster-min
        end-if
    end-if

    accept ws-today from date yyyymmdd
    accept ws-now from time

*>  a catch-up replay judges that day's findings, the
*>  same business day interro1 stamped them with
    move ws-today to ws-run-date
    move "PROCESS_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        and ws-param-value(1:8) numeric
        move ws-param-value(1:8) to ws-run-date
    end-if
    .

*>****************************************

load-open-orders.

    open input f-orders

    if ws-orders-status not = "00"
        exit paragraph
    end-if

    read f-orders
        at end continue
    end-read

    perform load-one-order
        until ws-orders-status not = "00"

    close f-orders
    .

*>****************************************

load-one-order.

    if f-orders-rec not = spaces
        and f-orders-rec(1:1) not = "#"
        add 1 to ws-order-count
        move spaces to ws-wo-id ws-wo-status ws-wo-ptr ws-wo-site
        unstring f-orders-rec delimited by "|"
            into ws-wo-id ws-wo-status ws-wo-ptr ws-wo-site
        end-unstring
        if ws-wo-status not = "DONE"
            and function trim(ws-wo-ptr) is numeric
            and ws-open-count < 1000
            add 1 to ws-open-count
            compute ws-op-ptr(ws-open-count) =
                function numval(ws-wo-ptr)
            move ws-wo-site(1:3) to ws-op-site(ws-open-count)
        end-if
    end-if

    read f-orders
        at end continue
    end-read
    .

*>****************************************
*> the health history carries the drift
*> verdict of every night; only tonight's
*> raises anything
*>****************************************

raise-drift-orders.

    move "1" to f-eof
    open input f-health

    if ws-health-status not = "00"
        exit paragraph
    end-if

    read f-health
        at end set eof to true
    end-read

    perform check-one-health until eof

    close f-health
    .

*>****************************************

check-one-health.

    if hl-date numeric and hl-date = ws-run-date
        and hl-ptr numeric and hl-drift = "Y"
        move hl-ptr to ws-new-ptr
        move hl-site to ws-new-site
        move "DRIFT" to ws-new-source
        move "drifting off its peers and its own trailing average"
            to ws-new-detail
        perform raise-one-order
    end-if

    read f-health
        at end set eof to true
    end-read
    .

*>****************************************
*> "ptr nnnn/sss rejected, value out of
*> range: ..." is interro1's range reject
*> line; a sensor with WO_RANGE_CLUSTER of
*> them tonight has a fault, not a freak
*> reading
*>****************************************

raise-range-orders.

    open input f-rejects

    if ws-rejects-status not = "00"
        exit paragraph
    end-if

    read f-rejects
        at end continue
    end-read

    perform tally-one-reject
        until ws-rejects-status not = "00"

    close f-rejects

    perform check-one-cluster
        varying ws-range-idx from 1 by 1
        until ws-range-idx > ws-range-count
    .

*>****************************************

tally-one-reject.

    move zero to ws-range-hits
    inspect f-rejects-text tallying ws-range-hits
        for all "rejected, value out of range"

    if ws-range-hits > 0
        and f-rejects-rec(1:4) = "ptr "
        and f-rejects-rec(5:4) numeric
        and f-rejects-rec(9:1) = "/"
        move zero to ws-range-found
        perform find-one-range
            varying ws-range-idx from 1 by 1
            until ws-range-idx > ws-range-count
                or ws-range-found > 0
        if ws-range-found = 0 and ws-range-count < 500
            add 1 to ws-range-count
            move ws-range-count to ws-range-found
            move f-rejects-rec(5:4) to ws-rg-ptr(ws-range-found)
            move f-rejects-rec(10:3) to ws-rg-site(ws-range-found)
            move zero to ws-rg-count(ws-range-found)
        end-if
        if ws-range-found > 0
            add 1 to ws-rg-count(ws-range-found)
        end-if
    end-if

    read f-rejects
        at end continue
    end-read
    .

*>****************************************

find-one-range.

    if ws-rg-ptr(ws-range-idx) = f-rejects-rec(5:4)
        and ws-rg-site(ws-range-idx) = f-rejects-rec(10:3)
        move ws-range-idx to ws-range-found
    end-if
    .

*>****************************************

check-one-cluster.

    if ws-rg-count(ws-range-idx) < ws-cluster-min
        exit paragraph
    end-if

    move ws-rg-ptr(ws-range-idx) to ws-new-ptr
    move ws-rg-site(ws-range-idx) to ws-new-site
    move "RANGE" to ws-new-source
    move ws-rg-count(ws-range-idx) to ws-count-edt
    move spaces to ws-new-detail
    string
        function trim(ws-count-edt)     delimited by size
        " range rejects on "            delimited by size
        ws-run-date                     delimited by size
        into ws-new-detail
    end-string
    perform raise-one-order
    .

*>****************************************
*> only the latest certificate per sensor
*> counts - an old one superseded by a
*> fresh calibration is not due
*>****************************************

raise-calibration-orders.

    open input f-calibration

    if ws-calib-status not = "00"
        exit paragraph
    end-if

    read f-calibration
        at end continue
    end-read

    perform load-one-calibration
        until ws-calib-status not = "00"

    close f-calibration

    perform check-one-certificate
        varying ws-calib-idx from 1 by 1
        until ws-calib-idx > ws-calib-count
    .

*>****************************************

load-one-calibration.

    if f-calibration-rec not = spaces
        and f-calibration-rec(1:1) not = "#"
        move spaces to ws-cb-ptr-in ws-cb-cert-in
                       ws-cb-date-in ws-cb-due-in
                       ws-cb-tech-in ws-cb-site-in
        unstring f-calibration-rec delimited by "|"
            into ws-cb-ptr-in ws-cb-cert-in
                 ws-cb-date-in ws-cb-due-in
                 ws-cb-tech-in ws-cb-site-in
        end-unstring

        if function trim(ws-cb-ptr-in) is numeric
            and ws-cb-due-in(1:8) numeric
            perform keep-latest-calibration
        end-if
    end-if

    read f-calibration
        at end continue
    end-read
    .

*>****************************************

keep-latest-calibration.

    move zero to ws-calib-found
    perform find-one-calibration
        varying ws-calib-idx from 1 by 1
        until ws-calib-idx > ws-calib-count
            or ws-calib-found > 0

    if ws-calib-found = 0
        if ws-calib-count >= 500
            exit paragraph
        end-if
        add 1 to ws-calib-count
        move ws-calib-count to ws-calib-found
        compute ws-cal-ptr(ws-calib-found) =
            function numval(ws-cb-ptr-in)
        move function upper-case(ws-cb-site-in(1:3))
            to ws-cal-site(ws-calib-found)
        move zero to ws-cal-due(ws-calib-found)
    end-if

    if ws-cb-due-in(1:8) > ws-cal-due(ws-calib-found)
        move ws-cb-due-in(1:8) to ws-cal-due(ws-calib-found)
        move ws-cb-cert-in to ws-cal-cert(ws-calib-found)
    end-if
    .

*>****************************************

find-one-calibration.

    if ws-cal-ptr(ws-calib-idx) = function numval(ws-cb-ptr-in)
        and ws-cal-site(ws-calib-idx)
            = function upper-case(ws-cb-site-in(1:3))
        move ws-calib-idx to ws-calib-found
    end-if
    .

*>****************************************
*> a certificate already past due is
*> inside the horizon too - it needs the
*> technician more, not less
*>****************************************

check-one-certificate.

    compute ws-due-in-days =
        function integer-of-date(ws-cal-due(ws-calib-idx))
        - function integer-of-date(ws-run-date)

    if ws-due-in-days > ws-horizon-days
        exit paragraph
    end-if

    move ws-cal-ptr(ws-calib-idx) to ws-new-ptr
    move ws-cal-site(ws-calib-idx) to ws-new-site
    move "CAL" to ws-new-source
    move spaces to ws-new-detail
    string
        "certificate "                  delimited by size
        function trim(ws-cal-cert(ws-calib-idx))
                                        delimited by size
        " due "                         delimited by size
        ws-cal-due(ws-calib-idx)        delimited by size
        into ws-new-detail
    end-string
    perform raise-one-order
    .

*>****************************************
*> one open order per sensor, whatever
*> raised it; a blank site on either side
*> matches, the way the master does
*>****************************************

raise-one-order.

    move "0" to ws-is-open
    perform test-one-open
        varying ws-open-idx from 1 by 1
        until ws-open-idx > ws-open-count
            or ws-is-open = "1"

    if ws-is-open = "1"
        add 1 to ws-skipped-count
        exit paragraph
    end-if

    if ws-orders-opened = "0"
        open extend f-orders
        if ws-orders-status = "35"
            open output f-orders
        end-if
        if ws-orders-status not = "00"
            display "work-orders: cannot open "
                function trim(ws-orders-file)
                ", file status " ws-orders-status
            move 8 to ws-return-code
            exit paragraph
        end-if
        move "1" to ws-orders-opened
    end-if

    add 1 to ws-order-count
    move ws-order-count to ws-order-seq
    move spaces to ws-wo-id
    string
        "W"                             delimited by size
        ws-order-seq                    delimited by size
        into ws-wo-id
    end-string

    move spaces to f-orders-rec
    string
        function trim(ws-wo-id)         delimited by size
        "|OPEN|"                        delimited by size
        ws-new-ptr                      delimited by size
        "|"                             delimited by size
        ws-new-site                     delimited by size
        "|"                             delimited by size
        function trim(ws-new-source)    delimited by size
        "|"                             delimited by size
        ws-today                        delimited by size
        ws-now(1:6)                     delimited by size
        "|"                             delimited by size
        function trim(ws-new-detail)    delimited by size
        "||||||"                        delimited by size
        into f-orders-rec
    end-string
    write f-orders-rec

    if ws-open-count < 1000
        add 1 to ws-open-count
        move ws-new-ptr to ws-op-ptr(ws-open-count)
        move ws-new-site to ws-op-site(ws-open-count)
    end-if
    add 1 to ws-raised-count

    move "WORKORDER" to ws-audit-event
    move spaces to ws-audit-detail
    string
        function trim(ws-wo-id)         delimited by size
        " raised "                      delimited by size
        function trim(ws-new-source)    delimited by size
        " ptr "                         delimited by size
        ws-new-ptr                      delimited by size
        "/"                             delimited by size
        ws-new-site                     delimited by size
        into ws-audit-detail
    end-string
    call "audit-log" using ws-audit-caller ws-audit-event
                           ws-audit-detail

    display "work-orders: " function trim(ws-wo-id) " "
        function trim(ws-new-source) " ptr " ws-new-ptr " "
        function trim(ws-new-detail)
    .

*>****************************************

test-one-open.

    if ws-op-ptr(ws-open-idx) = ws-new-ptr
        and (ws-op-site(ws-open-idx) = spaces
            or ws-new-site = spaces
            or ws-op-site(ws-open-idx) = ws-new-site)
        move "1" to ws-is-open
    end-if
    .
