    select f-calibration assign to dynamic ws-calib-file
        organization line sequential
        file status is ws-calib-status.
    select f-band-sched assign to dynamic ws-bsch-file
        organization line sequential
        file status is ws-bsch-status.

*>****************************************

    03 sen-max-edt      pic x(10).
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

fd f-calibration.
01 f-calibration-rec    pic x(200).

fd f-band-sched.
01 f-band-sched-rec     pic x(120).

*>****************************************

        05 ws-ag-site        pic x(3).
        05 ws-ag-ptr         pic 9(4).
        05 ws-ag-first       pic 9(8).
        05 ws-ag-reason      pic x(40).
        05 ws-ag-value       pic x(30).
        05 ws-ag-escalated   pic x.
        05 ws-ag-closed      pic 9(8).
77 ws-in-site           pic x(5).
77 ws-in-ptr            pic x(6).
77 ws-in-first          pic x(10).
77 ws-in-reason         pic x(40).
77 ws-in-value          pic x(30).
77 ws-in-escalated      pic x(3).
77 ws-in-closed         pic x(10).

77 ws-rp-ptr            pic x(6).
77 ws-rp-reason         pic x(40).
77 ws-rp-value          pic x(30).
77 ws-rp-tail           pic x(100).
77 ws-rest              pic x(132).
01 ws-band-table.
    03 ws-bd-entry       occurs 500.
        05 ws-bd-ptr         pic 9(4).
        05 ws-bd-loc         pic x(20).
        05 ws-bd-min         pic s999v9999.
        05 ws-bd-max         pic s999v9999.
77 ws-band-count        pic 9(3)  value 0.
77 ws-band-idx          pic 9(3).

*>****************************************
*> the master as it stood on the day the
*> reject was first seen, off the version
*> file sensor-maint keeps: a band widened
*> since heals only what it would have
*> passed then
*>****************************************

01 ws-ver-image.
    03 ws-ver-ptr        pic 9(4).
    03 ws-ver-name       pic x(20).
    03 ws-ver-location   pic x(20).
    03 ws-ver-offset-edt pic x(10).
    03 ws-ver-min-edt    pic x(10).
    03 ws-ver-max-edt    pic x(10).
    03 ws-ver-active     pic x.
    03 ws-ver-site       pic x(3).
    03 ws-ver-owner      pic x(8).
    03 ws-ver-spike-edt  pic x(6).
77 ws-ver-status        pic x.
    88 ws-ver-is-found             value "1".
77 ws-num-scrub         pic x(30).
77 ws-temp-min          pic s999v9999 value -273.1500.
77 ws-temp-max          pic s999v9999 value 999.9999.
77 ws-cal-age           pic s9(6).
77 ws-recalibrated      pic x.

*>****************************************
*> interro1's alarm band schedule, read
*> the first time a range reject names a
*> scheduled band: the re-offer judges
*> the value against that same band, as
*> it stands today, by ptr and then by
*> the sensor's master location
*>****************************************

77 ws-bsch-file         pic x(80) value "file-band-schedule".
77 ws-bsch-status       pic xx.
77 ws-bsch-loaded       pic x     value "0".
01 ws-bsch-table.
    03 ws-bs-entry       occurs 200.
        05 ws-bs-key         pic x(20).
        05 ws-bs-name        pic x(10).
        05 ws-bs-min         pic s999v9999.
        05 ws-bs-max         pic s999v9999.
77 ws-bsch-count        pic 9(3)  value 0.
77 ws-bsch-idx          pic 9(3).
77 ws-bsch-hit          pic 9(3).
77 ws-bsch-key          pic x(20).
77 ws-heal-band         pic x(10).
77 ws-bsi-key-in        pic x(20).
77 ws-bsi-name-in       pic x(20).
77 ws-bsi-skip-in       pic x(10).
77 ws-bsi-min-in        pic x(20).
77 ws-bsi-max-in        pic x(20).

77 ws-age-days          pic s9(6).
77 ws-open-count        pic 9(3)  value 0.
77 ws-healed-count      pic 9(3)  value 0.
    if sen-ptr numeric
        add 1 to ws-band-count
        move sen-ptr to ws-bd-ptr(ws-band-count)
        move function upper-case(function trim(sen-location))
            to ws-bd-loc(ws-band-count)

        move ws-temp-min to ws-bd-min(ws-band-count)
        move sen-min-edt to ws-num-scrub
        when ws-ag-reason(ws-aging-idx)(1:9) = "duplicate"
            perform close-duplicate-entry

        when ws-ag-reason(ws-aging-idx)(1:18)
                = "value out of range"
            perform try-heal-temperature


    move ws-temp-min to ws-range-min
    move ws-temp-max to ws-range-max
    move spaces to ws-bsch-key
    perform varying ws-band-idx from 1 by 1
        until ws-band-idx > ws-band-count
        if ws-bd-ptr(ws-band-idx) = ws-ag-ptr(ws-aging-idx)
            move ws-bd-min(ws-band-idx) to ws-range-min
            move ws-bd-max(ws-band-idx) to ws-range-max
            move ws-bd-loc(ws-band-idx) to ws-bsch-key
            exit perform
        end-if
    end-perform

    call "sensor-asof" using ws-ag-ptr(ws-aging-idx)
        ws-ag-site(ws-aging-idx) ws-ag-first(ws-aging-idx)
        ws-ver-image ws-ver-status
    if ws-ver-is-found
        perform take-version-band
    end-if

*>  a reject judged against a scheduled band ("value out
*>  of range band NIGHT") heals against that band
    move spaces to ws-heal-band
    if ws-ag-reason(ws-aging-idx)(1:24) = "value out of range band "
        move ws-ag-reason(ws-aging-idx)(25:10) to ws-heal-band
    end-if
    if ws-heal-band not = spaces
        and ws-heal-band not = "MASTER"
        and ws-heal-band not = "GLOBAL"
        perform find-heal-band
    end-if

    if ws-heal-num < ws-range-min
        or ws-heal-num > ws-range-max
        exit paragraph
    perform close-healed-entry
    .

*>****************************************
*> the dated version's band and location
*> in place of the master's, with the
*> same scrub treatment and global
*> fallback the loader gives them
*>****************************************

take-version-band.

    move function upper-case(function trim(ws-ver-location))
        to ws-bsch-key

    move ws-temp-min to ws-range-min
    move ws-ver-min-edt to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub not = spaces
        compute ws-range-min = function numval(ws-num-scrub)
            on size error continue
        end-compute
    end-if

    move ws-temp-max to ws-range-max
    move ws-ver-max-edt to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub not = spaces
        compute ws-range-max = function numval(ws-num-scrub)
            on size error continue
        end-compute
    end-if
    .

*>****************************************

find-heal-band.

    if ws-bsch-loaded not = "1"
        perform load-band-schedule
    end-if

    move zero to ws-bsch-hit
    perform test-heal-band
        varying ws-bsch-idx from 1 by 1
        until ws-bsch-idx > ws-bsch-count
            or ws-bsch-hit > 0

    if ws-bsch-hit > 0
        move ws-bs-min(ws-bsch-hit) to ws-range-min
        move ws-bs-max(ws-bsch-hit) to ws-range-max
    end-if
    .

*>****************************************

test-heal-band.

    if ws-bs-name(ws-bsch-idx) not = ws-heal-band
        exit paragraph
    end-if

    if function trim(ws-bs-key(ws-bsch-idx)) is numeric
        if function numval(ws-bs-key(ws-bsch-idx))
                = ws-ag-ptr(ws-aging-idx)
            move ws-bsch-idx to ws-bsch-hit
        end-if
    else
        if ws-bsch-key not = spaces
            and ws-bs-key(ws-bsch-idx) = ws-bsch-key
            move ws-bsch-idx to ws-bsch-hit
        end-if
    end-if
    .

*>****************************************

load-band-schedule.

    move "1" to ws-bsch-loaded

    move "BAND_SCHEDULE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-bsch-file
    end-if

    move zero to ws-bsch-count

    open input f-band-sched

    if ws-bsch-status not = "00"
        exit paragraph
    end-if

    read f-band-sched
        at end continue
    end-read

    perform load-one-sched-band
        until ws-bsch-status not = "00"
            or ws-bsch-count >= 200

    close f-band-sched
    .

*>****************************************

load-one-sched-band.

    if f-band-sched-rec not = spaces
        and f-band-sched-rec(1:1) not = "#"
        move spaces to ws-bsi-key-in ws-bsi-name-in
                       ws-bsi-min-in ws-bsi-max-in
        unstring f-band-sched-rec delimited by "|"
            into ws-bsi-key-in ws-bsi-name-in
                 ws-bsi-skip-in ws-bsi-skip-in
                 ws-bsi-skip-in ws-bsi-skip-in
                 ws-bsi-min-in ws-bsi-max-in
        end-unstring

        move ws-bsi-min-in to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        move ws-num-scrub to ws-bsi-min-in
        move ws-bsi-max-in to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        move ws-num-scrub to ws-bsi-max-in

        if ws-bsi-key-in not = spaces
            and ws-bsi-name-in not = spaces
            and ws-bsi-min-in not = spaces
            and ws-bsi-max-in not = spaces
            add 1 to ws-bsch-count
            move function upper-case(function trim(ws-bsi-key-in))
                to ws-bs-key(ws-bsch-count)
            move function upper-case(function trim(ws-bsi-name-in))
                to ws-bs-name(ws-bsch-count)
            compute ws-bs-min(ws-bsch-count) =
                    function numval(ws-bsi-min-in)
                on size error continue
            end-compute
            compute ws-bs-max(ws-bsch-count) =
                    function numval(ws-bsi-max-in)
                on size error continue
            end-compute
        end-if
    end-if

    read f-band-sched
        at end continue
    end-read
    .

*>****************************************

try-heal-humidity.
