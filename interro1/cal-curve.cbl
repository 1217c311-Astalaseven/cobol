identification division.

program-id. cal-curve.

*>*****************************************************
*> multi-point calibration correction, shared by      *
*> interro1 and reprocess so a reconverted reading    *
*> gets exactly the correction the main run gave it.  *
*> a certificate on the calibration log may carry the *
*> corrections the lab measured at its reference      *
*> points, as a seventh field -                       *
*>   ptr|cert|cal-date|due-date|technician|site|      *
*>   ref:corr;ref:corr;...                            *
*> e.g. "0:-0.3;20:+0.1;40:+0.4", up to 8 points in   *
*> rising reference order. the log is loaded into a   *
*> table on the first call, convert-units fashion.    *
*>                                                    *
*> the certificate in force on the reading date is    *
*> the one with the latest calibration date on or     *
*> before it (a blank site serving every site); its   *
*> correction at the raw value is interpolated        *
*> straight-line between the two points either side,  *
*> and held at the end point's correction outside the *
*> certified range. a certificate without points, or  *
*> none in force, leaves the caller to the master's   *
*> flat offset.                                       *
*>*****************************************************

environment division.

input-output section.

file-control.
    select f-calibration assign to dynamic ws-calib-file
        organization line sequential
        file status is ws-calib-status.

data division.

file section.

fd f-calibration.
01 f-calibration-rec    pic x(200).

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-calib-file        pic x(80) value "file-calibration".
77 ws-calib-status      pic xx.
77 ws-calib-loaded      pic x     value "0".
    88 ws-is-calib-loaded          value "1".

01 ws-cert-table.
    03 ws-cert-entry     occurs 500.
        05 ws-ct-ptr         pic 9(4).
        05 ws-ct-site        pic x(3).
        05 ws-ct-date        pic 9(8).
        05 ws-ct-cert        pic x(14).
        05 ws-ct-points      pic 9.
        05 ws-ct-point       occurs 8.
            07 ws-ct-ref         pic s999v9999.
            07 ws-ct-corr        pic s99v9999.
77 ws-cert-count        pic 9(3)  value 0.
77 ws-cert-idx          pic 9(3).
77 ws-cert-hit          pic 9(3).
77 ws-pt-idx            pic 9.

77 ws-cb-ptr-in         pic x(10).
77 ws-cb-cert-in        pic x(14).
77 ws-cb-date-in        pic x(10).
77 ws-cb-due-in         pic x(10).
77 ws-cb-tech-in        pic x(20).
77 ws-cb-site-in        pic x(5).
77 ws-cb-points-in      pic x(120).

01 ws-tok-table.
    03 ws-tok            occurs 9 pic x(20).
77 ws-tok-idx           pic 99.
77 ws-ref-in            pic x(20).
77 ws-corr-in           pic x(20).
77 ws-num-scrub         pic x(30).
77 ws-curve-ok          pic x.

77 ws-span              pic s9(4)v9999.

linkage section.

77 ls-ptr               pic 9(4).
77 ls-site              pic x(3).
77 ls-date              pic 9(8).
77 ls-raw               pic s999v9999.
77 ls-corrected         pic s999v9999.
77 ls-correction        pic s99v9999.
77 ls-cert              pic x(14).

*>****************************************
*> "0" no curve in force (the caller keeps
*> to the flat offset), "1" corrected,
*> "2" the corrected value would not fit
*>****************************************

77 ls-curve-status      pic x.
    88 ls-curve-none               value "0".
    88 ls-curve-applied            value "1".
    88 ls-curve-size-error         value "2".

procedure division using ls-ptr ls-site ls-date ls-raw
                          ls-corrected ls-correction ls-cert
                          ls-curve-status.

if not ws-is-calib-loaded
    perform load-calibration-log
    set ws-is-calib-loaded to true
end-if

set ls-curve-none to true
move ls-raw to ls-corrected
move zero to ls-correction
move spaces to ls-cert

move zero to ws-cert-hit
perform test-one-cert
    varying ws-cert-idx from 1 by 1
    until ws-cert-idx > ws-cert-count

if ws-cert-hit = 0
    goback
end-if
if ws-ct-points(ws-cert-hit) = 0
    goback
end-if

move ws-ct-cert(ws-cert-hit) to ls-cert
perform interpolate-correction

compute ls-corrected = ls-raw + ls-correction
    on size error
        set ls-curve-size-error to true
        move ls-raw to ls-corrected
        goback
end-compute

set ls-curve-applied to true

goback.

*>****************************************
*> the latest certificate for the sensor
*> issued on or before the reading date
*>****************************************

test-one-cert.

    if ws-ct-ptr(ws-cert-idx) not = ls-ptr
        or ws-ct-date(ws-cert-idx) > ls-date
        exit paragraph
    end-if

    if ws-ct-site(ws-cert-idx) not = spaces
        and ls-site not = spaces
        and ws-ct-site(ws-cert-idx) not = ls-site
        exit paragraph
    end-if

    if ws-cert-hit = 0
        move ws-cert-idx to ws-cert-hit
    else
        if ws-ct-date(ws-cert-idx) >= ws-ct-date(ws-cert-hit)
            move ws-cert-idx to ws-cert-hit
        end-if
    end-if
    .

*>****************************************

interpolate-correction.

    evaluate true
        when ws-ct-points(ws-cert-hit) = 1
            or ls-raw <= ws-ct-ref(ws-cert-hit, 1)
            move ws-ct-corr(ws-cert-hit, 1) to ls-correction

        when ls-raw >= ws-ct-ref(ws-cert-hit,
                                 ws-ct-points(ws-cert-hit))
            move ws-ct-corr(ws-cert-hit, ws-ct-points(ws-cert-hit))
                to ls-correction

        when other
            move 1 to ws-pt-idx
            perform find-point-span
                until ls-raw <= ws-ct-ref(ws-cert-hit, ws-pt-idx + 1)
            compute ws-span = ws-ct-ref(ws-cert-hit, ws-pt-idx + 1)
                            - ws-ct-ref(ws-cert-hit, ws-pt-idx)
            compute ls-correction rounded =
                    ws-ct-corr(ws-cert-hit, ws-pt-idx)
                    + (ws-ct-corr(ws-cert-hit, ws-pt-idx + 1)
                       - ws-ct-corr(ws-cert-hit, ws-pt-idx))
                    * (ls-raw - ws-ct-ref(ws-cert-hit, ws-pt-idx))
                    / ws-span
    end-evaluate
    .

*>****************************************

find-point-span.

    add 1 to ws-pt-idx
    .

*>****************************************

load-calibration-log.

    move "CALIBRATION_LOG" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-calib-file
    end-if

    move zero to ws-cert-count

    open input f-calibration

    if ws-calib-status not = "00"
        exit paragraph
    end-if

    read f-calibration
        at end continue
    end-read

    perform load-one-certificate
        until ws-calib-status not = "00"
            or ws-cert-count >= 500

    close f-calibration
    .

*>****************************************

load-one-certificate.

    if f-calibration-rec not = spaces
        and f-calibration-rec(1:1) not = "#"
        move spaces to ws-cb-ptr-in ws-cb-cert-in
                       ws-cb-date-in ws-cb-due-in
                       ws-cb-tech-in ws-cb-site-in
                       ws-cb-points-in
        unstring f-calibration-rec delimited by "|"
            into ws-cb-ptr-in ws-cb-cert-in
                 ws-cb-date-in ws-cb-due-in
                 ws-cb-tech-in ws-cb-site-in
                 ws-cb-points-in
        end-unstring

        if function trim(ws-cb-ptr-in) is numeric
            and ws-cb-date-in(1:8) numeric
            add 1 to ws-cert-count
            compute ws-ct-ptr(ws-cert-count) =
                function numval(ws-cb-ptr-in)
            move function upper-case(ws-cb-site-in(1:3))
                to ws-ct-site(ws-cert-count)
            move ws-cb-date-in(1:8) to ws-ct-date(ws-cert-count)
            move ws-cb-cert-in to ws-ct-cert(ws-cert-count)
            move zero to ws-ct-points(ws-cert-count)
            if ws-cb-points-in not = spaces
                perform parse-curve-points
            end-if
        end-if
    end-if

    read f-calibration
        at end continue
    end-read
    .

*>****************************************
*> a curve that cannot be read whole -
*> a bad number, more than 8 points, or
*> references not rising - is not half
*> used: the certificate stands without
*> points and the console says why
*>****************************************

parse-curve-points.

    move spaces to ws-tok-table
    unstring ws-cb-points-in delimited by ";"
        into ws-tok(1) ws-tok(2) ws-tok(3) ws-tok(4) ws-tok(5)
             ws-tok(6) ws-tok(7) ws-tok(8) ws-tok(9)
    end-unstring

    move "1" to ws-curve-ok
    if ws-tok(9) not = spaces
        move "0" to ws-curve-ok
    end-if

    perform parse-one-point
        varying ws-tok-idx from 1 by 1
        until ws-tok-idx > 8 or ws-curve-ok not = "1"

    if ws-curve-ok not = "1"
        move zero to ws-ct-points(ws-cert-count)
        display "cal-curve: correction points unreadable on "
            "certificate " function trim(ws-cb-cert-in)
            ", flat offset used"
    end-if
    .

*>****************************************

parse-one-point.

    if ws-tok(ws-tok-idx) = spaces
        exit paragraph
    end-if

    move spaces to ws-ref-in ws-corr-in
    unstring ws-tok(ws-tok-idx) delimited by ":"
        into ws-ref-in ws-corr-in
    end-unstring

    add 1 to ws-ct-points(ws-cert-count)
    move ws-ct-points(ws-cert-count) to ws-pt-idx

    move ws-ref-in to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub = spaces
        move "0" to ws-curve-ok
        exit paragraph
    end-if
    compute ws-ct-ref(ws-cert-count, ws-pt-idx) =
            function numval(ws-num-scrub)
        on size error
            move "0" to ws-curve-ok
            exit paragraph
    end-compute

    move ws-corr-in to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub = spaces
        move "0" to ws-curve-ok
        exit paragraph
    end-if
    compute ws-ct-corr(ws-cert-count, ws-pt-idx) =
            function numval(ws-num-scrub)
        on size error
            move "0" to ws-curve-ok
            exit paragraph
    end-compute

    if ws-pt-idx > 1
        if ws-ct-ref(ws-cert-count, ws-pt-idx)
                <= ws-ct-ref(ws-cert-count, ws-pt-idx - 1)
            move "0" to ws-curve-ok
        end-if
    end-if
    .
