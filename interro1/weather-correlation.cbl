identification division.

program-id. weather-correlation.

*>****************************************
*> monthly indoor-outdoor correlation for
*> the facilities manager: a heated room
*> should hold its temperature whatever
*> the weather does, so a location whose
*> daily indoor average rises and falls
*> with the outdoor temperature is losing
*> its heat through the fabric (poor
*> insulation) or its control has failed.
*> per active master sensor, each day of
*> the month with both an indoor average
*> (the readings history interro1 appends
*> each run) and an outdoor mean for its
*> site (the weather service's reference
*> series, the shared outdoor-temp lookup)
*> is one pair; over the month's pairs
*> the report gives
*>   r      the correlation coefficient,
*>          +1 moving exactly with the
*>          outdoor temperature
*>   slope  indoor degrees gained per
*>          outdoor degree
*> and flags a location whose r reaches
*> CORRELATION_LIMIT (default 0.80). a
*> sensor with fewer than
*> CORRELATION_MIN_DAYS pairs (default
*> 10) is listed apart, not judged; so is
*> one whose indoor or outdoor figure
*> never moved, which has no r.
*>
*>   CORRELATION_PERIOD yyyymm (default
*>                      the current month)
*>   CORRELATION_LIMIT  the flag line
*>   CORRELATION_MIN_DAYS pairs needed
*>   CORRELATION_REPORT the report
*>   READINGS_HISTORY   interro1's daily
*>                      readings history
*>   SENSORS            the sensor master
*>****************************************

environment division.

input-output section.

file-control.
    select f-readings-history
        assign to dynamic ws-history-file
        organization line sequential
        file status is ws-history-status.
    select f-sensors assign to dynamic ws-sensors-file
        organization line sequential
        file status is ws-sensors-status.
    select f-correlation assign to dynamic ws-report-file
        organization line sequential
        file status is ws-report-status.

*>****************************************

data division.

file section.
fd f-readings-history.
01 f-readings-hist-rec.
    03 rh-date          pic 9(8).
    03 rh-ptr           pic 9(4).
    03 rh-celsius       pic s999v9999 sign leading separate.
    03 rh-count         pic 9(4).
    03 rh-site          pic x(3).
    03 rh-last          pic s999v9999 sign leading separate.
    03 rh-repeat        pic 9(6).
    03 rh-stuck         pic x.
    03 rh-lineage       pic x(60).

fd f-sensors.
01 f-sensors-in.
    03 sen-ptr          pic 9(4).
    03 sen-name         pic x(20).
    03 sen-location     pic x(20).
    03 sen-offset-edt   pic x(10).
    03 sen-min-edt      pic x(10).
    03 sen-max-edt      pic x(10).
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

fd f-correlation.
01 f-correlation-out    pic x(132).

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

77 ws-history-file      pic x(80) value "file-readings-history".
77 ws-history-status    pic xx.
77 ws-sensors-file      pic x(80) value "file-sensors".
77 ws-sensors-status    pic xx.
77 ws-report-file       pic x(80) value "file-weather-correlation".
77 ws-report-status     pic xx.

77 entete               pic x(132).
77 ws-page-line         pic x(132).
77 name                 pic x(40) value "Doe".
77 surname              pic x(40) value "John".
77 str-ptr              pic 999   value 16.
77 ws-report-title      pic x(40)
                        value "INDOOR-OUTDOOR CORRELATION".
77 ws-page-number       pic 9(4)  value 1.

77 ws-period            pic 9(6)  value 0.
77 ws-period-edt        pic x(10).
77 ws-today             pic 9(8).
77 ws-limit-edt         pic x(10).
77 ws-limit             pic 9v99  value 0.80.
77 ws-min-days-edt      pic x(10).
77 ws-min-days          pic 99    value 10.
77 ws-num-scrub         pic x(30).

77 f-eof                pic x     value "1".
    88 eof                        value "0".

*>****************************************
*> one entry per active master sensor:
*> its site, and per day of the month the
*> run averages the history delivered
*> (several runs on a day averaged again,
*> as the degree-day report does)
*>****************************************

01 ws-cr-table.
    03 ws-cr-entry       occurs 500.
        05 ws-cr-ptr         pic 9(4).
        05 ws-cr-site        pic x(3).
        05 ws-cr-name        pic x(20).
        05 ws-cr-location    pic x(20).
        05 ws-cr-day         occurs 31.
            07 ws-cr-avg-sum     pic s9(7)v9999.
            07 ws-cr-runs        pic 9(4).
            07 ws-cr-rh-site     pic x(3).
        05 ws-cr-pairs       pic 99.
        05 ws-cr-r           pic s9v9999.
        05 ws-cr-slope       pic s999v9999.
        05 ws-cr-judged      pic x.
            88 ws-cr-is-judged         value "J".
            88 ws-cr-too-few           value "F".
            88 ws-cr-no-movement       value "M".
        05 ws-cr-flagged     pic x.
            88 ws-cr-is-flagged        value "Y".
77 ws-cr-count          pic 9(3)  value 0.
77 ws-cr-idx            pic 9(3).
77 ws-cr-scan           pic 9(3).
77 ws-day-idx           pic 99.

*>****************************************
*> the month's sums for one sensor: x the
*> outdoor mean, y the indoor average
*>****************************************

77 ws-sum-x             pic s9(9)v9999.
77 ws-sum-y             pic s9(9)v9999.
77 ws-sum-xx            pic s9(11)v9999.
77 ws-sum-yy            pic s9(11)v9999.
77 ws-sum-xy            pic s9(11)v9999.
77 ws-cov-n             pic s9(13)v9999.
77 ws-var-x-n           pic s9(13)v9999.
77 ws-var-y-n           pic s9(13)v9999.
77 ws-indoor            pic s999v9999.

77 ws-out-site          pic x(3).
77 ws-out-date          pic 9(8).
77 ws-out-min           pic s999v9999.
77 ws-out-max           pic s999v9999.
77 ws-out-mean          pic s999v9999.
77 ws-out-status        pic x.
    88 ws-out-found                value "1".

77 ws-history-count     pic 9(6)  value 0.
77 ws-judged-count      pic 9(3)  value 0.
77 ws-flagged-count     pic 9(3)  value 0.
77 ws-unjudged-count    pic 9(3)  value 0.

77 ws-r-edt             pic -9.99.
77 ws-slope-edt         pic -(3)9.99.
77 ws-pairs-edt         pic z9.
77 ws-limit-out         pic 9.99.
77 ws-min-days-out      pic z9.
77 ws-unjudged-reason   pic x(30).

77 ws-footer-1          pic x(132).
77 ws-footer-2          pic x(132).
77 ws-footer-pages      pic 9(4)  value 1.
77 ws-footer-lines      pic 9(6)  value 0.

77 ws-return-code       pic 9     value 0.

*>****************************************

procedure division.

perform resolve-config.

perform load-sensor-master.

if ws-cr-count = 0
    display "weather-correlation: no active sensors on "
        function trim(ws-sensors-file) ", nothing to correlate"
    move 8 to ws-return-code
else
    perform load-history
    perform correlate-one-sensor
        varying ws-cr-idx from 1 by 1
        until ws-cr-idx > ws-cr-count
    perform write-report
end-if

move ws-return-code to return-code

goback.

*>****************************************

resolve-config.

    move "READINGS_HISTORY" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-history-file
    end-if

    move "SENSORS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-sensors-file
    end-if

    move "CORRELATION_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-report-file
    end-if

    move spaces to ws-limit-edt
    move "CORRELATION_LIMIT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-limit-edt
    end-if
    if ws-limit-edt not = spaces
        move ws-limit-edt to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub not = spaces
            and function numval(ws-num-scrub) > 0
            and function numval(ws-num-scrub) <= 1
            compute ws-limit = function numval(ws-num-scrub)
        else
            display "weather-correlation: invalid CORRELATION_LIMIT,"
                " using 0.80"
        end-if
    end-if

    move spaces to ws-min-days-edt
    move "CORRELATION_MIN_DAYS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-min-days-edt
    end-if
    if ws-min-days-edt not = spaces
        if function trim(ws-min-days-edt) is numeric
            and function numval(ws-min-days-edt) >= 3
            and function numval(ws-min-days-edt) <= 31
            compute ws-min-days = function numval(ws-min-days-edt)
        else
            display "weather-correlation: invalid "
                "CORRELATION_MIN_DAYS, using 10"
        end-if
    end-if

    move spaces to ws-period-edt
    move "CORRELATION_PERIOD" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-period-edt
    end-if
    if ws-period-edt not = spaces
        and ws-period-edt(1:6) numeric
        move ws-period-edt(1:6) to ws-period
    else
        accept ws-today from date yyyymmdd
        move ws-today(1:6) to ws-period
    end-if
    .

*>****************************************
*> inactive sensors are off the report,
*> as they are off the scorecard
*>****************************************

load-sensor-master.

    open input f-sensors

    if ws-sensors-status not = "00"
        display "weather-correlation: cannot open "
            function trim(ws-sensors-file)
            ", file status " ws-sensors-status
        exit paragraph
    end-if

    read f-sensors
        at end continue
    end-read

    perform load-one-sensor
        until ws-sensors-status not = "00"

    close f-sensors
    .

*>****************************************

load-one-sensor.

    if sen-ptr numeric and sen-active not = "I"
        if ws-cr-count < 500
            add 1 to ws-cr-count
            move ws-cr-count to ws-cr-idx
            initialize ws-cr-entry(ws-cr-idx)
            move sen-ptr to ws-cr-ptr(ws-cr-idx)
            move function upper-case(sen-site)
                to ws-cr-site(ws-cr-idx)
            move sen-name to ws-cr-name(ws-cr-idx)
            move sen-location to ws-cr-location(ws-cr-idx)
        else
            display "weather-correlation: more than 500 sensors on "
                "the master, ptr " sen-ptr " not correlated"
            move 4 to ws-return-code
        end-if
    end-if

    read f-sensors
        at end continue
    end-read
    .

*>****************************************

load-history.

    move "1" to f-eof
    open input f-readings-history

    if ws-history-status not = "00"
        display "weather-correlation: cannot open "
            function trim(ws-history-file)
            ", file status " ws-history-status
        move 4 to ws-return-code
        exit paragraph
    end-if

    read f-readings-history
        at end set eof to true
    end-read

    perform load-one-record until eof

    close f-readings-history
    .

*>****************************************
*> the reading's own site, when the
*> history carries one, is the site whose
*> weather the room sat in that day
*>****************************************

load-one-record.

    if rh-date numeric and rh-date(1:6) = ws-period
        and rh-ptr numeric
        and rh-date(7:2) >= "01" and rh-date(7:2) <= "31"
        add 1 to ws-history-count

        move zero to ws-cr-idx
        perform find-sensor-slot
            varying ws-cr-scan from 1 by 1
            until ws-cr-scan > ws-cr-count
                or ws-cr-idx > 0

        if ws-cr-idx > 0
            move rh-date(7:2) to ws-day-idx
            add rh-celsius to ws-cr-avg-sum(ws-cr-idx, ws-day-idx)
            add 1 to ws-cr-runs(ws-cr-idx, ws-day-idx)
            if rh-site not = spaces
                move function upper-case(rh-site)
                    to ws-cr-rh-site(ws-cr-idx, ws-day-idx)
            end-if
        end-if
    end-if

    read f-readings-history
        at end set eof to true
    end-read
    .

*>****************************************

find-sensor-slot.

    if ws-cr-ptr(ws-cr-scan) = rh-ptr
        move ws-cr-scan to ws-cr-idx
    end-if
    .

*>****************************************
*>   r     = cov / sqrt(var-x * var-y)
*>   slope = cov / var-x
*> with each term carried times n so the
*> month's sums divide out only once
*>****************************************

correlate-one-sensor.

    move zero to ws-sum-x ws-sum-y ws-sum-xx ws-sum-yy ws-sum-xy
    move zero to ws-cr-pairs(ws-cr-idx)

    perform pair-one-day
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31

    if ws-cr-pairs(ws-cr-idx) < ws-min-days
        set ws-cr-too-few(ws-cr-idx) to true
        add 1 to ws-unjudged-count
        exit paragraph
    end-if

    compute ws-cov-n = ws-cr-pairs(ws-cr-idx) * ws-sum-xy
                     - ws-sum-x * ws-sum-y
    compute ws-var-x-n = ws-cr-pairs(ws-cr-idx) * ws-sum-xx
                       - ws-sum-x * ws-sum-x
    compute ws-var-y-n = ws-cr-pairs(ws-cr-idx) * ws-sum-yy
                       - ws-sum-y * ws-sum-y

    if ws-var-x-n <= 0 or ws-var-y-n <= 0
        set ws-cr-no-movement(ws-cr-idx) to true
        add 1 to ws-unjudged-count
        exit paragraph
    end-if

    set ws-cr-is-judged(ws-cr-idx) to true
    add 1 to ws-judged-count

    compute ws-cr-r(ws-cr-idx) rounded =
            ws-cov-n / function sqrt(ws-var-x-n * ws-var-y-n)
        on size error
            move zero to ws-cr-r(ws-cr-idx)
    end-compute
    compute ws-cr-slope(ws-cr-idx) rounded = ws-cov-n / ws-var-x-n
        on size error
            move zero to ws-cr-slope(ws-cr-idx)
    end-compute

    if ws-cr-r(ws-cr-idx) >= ws-limit
        set ws-cr-is-flagged(ws-cr-idx) to true
        add 1 to ws-flagged-count
    end-if
    .

*>****************************************

pair-one-day.

    if ws-cr-runs(ws-cr-idx, ws-day-idx) = 0
        exit paragraph
    end-if

    move ws-cr-rh-site(ws-cr-idx, ws-day-idx) to ws-out-site
    if ws-out-site = spaces
        move ws-cr-site(ws-cr-idx) to ws-out-site
    end-if
    compute ws-out-date = ws-period * 100 + ws-day-idx

    call "outdoor-temp" using ws-out-site ws-out-date ws-out-min
                              ws-out-max ws-out-mean ws-out-status
    if not ws-out-found
        exit paragraph
    end-if

    compute ws-indoor rounded =
            ws-cr-avg-sum(ws-cr-idx, ws-day-idx)
            / ws-cr-runs(ws-cr-idx, ws-day-idx)

    add 1 to ws-cr-pairs(ws-cr-idx)
    add ws-out-mean to ws-sum-x
    add ws-indoor to ws-sum-y
    compute ws-sum-xx = ws-sum-xx + ws-out-mean * ws-out-mean
    compute ws-sum-yy = ws-sum-yy + ws-indoor * ws-indoor
    compute ws-sum-xy = ws-sum-xy + ws-out-mean * ws-indoor
    .

*>****************************************
*> the flagged locations first, so the
*> page that goes to facilities is the
*> first one; then every judged sensor,
*> then the ones that could not be
*>****************************************

write-report.

    open output f-correlation

    if ws-report-status not = "00"
        display "weather-correlation: cannot open "
            function trim(ws-report-file)
            ", file status " ws-report-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-report-title ws-page-number
                        by reference entete ws-page-line

    move entete to f-correlation-out
    write f-correlation-out
    move ws-page-line to f-correlation-out
    write f-correlation-out

    move ws-limit to ws-limit-out
    move ws-min-days to ws-min-days-out
    move spaces to f-correlation-out
    string
        "period "                       delimited by size
        ws-period                       delimited by size
        "   flagged at r "              delimited by size
        ws-limit-out                    delimited by size
        " or more   judged on "         delimited by size
        function trim(ws-min-days-out)  delimited by size
        " or more days"                 delimited by size
        into f-correlation-out
    end-string
    write f-correlation-out

    move spaces to f-correlation-out
    string
        "r +1.00 indoor moves exactly with outdoor; "
                                        delimited by size
        "slope is indoor degrees per outdoor degree"
                                        delimited by size
        into f-correlation-out
    end-string
    write f-correlation-out

    move spaces to f-correlation-out
    write f-correlation-out
    move spaces to f-correlation-out
    string
        "TRACKING OUTDOOR - insulation or control to inspect (r "
                                        delimited by size
        ws-limit-out                    delimited by size
        " or more)"                     delimited by size
        into f-correlation-out
    end-string
    write f-correlation-out

    if ws-flagged-count = 0
        move "  none" to f-correlation-out
        write f-correlation-out
    else
        perform write-column-heading
        perform write-one-flagged-line
            varying ws-cr-idx from 1 by 1
            until ws-cr-idx > ws-cr-count
    end-if

    move spaces to f-correlation-out
    write f-correlation-out
    move "ALL JUDGED LOCATIONS" to f-correlation-out
    write f-correlation-out
    if ws-judged-count = 0
        move "  none" to f-correlation-out
        write f-correlation-out
    else
        perform write-column-heading
        perform write-one-judged-line
            varying ws-cr-idx from 1 by 1
            until ws-cr-idx > ws-cr-count
    end-if

    if ws-unjudged-count > 0
        move spaces to f-correlation-out
        write f-correlation-out
        move "NOT JUDGED" to f-correlation-out
        write f-correlation-out
        perform write-one-unjudged-line
            varying ws-cr-idx from 1 by 1
            until ws-cr-idx > ws-cr-count
    end-if

    move spaces to f-correlation-out
    write f-correlation-out

    move ws-judged-count to ws-footer-lines
    call "report-footer" using ws-footer-pages ws-footer-lines
                               ws-footer-1 ws-footer-2
    move ws-footer-1 to f-correlation-out
    write f-correlation-out
    move ws-footer-2 to f-correlation-out
    write f-correlation-out

    close f-correlation

    display "weather-correlation: period " ws-period ", "
        ws-judged-count " sensor(s) judged, "
        ws-flagged-count " flagged, "
        ws-unjudged-count " not judged"
    .

*>****************************************

write-column-heading.

    move spaces to f-correlation-out
    string
        "  ptr  site name                 location             "
                                        delimited by size
        "days      r    slope"          delimited by size
        into f-correlation-out
    end-string
    write f-correlation-out
    .

*>****************************************

write-one-flagged-line.

    if ws-cr-is-flagged(ws-cr-idx)
        perform write-one-sensor-line
    end-if
    .

*>****************************************

write-one-judged-line.

    if ws-cr-is-judged(ws-cr-idx)
        perform write-one-sensor-line
    end-if
    .

*>****************************************

write-one-sensor-line.

    move ws-cr-pairs(ws-cr-idx) to ws-pairs-edt
    move ws-cr-r(ws-cr-idx) to ws-r-edt
    move ws-cr-slope(ws-cr-idx) to ws-slope-edt

    move spaces to f-correlation-out
    string
        "  "                        delimited by size
        ws-cr-ptr(ws-cr-idx)        delimited by size
        " "                         delimited by size
        ws-cr-site(ws-cr-idx)       delimited by size
        "  "                        delimited by size
        ws-cr-name(ws-cr-idx)       delimited by size
        " "                         delimited by size
        ws-cr-location(ws-cr-idx)   delimited by size
        "  "                        delimited by size
        ws-pairs-edt                delimited by size
        "  "                        delimited by size
        ws-r-edt                    delimited by size
        " "                         delimited by size
        ws-slope-edt                delimited by size
        into f-correlation-out
    end-string
    if ws-cr-is-flagged(ws-cr-idx)
        move "TRACKING OUTDOOR" to f-correlation-out(80:16)
    end-if
    write f-correlation-out
    .

*>****************************************

write-one-unjudged-line.

    evaluate true
        when ws-cr-too-few(ws-cr-idx)
            move ws-cr-pairs(ws-cr-idx) to ws-pairs-edt
            move spaces to ws-unjudged-reason
            string
                "only "                     delimited by size
                function trim(ws-pairs-edt) delimited by size
                " paired day(s)"            delimited by size
                into ws-unjudged-reason
            end-string
        when ws-cr-no-movement(ws-cr-idx)
            move "indoor or outdoor never moved"
                to ws-unjudged-reason
        when other
            exit paragraph
    end-evaluate

    move spaces to f-correlation-out
    string
        "  "                        delimited by size
        ws-cr-ptr(ws-cr-idx)        delimited by size
        " "                         delimited by size
        ws-cr-site(ws-cr-idx)       delimited by size
        "  "                        delimited by size
        ws-cr-name(ws-cr-idx)       delimited by size
        " "                         delimited by size
        ws-cr-location(ws-cr-idx)   delimited by size
        "  "                        delimited by size
        ws-unjudged-reason          delimited by size
        into f-correlation-out
    end-string
    write f-correlation-out
    .
