identification division.

program-id. weather-load.

*>****************************************
*> intake for the regional weather
*> service's daily outdoor temperature
*> file, the reference series the degree-
*> day report and the indoor-outdoor
*> correlation report read against. the
*> delivery is one comma-separated line
*> per site and day -
*>   site,yyyymmdd,min,max[,mean]
*> and is taken whole or not at all: it
*> goes through the shared validate-file
*> against its own layout definition
*> first, and a delivery with any field
*> error is left unloaded with the error
*> report naming the record and field
*> (RETURN-CODE 8). a clean delivery is
*> appended to the reference series -
*>   yyyymmdd site min max mean loaded-on
*> a blank mean is the service's usual
*> (min + max) / 2. a corrected delivery
*> for a day already on the series is
*> simply loaded again: readers take the
*> later line for a site and day.
*>
*>   WEATHER_IN      the delivery, or the
*>                   first argument
*>   WEATHER_LAYOUT  its layout definition
*>   WEATHER_ERRORS  validation report
*>   WEATHER_SERIES  the reference series
*>****************************************

environment division.

input-output section.

file-control.
    select f-weather-in assign to dynamic ws-weather-in-file
        organization line sequential
        file status is ws-weather-in-status.
    select f-weather-series assign to dynamic ws-series-file
        organization line sequential
        file status is ws-series-status.

*>****************************************

data division.

file section.
fd f-weather-in.
01 f-weather-in-rec     pic x(200).

fd f-weather-series.
01 f-weather-series-rec.
    03 ow-date          pic 9(8).
    03 ow-site          pic x(3).
    03 ow-min           pic s999v9999 sign leading separate.
    03 ow-max           pic s999v9999 sign leading separate.
    03 ow-mean          pic s999v9999 sign leading separate.
    03 ow-loaded-on     pic 9(8).

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

77 ws-weather-in-file   pic x(80) value "file-weather-in".
77 ws-weather-in-status pic xx.
77 ws-series-file       pic x(80) value "file-weather-series".
77 ws-series-status     pic xx.
77 ws-layout-file       pic x(80) value "file-weather-layout".
77 ws-errors-file       pic x(80) value "file-weather-errors".

77 ws-input-arg         pic x(80).
77 ws-env-clear         pic x     value " ".
77 ws-val-rc            pic s9(9) value 0.

77 ws-today             pic 9(8).

77 ws-in-site           pic x(5).
77 ws-in-date           pic x(10).
77 ws-in-min            pic x(12).
77 ws-in-max            pic x(12).
77 ws-in-mean           pic x(12).
77 ws-num-scrub         pic x(30).
77 ws-line-ok           pic x.

77 ws-read-count        pic 9(6)  value 0.
77 ws-loaded-count      pic 9(6)  value 0.
77 ws-skipped-count     pic 9(6)  value 0.

77 ws-audit-caller      pic x(20) value "WEATHER-LOAD".
77 ws-audit-event       pic x(12).
77 ws-audit-detail      pic x(80).

77 ws-return-code       pic 9     value 0.

*>****************************************

procedure division.

perform resolve-config.

perform validate-delivery.

if ws-return-code = 0
    perform load-delivery
end-if

move ws-return-code to return-code

goback.

*>****************************************

resolve-config.

    accept ws-today from date yyyymmdd

    move spaces to ws-input-arg
    accept ws-input-arg from argument-value
        on exception continue
    end-accept
    if ws-input-arg not = spaces
        and ws-input-arg not = low-values
        move ws-input-arg to ws-weather-in-file
    else
        move "WEATHER_IN" to ws-param-key
        call "read-param" using ws-param-key ws-param-value
        if ws-param-value not = spaces
            move ws-param-value to ws-weather-in-file
        end-if
    end-if

    move "WEATHER_LAYOUT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-layout-file
    end-if

    move "WEATHER_ERRORS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-errors-file
    end-if

    move "WEATHER_SERIES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-series-file
    end-if
    .

*>****************************************
*> field-level validation through the
*> shared validate-file, pointed at the
*> delivery the way promote-inbound does
*> it; the overrides are cleared after so
*> nothing called later inherits them
*>****************************************

validate-delivery.

    set environment "LAYOUT_DEF" to ws-layout-file
    set environment "VALIDATE_IN" to ws-weather-in-file
    set environment "VALIDATION_REPORT" to ws-errors-file

    call "validate-file"
        on exception
            display "weather-load: validate-file not found"
            move 8 to return-code
    end-call
    move return-code to ws-val-rc
    move zero to return-code

    set environment "LAYOUT_DEF" to ws-env-clear
    set environment "VALIDATE_IN" to ws-env-clear
    set environment "VALIDATION_REPORT" to ws-env-clear

    if ws-val-rc not = 0
        display "weather-load: "
            function trim(ws-weather-in-file)
            " failed validation, nothing loaded - see "
            function trim(ws-errors-file)
        move "REJECTED" to ws-audit-event
        move spaces to ws-audit-detail
        string
            function trim(ws-weather-in-file) delimited by size
            " failed validation"              delimited by size
            into ws-audit-detail
        end-string
        call "audit-log" using ws-audit-caller ws-audit-event
                                ws-audit-detail
        move 8 to ws-return-code
    end-if
    .

*>****************************************

load-delivery.

    open input f-weather-in

    if ws-weather-in-status not = "00"
        display "weather-load: cannot open "
            function trim(ws-weather-in-file)
            ", file status " ws-weather-in-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    open extend f-weather-series
    if ws-series-status = "35"
        open output f-weather-series
    end-if

    if ws-series-status not = "00"
        display "weather-load: cannot open "
            function trim(ws-series-file)
            ", file status " ws-series-status
        close f-weather-in
        move 8 to ws-return-code
        exit paragraph
    end-if

    read f-weather-in
        at end continue
    end-read

    perform load-one-line
        until ws-weather-in-status not = "00"

    close f-weather-in f-weather-series

    display "weather-load: " ws-read-count " line(s) read, "
        ws-loaded-count " day(s) loaded, "
        ws-skipped-count " skipped"

    move "LOADED" to ws-audit-event
    move spaces to ws-audit-detail
    string
        function trim(ws-weather-in-file) delimited by size
        " "                               delimited by size
        ws-loaded-count                   delimited by size
        " day(s)"                         delimited by size
        into ws-audit-detail
    end-string
    call "audit-log" using ws-audit-caller ws-audit-event
                            ws-audit-detail

    if ws-skipped-count > 0
        move 4 to ws-return-code
    end-if
    .

*>****************************************
*> the layout has already passed every
*> field; a line that still cannot be
*> taken (a layout that lets a blank
*> site through) is skipped, not guessed
*>****************************************

load-one-line.

    if f-weather-in-rec not = spaces
        add 1 to ws-read-count
        move spaces to ws-in-site ws-in-date ws-in-min ws-in-max
                       ws-in-mean
        unstring f-weather-in-rec delimited by ","
            into ws-in-site ws-in-date ws-in-min ws-in-max ws-in-mean
        end-unstring

        move spaces to f-weather-series-rec
        move "1" to ws-line-ok
        perform take-one-line

        if ws-line-ok = "1"
            move ws-today to ow-loaded-on
            write f-weather-series-rec
            add 1 to ws-loaded-count
        else
            add 1 to ws-skipped-count
            display "weather-load: line " ws-read-count
                " skipped: " function trim(f-weather-in-rec)
        end-if
    end-if

    read f-weather-in
        at end continue
    end-read
    .

*>****************************************

take-one-line.

    if ws-in-site = spaces or ws-in-date(1:8) not numeric
        move "0" to ws-line-ok
        exit paragraph
    end-if

    move function upper-case(ws-in-site(1:3)) to ow-site
    move ws-in-date(1:8) to ow-date

    move ws-in-min to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub = spaces
        move "0" to ws-line-ok
        exit paragraph
    end-if
    compute ow-min = function numval(ws-num-scrub)
        on size error
            move "0" to ws-line-ok
            exit paragraph
    end-compute

    move ws-in-max to ws-num-scrub
    call "scrub-numeric" using ws-num-scrub
    if ws-num-scrub = spaces
        move "0" to ws-line-ok
        exit paragraph
    end-if
    compute ow-max = function numval(ws-num-scrub)
        on size error
            move "0" to ws-line-ok
            exit paragraph
    end-compute

    if ws-in-mean = spaces
        compute ow-mean rounded = (ow-min + ow-max) / 2
    else
        move ws-in-mean to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub = spaces
            move "0" to ws-line-ok
            exit paragraph
        end-if
        compute ow-mean = function numval(ws-num-scrub)
            on size error
                move "0" to ws-line-ok
                exit paragraph
        end-compute
    end-if
    .
