identification division.

program-id. outdoor-temp.

*>*****************************************************
*> the outdoor temperature on a site for a day, from  *
*> the reference series weather-load keeps of the     *
*> regional weather service's daily file:             *
*>   yyyymmdd site min max mean loaded-on             *
*> a day delivered more than once (the service sends  *
*> corrections) is answered from the later line. the  *
*> series is loaded into a table on the first call,   *
*> cal-curve fashion, and shared by the degree-day    *
*> report and the correlation report so both read the *
*> same outdoor figure for a day.                     *
*>*****************************************************

environment division.

input-output section.

file-control.
    select f-weather-series assign to dynamic ws-series-file
        organization line sequential
        file status is ws-series-status.

data division.

file section.

fd f-weather-series.
01 f-weather-series-rec.
    03 ow-date          pic 9(8).
    03 ow-site          pic x(3).
    03 ow-min           pic s999v9999 sign leading separate.
    03 ow-max           pic s999v9999 sign leading separate.
    03 ow-mean          pic s999v9999 sign leading separate.
    03 ow-loaded-on     pic 9(8).

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-series-file       pic x(80) value "file-weather-series".
77 ws-series-status     pic xx.
77 ws-series-loaded     pic x     value "0".
    88 ws-is-series-loaded         value "1".

01 ws-outdoor-table.
    03 ws-outdoor-entry  occurs 5000.
        05 ws-od-date        pic 9(8).
        05 ws-od-site        pic x(3).
        05 ws-od-min         pic s999v9999.
        05 ws-od-max         pic s999v9999.
        05 ws-od-mean        pic s999v9999.
77 ws-outdoor-count     pic 9(4)  value 0.
77 ws-outdoor-idx       pic 9(4).
77 ws-outdoor-hit       pic 9(4).

linkage section.

77 ls-site              pic x(3).
77 ls-date              pic 9(8).
77 ls-outdoor-min       pic s999v9999.
77 ls-outdoor-max       pic s999v9999.
77 ls-outdoor-mean      pic s999v9999.

*>****************************************
*> "0" nothing on the series for the site
*> and day, "1" the day's figures are
*> returned
*>****************************************

77 ls-outdoor-status    pic x.
    88 ls-outdoor-none             value "0".
    88 ls-outdoor-found            value "1".

procedure division using ls-site ls-date ls-outdoor-min
                          ls-outdoor-max ls-outdoor-mean
                          ls-outdoor-status.

if not ws-is-series-loaded
    perform load-series-file
    set ws-is-series-loaded to true
end-if

set ls-outdoor-none to true
move zero to ls-outdoor-min ls-outdoor-max ls-outdoor-mean

*>  newest line first, so a corrected day
*>  answers from its correction
move zero to ws-outdoor-hit
perform test-one-day
    varying ws-outdoor-idx from ws-outdoor-count by -1
    until ws-outdoor-idx = 0
        or ws-outdoor-hit > 0

if ws-outdoor-hit > 0
    move ws-od-min(ws-outdoor-hit)  to ls-outdoor-min
    move ws-od-max(ws-outdoor-hit)  to ls-outdoor-max
    move ws-od-mean(ws-outdoor-hit) to ls-outdoor-mean
    set ls-outdoor-found to true
end-if

goback.

*>****************************************

test-one-day.

    if ws-od-date(ws-outdoor-idx) = ls-date
        and ws-od-site(ws-outdoor-idx) = ls-site
        move ws-outdoor-idx to ws-outdoor-hit
    end-if
    .

*>****************************************

load-series-file.

    move "WEATHER_SERIES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-series-file
    end-if

    move zero to ws-outdoor-count

    open input f-weather-series

    if ws-series-status not = "00"
        exit paragraph
    end-if

    read f-weather-series
        at end continue
    end-read

    perform load-one-day
        until ws-series-status not = "00"

    close f-weather-series
    .

*>****************************************

load-one-day.

    if ow-date numeric
        and ow-site not = spaces
        and ow-mean numeric
        if ws-outdoor-count >= 5000
            display "outdoor-temp: HARD LIMIT - outdoor table full "
                "at 5000 days, later days ignored"
            move "10" to ws-series-status
            exit paragraph
        end-if
        add 1 to ws-outdoor-count
        move ow-date to ws-od-date(ws-outdoor-count)
        move function upper-case(ow-site)
            to ws-od-site(ws-outdoor-count)
        move ow-min  to ws-od-min(ws-outdoor-count)
        move ow-max  to ws-od-max(ws-outdoor-count)
        move ow-mean to ws-od-mean(ws-outdoor-count)
    end-if

    read f-weather-series
        at end continue
    end-read
    .
