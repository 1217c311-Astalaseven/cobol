*> input, so every day's line carries a
*> control figure saying how many hourly
*> readings went into that day's average.
*> a daylight-saving change day is 23 or 25
*> hours long (the shared dst-rules table):
*> its degree-days are taken over the
*> hours it really had, and the day-hours
*> column says how many that was.
*> the site's outdoor degree-days for the
*> same day and base stand beside each
*> sensor's own, from the weather
*> service's reference series (the shared
*> outdoor-temp lookup), so a cold week
*> can be told from a badly heated room;
*> the service's figure is a whole day's,
*> taken as it comes.
*>
*> DEGDAY_PERIOD (yyyymm) names the month;
*> unset, the current month accumulates
    03 rh-ptr           pic 9(4).
    03 rh-celsius       pic s999v9999 sign leading separate.
    03 rh-count         pic 9(4).
    03 rh-site          pic x(3).
    03 rh-last          pic s999v9999 sign leading separate.
    03 rh-repeat        pic 9(6).
    03 rh-stuck         pic x.
    03 rh-lineage       pic x(60).

fd f-degday.
01 f-degday-out         pic x(132).
        05 ws-dd-avg-sum     pic s9(9)v9999.
        05 ws-dd-hours       pic 9(6).
        05 ws-dd-runs        pic 9(4).
        05 ws-dd-site        pic x(3).
77 ws-dd-count          pic 9(4)  value 0.
77 ws-dd-idx            pic 9(4).
77 ws-dd-scan           pic 9(4).
77 ws-mtd-hdd-edt       pic z(5)9.9999.
77 ws-mtd-cdd-edt       pic z(5)9.9999.
77 ws-hours-edt         pic z(5)9.
77 ws-day-hours-edt     pic z9.

77 ws-out-min           pic s999v9999.
77 ws-out-max           pic s999v9999.
77 ws-out-mean          pic s999v9999.
77 ws-out-status        pic x.
    88 ws-out-found                value "1".
77 ws-out-hdd           pic 9(4)v9999.
77 ws-out-cdd           pic 9(4)v9999.
77 ws-mtd-out-hdd       pic 9(6)v9999.
77 ws-mtd-out-cdd       pic 9(6)v9999.
77 ws-mtd-out-days      pic 99.
77 ws-out-days-edt      pic z9.
77 ws-out-mean-edt      pic -(3)9.9999.
77 ws-out-hdd-edt       pic z(3)9.9999.
77 ws-out-cdd-edt       pic z(3)9.9999.
77 ws-out-columns       pic x(40).

77 ws-dst-site          pic x(3).
77 ws-dst-date          pic 9(8).
77 ws-dst-hours         pic 99.
77 ws-dst-hour          pic 99.
77 ws-dst-status        pic x.

77 ws-footer-1          pic x(132).
77 ws-footer-2          pic x(132).
            move zero to ws-dd-avg-sum(ws-dd-idx)
            move zero to ws-dd-hours(ws-dd-idx)
            move zero to ws-dd-runs(ws-dd-idx)
            move rh-site to ws-dd-site(ws-dd-idx)
        end-if

        if ws-dd-idx > 0
report-one-sensor.

    move zero to ws-mtd-hdd ws-mtd-cdd ws-mtd-hours
    move zero to ws-mtd-out-hdd ws-mtd-out-cdd ws-mtd-out-days

    move spaces to f-degday-out
    write f-degday-out
    end-string
    write f-degday-out

    move spaces to f-degday-out
    string
        "  date          avg      hdd       cdd      hours  day-hours"
                                        delimited by size
        "        outdoor    out-hdd    out-cdd"
                                        delimited by size
        into f-degday-out
    end-string
    write f-degday-out

    perform report-one-day
        into f-degday-out
    end-string
    write f-degday-out

    move ws-mtd-out-hdd to ws-mtd-hdd-edt
    move ws-mtd-out-cdd to ws-mtd-cdd-edt
    move ws-mtd-out-days to ws-out-days-edt

    move spaces to f-degday-out
    string
        "  outdoor to date    hdd "     delimited by size
        function trim(ws-mtd-hdd-edt)   delimited by size
        "  cdd "                        delimited by size
        function trim(ws-mtd-cdd-edt)   delimited by size
        "  days "                       delimited by size
        function trim(ws-out-days-edt)  delimited by size
        into f-degday-out
    end-string
    write f-degday-out
    .

*>****************************************
        move zero to ws-day-avg
    end-if

    move ws-dd-site(ws-dd-idx) to ws-dst-site
    move ws-dd-date(ws-dd-idx) to ws-dst-date
    call "dst-rules" using ws-dst-site ws-dst-date ws-dst-hours
                           ws-dst-hour ws-dst-status

    move zero to ws-hdd ws-cdd
    if ws-day-avg < ws-base-temp
        compute ws-hdd rounded =
                (ws-base-temp - ws-day-avg) * ws-dst-hours / 24
    else
        compute ws-cdd rounded =
                (ws-day-avg - ws-base-temp) * ws-dst-hours / 24
    end-if

    add ws-hdd to ws-mtd-hdd
    move ws-hdd to ws-hdd-edt
    move ws-cdd to ws-cdd-edt
    move ws-dd-hours(ws-dd-idx) to ws-hours-edt
    move ws-dst-hours to ws-day-hours-edt

    perform take-outdoor-day

    move spaces to f-degday-out
    string
        ws-cdd-edt      delimited by size
        "  "            delimited by size
        ws-hours-edt    delimited by size
        "         "     delimited by size
        ws-day-hours-edt delimited by size
        "  "            delimited by size
        ws-out-columns  delimited by size
        into f-degday-out
    end-string
    write f-degday-out
    .

*>****************************************
*> the outdoor figures for the sensor's
*> site and day, against the same base; a
*> day the service has not delivered says
*> so rather than showing a zero
*>****************************************

take-outdoor-day.

    move spaces to ws-out-columns

    call "outdoor-temp" using ws-dst-site ws-dst-date ws-out-min
                              ws-out-max ws-out-mean ws-out-status

    if not ws-out-found
        move "   no outdoor data" to ws-out-columns
        exit paragraph
    end-if

    move zero to ws-out-hdd ws-out-cdd
    if ws-out-mean < ws-base-temp
        compute ws-out-hdd rounded = ws-base-temp - ws-out-mean
    else
        compute ws-out-cdd rounded = ws-out-mean - ws-base-temp
    end-if

    add ws-out-hdd to ws-mtd-out-hdd
    add ws-out-cdd to ws-mtd-out-cdd
    add 1 to ws-mtd-out-days

    move ws-out-mean to ws-out-mean-edt
    move ws-out-hdd to ws-out-hdd-edt
    move ws-out-cdd to ws-out-cdd-edt

    string
        ws-out-mean-edt delimited by size
        "  "            delimited by size
        ws-out-hdd-edt  delimited by size
        "  "            delimited by size
        ws-out-cdd-edt  delimited by size
        into ws-out-columns
    end-string
    .
