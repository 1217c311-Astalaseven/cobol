*> converted celsius from the current
*> readings snapshot, the delta against
*> the previous run, and a status column
*> (OK, ALERT, STUCK, MISSING, MAINT) -
*> through report-line so it pins up
*> as-is.
*>
*> staleness matters: a board built from
*> data older than the last recorded run
*> date says so in its own banner rather
*> than posing as this morning's truth.
*>
*> sensor owners receivables has found
*> over 90 days in arrears are listed
*> under the sensor lines.
*>
*> below the sensors, one line per heating
*> zone on the shared zone table: rooms
*> reporting, the zone's current average
*> and its own band
*>****************************************

environment division.
    select f-board assign to dynamic ws-board-file
        organization line sequential
        file status is ws-board-status.
    select f-arrears assign to dynamic ws-arrears-file
        organization line sequential
        file status is ws-arrears-status.

*>****************************************

    03 sen-max-edt      pic x(10).
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

fd f-readings-cur.
01 f-readings-cur-rec.
01 f-stats-hist-rec.
    03 sh-date          pic 9(8).
    03 sh-time          pic 9(6).
    03 filler           pic x(125).

fd f-board.
01 f-board-out          pic x(132).

fd f-arrears.
01 f-arrears-rec        pic x(100).

*>****************************************

working-storage section.
77 ws-period-to         pic 9(6)  value 999999.
77 ws-board-file        pic x(80) value "file-status-board".
77 ws-board-status      pic xx.
77 ws-arrears-file      pic x(80) value "file-owner-arrears".
77 ws-arrears-status    pic xx.
77 ws-arrears-shown     pic 9(3)  value 0.
77 ws-ar-owner-in       pic x(10).
77 ws-ar-amount-in      pic x(16).
77 ws-ar-ref-in         pic x(20).
77 ws-ar-asof-in        pic x(8).

77 entete               pic x(132).
77 ws-page-line         pic x(132).
77 ws-last-run-date     pic 9(8)  value 0.
77 ws-stale             pic x     value "0".

*>****************************************
*> the master as it stood on the day the
*> board's readings were made, off the
*> version file sensor-maint keeps - a
*> sensor moved since shows where it
*> read from
*>****************************************

01 ws-ver-image.
    03 ws-ver-ptr        pic 9(4).
    03 ws-ver-name       pic x(20).
    03 ws-ver-location   pic x(20).
    03 filler            pic x(48).
77 ws-ver-date          pic 9(8).
77 ws-ver-status        pic x.
    88 ws-ver-is-found             value "1".

77 ws-mnt-ptr-in        pic x(10).
77 ws-mnt-from-in       pic x(10).
77 ws-mnt-to-in         pic x(10).

77 ws-alert-needle      pic x(12).
77 ws-alert-hits        pic 9(3).
77 ws-stuck-hits        pic 9(3).

77 ws-delta             pic s9(4)v9999.
77 ws-cur-edt           pic -(3)9.9999.

77 ws-return-code       pic 9     value 0.

*>****************************************
*> the board's sensors grouped by heating
*> zone, off the same zone table interro1
*> rolls its zone figures up from
*>****************************************

01 ws-bzone-table.
    03 ws-bz-entry       occurs 50.
        05 ws-bz-zone        pic x(8).
        05 ws-bz-site        pic x(3).
        05 ws-bz-desc        pic x(30).
        05 ws-bz-low         pic s999v9999.
        05 ws-bz-high        pic s999v9999.
        05 ws-bz-bands       pic x(2).
        05 ws-bz-rooms       pic 9(3).
        05 ws-bz-reporting   pic 9(3).
        05 ws-bz-sum         pic s9(7)v9999.
77 ws-bzone-count       pic 99    value 0.
77 ws-bzone-idx         pic 99.
77 ws-bzone-scan        pic 99.
77 ws-bz-avg            pic s999v9999.
77 ws-bz-state          pic x(10).
77 ws-bz-count-edt      pic zz9.
77 ws-bz-rooms-edt      pic zz9.

77 ws-zl-zone           pic x(8).
77 ws-zl-site           pic x(3).
77 ws-zl-desc           pic x(30).
77 ws-zl-low            pic s999v9999.
77 ws-zl-high           pic s999v9999.
77 ws-zl-bands          pic x(2).
77 ws-zl-status         pic x.
    88 ws-zl-is-found              value "1".

*>****************************************

procedure division.
perform load-current.
perform load-previous.
perform judge-staleness.
perform resolve-board-versions.
perform judge-statuses.
perform build-zone-lines.
perform write-board.

move ws-return-code to return-code
        move ws-param-value to ws-board-file
    end-if

    move "OWNER_ARREARS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-arrears-file
    end-if

    accept ws-today from date yyyymmdd
    .

    end-read
    .

*>****************************************
*> readings dated by the last recorded
*> run, today's master when none is
*>****************************************

resolve-board-versions.

    if ws-last-run-date > 0
        move ws-last-run-date to ws-ver-date
    else
        move ws-today to ws-ver-date
    end-if

    perform resolve-one-version
        varying ws-board-idx from 1 by 1
        until ws-board-idx > ws-board-count
    .

*>****************************************

resolve-one-version.

    call "sensor-asof" using ws-bd-ptr(ws-board-idx)
        ws-bd-site(ws-board-idx) ws-ver-date
        ws-ver-image ws-ver-status

    if ws-ver-is-found
        move ws-ver-name to ws-bd-name(ws-board-idx)
        move ws-ver-location to ws-bd-loc(ws-board-idx)
    end-if
    .

*>****************************************
*> status per sensor: a maintenance
*> window outranks everything (the lab
*>****************************************
*> any alert line naming this ptr marks
*> the sensor in-alert; the alert file is
*> the run's temp-alerts output. a
*> suspected-stuck alert outranks the rest
*>****************************************

check-sensor-alert.

    perform scan-one-alert-line
        until ws-alerts-status not = "00"
            or ws-bd-status(ws-board-idx) = "STUCK"

    close f-alerts
    .
        for all ws-alert-needle(1:8)

    if ws-alert-hits > 0
        move zero to ws-stuck-hits
        inspect f-alerts-in tallying ws-stuck-hits
            for all "suspected stuck"
        if ws-stuck-hits > 0
            move "STUCK" to ws-bd-status(ws-board-idx)
        else
            move "ALERT" to ws-bd-status(ws-board-idx)
        end-if
    end-if

    read f-alerts
        varying ws-board-idx from 1 by 1
        until ws-board-idx > ws-board-count

    if ws-bzone-count > 0
        move spaces to f-board-out
        write f-board-out
        move "HEATING ZONES" to f-board-out
        write f-board-out
        perform write-one-zone-line
            varying ws-bzone-idx from 1 by 1
            until ws-bzone-idx > ws-bzone-count
    end-if

    perform write-arrears-lines

    move spaces to f-board-out
    write f-board-out


    write f-board-out from ws-line-build
    .

*>****************************************
*> receivables' arrears list, one line per
*> owner over 90 days; nothing is printed
*> when no owner is
*>****************************************

write-arrears-lines.

    open input f-arrears

    if ws-arrears-status not = "00"
        exit paragraph
    end-if

    read f-arrears
        at end continue
    end-read

    perform write-one-arrears-line
        until ws-arrears-status not = "00"

    close f-arrears
    .

*>****************************************

write-one-arrears-line.

    if f-arrears-rec not = spaces
        and f-arrears-rec(1:1) not = "#"
        move spaces to ws-ar-owner-in ws-ar-amount-in
            ws-ar-ref-in ws-ar-asof-in
        unstring f-arrears-rec delimited by "|"
            into ws-ar-owner-in ws-ar-amount-in
                 ws-ar-ref-in ws-ar-asof-in
        end-unstring

        if ws-arrears-shown = 0
            move spaces to f-board-out
            write f-board-out
            move "OWNERS OVER 90 DAYS IN ARREARS" to f-board-out
            write f-board-out
        end-if
        add 1 to ws-arrears-shown

        move spaces to f-board-out
        string
            "  ARREARS owner "              delimited by size
            function trim(ws-ar-owner-in)   delimited by size
            " over 90 days "                delimited by size
            function trim(ws-ar-amount-in)  delimited by size
            " oldest invoice "              delimited by size
            function trim(ws-ar-ref-in)     delimited by size
            " as of "                       delimited by size
            ws-ar-asof-in                   delimited by size
            into f-board-out
        end-string
        write f-board-out
    end-if

    read f-arrears
        at end continue
    end-read
    .

*>****************************************
*> every board sensor into its zone's slot;
*> a sensor with a current reading counts
*> toward the zone's average
*>****************************************

build-zone-lines.

    move zero to ws-bzone-count

    perform zone-one-sensor
        varying ws-board-idx from 1 by 1
        until ws-board-idx > ws-board-count
    .

*>****************************************

zone-one-sensor.

    call "zone-lookup" using ws-bd-site(ws-board-idx)
                             ws-bd-loc(ws-board-idx)
                             ws-zl-zone ws-zl-site ws-zl-desc
                             ws-zl-low ws-zl-high ws-zl-bands
                             ws-zl-status
    if not ws-zl-is-found
        exit paragraph
    end-if

    move zero to ws-bzone-idx
    perform test-one-bzone
        varying ws-bzone-scan from 1 by 1
        until ws-bzone-scan > ws-bzone-count
            or ws-bzone-idx > 0

    if ws-bzone-idx = 0
        if ws-bzone-count >= 50
            exit paragraph
        end-if
        add 1 to ws-bzone-count
        move ws-bzone-count to ws-bzone-idx
        initialize ws-bz-entry(ws-bzone-idx)
        move ws-zl-zone  to ws-bz-zone(ws-bzone-idx)
        move ws-zl-site  to ws-bz-site(ws-bzone-idx)
        move ws-zl-desc  to ws-bz-desc(ws-bzone-idx)
        move ws-zl-low   to ws-bz-low(ws-bzone-idx)
        move ws-zl-high  to ws-bz-high(ws-bzone-idx)
        move ws-zl-bands to ws-bz-bands(ws-bzone-idx)
    end-if

    add 1 to ws-bz-rooms(ws-bzone-idx)
    if ws-bd-has-cur(ws-board-idx) = "1"
        add 1 to ws-bz-reporting(ws-bzone-idx)
        add ws-bd-cur(ws-board-idx) to ws-bz-sum(ws-bzone-idx)
    end-if
    .

*>****************************************

test-one-bzone.

    if ws-bz-zone(ws-bzone-scan) = ws-zl-zone
        and ws-bz-site(ws-bzone-scan) = ws-zl-site
        move ws-bzone-scan to ws-bzone-idx
    end-if
    .

*>****************************************
*> the zone's state: its average against
*> its own band, NO DATA with no room
*> reporting
*>****************************************

write-one-zone-line.

    move "OK" to ws-bz-state
    move zero to ws-bz-avg
    if ws-bz-reporting(ws-bzone-idx) = 0
        move "NO DATA" to ws-bz-state
    else
        compute ws-bz-avg rounded =
            ws-bz-sum(ws-bzone-idx) / ws-bz-reporting(ws-bzone-idx)
        if ws-bz-bands(ws-bzone-idx)(1:1) = "L"
            and ws-bz-avg < ws-bz-low(ws-bzone-idx)
            move "ZONE LOW" to ws-bz-state
        end-if
        if ws-bz-bands(ws-bzone-idx)(2:1) = "H"
            and ws-bz-avg > ws-bz-high(ws-bzone-idx)
            move "ZONE HIGH" to ws-bz-state
        end-if
    end-if

    move spaces to ws-line-build
    move 1 to ws-line-ptr

    move "zone" to ws-col-label
    move ws-bz-zone(ws-bzone-idx) to ws-col-value
    move 8 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    move "site" to ws-col-label
    move ws-bz-site(ws-bzone-idx) to ws-col-value
    move 3 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    move "rooms" to ws-col-label
    move spaces to ws-col-value
    move ws-bz-reporting(ws-bzone-idx) to ws-bz-count-edt
    move ws-bz-rooms(ws-bzone-idx) to ws-bz-rooms-edt
    string
        function trim(ws-bz-count-edt) delimited by size
        "/"                             delimited by size
        function trim(ws-bz-rooms-edt) delimited by size
        into ws-col-value
    end-string
    move 7 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    move "avg" to ws-col-label
    if ws-bz-reporting(ws-bzone-idx) > 0
        move ws-bz-avg to ws-cur-edt
        move ws-cur-edt to ws-col-value
    else
        move "-" to ws-col-value
    end-if
    move 10 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    move "status" to ws-col-label
    move ws-bz-state to ws-col-value
    move 10 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    move "circuit" to ws-col-label
    move ws-bz-desc(ws-bzone-idx) to ws-col-value
    move 20 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr

    write f-board-out from ws-line-build
    .
