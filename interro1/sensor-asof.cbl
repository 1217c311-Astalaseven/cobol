identification division.

program-id. sensor-asof.

*>*****************************************************
*> the sensor master as it stood on a given day.      *
*> sensor-maint changes the master in place, but it   *
*> also lays every change down on the version file as *
*> a dated image - the after-image from the day it    *
*> takes effect, and, the first time a sensor is      *
*> touched, the before-image it replaced as the       *
*> standing version from the beginning:               *
*>   yyyymmdd ACT  <sensor master record>             *
*> the version in force on a day is the one with the  *
*> latest effective date on or before it, a later     *
*> line winning a tie. a ptr with no version on or    *
*> before the day leaves the caller to the master as  *
*> it stands. the file is loaded into a table on the  *
*> first call, cal-curve fashion, and shared by       *
*> interro1, reprocess, reject-aging and the status   *
*> board so all four see the same history.            *
*>*****************************************************

environment division.

input-output section.

file-control.
    select f-versions assign to dynamic ws-versions-file
        organization line sequential
        file status is ws-versions-status.

data division.

file section.

fd f-versions.
01 f-versions-rec.
    03 ver-effective    pic x(8).
    03 filler           pic x.
    03 ver-action       pic x(4).
    03 filler           pic x.
    03 ver-image.
        05 ver-ptr          pic x(4).
        05 filler           pic x(70).
        05 ver-active       pic x.
        05 ver-site         pic x(3).
        05 filler           pic x(14).

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-versions-file     pic x(80) value "file-sensor-versions".
77 ws-versions-status   pic xx.
77 ws-versions-loaded   pic x     value "0".
    88 ws-is-versions-loaded       value "1".

01 ws-version-table.
    03 ws-version-entry  occurs 2000.
        05 ws-vt-ptr         pic 9(4).
        05 ws-vt-site        pic x(3).
        05 ws-vt-date        pic 9(8).
        05 ws-vt-image       pic x(92).
77 ws-version-count     pic 9(4)  value 0.
77 ws-version-idx       pic 9(4).
77 ws-version-hit       pic 9(4).

linkage section.

77 ls-ptr               pic 9(4).
77 ls-site              pic x(3).
77 ls-date              pic 9(8).
77 ls-image             pic x(92).

*>****************************************
*> "0" no version on or before the day
*> (the caller keeps the master), "1" the
*> image in force is returned
*>****************************************

77 ls-asof-status       pic x.
    88 ls-asof-none                value "0".
    88 ls-asof-found               value "1".

procedure division using ls-ptr ls-site ls-date ls-image
                          ls-asof-status.

if not ws-is-versions-loaded
    perform load-version-file
    set ws-is-versions-loaded to true
end-if

set ls-asof-none to true

move zero to ws-version-hit
perform test-one-version
    varying ws-version-idx from 1 by 1
    until ws-version-idx > ws-version-count

if ws-version-hit > 0
    move ws-vt-image(ws-version-hit) to ls-image
    set ls-asof-found to true
end-if

goback.

*>****************************************
*> a version without a site serves every
*> site, the way a master record does
*>****************************************

test-one-version.

    if ws-vt-ptr(ws-version-idx) not = ls-ptr
        or ws-vt-date(ws-version-idx) > ls-date
        exit paragraph
    end-if

    if ws-vt-site(ws-version-idx) not = spaces
        and ls-site not = spaces
        and ws-vt-site(ws-version-idx) not = ls-site
        exit paragraph
    end-if

    if ws-version-hit = 0
        move ws-version-idx to ws-version-hit
    else
        if ws-vt-date(ws-version-idx)
                >= ws-vt-date(ws-version-hit)
            move ws-version-idx to ws-version-hit
        end-if
    end-if
    .

*>****************************************

load-version-file.

    move "SENSOR_VERSIONS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-versions-file
    end-if

    move zero to ws-version-count

    open input f-versions

    if ws-versions-status not = "00"
        exit paragraph
    end-if

    read f-versions
        at end continue
    end-read

    perform load-one-version
        until ws-versions-status not = "00"

    close f-versions
    .

*>****************************************

load-one-version.

    if f-versions-rec not = spaces
        and f-versions-rec(1:1) not = "#"
        and ver-effective numeric
        and ver-ptr numeric
        if ws-version-count >= 2000
            display "sensor-asof: HARD LIMIT - version table full "
                "at 2000 entries, later versions ignored"
            move "10" to ws-versions-status
            exit paragraph
        end-if
        add 1 to ws-version-count
        move ver-ptr to ws-vt-ptr(ws-version-count)
        move function upper-case(ver-site)
            to ws-vt-site(ws-version-count)
        move ver-effective to ws-vt-date(ws-version-count)
        move ver-image to ws-vt-image(ws-version-count)
    end-if

    read f-versions
        at end continue
    end-read
    .
