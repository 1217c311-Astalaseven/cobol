identification division.

program-id. zone-lookup.

*>*****************************************************
*> the zone a sensor's location belongs to. facilities*
*> run the building by zone - a floor or a wing on    *
*> its own heating circuit, several rooms to a zone - *
*> and the zone table says which rooms make up each   *
*> one and which site it is on:                       *
*>   Z|zone|site|low|high|description                 *
*>   L|zone|location                                  *
*> low and high are the zone's own alert band on its  *
*> average, either one blank for none; a zone with a  *
*> blank site serves every site. a location matches   *
*> its L line whatever the case or trailing blanks,   *
*> and the first zone on the sensor's site wins. the  *
*> table is loaded on the first call, cal-curve       *
*> fashion, and shared by interro1 and the status     *
*> board so both group the rooms the same way.        *
*>*****************************************************

environment division.

input-output section.

file-control.
    select f-zones assign to dynamic ws-zones-file
        organization line sequential
        file status is ws-zones-status.

data division.

file section.

fd f-zones.
01 f-zones-rec          pic x(100).

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-zones-file        pic x(80) value "file-zones".
77 ws-zones-status      pic xx.
77 ws-zones-loaded      pic x     value "0".
    88 ws-is-zones-loaded          value "1".

01 ws-zone-table.
    03 ws-zone-entry     occurs 50.
        05 ws-zt-zone        pic x(8).
        05 ws-zt-site        pic x(3).
        05 ws-zt-desc        pic x(30).
        05 ws-zt-low         pic s999v9999.
        05 ws-zt-high        pic s999v9999.
        05 ws-zt-bands       pic x(2).
77 ws-zone-count        pic 99    value 0.
77 ws-zone-idx          pic 99.
77 ws-zone-hit          pic 99.

01 ws-loc-table.
    03 ws-loc-entry      occurs 500.
        05 ws-lt-zone        pic x(8).
        05 ws-lt-location    pic x(20).
77 ws-loc-count         pic 9(3)  value 0.
77 ws-loc-idx           pic 9(3).

77 ws-in-kind           pic x(2).
77 ws-in-zone           pic x(10).
77 ws-in-site           pic x(5).
77 ws-in-low            pic x(12).
77 ws-in-high           pic x(12).
77 ws-in-desc           pic x(40).
77 ws-in-location       pic x(30).
77 ws-num-scrub         pic x(30).
77 ws-want-location     pic x(20).

linkage section.

77 ls-site              pic x(3).
77 ls-location          pic x(20).
77 ls-zone              pic x(8).
77 ls-zone-site         pic x(3).
77 ls-zone-desc         pic x(30).
77 ls-zone-low          pic s999v9999.
77 ls-zone-high         pic s999v9999.

*>****************************************
*> "L" in the first byte when the zone has
*> a low band, "H" in the second for a
*> high one
*>****************************************

77 ls-zone-bands        pic x(2).

*>****************************************
*> "0" the location is in no zone, "1"
*> the zone is returned
*>****************************************

77 ls-zone-status       pic x.
    88 ls-zone-none                value "0".
    88 ls-zone-found               value "1".

procedure division using ls-site ls-location ls-zone ls-zone-site
                          ls-zone-desc ls-zone-low ls-zone-high
                          ls-zone-bands ls-zone-status.

if not ws-is-zones-loaded
    perform load-zone-table
    set ws-is-zones-loaded to true
end-if

set ls-zone-none to true
move spaces to ls-zone ls-zone-site ls-zone-desc ls-zone-bands
move zero to ls-zone-low ls-zone-high

if ls-location = spaces
    goback
end-if

move function upper-case(ls-location) to ws-want-location

move zero to ws-zone-hit
perform test-one-location
    varying ws-loc-idx from 1 by 1
    until ws-loc-idx > ws-loc-count
        or ws-zone-hit > 0

if ws-zone-hit > 0
    move ws-zt-zone(ws-zone-hit)  to ls-zone
    move ws-zt-site(ws-zone-hit)  to ls-zone-site
    move ws-zt-desc(ws-zone-hit)  to ls-zone-desc
    move ws-zt-low(ws-zone-hit)   to ls-zone-low
    move ws-zt-high(ws-zone-hit)  to ls-zone-high
    move ws-zt-bands(ws-zone-hit) to ls-zone-bands
    set ls-zone-found to true
end-if

goback.

*>****************************************

test-one-location.

    if ws-lt-location(ws-loc-idx) not = ws-want-location
        exit paragraph
    end-if

    perform test-one-zone
        varying ws-zone-idx from 1 by 1
        until ws-zone-idx > ws-zone-count
            or ws-zone-hit > 0
    .

*>****************************************

test-one-zone.

    if ws-zt-zone(ws-zone-idx) not = ws-lt-zone(ws-loc-idx)
        exit paragraph
    end-if

    if ws-zt-site(ws-zone-idx) not = spaces
        and ls-site not = spaces
        and ws-zt-site(ws-zone-idx) not = ls-site
        exit paragraph
    end-if

    move ws-zone-idx to ws-zone-hit
    .

*>****************************************

load-zone-table.

    move "ZONES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-zones-file
    end-if

    move zero to ws-zone-count ws-loc-count

    open input f-zones

    if ws-zones-status not = "00"
        exit paragraph
    end-if

    read f-zones
        at end continue
    end-read

    perform load-one-zone-line
        until ws-zones-status not = "00"

    close f-zones
    .

*>****************************************
*> a zone line whose band cannot be read
*> is taken without that band, and the
*> console says so
*>****************************************

load-one-zone-line.

    if f-zones-rec not = spaces
        and f-zones-rec(1:1) not = "#"
        move spaces to ws-in-kind ws-in-zone ws-in-site
                       ws-in-low ws-in-high ws-in-desc
                       ws-in-location
        unstring f-zones-rec delimited by "|"
            into ws-in-kind ws-in-zone
        end-unstring

        evaluate function upper-case(ws-in-kind)
            when "Z"
                unstring f-zones-rec delimited by "|"
                    into ws-in-kind ws-in-zone ws-in-site
                         ws-in-low ws-in-high ws-in-desc
                end-unstring
                perform take-zone-line
            when "L"
                unstring f-zones-rec delimited by "|"
                    into ws-in-kind ws-in-zone ws-in-location
                end-unstring
                perform take-location-line
            when other
                display "zone-lookup: unreadable zone line skipped: "
                    function trim(f-zones-rec)
        end-evaluate
    end-if

    read f-zones
        at end continue
    end-read
    .

*>****************************************

take-zone-line.

    if ws-in-zone = spaces
        exit paragraph
    end-if

    if ws-zone-count >= 50
        display "zone-lookup: HARD LIMIT - zone table full "
            "at 50 zones, zone " function trim(ws-in-zone)
            " ignored"
        exit paragraph
    end-if

    add 1 to ws-zone-count
    move function upper-case(ws-in-zone)
        to ws-zt-zone(ws-zone-count)
    move function upper-case(ws-in-site(1:3))
        to ws-zt-site(ws-zone-count)
    move ws-in-desc to ws-zt-desc(ws-zone-count)
    move spaces to ws-zt-bands(ws-zone-count)
    move zero to ws-zt-low(ws-zone-count)
                 ws-zt-high(ws-zone-count)

    if ws-in-low not = spaces
        move ws-in-low to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub = spaces
            display "zone-lookup: low band unreadable on zone "
                function trim(ws-in-zone) ", no low band"
        else
            compute ws-zt-low(ws-zone-count) =
                    function numval(ws-num-scrub)
            move "L" to ws-zt-bands(ws-zone-count)(1:1)
        end-if
    end-if

    if ws-in-high not = spaces
        move ws-in-high to ws-num-scrub
        call "scrub-numeric" using ws-num-scrub
        if ws-num-scrub = spaces
            display "zone-lookup: high band unreadable on zone "
                function trim(ws-in-zone) ", no high band"
        else
            compute ws-zt-high(ws-zone-count) =
                    function numval(ws-num-scrub)
            move "H" to ws-zt-bands(ws-zone-count)(2:1)
        end-if
    end-if
    .

*>****************************************

take-location-line.

    if ws-in-zone = spaces or ws-in-location = spaces
        exit paragraph
    end-if

    if ws-loc-count >= 500
        display "zone-lookup: HARD LIMIT - location table full "
            "at 500 rooms, " function trim(ws-in-location)
            " ignored"
        exit paragraph
    end-if

    add 1 to ws-loc-count
    move function upper-case(ws-in-zone) to ws-lt-zone(ws-loc-count)
    move function upper-case(ws-in-location)
        to ws-lt-location(ws-loc-count)
    .
