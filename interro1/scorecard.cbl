identification division.

program-id. scorecard.

*>****************************************
*> monthly sensor reliability scorecard
*> for the lab manager: every active
*> master sensor ranked worst first by a
*> composite score, with the figures
*> behind it on the same line, so the
*> bottom ten go to the budget meeting as
*> printed. the figures are the month's
*> nights on the sensor-health history
*> interro1 appends each run (rejects,
*> duplicate copies, nights with readings
*> flagged calibration overdue, nights it
*> drifted, nights it went missing outside
*> a maintenance window, silent hours in
*> its hourly series) and the rejects
*> still open on the reject-aging file.
*>
*> the score starts at 100 and loses
*>   5 a missing night   4 a drift night
*>   2 a cal-overdue night
*>   3 an open aged reject
*>   1 a reject, a duplicate, a gap hour
*> floored at zero. a sensor scoring
*> below SCORECARD_THRESHOLD (default 70)
*> is listed as a replacement candidate.
*> a sensor with no nights on record for
*> the month is listed apart, not scored.
*>
*>   SCORECARD_PERIOD   yyyymm (default
*>                      the current month)
*>   SCORECARD_THRESHOLD replacement line
*>   SCORECARD_REPORT   the report
*>   SENSOR_HEALTH      interro1's health
*>                      history
*>   REJECT_AGING       the aging file
*>   SENSORS            the sensor master
*>****************************************

environment division.

input-output section.

file-control.
    select f-health assign to dynamic ws-health-file
        organization line sequential
        file status is ws-health-status.
    select f-sensors assign to dynamic ws-sensors-file
        organization line sequential
        file status is ws-sensors-status.
    select f-aging assign to dynamic ws-aging-file
        organization line sequential
        file status is ws-aging-status.
    select f-scorecard assign to dynamic ws-report-file
        organization line sequential
        file status is ws-report-status.

*>****************************************

data division.

file section.
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

fd f-aging.
01 f-aging-rec          pic x(160).

fd f-scorecard.
01 f-scorecard-out      pic x(132).

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

77 ws-health-file       pic x(80) value "file-sensor-health".
77 ws-health-status     pic xx.
77 ws-sensors-file      pic x(80) value "file-sensors".
77 ws-sensors-status    pic xx.
77 ws-aging-file        pic x(80) value "file-reject-aging".
77 ws-aging-status      pic xx.
77 ws-report-file       pic x(80) value "file-sensor-scorecard".
77 ws-report-status     pic xx.

77 entete               pic x(132).
77 ws-page-line         pic x(132).
77 name                 pic x(40) value "Doe".
77 surname              pic x(40) value "John".
77 str-ptr              pic 999   value 16.
77 ws-report-title      pic x(40)
                        value "SENSOR RELIABILITY SCORECARD".
77 ws-page-number       pic 9(4)  value 1.

77 ws-period            pic 9(6)  value 0.
77 ws-period-edt        pic x(10).
77 ws-today             pic 9(8).
77 ws-threshold-edt     pic x(10).
77 ws-threshold         pic 999   value 70.

77 f-eof                pic x     value "1".
    88 eof                        value "0".

*>****************************************
*> one entry per active master sensor,
*> its month's figures and its score
*>****************************************

01 ws-card-table.
    03 ws-card-entry     occurs 500.
        05 ws-cd-ptr         pic 9(4).
        05 ws-cd-site        pic x(3).
        05 ws-cd-name        pic x(20).
        05 ws-cd-nights      pic 9(4).
        05 ws-cd-rejects     pic 9(6).
        05 ws-cd-duplicates  pic 9(6).
        05 ws-cd-cal-nights  pic 9(4).
        05 ws-cd-drift       pic 9(4).
        05 ws-cd-missing     pic 9(4).
        05 ws-cd-gap-hours   pic 9(6).
        05 ws-cd-aged        pic 9(4).
        05 ws-cd-score       pic 999.
77 ws-card-count        pic 9(3)  value 0.
77 ws-card-idx          pic 9(3).
77 ws-card-scan         pic 9(3).

*>****************************************
*> the ranking: card subscripts of the
*> scored sensors, worst score first,
*> ties in ptr order
*>****************************************

01 ws-rank-table.
    03 ws-rank-card      occurs 500 pic 9(3).
77 ws-rank-count        pic 9(3)  value 0.
77 ws-rank-idx          pic 9(3).
77 ws-rank-i            pic 9(3).
77 ws-rank-j            pic 9(3).
77 ws-rank-pick         pic 9(3).
77 ws-rank-swap         pic 9(3).
77 ws-rank-limit        pic 9(3).

77 ws-find-ptr          pic 9(4).
77 ws-find-site         pic x(3).
77 ws-penalty           pic 9(9).
77 ws-candidate-count   pic 9(3)  value 0.
77 ws-unscored-count    pic 9(3)  value 0.
77 ws-health-count      pic 9(6)  value 0.

77 ws-ag-status-in      pic x(8).
77 ws-ag-site-in        pic x(5).
77 ws-ag-ptr-in         pic x(6).

77 ws-rank-edt          pic zz9.
77 ws-score-edt         pic zz9.
77 ws-nights-edt        pic zzz9.
77 ws-missing-edt       pic zzz9.
77 ws-drift-edt         pic zzz9.
77 ws-cal-edt           pic zzz9.
77 ws-rejects-edt       pic zzzzz9.
77 ws-aged-edt          pic zzz9.
77 ws-dups-edt          pic zzzzz9.
77 ws-gaps-edt          pic zzzzz9.
77 ws-threshold-out     pic zz9.

77 ws-footer-1          pic x(132).
77 ws-footer-2          pic x(132).
77 ws-footer-pages      pic 9(4)  value 1.
77 ws-footer-lines      pic 9(6)  value 0.

77 ws-return-code       pic 9     value 0.

*>****************************************

procedure division.

perform resolve-config.

perform load-sensor-master.

if ws-card-count = 0
    display "scorecard: no active sensors on "
        function trim(ws-sensors-file) ", nothing to score"
    move 8 to ws-return-code
else
    perform load-health
    perform load-aging
    perform score-one-sensor
        varying ws-card-idx from 1 by 1
        until ws-card-idx > ws-card-count
    perform rank-sensors
    perform write-report
end-if

move ws-return-code to return-code

goback.

*>****************************************

resolve-config.

    move "SENSOR_HEALTH" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-health-file
    end-if

    move "SENSORS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-sensors-file
    end-if

    move "REJECT_AGING" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-aging-file
    end-if

    move "SCORECARD_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-report-file
    end-if

    move spaces to ws-threshold-edt
    move "SCORECARD_THRESHOLD" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-threshold-edt
    end-if
    if ws-threshold-edt not = spaces
        if function trim(ws-threshold-edt) is numeric
            and function numval(ws-threshold-edt) <= 100
            compute ws-threshold = function numval(ws-threshold-edt)
        else
            display "scorecard: invalid SCORECARD_THRESHOLD,"
                " using 70"
        end-if
    end-if

    move spaces to ws-period-edt
    move "SCORECARD_PERIOD" to ws-param-key
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
*> inactive sensors are off the coverage
*> expectation and off the scorecard
*>****************************************

load-sensor-master.

    open input f-sensors

    if ws-sensors-status not = "00"
        display "scorecard: cannot open "
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
        if ws-card-count < 500
            add 1 to ws-card-count
            move ws-card-count to ws-card-idx
            initialize ws-card-entry(ws-card-idx)
            move sen-ptr to ws-cd-ptr(ws-card-idx)
            move function upper-case(sen-site)
                to ws-cd-site(ws-card-idx)
            move sen-name to ws-cd-name(ws-card-idx)
        else
            display "scorecard: more than 500 sensors on the "
                "master, ptr " sen-ptr " not scored"
            move 4 to ws-return-code
        end-if
    end-if

    read f-sensors
        at end continue
    end-read
    .

*>****************************************

load-health.

    move "1" to f-eof
    open input f-health

    if ws-health-status not = "00"
        display "scorecard: cannot open "
            function trim(ws-health-file)
            ", file status " ws-health-status
        move 4 to ws-return-code
        exit paragraph
    end-if

    read f-health
        at end set eof to true
    end-read

    perform load-one-health until eof

    close f-health
    .

*>****************************************
*> a rerun night appends a second record
*> for the same date; each counts, the
*> same way the rerun's rejects did
*>****************************************

load-one-health.

    if hl-date numeric and hl-date(1:6) = ws-period
        and hl-ptr numeric
        move hl-ptr to ws-find-ptr
        move hl-site to ws-find-site
        perform find-card-slot
        if ws-card-idx > 0
            add 1 to ws-health-count
            add 1 to ws-cd-nights(ws-card-idx)
            if hl-rejects numeric
                add hl-rejects to ws-cd-rejects(ws-card-idx)
            end-if
            if hl-duplicates numeric
                add hl-duplicates to ws-cd-duplicates(ws-card-idx)
            end-if
            if hl-cal-overdue numeric and hl-cal-overdue > 0
                add 1 to ws-cd-cal-nights(ws-card-idx)
            end-if
            if hl-drift = "Y"
                add 1 to ws-cd-drift(ws-card-idx)
            end-if
            if hl-missing = "Y"
                add 1 to ws-cd-missing(ws-card-idx)
            end-if
            if hl-gap-hours numeric
                add hl-gap-hours to ws-cd-gap-hours(ws-card-idx)
            end-if
        end-if
    end-if

    read f-health
        at end set eof to true
    end-read
    .

*>****************************************
*> the aging file as it stands: every
*> reject still OPEN counts against its
*> sensor, whatever month it first fell
*>****************************************

load-aging.

    open input f-aging

    if ws-aging-status not = "00"
        exit paragraph
    end-if

    read f-aging
        at end continue
    end-read

    perform load-one-aging
        until ws-aging-status not = "00"

    close f-aging
    .

*>****************************************

load-one-aging.

    move spaces to ws-ag-status-in ws-ag-site-in ws-ag-ptr-in
    unstring f-aging-rec delimited by "|"
        into ws-ag-status-in ws-ag-site-in ws-ag-ptr-in
    end-unstring

    if ws-ag-status-in = "OPEN"
        and function trim(ws-ag-ptr-in) is numeric
        compute ws-find-ptr = function numval(ws-ag-ptr-in)
        move ws-ag-site-in(1:3) to ws-find-site
        perform find-card-slot
        if ws-card-idx > 0
            add 1 to ws-cd-aged(ws-card-idx)
        end-if
    end-if

    read f-aging
        at end continue
    end-read
    .

*>****************************************
*> a master record without a site serves
*> every site, the way interro1 matches
*>****************************************

find-card-slot.

    move zero to ws-card-idx
    perform test-one-card
        varying ws-card-scan from 1 by 1
        until ws-card-scan > ws-card-count
            or ws-card-idx > 0
    .

*>****************************************

test-one-card.

    if ws-cd-ptr(ws-card-scan) = ws-find-ptr
        and (ws-cd-site(ws-card-scan) = spaces
            or ws-find-site = spaces
            or ws-cd-site(ws-card-scan) = ws-find-site)
        move ws-card-scan to ws-card-idx
    end-if
    .

*>****************************************

score-one-sensor.

    if ws-cd-nights(ws-card-idx) = 0
        add 1 to ws-unscored-count
        exit paragraph
    end-if

    compute ws-penalty =
          ws-cd-missing(ws-card-idx) * 5
        + ws-cd-drift(ws-card-idx) * 4
        + ws-cd-cal-nights(ws-card-idx) * 2
        + ws-cd-aged(ws-card-idx) * 3
        + ws-cd-rejects(ws-card-idx)
        + ws-cd-duplicates(ws-card-idx)
        + ws-cd-gap-hours(ws-card-idx)

    if ws-penalty >= 100
        move zero to ws-cd-score(ws-card-idx)
    else
        compute ws-cd-score(ws-card-idx) = 100 - ws-penalty
    end-if

    if ws-cd-score(ws-card-idx) < ws-threshold
        add 1 to ws-candidate-count
    end-if

    add 1 to ws-rank-count
    move ws-card-idx to ws-rank-card(ws-rank-count)
    .

*>****************************************
*> selection sort over the scored
*> sensors, lowest score first
*>****************************************

rank-sensors.

    perform rank-one-position
        varying ws-rank-i from 1 by 1
        until ws-rank-i >= ws-rank-count
    .

*>****************************************

rank-one-position.

    move ws-rank-i to ws-rank-pick
    perform pick-lower-score
        varying ws-rank-j from ws-rank-i by 1
        until ws-rank-j > ws-rank-count

    if ws-rank-pick not = ws-rank-i
        move ws-rank-card(ws-rank-i) to ws-rank-swap
        move ws-rank-card(ws-rank-pick) to ws-rank-card(ws-rank-i)
        move ws-rank-swap to ws-rank-card(ws-rank-pick)
    end-if
    .

*>****************************************

pick-lower-score.

    if ws-cd-score(ws-rank-card(ws-rank-j))
            < ws-cd-score(ws-rank-card(ws-rank-pick))
        move ws-rank-j to ws-rank-pick
    else
        if ws-cd-score(ws-rank-card(ws-rank-j))
                = ws-cd-score(ws-rank-card(ws-rank-pick))
            and ws-cd-ptr(ws-rank-card(ws-rank-j))
                < ws-cd-ptr(ws-rank-card(ws-rank-pick))
            move ws-rank-j to ws-rank-pick
        end-if
    end-if
    .

*>****************************************
*> bottom ten first, so the page that
*> goes to the budget meeting is the
*> first one; then the candidates under
*> the threshold, then every scored
*> sensor
*>****************************************

write-report.

    open output f-scorecard

    if ws-report-status not = "00"
        display "scorecard: cannot open "
            function trim(ws-report-file)
            ", file status " ws-report-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-report-title ws-page-number
                        by reference entete ws-page-line

    move entete to f-scorecard-out
    write f-scorecard-out
    move ws-page-line to f-scorecard-out
    write f-scorecard-out

    move ws-threshold to ws-threshold-out
    move spaces to f-scorecard-out
    string
        "period "                       delimited by size
        ws-period                       delimited by size
        "   replacement below score "   delimited by size
        function trim(ws-threshold-out) delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out

    move spaces to f-scorecard-out
    string
        "score 100 less 5/missing night, 4/drift night, "
                                        delimited by size
        "2/cal-overdue night, 3/open aged reject, "
                                        delimited by size
        "1/reject, duplicate or gap hour"
                                        delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out

    move spaces to f-scorecard-out
    write f-scorecard-out
    move "BOTTOM TEN" to f-scorecard-out
    write f-scorecard-out
    perform write-column-heading

    move 10 to ws-rank-limit
    if ws-rank-count < 10
        move ws-rank-count to ws-rank-limit
    end-if
    perform write-one-rank-line
        varying ws-rank-idx from 1 by 1
        until ws-rank-idx > ws-rank-limit

    move spaces to f-scorecard-out
    write f-scorecard-out
    move spaces to f-scorecard-out
    string
        "REPLACEMENT CANDIDATES (score below "
                                        delimited by size
        function trim(ws-threshold-out) delimited by size
        ")"                             delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out

    if ws-candidate-count = 0
        move "  none" to f-scorecard-out
        write f-scorecard-out
    else
        perform write-column-heading
        move ws-candidate-count to ws-rank-limit
        perform write-one-rank-line
            varying ws-rank-idx from 1 by 1
            until ws-rank-idx > ws-rank-limit
    end-if

    move spaces to f-scorecard-out
    write f-scorecard-out
    move "FULL RANKING" to f-scorecard-out
    write f-scorecard-out
    perform write-column-heading
    perform write-one-rank-line
        varying ws-rank-idx from 1 by 1
        until ws-rank-idx > ws-rank-count

    if ws-unscored-count > 0
        move spaces to f-scorecard-out
        write f-scorecard-out
        move "NOT SCORED - no nights on the health history"
            to f-scorecard-out
        write f-scorecard-out
        perform write-one-unscored-line
            varying ws-card-idx from 1 by 1
            until ws-card-idx > ws-card-count
    end-if

    move spaces to f-scorecard-out
    write f-scorecard-out

    move ws-rank-count to ws-footer-lines
    call "report-footer" using ws-footer-pages ws-footer-lines
                               ws-footer-1 ws-footer-2
    move ws-footer-1 to f-scorecard-out
    write f-scorecard-out
    move ws-footer-2 to f-scorecard-out
    write f-scorecard-out

    close f-scorecard

    display "scorecard: period " ws-period ", "
        ws-rank-count " sensor(s) scored, "
        ws-candidate-count " replacement candidate(s), "
        ws-unscored-count " not scored"
    .

*>****************************************

write-column-heading.

    move spaces to f-scorecard-out
    string
        "  rank ptr  site name                 score nights "
                                        delimited by size
        "missing drift cal-od rejects aged   dups   gaps"
                                        delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out
    .

*>****************************************

write-one-rank-line.

    move ws-rank-card(ws-rank-idx) to ws-card-idx

    move ws-rank-idx to ws-rank-edt
    move ws-cd-score(ws-card-idx) to ws-score-edt
    move ws-cd-nights(ws-card-idx) to ws-nights-edt
    move ws-cd-missing(ws-card-idx) to ws-missing-edt
    move ws-cd-drift(ws-card-idx) to ws-drift-edt
    move ws-cd-cal-nights(ws-card-idx) to ws-cal-edt
    move ws-cd-rejects(ws-card-idx) to ws-rejects-edt
    move ws-cd-aged(ws-card-idx) to ws-aged-edt
    move ws-cd-duplicates(ws-card-idx) to ws-dups-edt
    move ws-cd-gap-hours(ws-card-idx) to ws-gaps-edt

    move spaces to f-scorecard-out
    string
        "   "                       delimited by size
        ws-rank-edt                 delimited by size
        " "                         delimited by size
        ws-cd-ptr(ws-card-idx)      delimited by size
        " "                         delimited by size
        ws-cd-site(ws-card-idx)     delimited by size
        "  "                        delimited by size
        ws-cd-name(ws-card-idx)     delimited by size
        "  "                        delimited by size
        ws-score-edt                delimited by size
        "   "                       delimited by size
        ws-nights-edt               delimited by size
        "    "                      delimited by size
        ws-missing-edt              delimited by size
        "  "                        delimited by size
        ws-drift-edt                delimited by size
        "   "                       delimited by size
        ws-cal-edt                  delimited by size
        "  "                        delimited by size
        ws-rejects-edt              delimited by size
        " "                         delimited by size
        ws-aged-edt                 delimited by size
        " "                         delimited by size
        ws-dups-edt                 delimited by size
        " "                         delimited by size
        ws-gaps-edt                 delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out
    .

*>****************************************

write-one-unscored-line.

    if ws-cd-nights(ws-card-idx) > 0
        exit paragraph
    end-if

    move spaces to f-scorecard-out
    string
        "       "                   delimited by size
        ws-cd-ptr(ws-card-idx)      delimited by size
        " "                         delimited by size
        ws-cd-site(ws-card-idx)     delimited by size
        "  "                        delimited by size
        ws-cd-name(ws-card-idx)     delimited by size
        into f-scorecard-out
    end-string
    write f-scorecard-out
    .
