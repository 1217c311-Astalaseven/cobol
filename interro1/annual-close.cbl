*> exist.
*>
*> ANNUAL_PERIOD (yyyy) names the year;
*> unset, the year of the night daily-
*> cycle exports (CYCLE_DATE), else the
*> current year, closes.
*>
*> a month month-end has closed is taken
*> from the closings register rather than
*> the raw history - its latest version,
*> so a restated month carries its
*> restated figures into the year
*>****************************************

environment division.
    select f-annual assign to dynamic ws-report-file
        organization line sequential
        file status is ws-report-status.
    select f-closings assign to dynamic ws-closings-file
        organization line sequential
        file status is ws-closings-status.

*>****************************************

    03 sh-hum-max               pic s999v9999 sign leading separate.
    03 sh-hum-avg               pic s999v9999 sign leading separate.
    03 sh-site                  pic x(3).
    03 sh-run-id                pic x(11).
    03 sh-stuck-count           pic 9(6).
    03 sh-stuck-sum             pic s9(9)v9999 sign leading separate.
    03 sh-zone                  pic x(8).

fd f-annual.
01 f-annual-out         pic x(132).

fd f-closings.
01 f-closing-rec.
    03 mc-period                pic 9(6).
    03 mc-version               pic 9(3).
    03 mc-day                   pic 99.
    03 mc-runs                  pic 9(3).
    03 mc-read                  pic 9(8).
    03 mc-converted             pic 9(8).
    03 mc-rejected              pic 9(8).
    03 mc-stuck                 pic 9(8).
    03 mc-avg                   pic s999v9999 sign leading separate.
    03 mc-closed-on             pic 9(8).
    03 mc-kind                  pic x(8).
    03 mc-reason                pic x(30).

*>****************************************

working-storage section.
        05 ws-mo-avg-sum     pic s9(12)v9999 value 0.
77 ws-month-idx         pic 99.

*>****************************************
*> the closed months of the prior year
*> (slots 1-12) and the year (13-24), each
*> summed from its latest register version
*>****************************************

77 ws-closings-file     pic x(80) value "file-month-closings".
77 ws-closings-status   pic xx.

01 ws-closed-table.
    03 ws-cm-entry       occurs 24.
        05 ws-cm-version     pic 9(3)       value 0.
        05 ws-cm-kind        pic x(8).
        05 ws-cm-days        pic 9(3)       value 0.
        05 ws-cm-read        pic 9(9)       value 0.
        05 ws-cm-converted   pic 9(9)       value 0.
        05 ws-cm-rejected    pic 9(9)       value 0.
        05 ws-cm-avg-sum     pic s9(12)v9999 value 0.
77 ws-cm-idx            pic 99.
77 ws-closed-text       pic x(16).
77 ws-version-edt       pic zz9.

77 ws-grand-read        pic 9(9)  value 0.
77 ws-grand-converted   pic 9(9)  value 0.
77 ws-grand-rejected    pic 9(9)  value 0.

perform resolve-period.

perform load-closings.

perform load-year.

if ws-record-count = 0
        move ws-year-edt(1:4) to ws-year
    else
        accept ws-today from date yyyymmdd
        move "CYCLE_DATE" to ws-param-key
        call "read-param" using ws-param-key ws-param-value
        if ws-param-value not = spaces
            and ws-param-value(1:8) numeric
            move ws-param-value(1:8) to ws-today
        end-if
        move ws-today(1:4) to ws-year
    end-if

    if ws-param-value not = spaces
        move ws-param-value to ws-report-file
    end-if

    move "MONTH_END_CLOSINGS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-closings-file
    end-if
    .

*>****************************************
    perform load-one-partition
        varying ws-part-idx from 1 by 1
        until ws-part-idx > ws-part-count

    perform add-closed-month
        varying ws-month-idx from 1 by 1
        until ws-month-idx > 12
    .

*>****************************************
    perform load-one-partition
        varying ws-part-idx from 1 by 1
        until ws-part-idx > ws-part-count

    perform add-closed-prior-month
        varying ws-cm-idx from 1 by 1
        until ws-cm-idx > 12
    .

*>****************************************
        exit paragraph
    end-if

*>  a month on the closings register comes from there
    if sh-date numeric
        perform find-closed-slot
        if ws-cm-idx > 0
            perform read-next-annual
            exit paragraph
        end-if
    end-if

    if sh-date numeric
        if ws-prior-mode = "1"
            if sh-date(1:4) = ws-year - 1
        move zero to ws-mo-avg
    end-if

    move spaces to ws-closed-text
    if ws-cm-version(ws-month-idx + 12) > 0
        move ws-cm-version(ws-month-idx + 12) to ws-version-edt
        string
            function lower-case(ws-cm-kind(ws-month-idx + 12))
                                        delimited by space
            " v"                        delimited by size
            function trim(ws-version-edt)
                                        delimited by size
            into ws-closed-text
        end-string
    end-if

    move ws-month-idx to ws-mo-lbl

    move spaces to ws-line-build
    move 10 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr
    if ws-closed-text not = spaces
        string
            " ("                        delimited by size
            function trim(ws-closed-text)
                                        delimited by size
            ")"                         delimited by size
            into ws-line-build
            with pointer ws-line-ptr
        end-string
    end-if
    if ws-flag-text not = spaces
        string
            " "                         delimited by size
        move 8 to ws-return-code
    end-if
    .

*>****************************************
*> the register slot of a history record's
*> month, zero when month-end has not
*> closed it
*>****************************************

find-closed-slot.

    move zero to ws-cm-idx
    move sh-date(5:2) to ws-month-idx
    if ws-month-idx < 1 or ws-month-idx > 12
        exit paragraph
    end-if

    if sh-date(1:4) = ws-year
        if ws-cm-version(ws-month-idx + 12) > 0
            compute ws-cm-idx = ws-month-idx + 12
        end-if
    else
        if sh-date(1:4) = ws-year - 1
            and ws-cm-version(ws-month-idx) > 0
            move ws-month-idx to ws-cm-idx
        end-if
    end-if
    .

*>****************************************
*> the latest version of each closed month
*> of the two years; versions are appended
*> in rising order, so a higher one read
*> later replaces what the slot holds
*>****************************************

load-closings.

    open input f-closings

    if ws-closings-status not = "00"
        exit paragraph
    end-if

    move "1" to f-eof
    read f-closings
        at end set eof to true
    end-read

    perform load-one-closing until eof

    close f-closings
    .

*>****************************************

load-one-closing.

    move zero to ws-cm-idx
    if mc-period numeric and mc-version numeric
        and mc-period(5:2) >= "01" and mc-period(5:2) <= "12"
        move mc-period(5:2) to ws-month-idx
        if mc-period(1:4) = ws-year
            compute ws-cm-idx = ws-month-idx + 12
        end-if
        if mc-period(1:4) = ws-year - 1
            move ws-month-idx to ws-cm-idx
        end-if
    end-if

    if ws-cm-idx > 0
        if mc-version > ws-cm-version(ws-cm-idx)
            move mc-version to ws-cm-version(ws-cm-idx)
            move mc-kind to ws-cm-kind(ws-cm-idx)
            move zero to ws-cm-days(ws-cm-idx)
                         ws-cm-read(ws-cm-idx)
                         ws-cm-converted(ws-cm-idx)
                         ws-cm-rejected(ws-cm-idx)
                         ws-cm-avg-sum(ws-cm-idx)
        end-if
        if mc-version = ws-cm-version(ws-cm-idx)
            add 1 to ws-cm-days(ws-cm-idx)
            add mc-read to ws-cm-read(ws-cm-idx)
            add mc-converted to ws-cm-converted(ws-cm-idx)
            add mc-rejected to ws-cm-rejected(ws-cm-idx)
            compute ws-cm-avg-sum(ws-cm-idx) =
                    ws-cm-avg-sum(ws-cm-idx)
                    + mc-avg * mc-converted
                on size error continue
            end-compute
        end-if
    end-if

    read f-closings
        at end set eof to true
    end-read
    .

*>****************************************
*> a closed month of the year into both
*> independent accumulations, one day
*> line standing for one record
*>****************************************

add-closed-month.

    compute ws-cm-idx = ws-month-idx + 12
    if ws-cm-version(ws-cm-idx) = 0
        exit paragraph
    end-if

    add ws-cm-days(ws-cm-idx) to ws-record-count
    add ws-cm-days(ws-cm-idx) to ws-mo-runs(ws-month-idx)
    add ws-cm-read(ws-cm-idx) to ws-mo-read(ws-month-idx)
    add ws-cm-converted(ws-cm-idx)
        to ws-mo-converted(ws-month-idx)
    add ws-cm-rejected(ws-cm-idx)
        to ws-mo-rejected(ws-month-idx)
    add ws-cm-avg-sum(ws-cm-idx)
        to ws-mo-avg-sum(ws-month-idx)

    add ws-cm-read(ws-cm-idx) to ws-grand-read
    add ws-cm-converted(ws-cm-idx) to ws-grand-converted
    add ws-cm-rejected(ws-cm-idx) to ws-grand-rejected
    .

*>****************************************

add-closed-prior-month.

    if ws-cm-version(ws-cm-idx) = 0
        exit paragraph
    end-if

    add ws-cm-days(ws-cm-idx) to ws-prior-records
    add ws-cm-read(ws-cm-idx) to ws-prior-read
    add ws-cm-converted(ws-cm-idx) to ws-prior-converted
    .
