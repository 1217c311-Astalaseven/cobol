*>
*> the period is MONTH_END_PERIOD
*> (yyyymm), resolved read-param-style;
*> unset, the month of the business day
*> the run is for closes
*>
*> a balanced close of a month that is
*> over - or of the month whose last
*> business day the run is for, the
*> scheduled LBD close - lays its
*> fingerprint - each day's
*> counts and weighted average - on the
*> closings register as version 1. the
*> history can still move after that
*> (repairs, reprocessing, late readings),
*> so a later run compares the history
*> with the closing on file and says when
*> they part. "month-end -restate" then
*> produces the restated closing: original
*> and restated figures side by side with
*> the reason per day, appended to the
*> register as the next version. every
*> version stays on the register, and
*> annual-close takes the latest one
*>****************************************

environment division.
    select f-month-end assign to dynamic ws-report-file
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

fd f-month-end.
01 f-month-end-out      pic x(132).

*>****************************************
*> the closings register: one record per
*> day of a closed period per version, the
*> day's counts and weighted average as
*> the report showed them
*>****************************************

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
77 ws-period-edt        pic x(10).
77 ws-today             pic 9(8).

*>****************************************
*> the business day the run is for: a
*> catch-up replay's PROCESS_DATE, else
*> the night daily-cycle exports as
*> CYCLE_DATE, else today. the period is
*> over once that day is past its month,
*> or is the month's last business day
*>****************************************

77 ws-process-date      pic 9(8).
77 ws-bd-is             pic x.
77 ws-bd-last           pic x.
77 ws-bd-type           pic x.
77 ws-period-over       pic x     value "0".
    88 ws-is-period-over           value "1".

77 f-eof                pic x     value "1".
    88 eof                        value "0".

        05 ws-dy-read        pic 9(8)       value 0.
        05 ws-dy-converted   pic 9(8)       value 0.
        05 ws-dy-rejected    pic 9(8)       value 0.
        05 ws-dy-stuck       pic 9(8)       value 0.
        05 ws-dy-avg-sum     pic s9(11)v9999 value 0.
77 ws-day-idx           pic 99.

77 ws-grand-read        pic 9(9)  value 0.
77 ws-grand-converted   pic 9(9)  value 0.
77 ws-grand-rejected    pic 9(9)  value 0.
77 ws-grand-stuck       pic 9(9)  value 0.
77 ws-check-read        pic 9(9)  value 0.
77 ws-record-count      pic 9(6)  value 0.

77 ws-report-opened     pic x     value "0".
77 ws-return-code       pic 9     value 0.

*>****************************************
*> the closing on file for the period -
*> the latest version on the register -
*> and the day-by-day comparison of the
*> history against it
*>****************************************

77 ws-closings-file     pic x(80) value "file-month-closings".
77 ws-closings-status   pic xx.
77 ws-restated-file     pic x(80) value "file-month-end-restated".
77 ws-mode-arg          pic x(20).
77 ws-run-mode          pic x     value "C".
    88 ws-is-restate               value "R".

01 ws-orig-table.
    03 ws-orig-entry     occurs 31.
        05 ws-or-runs        pic 9(3).
        05 ws-or-read        pic 9(8).
        05 ws-or-converted   pic 9(8).
        05 ws-or-rejected    pic 9(8).
        05 ws-or-stuck       pic 9(8).
        05 ws-or-avg         pic s999v9999.
        05 ws-or-reason      pic x(30).
77 ws-orig-version      pic 9(3)  value 0.
77 ws-orig-closed-on    pic 9(8)  value 0.
77 ws-orig-read         pic 9(9)  value 0.
77 ws-orig-converted    pic 9(9)  value 0.
77 ws-orig-rejected     pic 9(9)  value 0.
77 ws-orig-stuck        pic 9(9)  value 0.
77 ws-orig-avg-sum      pic s9(11)v9999 value 0.
77 ws-new-version       pic 9(3).
77 ws-new-kind          pic x(8).
77 ws-changed-days      pic 99    value 0.
77 ws-month-avg         pic s999v9999.
77 ws-month-avg-sum     pic s9(11)v9999.

01 ws-cmp-line.
    03 ws-cl-day         pic x(2).
    03 filler            pic x(2).
    03 ws-cl-read-o      pic z(7)9.
    03 filler            pic x.
    03 ws-cl-read-r      pic z(7)9.
    03 filler            pic x(2).
    03 ws-cl-conv-o      pic z(7)9.
    03 filler            pic x.
    03 ws-cl-conv-r      pic z(7)9.
    03 filler            pic x(2).
    03 ws-cl-rej-o       pic z(7)9.
    03 filler            pic x.
    03 ws-cl-rej-r       pic z(7)9.
    03 filler            pic x(2).
    03 ws-cl-stuck-o     pic z(7)9.
    03 filler            pic x.
    03 ws-cl-stuck-r     pic z(7)9.
    03 filler            pic x(2).
    03 ws-cl-avg-o       pic -(3)9.9999.
    03 filler            pic x.
    03 ws-cl-avg-r       pic -(3)9.9999.
    03 filler            pic x(2).
    03 ws-cl-reason      pic x(30).

*>****************************************
*> per-site monthly totals alongside the
*> combined close: the roll-up below

perform load-history.

perform load-closing.

if ws-is-restate
    perform restate-period
    move ws-return-code to return-code
    goback
end-if

if ws-record-count = 0
    display "month-end: no history for period " ws-period
else
    if ws-orig-version > 0
        perform compare-closing
    end-if
    perform find-high-low
    perform write-report


resolve-period.

    move spaces to ws-mode-arg
    accept ws-mode-arg from argument-value
        on exception continue
    end-accept
    if ws-mode-arg = "-restate"
        set ws-is-restate to true
    end-if

    accept ws-today from date yyyymmdd

    move ws-today to ws-process-date
    move "CYCLE_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        and ws-param-value(1:8) numeric
        move ws-param-value(1:8) to ws-process-date
    end-if
    move "PROCESS_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        and ws-param-value(1:8) numeric
        move ws-param-value(1:8) to ws-process-date
    end-if

    move spaces to ws-period-edt
    move "MONTH_END_PERIOD" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
        and ws-period-edt(1:6) numeric
        move ws-period-edt(1:6) to ws-period
    else
        move ws-process-date(1:6) to ws-period
    end-if

    move "0" to ws-period-over
    if ws-period < ws-process-date(1:6)
        set ws-is-period-over to true
    end-if
    if ws-period = ws-process-date(1:6)
        call "business-day" using ws-process-date
            ws-bd-is ws-bd-last ws-bd-type
        if ws-bd-last = "1"
            set ws-is-period-over to true
        end-if
    end-if

    move "STATS_HISTORY" to ws-param-key
    if ws-param-value not = spaces
        move ws-param-value to ws-report-file
    end-if

    move "MONTH_END_CLOSINGS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-closings-file
    end-if

    move "MONTH_END_RESTATED" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-restated-file
    end-if
    .

*>****************************************

load-one-record.

*>  a heating-zone record is a part of its site, not a
*>  site of its own
    if sh-date numeric and sh-date(1:6) = ws-period
        and sh-site not = "ALL" and sh-site not = spaces
        and sh-zone = spaces
        perform tally-site-record
    end-if

            add sh-read-count to ws-grand-read
            add sh-converted-count to ws-grand-converted
            add sh-rejected-count to ws-grand-rejected

*>  readings of sensors interro1 judged stuck are taken
*>  back out of the day's converted count and average;
*>  records from before the field existed carry none
            if sh-stuck-count numeric and sh-stuck-count > 0
                and sh-stuck-sum numeric
                and sh-stuck-count not > sh-converted-count
                add sh-stuck-count to ws-dy-stuck(ws-day-idx)
                subtract sh-stuck-count
                    from ws-dy-converted(ws-day-idx)
                subtract sh-stuck-sum
                    from ws-dy-avg-sum(ws-day-idx)
                add sh-stuck-count to ws-grand-stuck
                subtract sh-stuck-count from ws-grand-converted
            end-if
        end-if
    end-if

    end-string
    write f-month-end-out

    perform write-closing-note

    move spaces to f-month-end-out
    write f-month-end-out

    move ws-grand-rejected to ws-count-edt
    move ws-count-edt to ws-col-value
    move 8 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr
    move "stuck" to ws-col-label
    move ws-grand-stuck to ws-count-edt
    move ws-count-edt to ws-col-value
    move 8 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr
    write f-month-end-out from ws-line-build
    move ws-dy-rejected(ws-day-idx) to ws-count-edt
    move ws-count-edt to ws-col-value
    move 8 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr
    move "stuck" to ws-col-label
    move ws-dy-stuck(ws-day-idx) to ws-count-edt
    move ws-count-edt to ws-col-value
    move 8 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-line-build ws-line-ptr
    move "avg" to ws-col-label
        write f-month-end-out
        display "month-end: period " ws-period " closed, "
            ws-record-count " run record(s) consolidated"
        perform settle-closing
    else
        move spaces to f-month-end-out
        string

    close f-month-end
    .

*>****************************************
*> where the period stands against the
*> closings register, under the period
*> line
*>****************************************

write-closing-note.

    move spaces to f-month-end-out
    evaluate true
        when ws-orig-version = 0 and not ws-is-period-over
            move "period still running - closing not recorded"
                to f-month-end-out
        when ws-orig-version = 0
            exit paragraph
        when ws-changed-days = 0
            string
                "closed as version "      delimited by size
                ws-orig-version           delimited by size
                " on "                    delimited by size
                ws-orig-closed-on         delimited by size
                " - history unchanged since"
                                          delimited by size
                into f-month-end-out
            end-string
        when other
            string
                "closed as version "      delimited by size
                ws-orig-version           delimited by size
                " on "                    delimited by size
                ws-orig-closed-on         delimited by size
                " - HISTORY CHANGED ON "  delimited by size
                ws-changed-days           delimited by size
                " DAY(S) SINCE, RESTATEMENT REQUIRED"
                                          delimited by size
                into f-month-end-out
            end-string
    end-evaluate
    write f-month-end-out
    .

*>****************************************
*> a balanced close of a month that is
*> over (its last business day counts)
*> is recorded once; after that the
*> closing stands until a restatement
*> replaces it, and a close that no longer
*> matches it is flagged rc 4
*>****************************************

settle-closing.

    if ws-orig-version = 0
        if ws-is-period-over
            move 1 to ws-new-version
            move "CLOSED" to ws-new-kind
            perform record-closing
        end-if
        exit paragraph
    end-if

    if ws-changed-days > 0
        display "month-end: period " ws-period
            " history has changed since closing version "
            ws-orig-version " - run month-end -restate"
        if ws-return-code < 4
            move 4 to ws-return-code
        end-if
    end-if
    .

*>****************************************
*> the latest version on the register for
*> the period; versions are appended in
*> rising order, so a higher one read
*> later replaces what is held
*>****************************************

load-closing.

    move zero to ws-orig-version
    initialize ws-orig-table

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

    if mc-period = ws-period and mc-version numeric
        and mc-day numeric and mc-day >= 1 and mc-day <= 31
        if mc-version > ws-orig-version
            initialize ws-orig-table
            move zero to ws-orig-read ws-orig-converted
                         ws-orig-rejected ws-orig-stuck
                         ws-orig-avg-sum
            move mc-version to ws-orig-version
            move mc-closed-on to ws-orig-closed-on
        end-if
        if mc-version = ws-orig-version
            move mc-day to ws-day-idx
            move mc-runs      to ws-or-runs(ws-day-idx)
            move mc-read      to ws-or-read(ws-day-idx)
            move mc-converted to ws-or-converted(ws-day-idx)
            move mc-rejected  to ws-or-rejected(ws-day-idx)
            move mc-stuck     to ws-or-stuck(ws-day-idx)
            move mc-avg       to ws-or-avg(ws-day-idx)
            add mc-read      to ws-orig-read
            add mc-converted to ws-orig-converted
            add mc-rejected  to ws-orig-rejected
            add mc-stuck     to ws-orig-stuck
            compute ws-orig-avg-sum =
                    ws-orig-avg-sum + mc-avg * mc-converted
                on size error continue
            end-compute
        end-if
    end-if

    read f-closings
        at end set eof to true
    end-read
    .

*>****************************************
*> day by day, the history as it stands
*> against the closing on file; the first
*> difference found names the day's reason
*>****************************************

compare-closing.

    move zero to ws-changed-days

    perform compare-one-day
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31
    .

*>****************************************

compare-one-day.

    move spaces to ws-or-reason(ws-day-idx)

    if ws-dy-runs(ws-day-idx) = 0 and ws-or-runs(ws-day-idx) = 0
        exit paragraph
    end-if

    if ws-dy-converted(ws-day-idx) > 0
        compute ws-dy-avg rounded =
                ws-dy-avg-sum(ws-day-idx)
                / ws-dy-converted(ws-day-idx)
    else
        move zero to ws-dy-avg
    end-if

    evaluate true
        when ws-or-runs(ws-day-idx) = 0
            move "day added after close"
                to ws-or-reason(ws-day-idx)
        when ws-dy-runs(ws-day-idx) = 0
            move "day no longer in history"
                to ws-or-reason(ws-day-idx)
        when ws-dy-read(ws-day-idx) > ws-or-read(ws-day-idx)
            move "readings added after close"
                to ws-or-reason(ws-day-idx)
        when ws-dy-read(ws-day-idx) < ws-or-read(ws-day-idx)
            move "readings removed after close"
                to ws-or-reason(ws-day-idx)
        when ws-dy-rejected(ws-day-idx)
                < ws-or-rejected(ws-day-idx)
            move "rejects repaired"
                to ws-or-reason(ws-day-idx)
        when ws-dy-rejected(ws-day-idx)
                > ws-or-rejected(ws-day-idx)
            move "readings rejected on rework"
                to ws-or-reason(ws-day-idx)
        when ws-dy-stuck(ws-day-idx) not = ws-or-stuck(ws-day-idx)
            move "stuck readings rejudged"
                to ws-or-reason(ws-day-idx)
        when ws-dy-converted(ws-day-idx)
                not = ws-or-converted(ws-day-idx)
            move "converted count changed"
                to ws-or-reason(ws-day-idx)
        when ws-dy-avg not = ws-or-avg(ws-day-idx)
            move "values reconverted"
                to ws-or-reason(ws-day-idx)
        when other
            move "unchanged" to ws-or-reason(ws-day-idx)
    end-evaluate

    if ws-or-reason(ws-day-idx) not = "unchanged"
        add 1 to ws-changed-days
    end-if
    .

*>****************************************
*> the day table as it stands goes on the
*> register under the new version; the
*> versions before it are left as they are
*>****************************************

record-closing.

    open extend f-closings
    if ws-closings-status = "35"
        open output f-closings
    end-if

    if ws-closings-status not = "00"
        display "month-end: cannot open "
            function trim(ws-closings-file)
            ", file status " ws-closings-status
            " - closing not recorded"
        move 8 to ws-return-code
        exit paragraph
    end-if

    perform write-closing-day
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31

    close f-closings

    display "month-end: period " ws-period " recorded as "
        function trim(ws-new-kind) " version " ws-new-version
    .

*>****************************************

write-closing-day.

    if ws-dy-runs(ws-day-idx) = 0
        exit paragraph
    end-if

    if ws-dy-converted(ws-day-idx) > 0
        compute ws-dy-avg rounded =
                ws-dy-avg-sum(ws-day-idx)
                / ws-dy-converted(ws-day-idx)
    else
        move zero to ws-dy-avg
    end-if

    move ws-period               to mc-period
    move ws-new-version          to mc-version
    move ws-day-idx              to mc-day
    move ws-dy-runs(ws-day-idx)  to mc-runs
    move ws-dy-read(ws-day-idx)  to mc-read
    move ws-dy-converted(ws-day-idx)
                                 to mc-converted
    move ws-dy-rejected(ws-day-idx)
                                 to mc-rejected
    move ws-dy-stuck(ws-day-idx) to mc-stuck
    move ws-dy-avg               to mc-avg
    move ws-today                to mc-closed-on
    move ws-new-kind             to mc-kind
    if ws-new-version = 1
        move "original close" to mc-reason
    else
        move ws-or-reason(ws-day-idx) to mc-reason
    end-if
    write f-closing-rec
    .

*>****************************************
*> the restatement: the period's history
*> now against its latest closing, written
*> side by side to the restated report and,
*> when the history has moved and still
*> balances, laid on the register as the
*> next version
*>****************************************

restate-period.

    if ws-orig-version = 0
        display "month-end: period " ws-period
            " has never been closed - nothing to restate"
        move 4 to ws-return-code
        exit paragraph
    end-if

    if ws-record-count = 0
        display "month-end: no history for period " ws-period
            " - restatement refused"
        move 8 to ws-return-code
        exit paragraph
    end-if

    perform compare-closing

    if ws-changed-days = 0
        display "month-end: period " ws-period
            " unchanged since closing version " ws-orig-version
            " - no restatement needed"
        exit paragraph
    end-if

    compute ws-new-version = ws-orig-version + 1
    move "RESTATED" to ws-new-kind

    move ws-restated-file to ws-report-file
    move "RESTATED MONTH-END CLOSING" to ws-report-title

    open output f-month-end

    if ws-report-status not = "00"
        display "month-end: cannot open "
            function trim(ws-report-file)
            ", file status " ws-report-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-report-title ws-page-number
                        by reference entete ws-page-line

    move entete to f-month-end-out
    write f-month-end-out
    move ws-page-line to f-month-end-out
    write f-month-end-out

    move spaces to f-month-end-out
    string
        "period "                   delimited by size
        ws-period                   delimited by size
        " restated as version "     delimited by size
        ws-new-version              delimited by size
        " - version "               delimited by size
        ws-orig-version             delimited by size
        " closed on "               delimited by size
        ws-orig-closed-on           delimited by size
        into f-month-end-out
    end-string
    write f-month-end-out

    move spaces to f-month-end-out
    write f-month-end-out

    move spaces to f-month-end-out
    move "----- read ------" to f-month-end-out(5:17)
    move "--- converted ---" to f-month-end-out(24:17)
    move "--- rejected ----" to f-month-end-out(43:17)
    move "----- stuck -----" to f-month-end-out(62:17)
    move "----- average -----" to f-month-end-out(81:19)
    write f-month-end-out

    move spaces to f-month-end-out
    move "day" to f-month-end-out(1:3)
    move "original restated" to f-month-end-out(5:17)
    move "original restated" to f-month-end-out(24:17)
    move "original restated" to f-month-end-out(43:17)
    move "original restated" to f-month-end-out(62:17)
    move " original  restated" to f-month-end-out(81:19)
    move "reason" to f-month-end-out(102:6)
    write f-month-end-out

    perform write-restated-day
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31

    move spaces to f-month-end-out
    write f-month-end-out

    perform write-restated-total

    move spaces to f-month-end-out
    string
        "days restated: "           delimited by size
        ws-changed-days             delimited by size
        into f-month-end-out
    end-string
    write f-month-end-out

    move zero to ws-check-read
    perform add-day-read
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31

    move spaces to f-month-end-out
    if ws-check-read = ws-grand-read
        string
            "balance: monthly total " delimited by size
            ws-grand-read             delimited by size
            " = sum of dailies "      delimited by size
            ws-check-read             delimited by size
            " - RESTATED"             delimited by size
            into f-month-end-out
        end-string
        write f-month-end-out
        perform record-closing
    else
        string
            "balance: monthly total " delimited by size
            ws-grand-read             delimited by size
            " <> sum of dailies "     delimited by size
            ws-check-read             delimited by size
            " - RESTATEMENT REFUSED"  delimited by size
            into f-month-end-out
        end-string
        write f-month-end-out
        display "month-end: BALANCE MISMATCH - restatement refused"
        move 8 to ws-return-code
    end-if

    move ws-record-count to ws-footer-lines
    call "report-footer" using ws-footer-pages ws-footer-lines
                               ws-footer-1 ws-footer-2
    move ws-footer-1 to f-month-end-out
    write f-month-end-out
    move ws-footer-2 to f-month-end-out
    write f-month-end-out

    close f-month-end
    .

*>****************************************

add-day-read.

    add ws-dy-read(ws-day-idx) to ws-check-read
    .

*>****************************************

write-restated-day.

    if ws-or-reason(ws-day-idx) = spaces
        exit paragraph
    end-if

    if ws-dy-converted(ws-day-idx) > 0
        compute ws-dy-avg rounded =
                ws-dy-avg-sum(ws-day-idx)
                / ws-dy-converted(ws-day-idx)
    else
        move zero to ws-dy-avg
    end-if

    move spaces to ws-cmp-line
    move ws-day-idx to ws-day-lbl
    move ws-day-lbl to ws-cl-day
    move ws-or-read(ws-day-idx)      to ws-cl-read-o
    move ws-dy-read(ws-day-idx)      to ws-cl-read-r
    move ws-or-converted(ws-day-idx) to ws-cl-conv-o
    move ws-dy-converted(ws-day-idx) to ws-cl-conv-r
    move ws-or-rejected(ws-day-idx)  to ws-cl-rej-o
    move ws-dy-rejected(ws-day-idx)  to ws-cl-rej-r
    move ws-or-stuck(ws-day-idx)     to ws-cl-stuck-o
    move ws-dy-stuck(ws-day-idx)     to ws-cl-stuck-r
    move ws-or-avg(ws-day-idx)       to ws-cl-avg-o
    move ws-dy-avg                   to ws-cl-avg-r
    move ws-or-reason(ws-day-idx)    to ws-cl-reason
    write f-month-end-out from ws-cmp-line
    .

*>****************************************
*> the month on the same columns, each
*> side's average weighted by its own
*> converted count
*>****************************************

write-restated-total.

    move zero to ws-month-avg-sum
    perform add-day-avg-sum
        varying ws-day-idx from 1 by 1
        until ws-day-idx > 31

    move spaces to ws-cmp-line
    move "mo" to ws-cl-day
    move ws-orig-read      to ws-cl-read-o
    move ws-grand-read     to ws-cl-read-r
    move ws-orig-converted to ws-cl-conv-o
    move ws-grand-converted to ws-cl-conv-r
    move ws-orig-rejected  to ws-cl-rej-o
    move ws-grand-rejected to ws-cl-rej-r
    move ws-orig-stuck     to ws-cl-stuck-o
    move ws-grand-stuck    to ws-cl-stuck-r

    move zero to ws-month-avg
    if ws-orig-converted > 0
        compute ws-month-avg rounded =
                ws-orig-avg-sum / ws-orig-converted
    end-if
    move ws-month-avg to ws-cl-avg-o

    move zero to ws-month-avg
    if ws-grand-converted > 0
        compute ws-month-avg rounded =
                ws-month-avg-sum / ws-grand-converted
    end-if
    move ws-month-avg to ws-cl-avg-r

    move "month total" to ws-cl-reason
    write f-month-end-out from ws-cmp-line
    .

*>****************************************

add-day-avg-sum.

    add ws-dy-avg-sum(ws-day-idx) to ws-month-avg-sum
    .
