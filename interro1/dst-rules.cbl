identification division.

program-id. dst-rules.

*>*****************************************************
*> daylight-saving changes per site. the concentrator *
*> stamps its readings in local time, so on the       *
*> spring change one hour never happens (a 23-hour    *
*> day) and on the autumn change one hour happens     *
*> twice (a 25-hour day). the rules file holds one    *
*> line per site -                                    *
*>   site|spring-mm|spring-wk|spring-hh|              *
*>        autumn-mm|autumn-wk|autumn-hh               *
*> e.g. "LYO|03|L|02|10|L|02": the change falls on a  *
*> sunday, the week is 1-4 or L for the month's last; *
*> spring-hh is the local hour skipped, autumn-hh the *
*> local hour repeated. a site of "*" (or blank)      *
*> serves every site without a line of its own; a     *
*> site with no rule keeps 24-hour days all year. the *
*> file is loaded into a table on the first call,     *
*> cal-curve fashion, and shared by interro1 and the  *
*> degree-day report so both count the same hours.    *
*>*****************************************************

environment division.

input-output section.

file-control.
    select f-dst-rules assign to dynamic ws-rules-file
        organization line sequential
        file status is ws-rules-status.

data division.

file section.

fd f-dst-rules.
01 f-dst-rules-rec      pic x(80).

working-storage section.

*>****************************************
*> staging pair for the shared read-param
*> subroutine: environment variable first,
*> then the central run-params file, then
*> the caller's own hardcoded default
*>****************************************

77 ws-param-key         pic x(30).
77 ws-param-value       pic x(80).

77 ws-rules-file        pic x(80) value "file-dst-rules".
77 ws-rules-status      pic xx.
77 ws-rules-loaded      pic x     value "0".
    88 ws-is-rules-loaded          value "1".

01 ws-rule-table.
    03 ws-rule-entry     occurs 100.
        05 ws-ru-site        pic x(3).
        05 ws-ru-sp-month    pic 99.
        05 ws-ru-sp-week     pic x.
        05 ws-ru-sp-hour     pic 99.
        05 ws-ru-au-month    pic 99.
        05 ws-ru-au-week     pic x.
        05 ws-ru-au-hour     pic 99.
77 ws-rule-count        pic 999   value 0.
77 ws-rule-idx          pic 999.
77 ws-rule-hit          pic 999.

77 ws-in-site           pic x(5).
77 ws-in-sp-month       pic x(4).
77 ws-in-sp-week        pic x(4).
77 ws-in-sp-hour        pic x(4).
77 ws-in-au-month       pic x(4).
77 ws-in-au-week        pic x(4).
77 ws-in-au-hour        pic x(4).

*>****************************************
*> the last answer is held: a run asks
*> about the same site and day reading
*> after reading
*>****************************************

77 ws-last-site         pic x(3)  value high-values.
77 ws-last-date         pic 9(8)  value 0.
77 ws-last-hours        pic 99.
77 ws-last-hour         pic 99.
77 ws-last-status       pic x.

77 ws-change-date       pic 9(8).
77 ws-want-month        pic 99.
77 ws-want-week         pic x.
77 ws-first-of-month    pic 9(8).
77 ws-day-number        pic 9(8).
77 ws-weekday           pic 9.
77 ws-sunday            pic 99.
77 ws-month-days        pic 99.
77 ws-year              pic 9(4).

linkage section.

77 ls-site              pic x(3).
77 ls-date              pic 9(8).
77 ls-day-hours         pic 99.
77 ls-dst-hour          pic 99.

*>****************************************
*> "0" an ordinary 24-hour day, "1" the
*> spring change (ls-dst-hour skipped),
*> "2" the autumn change (ls-dst-hour
*> repeated)
*>****************************************

77 ls-dst-status        pic x.
    88 ls-dst-none                 value "0".
    88 ls-dst-spring               value "1".
    88 ls-dst-autumn               value "2".

procedure division using ls-site ls-date ls-day-hours ls-dst-hour
                          ls-dst-status.

if not ws-is-rules-loaded
    perform load-rules-file
    set ws-is-rules-loaded to true
end-if

if ls-site = ws-last-site and ls-date = ws-last-date
    move ws-last-hours to ls-day-hours
    move ws-last-hour to ls-dst-hour
    move ws-last-status to ls-dst-status
    goback
end-if

move 24 to ls-day-hours
move zero to ls-dst-hour
set ls-dst-none to true

move zero to ws-rule-hit
perform test-one-rule
    varying ws-rule-idx from 1 by 1
    until ws-rule-idx > ws-rule-count

if ws-rule-hit > 0 and ls-date numeric
    move ls-date(1:4) to ws-year

    move ws-ru-sp-month(ws-rule-hit) to ws-want-month
    move ws-ru-sp-week(ws-rule-hit) to ws-want-week
    perform find-change-sunday
    if ws-change-date = ls-date
        move 23 to ls-day-hours
        move ws-ru-sp-hour(ws-rule-hit) to ls-dst-hour
        set ls-dst-spring to true
    end-if

    move ws-ru-au-month(ws-rule-hit) to ws-want-month
    move ws-ru-au-week(ws-rule-hit) to ws-want-week
    perform find-change-sunday
    if ws-change-date = ls-date
        move 25 to ls-day-hours
        move ws-ru-au-hour(ws-rule-hit) to ls-dst-hour
        set ls-dst-autumn to true
    end-if
end-if

move ls-site to ws-last-site
move ls-date to ws-last-date
move ls-day-hours to ws-last-hours
move ls-dst-hour to ws-last-hour
move ls-dst-status to ws-last-status

goback.

*>****************************************
*> the site's own line wins over the "*"
*> line whichever comes first
*>****************************************

test-one-rule.

    if ws-ru-site(ws-rule-idx) = ls-site
        move ws-rule-idx to ws-rule-hit
        exit paragraph
    end-if

    if ws-ru-site(ws-rule-idx) = "*"
        if ws-rule-hit = 0
            move ws-rule-idx to ws-rule-hit
        else
            if ws-ru-site(ws-rule-hit) = "*"
                move ws-rule-idx to ws-rule-hit
            end-if
        end-if
    end-if
    .

*>****************************************
*> the nth (or last) sunday of the wanted
*> month of ws-year; day 1 of the integer
*> calendar, 1601-01-01, was a monday, so
*> the day number mod 7 is 0 on a sunday
*>****************************************

find-change-sunday.

    move zero to ws-change-date

    if ws-want-month < 1 or ws-want-month > 12
        exit paragraph
    end-if

    compute ws-first-of-month =
            ws-year * 10000 + ws-want-month * 100 + 1
    compute ws-day-number = function integer-of-date(ws-first-of-month)
    compute ws-weekday = function mod(ws-day-number, 7)

*>  the month's first sunday
    compute ws-sunday = function mod(7 - ws-weekday, 7) + 1

    evaluate ws-want-week
        when "1" when "2" when "3" when "4"
            compute ws-sunday = ws-sunday
                    + (function numval(ws-want-week) - 1) * 7
        when "L"
            evaluate ws-want-month
                when 4 when 6 when 9 when 11
                    move 30 to ws-month-days
                when 2
                    if function mod(ws-year, 400) = 0
                        or (function mod(ws-year, 4) = 0
                            and function mod(ws-year, 100) not = 0)
                        move 29 to ws-month-days
                    else
                        move 28 to ws-month-days
                    end-if
                when other
                    move 31 to ws-month-days
            end-evaluate
            compute ws-sunday = ws-sunday
                    + function integer((ws-month-days - ws-sunday) / 7)
                    * 7
        when other
            exit paragraph
    end-evaluate

    compute ws-change-date =
            ws-year * 10000 + ws-want-month * 100 + ws-sunday
    .

*>****************************************

load-rules-file.

    move "DST_RULES" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-rules-file
    end-if

    move zero to ws-rule-count

    open input f-dst-rules

    if ws-rules-status not = "00"
        exit paragraph
    end-if

    read f-dst-rules
        at end continue
    end-read

    perform load-one-rule
        until ws-rules-status not = "00"
            or ws-rule-count >= 100

    close f-dst-rules
    .

*>****************************************
*> a line that cannot be read whole is
*> left out and the console says so: a
*> half-read rule would move the wrong
*> hour
*>****************************************

load-one-rule.

    if f-dst-rules-rec not = spaces
        and f-dst-rules-rec(1:1) not = "#"
        move spaces to ws-in-site ws-in-sp-month ws-in-sp-week
                       ws-in-sp-hour ws-in-au-month ws-in-au-week
                       ws-in-au-hour
        unstring f-dst-rules-rec delimited by "|"
            into ws-in-site ws-in-sp-month ws-in-sp-week
                 ws-in-sp-hour ws-in-au-month ws-in-au-week
                 ws-in-au-hour
        end-unstring

        if ws-in-sp-month(1:2) numeric and ws-in-sp-hour(1:2) numeric
            and ws-in-au-month(1:2) numeric
            and ws-in-au-hour(1:2) numeric
            and ws-in-sp-hour(1:2) < "24" and ws-in-au-hour(1:2) < "24"
            and (ws-in-sp-week(1:1) = "1" or "2" or "3" or "4"
                 or "L" or "l")
            and (ws-in-au-week(1:1) = "1" or "2" or "3" or "4"
                 or "L" or "l")
            add 1 to ws-rule-count
            move function upper-case(ws-in-site(1:3))
                to ws-ru-site(ws-rule-count)
            if ws-ru-site(ws-rule-count) = spaces
                move "*" to ws-ru-site(ws-rule-count)
            end-if
            move ws-in-sp-month(1:2) to ws-ru-sp-month(ws-rule-count)
            move function upper-case(ws-in-sp-week(1:1))
                to ws-ru-sp-week(ws-rule-count)
            move ws-in-sp-hour(1:2) to ws-ru-sp-hour(ws-rule-count)
            move ws-in-au-month(1:2) to ws-ru-au-month(ws-rule-count)
            move function upper-case(ws-in-au-week(1:1))
                to ws-ru-au-week(ws-rule-count)
            move ws-in-au-hour(1:2) to ws-ru-au-hour(ws-rule-count)
        else
            display "dst-rules: unreadable rule line skipped: "
                function trim(f-dst-rules-rec)
        end-if
    end-if

    read f-dst-rules
        at end continue
    end-read
    .
