*> yyyyq (20261 = Q1 2026), FACILITY_CODE
*> the code the agency issued us, both
*> resolved read-param-style
*>
*> the agency's portal answers each return
*> with an acknowledgment file -
*>   H|facility|quarter|gendate|status
*>   E|yyyymmdd|code|agency's text
*>   E|RETURN|code|agency's text
*> status ACCEPTED, PARTIAL (the E days
*> refused) or REJECTED (the whole return
*> refused); an E line for RETURN is a
*> header or trailer error. the modes -
*>   (none)    the quarter's return
*>   -ack      load SUBMIT_ACK, match it
*>             to the return it answers
*>             by quarter and generation
*>             date, and write the findings
*>             in plain language to
*>             SUBMIT_FINDINGS; the days
*>             refused are kept on
*>             SUBMIT_REJECTED_DAYS
*>   -amend    a corrected submission of
*>             the refused days only, in
*>             the agency's amendment
*>             layout, on SUBMIT_AMEND_FILE
*>   -history  the quarter's submissions,
*>             amendments and answers, from
*>             the submission log
*> every return, amendment and answer is
*> appended to SUBMISSION_LOG -
*>   logdate|logtime|event|quarter|
*>   facility|gendate|records|hash|file|
*>   note
*> so the full history of a quarter can
*> be shown to the regulator
*>****************************************

environment division.
    select f-submission assign to dynamic ws-submit-file
        organization line sequential
        file status is ws-submit-status.
    select f-submit-log assign to dynamic ws-submit-log-file
        organization line sequential
        file status is ws-submit-log-status.
    select f-ack assign to dynamic ws-ack-file
        organization line sequential
        file status is ws-ack-status.
    select f-findings assign to dynamic ws-findings-file
        organization line sequential
        file status is ws-findings-status.
    select f-rejected-days assign to dynamic ws-rejected-file
        organization line sequential
        file status is ws-rejected-status.

*>****************************************

    03 sh-hum-max               pic s999v9999 sign leading separate.
    03 sh-hum-avg               pic s999v9999 sign leading separate.
    03 sh-site                  pic x(3).
    03 sh-run-id                pic x(11).
    03 sh-stuck-count           pic 9(6).
    03 sh-stuck-sum             pic s9(9)v9999 sign leading separate.
    03 sh-zone                  pic x(8).

fd f-calendar.
01 f-calendar-rec.
    03 sub-t-hash       pic s9(9)v9999 sign leading separate.
    03 filler           pic x(59).

*>****************************************
*> the amendment header, "A": the return
*> it corrects by generation date and the
*> amendment's number for the quarter;
*> the corrected days follow as "C"
*> records in the detail shape, then the
*> usual trailer over them
*>****************************************

01 sub-amend-header redefines f-submission-rec.
    03 sub-a-type       pic x.
    03 sub-a-facility   pic x(8).
    03 sub-a-quarter    pic 9(5).
    03 sub-a-gendate    pic 9(8).
    03 sub-a-orig-date  pic 9(8).
    03 sub-a-number     pic 99.
    03 filler           pic x(48).

fd f-submit-log.
01 f-submit-log-rec     pic x(200).

fd f-ack.
01 f-ack-rec            pic x(200).

fd f-findings.
01 f-findings-out       pic x(132).

*>****************************************
*> quarter|yyyymmdd|code|gendate, one line
*> per refusal of the latest answer
*>****************************************

fd f-rejected-days.
01 f-rejected-days-rec  pic x(80).

*>****************************************

working-storage section.
77 ws-cal-found         pic x.
77 ws-today             pic 9(8).

*>****************************************
*> the acknowledgment, the submission log
*> and the amendment
*>****************************************

77 ws-submit-log-file   pic x(80) value "file-submission-log".
77 ws-submit-log-status pic xx.
77 ws-ack-file          pic x(80) value "file-submission-ack".
77 ws-ack-status        pic xx.
77 ws-findings-file     pic x(80) value "file-submission-findings".
77 ws-findings-status   pic xx.
77 ws-rejected-file     pic x(80) value "file-submission-rejects".
77 ws-rejected-status   pic xx.
77 ws-amend-file        pic x(80) value "file-submission-amend".

77 ws-mode-arg          pic x(20).
77 ws-run-mode          pic x     value "S".
    88 ws-mode-submit              value "S".
    88 ws-mode-amend               value "A".

77 ws-now-time          pic 9(8).
77 ws-log-event         pic x(12).
77 ws-log-quarter       pic 9(5).
77 ws-log-gendate       pic 9(8).
77 ws-log-records       pic 9(6).
77 ws-log-hash          pic s9(9)v9999.
77 ws-log-file          pic x(80).
77 ws-log-note          pic x(60).
77 ws-log-line          pic x(200).
77 ws-hash-edt          pic -9(9).9999.

*>****************************************
*> one submission log line taken apart
*>****************************************

77 ws-lg-date           pic x(8).
77 ws-lg-time           pic x(6).
77 ws-lg-event          pic x(12).
77 ws-lg-quarter        pic x(5).
77 ws-lg-facility       pic x(8).
77 ws-lg-gendate        pic x(8).
77 ws-lg-records        pic x(6).
77 ws-lg-hash           pic x(20).
77 ws-lg-file           pic x(80).
77 ws-lg-note           pic x(60).

*>****************************************
*> the return an acknowledgment answers,
*> as the log has it
*>****************************************

77 ws-match-found       pic x     value "0".
    88 ws-is-matched               value "1".
77 ws-match-event       pic x(12).
77 ws-match-logdate     pic x(8).
77 ws-match-file        pic x(80).
77 ws-match-records     pic x(6).
77 ws-amend-number      pic 99    value 0.

77 ws-ack-facility      pic x(8).
77 ws-ack-quarter-edt   pic x(5).
77 ws-ack-gendate-edt   pic x(8).
77 ws-ack-status-word   pic x(10).
77 ws-ack-kind          pic x(2).
77 ws-ack-key           pic x(8).
77 ws-ack-code          pic x(6).
77 ws-ack-text          pic x(80).
77 ws-ack-errors        pic 9(4)  value 0.
77 ws-ack-return-errors pic 9(4)  value 0.
77 ws-ack-day-count     pic 9(4)  value 0.
77 ws-ack-header-seen   pic x     value "0".

01 ws-ack-error-table.
    03 ws-ack-error-entry occurs 200.
        05 ws-ae-key         pic x(8).
        05 ws-ae-code        pic x(6).
        05 ws-ae-text        pic x(80).
77 ws-ack-idx           pic 9(3).

*>****************************************
*> the refused days, from the answer being
*> loaded or, for an amendment, from
*> SUBMIT_REJECTED_DAYS
*>****************************************

01 ws-rejected-table.
    03 ws-rejected-entry occurs 92.
        05 ws-rj-date        pic 9(8).
        05 ws-rj-code        pic x(6).
77 ws-rejected-count    pic 9(3)  value 0.
77 ws-rejected-idx      pic 9(3).
77 ws-rejected-hit      pic 9(3).
77 ws-want-date         pic 9(8).
77 ws-rj-quarter-edt    pic x(5).
77 ws-rj-date-edt       pic x(8).
77 ws-rj-code-edt       pic x(6).
77 ws-rj-gendate-edt    pic x(8).
77 ws-orig-gendate      pic 9(8)  value 0.

*>****************************************
*> what we sent for a refused day, read
*> back off the return the log names
*>****************************************

77 ws-sent-found        pic x.
77 ws-sent-min          pic -999.9999.
77 ws-sent-max          pic -999.9999.
77 ws-sent-avg          pic -999.9999.
77 ws-sent-count        pic z(5)9.

77 ws-plain-text        pic x(70).
77 ws-date-out          pic x(10).
77 ws-findings-line     pic x(132).

77 entete               pic x(132).
77 ws-page-line         pic x(132).
77 name                 pic x(40) value "Doe".
77 surname              pic x(40) value "John".
77 str-ptr              pic 999   value 16.
77 ws-report-title      pic x(40)
                        value "AGENCY ACKNOWLEDGMENT FINDINGS".
77 ws-page-number       pic 9(4)  value 1.
77 ws-footer-1          pic x(132).
77 ws-footer-2          pic x(132).
77 ws-footer-pages      pic 9(4)  value 1.
77 ws-footer-lines      pic 9(6)  value 0.

77 ws-history-count     pic 9(4)  value 0.

77 ws-return-code       pic 9     value 0.

*>****************************************

perform resolve-config.

move spaces to ws-mode-arg
accept ws-mode-arg from argument-value
    on exception continue
end-accept

if ws-mode-arg = "-ack"
    perform ingest-acknowledgment
    move ws-return-code to return-code
    goback
end-if

if ws-quarter = 0
    display "submission-extract: set SUBMIT_QUARTER to yyyyq "
        "(e.g. 20261 for Q1 2026)"
    goback
end-if

evaluate ws-mode-arg
    when spaces
        continue
    when "-history"
        perform list-submission-history
        move ws-return-code to return-code
        goback
    when "-amend"
        set ws-mode-amend to true
        perform load-rejected-days
        if ws-rejected-count = 0
            display "submission-extract: no refused days of quarter "
                ws-quarter " on " function trim(ws-rejected-file)
                ", nothing to amend"
            move 4 to return-code
            goback
        end-if
    when other
        display "submission-extract: unknown mode "
            function trim(ws-mode-arg)
            " - use -ack, -amend or -history"
        move 8 to return-code
        goback
end-evaluate

perform load-history.

if ws-day-count = 0
    goback
end-if

if ws-mode-amend
    perform check-amend-days
    if ws-gap-count > 0
        display "submission-extract: " ws-gap-count " refused "
            "day(s) have no history record to correct them "
            "from - amendment refused"
        move 8 to return-code
        goback
    end-if
    perform write-amendment
else
    perform check-quarter-gaps
    if ws-gap-count > 0
        display "submission-extract: " ws-gap-count " business "
            "day(s) of the quarter have no history record - "
            "the agency rejects gapped returns, extract refused"
        move 8 to return-code
        goback
    end-if
    perform write-submission
end-if

move ws-return-code to return-code

goback.
        move ws-param-value to ws-submit-file
    end-if

    move "SUBMISSION_LOG" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-submit-log-file
    end-if

    move "SUBMIT_ACK" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-ack-file
    end-if

    move "SUBMIT_FINDINGS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-findings-file
    end-if

    move "SUBMIT_REJECTED_DAYS" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-rejected-file
    end-if

    move "SUBMIT_AMEND_FILE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-amend-file
    end-if

    move "FACILITY_CODE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
    display "submission-extract: quarter " ws-quarter " return "
        "written to " function trim(ws-submit-file)
        " (" ws-detail-count " day(s))"

    move "SUBMITTED" to ws-log-event
    move ws-quarter to ws-log-quarter
    move ws-today to ws-log-gendate
    move ws-detail-count to ws-log-records
    move ws-hash-total to ws-log-hash
    move ws-submit-file to ws-log-file
    move spaces to ws-log-note
    perform append-submit-log
    .

*>****************************************
    end-if

    move spaces to f-submission-rec
    if ws-mode-amend
        move "C" to sub-d-type
    else
        move "D" to sub-d-type
    end-if
    move ws-dy-date(ws-day-idx) to sub-d-date
    move ws-dy-count(ws-day-idx) to sub-d-count
    move ws-dy-min(ws-day-idx) to sub-d-min
        on size error continue
    end-add
    .

*>****************************************
*> one line a return, amendment or answer;
*> a log that cannot be opened does not
*> undo the return, but the run says so
*> and warns
*>****************************************

append-submit-log.

    accept ws-now-time from time
    move ws-log-hash to ws-hash-edt

    move spaces to ws-log-line
    string
        ws-today                     delimited by size
        "|"                          delimited by size
        ws-now-time(1:6)             delimited by size
        "|"                          delimited by size
        function trim(ws-log-event)  delimited by size
        "|"                          delimited by size
        ws-log-quarter               delimited by size
        "|"                          delimited by size
        function trim(ws-facility)   delimited by size
        "|"                          delimited by size
        ws-log-gendate               delimited by size
        "|"                          delimited by size
        ws-log-records               delimited by size
        "|"                          delimited by size
        function trim(ws-hash-edt)   delimited by size
        "|"                          delimited by size
        function trim(ws-log-file)   delimited by size
        "|"                          delimited by size
        function trim(ws-log-note)   delimited by size
        into ws-log-line
    end-string

    open extend f-submit-log
    if ws-submit-log-status = "35"
        open output f-submit-log
    end-if

    if ws-submit-log-status not = "00"
        display "submission-extract: cannot open "
            function trim(ws-submit-log-file)
            ", file status " ws-submit-log-status
            " - " function trim(ws-log-event) " not logged"
        if ws-return-code < 4
            move 4 to ws-return-code
        end-if
        exit paragraph
    end-if

    move ws-log-line to f-submit-log-rec
    write f-submit-log-rec
    close f-submit-log
    .

*>****************************************
*> the refused days of the quarter, as
*> the latest answer loaded left them
*>****************************************

load-rejected-days.

    move zero to ws-rejected-count ws-orig-gendate

    open input f-rejected-days

    if ws-rejected-status not = "00"
        exit paragraph
    end-if

    read f-rejected-days
        at end continue
    end-read

    perform take-one-rejected-day
        until ws-rejected-status not = "00"

    close f-rejected-days
    .

*>****************************************

take-one-rejected-day.

    move spaces to ws-rj-quarter-edt ws-rj-date-edt ws-rj-code-edt
                   ws-rj-gendate-edt
    unstring f-rejected-days-rec delimited by "|"
        into ws-rj-quarter-edt ws-rj-date-edt ws-rj-code-edt
             ws-rj-gendate-edt
    end-unstring

    if ws-rj-quarter-edt numeric
        and ws-rj-quarter-edt = ws-quarter
        and ws-rj-date-edt numeric
        move ws-rj-date-edt to ws-want-date
        perform find-rejected-day
        if ws-rejected-hit = 0
            perform add-rejected-day
        end-if
        if ws-rj-gendate-edt numeric
            move ws-rj-gendate-edt to ws-orig-gendate
        end-if
    end-if

    read f-rejected-days
        at end continue
    end-read
    .

*>****************************************

add-rejected-day.

    if ws-rejected-count >= 92
        display "submission-extract: HARD LIMIT - refused day "
            "table full at 92 days, " ws-want-date " ignored"
        exit paragraph
    end-if

    add 1 to ws-rejected-count
    move ws-want-date to ws-rj-date(ws-rejected-count)
    move ws-rj-code-edt to ws-rj-code(ws-rejected-count)
    .

*>****************************************

find-rejected-day.

    move zero to ws-rejected-hit
    perform test-one-rejected-day
        varying ws-rejected-idx from 1 by 1
        until ws-rejected-idx > ws-rejected-count
            or ws-rejected-hit > 0
    .

*>****************************************

test-one-rejected-day.

    if ws-rj-date(ws-rejected-idx) = ws-want-date
        move ws-rejected-idx to ws-rejected-hit
    end-if
    .

*>****************************************
*> a refused day can only be corrected
*> from a history record of its own
*>****************************************

check-amend-days.

    move zero to ws-gap-count
    perform check-one-refused-day
        varying ws-rejected-idx from 1 by 1
        until ws-rejected-idx > ws-rejected-count
    .

*>****************************************

check-one-refused-day.

    move "0" to ws-cal-found
    perform test-one-day-slot
        varying ws-day-scan from 1 by 1
        until ws-day-scan > ws-day-count
            or ws-cal-found = "1"

    if ws-cal-found not = "1"
        add 1 to ws-gap-count
        display "submission-extract: refused day "
            ws-rj-date(ws-rejected-idx) " has no history record"
    end-if
    .

*>****************************************

test-one-day-slot.

    if ws-dy-date(ws-day-scan) = ws-rj-date(ws-rejected-idx)
        move "1" to ws-cal-found
    end-if
    .

*>****************************************
*> the agency's amendment: "A" header
*> naming the return corrected and the
*> amendment's number for the quarter,
*> a "C" record per refused day from the
*> history as it stands now, the usual
*> trailer over the corrected days only
*>****************************************

write-amendment.

    perform count-prior-amendments

    move ws-amend-file to ws-submit-file
    open output f-submission

    if ws-submit-status not = "00"
        display "submission-extract: cannot open "
            function trim(ws-submit-file)
            ", file status " ws-submit-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    accept ws-today from date yyyymmdd

    move spaces to f-submission-rec
    move "A" to sub-a-type
    move ws-facility to sub-a-facility
    move ws-quarter to sub-a-quarter
    move ws-today to sub-a-gendate
    move ws-orig-gendate to sub-a-orig-date
    move ws-amend-number to sub-a-number
    write f-submission-rec

    move zero to ws-detail-count ws-hash-total

    perform write-one-correction
        varying ws-day-idx from 1 by 1
        until ws-day-idx > ws-day-count

    move spaces to f-submission-rec
    move "T" to sub-t-type
    move ws-detail-count to sub-t-count
    move ws-hash-total to sub-t-hash
    write f-submission-rec

    close f-submission

    display "submission-extract: quarter " ws-quarter
        " amendment " ws-amend-number " written to "
        function trim(ws-submit-file)
        " (" ws-detail-count " corrected day(s))"

    move "AMENDED" to ws-log-event
    move ws-quarter to ws-log-quarter
    move ws-today to ws-log-gendate
    move ws-detail-count to ws-log-records
    move ws-hash-total to ws-log-hash
    move ws-submit-file to ws-log-file
    move spaces to ws-log-note
    string
        "amendment "               delimited by size
        ws-amend-number            delimited by size
        " of return generated "    delimited by size
        ws-orig-gendate            delimited by size
        into ws-log-note
    end-string
    perform append-submit-log
    .

*>****************************************

write-one-correction.

    move ws-dy-date(ws-day-idx) to ws-want-date
    perform find-rejected-day

    if ws-rejected-hit > 0
        perform write-one-detail
    end-if
    .

*>****************************************
*> the quarter's amendments so far, so the
*> agency sees them numbered in order
*>****************************************

count-prior-amendments.

    move zero to ws-amend-number

    open input f-submit-log

    if ws-submit-log-status = "00"
        read f-submit-log
            at end continue
        end-read
        perform count-one-amendment
            until ws-submit-log-status not = "00"
        close f-submit-log
    end-if

    add 1 to ws-amend-number
    .

*>****************************************

count-one-amendment.

    perform split-log-line

    if ws-lg-event = "AMENDED"
        and ws-lg-quarter = ws-quarter
        add 1 to ws-amend-number
    end-if

    read f-submit-log
        at end continue
    end-read
    .

*>****************************************

split-log-line.

    move spaces to ws-lg-date ws-lg-time ws-lg-event ws-lg-quarter
                   ws-lg-facility ws-lg-gendate ws-lg-records
                   ws-lg-hash ws-lg-file ws-lg-note
    unstring f-submit-log-rec delimited by "|"
        into ws-lg-date ws-lg-time ws-lg-event ws-lg-quarter
             ws-lg-facility ws-lg-gendate ws-lg-records
             ws-lg-hash ws-lg-file ws-lg-note
    end-unstring
    .

*>****************************************
*> the agency's answer: loaded whole,
*> matched to the return it answers on the
*> submission log, explained in the
*> findings report; the refused days are
*> kept for -amend only when the answer
*> is matched to a return we sent
*>****************************************

ingest-acknowledgment.

    accept ws-today from date yyyymmdd
    move zero to ws-ack-errors ws-ack-day-count ws-ack-return-errors
    move "0" to ws-ack-header-seen
    move spaces to ws-ack-facility ws-ack-quarter-edt
                   ws-ack-gendate-edt ws-ack-status-word

    open input f-ack

    if ws-ack-status not = "00"
        display "submission-extract: cannot open "
            function trim(ws-ack-file)
            ", file status " ws-ack-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    read f-ack
        at end continue
    end-read

    perform take-one-ack-line
        until ws-ack-status not = "00"

    close f-ack

    if ws-ack-header-seen not = "1"
        or ws-ack-quarter-edt not numeric
        or ws-ack-gendate-edt not numeric
        display "submission-extract: "
            function trim(ws-ack-file)
            " has no readable H line, nothing loaded"
        move 8 to ws-return-code
        exit paragraph
    end-if

    move ws-ack-quarter-edt to ws-quarter
    move ws-ack-gendate-edt to ws-log-gendate
    if ws-ack-facility not = spaces
        move ws-ack-facility to ws-facility
    end-if

    perform match-ack-to-log

    perform write-findings-report

    if ws-is-matched
        perform save-rejected-days
    end-if

    move "ACKNOWLEDGED" to ws-log-event
    move ws-quarter to ws-log-quarter
    move ws-ack-day-count to ws-log-records
    move zero to ws-log-hash
    move ws-ack-file to ws-log-file
    move spaces to ws-log-note
    if ws-is-matched
        string
            function trim(ws-ack-status-word) delimited by size
            ", "                              delimited by size
            ws-ack-day-count                  delimited by size
            " day error(s), "                 delimited by size
            ws-ack-return-errors              delimited by size
            " return error(s)"                delimited by size
            into ws-log-note
        end-string
    else
        string
            function trim(ws-ack-status-word) delimited by size
            ", matches no return on the log"  delimited by size
            into ws-log-note
        end-string
    end-if
    perform append-submit-log

    display "submission-extract: answer for quarter " ws-quarter
        " return of " ws-log-gendate ": "
        function trim(ws-ack-status-word) ", "
        ws-ack-errors " error(s), findings on "
        function trim(ws-findings-file)

    evaluate true
        when not ws-is-matched
            move 8 to ws-return-code
        when ws-ack-errors > 0
            if ws-return-code < 4
                move 4 to ws-return-code
            end-if
        when ws-ack-status-word not = "ACCEPTED"
            if ws-return-code < 4
                move 4 to ws-return-code
            end-if
    end-evaluate
    .

*>****************************************

take-one-ack-line.

    if f-ack-rec not = spaces
        move spaces to ws-ack-kind
        unstring f-ack-rec delimited by "|"
            into ws-ack-kind
        end-unstring

        evaluate function upper-case(ws-ack-kind)
            when "H"
                move "1" to ws-ack-header-seen
                unstring f-ack-rec delimited by "|"
                    into ws-ack-kind ws-ack-facility
                         ws-ack-quarter-edt ws-ack-gendate-edt
                         ws-ack-status-word
                end-unstring
                move function upper-case(ws-ack-status-word)
                    to ws-ack-status-word
            when "E"
                move spaces to ws-ack-key ws-ack-code ws-ack-text
                unstring f-ack-rec delimited by "|"
                    into ws-ack-kind ws-ack-key ws-ack-code
                         ws-ack-text
                end-unstring
                perform take-one-ack-error
            when other
                display "submission-extract: unreadable answer "
                    "line skipped: " function trim(f-ack-rec)
        end-evaluate
    end-if

    read f-ack
        at end continue
    end-read
    .

*>****************************************

take-one-ack-error.

    if ws-ack-errors >= 200
        display "submission-extract: HARD LIMIT - answer error "
            "table full at 200, later errors ignored"
        exit paragraph
    end-if

    add 1 to ws-ack-errors
    move function upper-case(ws-ack-key) to ws-ae-key(ws-ack-errors)
    move function upper-case(ws-ack-code)
        to ws-ae-code(ws-ack-errors)
    move ws-ack-text to ws-ae-text(ws-ack-errors)

    if ws-ack-key numeric
        add 1 to ws-ack-day-count
    else
        add 1 to ws-ack-return-errors
    end-if
    .

*>****************************************
*> a return or amendment of the same
*> quarter, facility and generation date;
*> the later log line wins
*>****************************************

match-ack-to-log.

    move "0" to ws-match-found
    move spaces to ws-match-event ws-match-logdate ws-match-file
                   ws-match-records

    open input f-submit-log

    if ws-submit-log-status not = "00"
        exit paragraph
    end-if

    read f-submit-log
        at end continue
    end-read

    perform test-one-log-match
        until ws-submit-log-status not = "00"

    close f-submit-log
    .

*>****************************************

test-one-log-match.

    perform split-log-line

    if (ws-lg-event = "SUBMITTED" or ws-lg-event = "AMENDED")
        and ws-lg-quarter = ws-ack-quarter-edt
        and ws-lg-gendate = ws-ack-gendate-edt
        and (ws-ack-facility = spaces
             or ws-lg-facility = ws-ack-facility)
        set ws-is-matched to true
        move ws-lg-event to ws-match-event
        move ws-lg-date to ws-match-logdate
        move ws-lg-file to ws-match-file
        move ws-lg-records to ws-match-records
    end-if

    read f-submit-log
        at end continue
    end-read
    .

*>****************************************
*> replaced by each matched answer: the
*> latest answer is the one to amend to
*>****************************************

save-rejected-days.

    open output f-rejected-days

    if ws-rejected-status not = "00"
        display "submission-extract: cannot open "
            function trim(ws-rejected-file)
            ", file status " ws-rejected-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    perform save-one-rejected-day
        varying ws-ack-idx from 1 by 1
        until ws-ack-idx > ws-ack-errors

    close f-rejected-days
    .

*>****************************************

save-one-rejected-day.

    if ws-ae-key(ws-ack-idx) numeric
        move spaces to f-rejected-days-rec
        string
            ws-quarter                delimited by size
            "|"                       delimited by size
            ws-ae-key(ws-ack-idx)     delimited by size
            "|"                       delimited by size
            function trim(ws-ae-code(ws-ack-idx))
                                      delimited by size
            "|"                       delimited by size
            ws-ack-gendate-edt        delimited by size
            into f-rejected-days-rec
        end-string
        write f-rejected-days-rec
    end-if
    .

*>****************************************
*> the findings in plain words: which
*> return the answer is for, the verdict
*> and what to do about it, then each
*> error explained, with what we sent for
*> the day alongside
*>****************************************

write-findings-report.

    open output f-findings

    if ws-findings-status not = "00"
        display "submission-extract: cannot open "
            function trim(ws-findings-file)
            ", file status " ws-findings-status
        move 8 to ws-return-code
        exit paragraph
    end-if

    move 16 to str-ptr
    call "entete" using by content name surname str-ptr
                        ws-report-title ws-page-number
                        by reference entete ws-page-line

    move entete to f-findings-out
    write f-findings-out
    move ws-page-line to f-findings-out
    write f-findings-out

    move spaces to ws-findings-line
    string
        "answer file     : "         delimited by size
        function trim(ws-ack-file)   delimited by size
        into ws-findings-line
    end-string
    perform put-findings-line

    move spaces to ws-findings-line
    string
        "return answered : quarter " delimited by size
        ws-ack-quarter-edt           delimited by size
        ", generated "               delimited by size
        ws-ack-gendate-edt           delimited by size
        ", facility "                delimited by size
        function trim(ws-facility)   delimited by size
        into ws-findings-line
    end-string
    perform put-findings-line

    move spaces to ws-findings-line
    if ws-is-matched
        string
            "matched to      : "        delimited by size
            function trim(ws-match-event)
                                        delimited by size
            " on "                      delimited by size
            ws-match-logdate            delimited by size
            " as "                      delimited by size
            function trim(ws-match-file)
                                        delimited by size
            " ("                        delimited by size
            ws-match-records            delimited by size
            " day(s))"                  delimited by size
            into ws-findings-line
        end-string
    else
        string
            "matched to      : NOTHING - no return of this "
                                         delimited by size
            "quarter and date is on the submission log" delimited by size
            into ws-findings-line
        end-string
    end-if
    perform put-findings-line

    perform write-verdict-line

    move spaces to ws-findings-line
    perform put-findings-line

    if ws-ack-errors = 0
        move "no errors reported by the agency" to ws-findings-line
        perform put-findings-line
    else
        move "errors reported by the agency:" to ws-findings-line
        perform put-findings-line
        perform write-one-finding
            varying ws-ack-idx from 1 by 1
            until ws-ack-idx > ws-ack-errors
    end-if

    move ws-ack-errors to ws-footer-lines
    call "report-footer" using ws-footer-pages ws-footer-lines
                               ws-footer-1 ws-footer-2
    move ws-footer-1 to f-findings-out
    write f-findings-out
    move ws-footer-2 to f-findings-out
    write f-findings-out

    close f-findings
    .

*>****************************************

write-verdict-line.

    move spaces to ws-findings-line

    evaluate true
        when not ws-is-matched
            string
                "verdict         : not acted on - find the return "
                                             delimited by size
                "this answer is for before correcting anything"
                                             delimited by size
                into ws-findings-line
            end-string
        when ws-ack-status-word = "ACCEPTED"
            and ws-ack-errors = 0
            string
                "verdict         : ACCEPTED - the return was taken "
                                             delimited by size
                "as sent, nothing further to do" delimited by size
                into ws-findings-line
            end-string
        when ws-ack-return-errors > 0
            string
                "verdict         : "         delimited by size
                function trim(ws-ack-status-word)
                                             delimited by size
                " - the return as a whole was faulted; correct "
                                             delimited by size
                "the history and run the quarter's return again"
                                             delimited by size
                into ws-findings-line
            end-string
        when other
            string
                "verdict         : "         delimited by size
                function trim(ws-ack-status-word)
                                             delimited by size
                " - "                        delimited by size
                ws-ack-day-count             delimited by size
                " day error(s); correct those days and send "
                                             delimited by size
                "them with -amend"           delimited by size
                into ws-findings-line
            end-string
    end-evaluate

    perform put-findings-line
    .

*>****************************************

write-one-finding.

    move ws-ae-code(ws-ack-idx) to ws-ack-code
    perform explain-agency-code

    move spaces to ws-date-out
    if ws-ae-key(ws-ack-idx) numeric
        string
            ws-ae-key(ws-ack-idx)(1:4) delimited by size
            "-"                        delimited by size
            ws-ae-key(ws-ack-idx)(5:2) delimited by size
            "-"                        delimited by size
            ws-ae-key(ws-ack-idx)(7:2) delimited by size
            into ws-date-out
        end-string
    else
        move "the return" to ws-date-out
    end-if

    move spaces to ws-findings-line
    string
        "  "                        delimited by size
        ws-date-out                 delimited by size
        "  "                        delimited by size
        ws-ae-code(ws-ack-idx)      delimited by size
        "  "                        delimited by size
        function trim(ws-plain-text)
                                    delimited by size
        into ws-findings-line
    end-string
    perform put-findings-line

    if ws-ae-key(ws-ack-idx) numeric and ws-is-matched
        move ws-ae-key(ws-ack-idx) to ws-want-date
        perform look-up-sent-day
        move spaces to ws-findings-line
        evaluate ws-sent-found
            when "1"
                string
                    "                          we sent "
                                            delimited by size
                    "min "                  delimited by size
                    ws-sent-min             delimited by size
                    " max "                 delimited by size
                    ws-sent-max             delimited by size
                    " avg "                 delimited by size
                    ws-sent-avg             delimited by size
                    ", "                    delimited by size
                    function trim(ws-sent-count)
                                            delimited by size
                    " reading(s)"           delimited by size
                    into ws-findings-line
                end-string
            when "0"
                string
                    "                          this day is not on "
                                                 delimited by size
                    "the return we sent" delimited by size
                    into ws-findings-line
                end-string
            when other
                continue
        end-evaluate
        if ws-findings-line not = spaces
            perform put-findings-line
        end-if
    end-if

    if ws-ae-text(ws-ack-idx) not = spaces
        move spaces to ws-findings-line
        string
            "                          agency's words: "
                                        delimited by size
            function trim(ws-ae-text(ws-ack-idx))
                                        delimited by size
            into ws-findings-line
        end-string
        perform put-findings-line
    end-if
    .

*>****************************************
*> the agency's error codes in our words;
*> a code we do not know yet is shown as
*> it came, with the agency's own text
*> beneath it
*>****************************************

explain-agency-code.

    evaluate function trim(ws-ack-code)
        when "E101"
            move spaces to ws-plain-text
            string
                "a figure for the day is outside the range the "
                                             delimited by size
                "agency accepts" delimited by size
                into ws-plain-text
            end-string
        when "E102"
            move spaces to ws-plain-text
            string
                "the day carries no readings (count zero or "
                                             delimited by size
                "missing)" delimited by size
                into ws-plain-text
            end-string
        when "E103"
            move "the day's minimum is above its maximum"
                to ws-plain-text
        when "E104"
            move spaces to ws-plain-text
            string
                "the day's average lies outside its own minimum "
                                             delimited by size
                "and maximum" delimited by size
                into ws-plain-text
            end-string
        when "E105"
            move spaces to ws-plain-text
            string
                "the day falls outside the quarter the return is "
                                             delimited by size
                "for" delimited by size
                into ws-plain-text
            end-string
        when "E106"
            move "the day appears more than once in the return"
                to ws-plain-text
        when "E107"
            move "the day was already accepted on an earlier return"
                to ws-plain-text
        when "E201"
            move spaces to ws-plain-text
            string
                "the facility code in the header is not one the "
                                             delimited by size
                "agency issued" delimited by size
                into ws-plain-text
            end-string
        when "E202"
            move "the quarter in the header is not open for returns"
                to ws-plain-text
        when "E301"
            move spaces to ws-plain-text
            string
                "the trailer's record count does not match the "
                                             delimited by size
                "days sent" delimited by size
                into ws-plain-text
            end-string
        when "E302"
            move spaces to ws-plain-text
            string
                "the trailer's hash total does not match the daily "
                                             delimited by size
                "averages sent" delimited by size
                into ws-plain-text
            end-string
        when other
            move spaces to ws-plain-text
            string
                "agency code "              delimited by size
                function trim(ws-ack-code)  delimited by size
                " is not one we know - see the agency's words"
                                            delimited by size
                into ws-plain-text
            end-string
    end-evaluate
    .

*>****************************************
*> "1" found, "0" not on the return we
*> sent, "X" that return cannot be read
*> any more
*>****************************************

look-up-sent-day.

    move "X" to ws-sent-found

    move ws-match-file to ws-submit-file
    open input f-submission

    if ws-submit-status not = "00"
        exit paragraph
    end-if

    move "0" to ws-sent-found

    read f-submission
        at end continue
    end-read

    perform test-one-sent-record
        until ws-submit-status not = "00"
            or ws-sent-found = "1"

    close f-submission
    .

*>****************************************

test-one-sent-record.

    if (sub-d-type = "D" or sub-d-type = "C")
        and sub-d-date = ws-want-date
        move "1" to ws-sent-found
        move sub-d-min to ws-sent-min
        move sub-d-max to ws-sent-max
        move sub-d-avg to ws-sent-avg
        move sub-d-count to ws-sent-count
        exit paragraph
    end-if

    read f-submission
        at end continue
    end-read
    .

*>****************************************

put-findings-line.

    move ws-findings-line to f-findings-out
    write f-findings-out
    .

*>****************************************
*> the quarter's history as the log has
*> it, oldest first
*>****************************************

list-submission-history.

    move zero to ws-history-count

    open input f-submit-log

    if ws-submit-log-status not = "00"
        display "submission-extract: no submission log on "
            function trim(ws-submit-log-file)
        move 4 to ws-return-code
        exit paragraph
    end-if

    display "submission-extract: quarter " ws-quarter " history"
    display "  logged          event        generated  "
        "records  note / file"

    read f-submit-log
        at end continue
    end-read

    perform list-one-history-line
        until ws-submit-log-status not = "00"

    close f-submit-log

    display "submission-extract: " ws-history-count
        " event(s) for quarter " ws-quarter
    .

*>****************************************

list-one-history-line.

    perform split-log-line

    if ws-lg-quarter = ws-quarter
        add 1 to ws-history-count
        if ws-lg-note = spaces
            move ws-lg-file to ws-lg-note
        end-if
        display "  " ws-lg-date " " ws-lg-time "  " ws-lg-event
            " " ws-lg-gendate "   " ws-lg-records "   "
            function trim(ws-lg-note)
    end-if

    read f-submit-log
        at end continue
    end-read
    .

