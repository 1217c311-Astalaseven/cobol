*> over the whole sequential extract.
*>
*>   reprocess <ptr> [<ptr> ...]
*>
*> each pass is journalled (RX) under its
*> own lineage key - run, supplement
*> file, request number - with the ptr
*> and the value's vault token, which is
*> how lineage-query ties it back to the
*> extract record the indexed file holds
*>****************************************

environment division.
    03 sen-offset-edt   pic x(10).
    03 sen-min-edt      pic x(10).
    03 sen-max-edt      pic x(10).
    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

*>****************************************

        05 ws-sen-offset     pic s999v9999.
        05 ws-sen-min        pic s999v9999.
        05 ws-sen-max        pic s999v9999.
        05 ws-sen-image      pic x(92).
        05 ws-sen-asof       pic x.
            88 ws-sen-holds-version    value "Y".

*>****************************************
*> a master image, as the master holds it
*> or as it stood on the processing date
*> off sensor-maint's version file -
*> interro1's treatment, so a reconverted
*> reading meets the offset and band it
*> was first judged by
*>****************************************

01 ws-ver-image.
    03 ws-ver-ptr        pic 9(4).
    03 ws-ver-name       pic x(20).
    03 ws-ver-location   pic x(20).
    03 ws-ver-offset-edt pic x(10).
    03 ws-ver-min-edt    pic x(10).
    03 ws-ver-max-edt    pic x(10).
    03 ws-ver-active     pic x.
    03 ws-ver-site       pic x(3).
    03 ws-ver-owner      pic x(8).
    03 ws-ver-spike-edt  pic x(6).
77 ws-ver-status        pic x.
    88 ws-ver-is-found             value "1".

77 ws-sen-num-scrub     pic x(30).
77 ws-range-min         pic s999v9999.
77 ws-val-edt           pic -(3)9.9999.
77 ws-val-edt5          pic -(4)9.9999.

*>****************************************
*> the certificate curve, through the
*> same cal-curve interro1 calls; the
*> indexed file keeps no reading date, so
*> the curve - like the master version -
*> is the one in force on the processing
*> date (PROCESS_DATE, else today)
*>****************************************

77 ws-raw-celsius       pic s999v9999.
77 ws-curve-date        pic 9(8).
77 ws-curve-site        pic x(3)  value spaces.
77 ws-curve-result      pic s999v9999.
77 ws-curve-corr        pic s99v9999.
77 ws-curve-cert        pic x(14).
77 ws-curve-status      pic x.
    88 ws-curve-is-applied         value "1".
    88 ws-curve-is-size-error      value "2".

77 ws-run-id            pic x(11) value spaces.
77 ws-lin-run           pic x(11).
77 ws-lin-recno-edt     pic 9(6).
77 ws-lin-key           pic x(60).
77 ws-lin-kind          pic x(2).
77 ws-lin-detail        pic x(200).
77 ws-lin-token         pic x(30).
77 ws-lin-outcome       pic x(20).
77 ws-lin-master        pic x(40).

77 ws-return-code       pic 9     value 0.

*>****************************************
        ws-request-count " sensor(s) reconverted"
end-if

move "CL" to ws-lin-kind
call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail

if ws-failed-count > 0 and ws-return-code = 0
    move 4 to ws-return-code
end-if
        move ws-param-value to ws-indexed-file
    end-if

    move "CYCLE_RUN_ID" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-run-id
    end-if

    move "GON_SUPPLEMENT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces

    perform load-sensor-master

    accept ws-curve-date from date yyyymmdd
    move "PROCESS_DATE" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        and ws-param-value(1:8) numeric
        move ws-param-value(1:8) to ws-curve-date
    end-if

    move low-values to ws-ptr-arg
    accept ws-ptr-arg from argument-value
        on exception continue
        set ws-sen-known(ws-sensor-idx) to true
        move sen-ptr to ws-sen-ptr(ws-sensor-idx)

        move f-sensors-in to ws-sen-image(ws-sensor-idx)
        move "N" to ws-sen-asof(ws-sensor-idx)
        move f-sensors-in to ws-ver-image
        perform take-sensor-image
    end-if

    read f-sensors
    end-read
    .

*>****************************************

take-sensor-image.

    move zero to ws-sen-offset(ws-sensor-idx)
    move ws-ver-offset-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-offset(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error continue
        end-compute
    end-if

    move ws-temp-min to ws-sen-min(ws-sensor-idx)
    move ws-ver-min-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-min(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error continue
        end-compute
    end-if

    move ws-temp-max to ws-sen-max(ws-sensor-idx)
    move ws-ver-max-edt to ws-sen-num-scrub
    call "scrub-numeric" using ws-sen-num-scrub
    if ws-sen-num-scrub not = spaces
        compute ws-sen-max(ws-sensor-idx) =
                function numval(ws-sen-num-scrub)
            on size error continue
        end-compute
    end-if
    .

*>****************************************
*> the master as it stood on the
*> processing date, interro1's rule
*>****************************************

resolve-sensor-version.

    call "sensor-asof" using idx-ptr ws-curve-site ws-curve-date
        ws-ver-image ws-ver-status

    if ws-ver-is-found
        perform take-sensor-image
        move "Y" to ws-sen-asof(ws-sensor-idx)
        exit paragraph
    end-if

    if ws-sen-holds-version(ws-sensor-idx)
        move ws-sen-image(ws-sensor-idx) to ws-ver-image
        perform take-sensor-image
        move "N" to ws-sen-asof(ws-sensor-idx)
    end-if
    .

*>****************************************
*> one keyed READ per requested ptr, then
*> the same treatment interro1 gives a
            exit perform
        end-if
    end-perform
    if ws-sensor-idx > 0
        perform resolve-sensor-version
    end-if
    move ws-temp-min to ws-range-min
    move ws-temp-max to ws-range-max

    move celsius to ws-raw-celsius
    move "0" to ws-curve-status
    if not ws-is-bad-value
        call "cal-curve" using idx-ptr ws-curve-site ws-curve-date
            celsius ws-curve-result ws-curve-corr ws-curve-cert
            ws-curve-status
        evaluate true
            when ws-curve-is-applied
                move ws-curve-result to celsius
            when ws-curve-is-size-error
                move "1" to ws-bad-value
            when other
                continue
        end-evaluate
    end-if

    if ws-sensor-idx > 0
        if not ws-is-bad-value
            and not ws-curve-is-applied
            add ws-sen-offset(ws-sensor-idx) to celsius
                on size error
                    move "1" to ws-bad-value
            into f-supplement-out
        end-string
        write f-supplement-out
        move "unusable" to ws-lin-outcome
        perform journal-reprocessed
        exit paragraph
    end-if

    move ws-conv-result to ws-kel-val

    perform write-supplement-line
    move "reconverted" to ws-lin-outcome
    perform journal-reprocessed

    add 1 to ws-done-count
    .
*>****************************************
*> same fixed-column shape as the main
*> f-gon report, so the supplement lines
*> file alongside it; the raw column sits
*> before the corrected celsius so the
*> calibration correction can be checked
*> line by line
*>****************************************

write-supplement-line.
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-fixed-line ws-fixed-col

    move "raw" to ws-col-label
    move ws-raw-celsius to ws-val-edt
    move ws-val-edt to ws-col-value
    move 10 to ws-col-width
    call "report-line" using ws-col-label ws-col-value
        ws-col-width ws-fixed-line ws-fixed-col

    move "cels" to ws-col-label
    move celsius to ws-val-edt
    move ws-val-edt to ws-col-value
    move ws-fixed-line to f-supplement-out
    write f-supplement-out
    .

*>****************************************
*> the master a pass was judged by, in
*> the words interro1's journal uses
*>****************************************

journal-reprocessed.

    move ws-run-id to ws-lin-run
    if ws-lin-run = spaces
        move spaces to ws-lin-run
        string
            ws-curve-date       delimited by size
            "-00"               delimited by size
            into ws-lin-run
        end-string
    end-if

    move ws-request-count to ws-lin-recno-edt
    move spaces to ws-lin-key
    string
        function trim(ws-lin-run)       delimited by size
        "/"                             delimited by size
        function trim(ws-supplement-file)
                                        delimited by size
        "/"                             delimited by size
        ws-lin-recno-edt                delimited by size
        into ws-lin-key
    end-string

    move spaces to ws-lin-master
    evaluate true
        when ws-sensor-idx = 0
            move "not on the sensor master" to ws-lin-master
        when ws-sen-holds-version(ws-sensor-idx)
            string
                "master version in force "  delimited by size
                ws-curve-date               delimited by size
                into ws-lin-master
            end-string
        when other
            move "sensor master as it stands" to ws-lin-master
    end-evaluate

    move idx-str to ws-lin-token
    if ws-lin-token not = spaces
        call "tokenize-vault" using ws-lin-token
    end-if

    move spaces to ws-lin-detail
    string
        idx-ptr                         delimited by size
        "|"                             delimited by size
        function trim(ws-lin-token)     delimited by size
        "|"                             delimited by size
        function trim(ws-lin-outcome)   delimited by size
        "|"                             delimited by size
        function trim(ws-supplement-file)
                                        delimited by size
        "|"                             delimited by size
        function trim(ws-lin-master)    delimited by size
        into ws-lin-detail
    end-string
    move "RX" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .
