*> and range sanity checks at entry time,
*> every change writes a before/after
*> image to the maintenance audit file
*> with the operator and timestamp, and
*> lays the new image down on the
*> version file from the day it takes
*> effect, so a reading is judged by the
*> master as it stood on its own date; a
*> deactivated sensor keeps its record
*> (active flag "I") so its history
*> linkage survives while the coverage
*>
*>   sensor-maint          prompted action
*>   sensor-maint -list    list the master
*>   sensor-maint -preview bulk file read
*>                         and reported,
*>                         master untouched
*>   sensor-maint -commit  bulk file's clean
*>                         lines applied
*>
*> the bulk file (SENSOR_BULK_IN) is a
*> spreadsheet extract, one sensor a line
*> through csv-parse (SENSOR_BULK_DELIM,
*> comma by default) -
*>   ptr,name,location,offset,min,max,
*>   spike,site,owner,effective
*> a heading line starting "ptr" is passed
*> over. a ptr already on the master is a
*> change, a new one an add; every line
*> gets the checks a keyed entry gets, and
*> the report (SENSOR_BULK_REPORT) shows
*> each line's add, change or errors. the
*> commit re-checks against the master as
*> it then stands, applies only the clean
*> lines, and audits and versions each one
*> exactly as a keyed change.
*>****************************************

environment division.
    select f-calibration assign to dynamic ws-calib-file
        organization line sequential
        file status is ws-calib-status.
    select f-versions assign to dynamic ws-versions-file
        organization line sequential
        file status is ws-versions-status.
    select f-bulk-in assign to dynamic ws-bulk-file
        organization line sequential
        file status is ws-bulk-status.
    select f-bulk-report assign to dynamic ws-bulk-report-file
        organization line sequential
        file status is ws-bulk-report-status.

*>****************************************

    03 sen-active       pic x.
    03 sen-site         pic x(3).
    03 sen-owner        pic x(8).
    03 sen-spike-edt    pic x(6).

fd f-maint-audit.
01 f-maint-audit-rec    pic x(200).

fd f-bulk-in.
01 f-bulk-in-rec        pic x(200).

fd f-bulk-report.
01 f-bulk-report-out    pic x(132).

*>****************************************
*> successor map: "old|new|changeover" -
*> the replacement sensor continues the

*>****************************************
*> calibration log: "ptr|cert|cal-date|
*> due-date|technician|site|points",
*> appended per certificate the lab
*> issues; a blank site serves every
*> site, the way the master does. points
*> are the certificate's corrections at
*> its reference temperatures, "ref:corr"
*> pairs separated by ";" in rising
*> reference order, up to 8 - blank when
*> the certificate gives none
*>****************************************

fd f-calibration.
01 f-calibration-rec    pic x(200).

*>****************************************
*> dated master versions, appended per
*> change: "yyyymmdd ACT  <image>" - the
*> first change to a sensor also writes
*> the image it replaced, dated 00000000,
*> as the version standing until then
*>****************************************

fd f-versions.
01 f-versions-rec.
    03 ver-effective    pic x(8).
    03 filler           pic x.
    03 ver-action       pic x(4).
    03 filler           pic x.
    03 ver-image.
        05 ver-ptr          pic x(4).
        05 filler           pic x(88).

*>****************************************

77 ws-cb-due            pic x(10).
77 ws-cb-tech           pic x(20).
77 ws-cb-site           pic x(5).
77 ws-cb-points         pic x(120).

01 ws-cp-tok-table.
    03 ws-cp-tok         occurs 9 pic x(20).
77 ws-cp-idx            pic 99.
77 ws-cp-ref-in         pic x(20).
77 ws-cp-corr-in        pic x(20).
77 ws-cp-ref            pic s999v9999.
77 ws-cp-corr           pic s999v9999.
77 ws-cp-prev-ref       pic s999v9999.
77 ws-cp-count          pic 99.

77 ws-versions-file     pic x(80) value "file-sensor-versions".
77 ws-versions-status   pic xx.
77 ws-eff-in            pic x(10).
77 ws-eff-date          pic 9(8).
77 ws-ver-found         pic x.
77 ws-audit-eff         pic x(30).

77 ws-mode-arg          pic x(20).
77 ws-action            pic x(4).

01 ws-master-table.
    03 ws-ms-entry      occurs 500.
        05 ws-ms-rec        pic x(96).
        05 ws-ms-ptr        pic 9(4).
77 ws-master-count      pic 9(3)  value 0.
77 ws-master-idx        pic 9(3).
77 ws-in-offset         pic x(10).
77 ws-in-min            pic x(10).
77 ws-in-max            pic x(10).
77 ws-in-spike          pic x(10).
77 ws-scrub             pic x(30).
77 ws-num-offset        pic s999v9999.
77 ws-num-min           pic s999v9999.
77 ws-num-max           pic s999v9999.
77 ws-num-spike         pic s999v9999.
77 ws-entry-ok          pic x.
77 ws-entry-reason      pic x(60).

77 ws-before-image      pic x(96).
77 ws-after-image       pic x(96).
77 ws-new-rec           pic x(96).
77 ws-in-site           pic x(5).
77 ws-in-owner          pic x(10).

    copy timestamp.
77 ws-audit-line        pic x(200).

*>****************************************
*> bulk load: the extract, the report, and
*> per line the errors its checks found
*>****************************************

77 ws-bulk-file         pic x(80) value "file-sensor-bulk".
77 ws-bulk-status       pic xx.
77 ws-bulk-report-file  pic x(80) value "file-sensor-bulk-report".
77 ws-bulk-report-status pic xx.
77 ws-bulk-mode         pic x     value " ".
    88 ws-is-bulk                  value "P" "C".
    88 ws-is-bulk-preview          value "P".
    88 ws-is-bulk-commit           value "C".

77 ws-bulk-delim        pic x(10) value ",".
77 ws-bulk-delim2       pic x(10) value low-values.
77 ws-bulk-delim3       pic x(10) value low-values.
    copy csv-fields.
77 ws-csv-count         pic 99.
77 ws-csv-oversized     pic x.
77 ws-csv-parse-error   pic x.
77 ws-csv-keep-empty    pic x     value "1".

01 ws-bulk-error-table.
    03 ws-bulk-error     occurs 10 pic x(60).
77 ws-bulk-error-count  pic 99.
77 ws-bulk-error-idx    pic 99.

01 ws-bulk-seen-table.
    03 ws-bulk-seen-ptr  occurs 500 pic 9(4).
77 ws-bulk-seen-count   pic 9(3)  value 0.
77 ws-bulk-seen-idx     pic 9(3).
77 ws-bulk-repeat       pic x.

77 ws-bulk-line-no      pic 9(5)  value 0.
77 ws-bulk-action       pic x(6).
77 ws-bulk-detail       pic x(60).
77 ws-bulk-adds         pic 9(5)  value 0.
77 ws-bulk-changes      pic 9(5)  value 0.
77 ws-bulk-same         pic 9(5)  value 0.
77 ws-bulk-errors       pic 9(5)  value 0.
77 ws-bulk-applied      pic x     value "0".
77 ws-bulk-count-edt    pic z(4)9.
77 ws-bulk-adds-edt     pic z(4)9.
77 ws-bulk-changes-edt  pic z(4)9.
77 ws-bulk-same-edt     pic z(4)9.
77 ws-bulk-errors-edt   pic z(4)9.
77 ws-bulk-detail-ptr   pic 99.
77 ws-bulk-ptr-ok       pic x.
77 ws-bulk-rc           pic 9     value 0.

*>****************************************

procedure division.
    move ws-param-value to ws-audit-file
end-if

move "SENSOR_VERSIONS" to ws-param-key
call "read-param" using ws-param-key ws-param-value
if ws-param-value not = spaces
    move ws-param-value to ws-versions-file
end-if

move spaces to ws-mode-arg
accept ws-mode-arg from argument-value
    on exception continue
    goback
end-if

if ws-mode-arg = "-preview" or ws-mode-arg = "-commit"
    if ws-mode-arg = "-preview"
        set ws-is-bulk-preview to true
    else
        set ws-is-bulk-commit to true
    end-if
    perform bulk-load
    move ws-bulk-rc to return-code
    goback
end-if

display "action (A add / C change / D deactivate / L list"
    " / S record a replacement / K log a calibration): "
    with no advancing

take-sensor-fields.

    display "name: " with no advancing
    move spaces to ws-in-name
    accept ws-in-name
    move spaces to ws-in-max
    accept ws-in-max

*>  the hour-to-hour change interro1 tolerates before it
*>  reports a spike; a fast-moving room (a cold store
*>  door, a kiln) carries its own wider figure
    display "spike limit degrees per hour (blank = default): "
        with no advancing
    move spaces to ws-in-spike
    accept ws-in-spike

    display "site code (blank = every site): "
        with no advancing
    move spaces to ws-in-site
    accept ws-in-site

    display "owning department (blank = unassigned): "
        with no advancing
    move spaces to ws-in-owner
    accept ws-in-owner

    perform check-sensor-fields
    .

*>****************************************
*> the checks themselves, shared by the
*> keyed entry and the bulk load so a
*> spreadsheet line passes exactly what a
*> keyed one would
*>****************************************

check-sensor-fields.

    move "1" to ws-entry-ok

    move zero to ws-num-offset
    if ws-in-offset not = spaces
        move ws-in-offset to ws-scrub
        call "scrub-numeric" using ws-scrub
        if ws-scrub = spaces
            move "offset is not numeric" to ws-entry-reason
            perform refuse-entry-field
        else
            compute ws-num-offset = function numval(ws-scrub)
                on size error
                    move "offset out of range" to ws-entry-reason
                    perform refuse-entry-field
            end-compute
            move ws-scrub to ws-in-offset
        end-if
    end-if

    if ws-num-offset > 50 or ws-num-offset < -50
        move "a calibration offset past 50 degrees is not plausible"
            to ws-entry-reason
        perform refuse-entry-field
    end-if

    move -273.15 to ws-num-min
        move ws-in-min to ws-scrub
        call "scrub-numeric" using ws-scrub
        if ws-scrub = spaces
            move "minimum is not numeric" to ws-entry-reason
            perform refuse-entry-field
        else
            compute ws-num-min = function numval(ws-scrub)
                on size error
                    move "minimum out of range" to ws-entry-reason
                    perform refuse-entry-field
            end-compute
            move ws-scrub to ws-in-min
        end-if
        move ws-in-max to ws-scrub
        call "scrub-numeric" using ws-scrub
        if ws-scrub = spaces
            move "maximum is not numeric" to ws-entry-reason
            perform refuse-entry-field
        else
            compute ws-num-max = function numval(ws-scrub)
                on size error
                    move "maximum out of range" to ws-entry-reason
                    perform refuse-entry-field
            end-compute
            move ws-scrub to ws-in-max
        end-if
    end-if

    if ws-num-min >= ws-num-max
        move "minimum must sit below maximum" to ws-entry-reason
        perform refuse-entry-field
    end-if

    move zero to ws-num-spike
    if ws-in-spike not = spaces
        move ws-in-spike to ws-scrub
        call "scrub-numeric" using ws-scrub
        if ws-scrub = spaces
            move "spike limit is not numeric" to ws-entry-reason
            perform refuse-entry-field
        else
            compute ws-num-spike = function numval(ws-scrub)
                on size error
                    move "spike limit out of range" to ws-entry-reason
                    perform refuse-entry-field
            end-compute
            move ws-scrub to ws-in-spike
            if ws-num-spike not > 0 or ws-num-spike > 100
                or ws-in-spike(7:) not = spaces
                move "a spike limit must be above 0 and at most 100 degrees"
                    to ws-entry-reason
                perform refuse-entry-field
            end-if
        end-if
    end-if
    .

*>****************************************
*> a keyed entry says what is wrong on the
*> console at once; a bulk line keeps it
*> for the line's place on the report
*>****************************************

refuse-entry-field.

    move "0" to ws-entry-ok

    if ws-is-bulk
        if ws-bulk-error-count < 10
            add 1 to ws-bulk-error-count
            move ws-entry-reason to ws-bulk-error(ws-bulk-error-count)
        end-if
    else
        display "sensor-maint: " function trim(ws-entry-reason)
    end-if
    .

*>****************************************
    move spaces to ws-in-ptr
    accept ws-in-ptr

    perform check-ptr-value
    .

*>****************************************

check-ptr-value.

    move ws-in-ptr to ws-scrub
    call "scrub-numeric" using ws-scrub
    if ws-scrub = spaces
        or function numval(ws-scrub) > 9999
        move "not a sensor ptr" to ws-entry-reason
        perform refuse-entry-field
    else
        compute ws-ptr-n = function numval(ws-scrub)
    end-if
                        to ws-new-rec(76:3)
    move function upper-case(ws-in-owner(1:8))
                        to ws-new-rec(79:8)
    move ws-in-spike    to ws-new-rec(87:6)
    .

*>****************************************
*> the day the change takes effect: blank
*> is today, a back-dated day re-judges
*> readings already taken, a future day
*> leaves the old version standing until
*> it comes
*>****************************************

take-effective-date.

    display "effective from yyyymmdd (blank = today): "
        with no advancing
    move spaces to ws-eff-in
    accept ws-eff-in

    perform check-effective-date
    .

*>****************************************

check-effective-date.

    if ws-eff-in = spaces
        accept ws-eff-date from date yyyymmdd
        exit paragraph
    end-if

    if ws-eff-in(1:8) not numeric
        or ws-eff-in(9:) not = spaces
        move "effective date must be yyyymmdd" to ws-entry-reason
        perform refuse-entry-field
        exit paragraph
    end-if

    move ws-eff-in(1:8) to ws-eff-date
    if function test-date-yyyymmdd(ws-eff-date) not = 0
        move "effective date is not a date" to ws-entry-reason
        perform refuse-entry-field
    end-if
    .

*>****************************************
    end-if

    perform take-sensor-fields
    perform take-effective-date
    if ws-entry-ok not = "1"
        display "sensor-maint: entry refused, nothing changed"
        exit paragraph
    move "ADD" to ws-action
    perform write-master
    perform write-maint-audit
    perform write-sensor-version

    display "sensor-maint: ptr " ws-ptr-n " added"
    .
        function trim(ws-ms-rec(ws-match-idx))

    perform take-sensor-fields
    perform take-effective-date
    if ws-entry-ok not = "1"
        display "sensor-maint: entry refused, nothing changed"
        exit paragraph
    move "CHG" to ws-action
    perform write-master
    perform write-maint-audit
    perform write-sensor-version

    display "sensor-maint: ptr " ws-ptr-n " changed"
    .
        exit paragraph
    end-if

    perform take-effective-date
    if ws-entry-ok not = "1"
        display "sensor-maint: entry refused, nothing changed"
        exit paragraph
    end-if

    move ws-ms-rec(ws-match-idx) to ws-before-image
    move "I" to ws-ms-rec(ws-match-idx)(75:1)
    move ws-ms-rec(ws-match-idx) to ws-after-image
    move "DEAC" to ws-action
    perform write-master
    perform write-maint-audit
    perform write-sensor-version

    display "sensor-maint: ptr " ws-ptr-n " deactivated"
    .
    move spaces to ws-cb-site
    accept ws-cb-site

    display "correction points ref:corr;ref:corr... "
        "(blank = none): " with no advancing
    move spaces to ws-cb-points
    accept ws-cb-points

    if ws-cb-cert = spaces
        or ws-cb-date(1:8) not numeric
        or ws-cb-due(1:8) not numeric
        exit paragraph
    end-if

    if ws-cb-points not = spaces
        perform check-correction-points
        if ws-entry-ok not = "1"
            exit paragraph
        end-if
    end-if

    open extend f-calibration
    if ws-calib-status = "35"
        open output f-calibration
        "|"                         delimited by size
        function upper-case(ws-cb-site(1:3))
                                    delimited by size
        "|"                         delimited by size
        function trim(ws-cb-points) delimited by size
        into f-calibration-rec
    end-string
    write f-calibration-rec
    display "sensor-maint: calibration logged for ptr " ws-ptr-n
    .

*>****************************************
*> the points are checked the way interro1
*> will read them: numeric pairs, at most
*> 8, references rising, no correction
*> past the 50 degrees a flat offset is
*> held to
*>****************************************

check-correction-points.

    move spaces to ws-cp-tok-table
    unstring ws-cb-points delimited by ";"
        into ws-cp-tok(1) ws-cp-tok(2) ws-cp-tok(3) ws-cp-tok(4)
             ws-cp-tok(5) ws-cp-tok(6) ws-cp-tok(7) ws-cp-tok(8)
             ws-cp-tok(9)
    end-unstring

    if ws-cp-tok(9) not = spaces
        display "sensor-maint: at most 8 correction points, "
            "nothing logged"
        move "0" to ws-entry-ok
        exit paragraph
    end-if

    move zero to ws-cp-count
    perform check-one-point
        varying ws-cp-idx from 1 by 1
        until ws-cp-idx > 8 or ws-entry-ok not = "1"

    if ws-entry-ok = "1" and ws-cp-count = 0
        display "sensor-maint: no correction points read, "
            "nothing logged"
        move "0" to ws-entry-ok
    end-if
    .

*>****************************************

check-one-point.

    if ws-cp-tok(ws-cp-idx) = spaces
        exit paragraph
    end-if

    move spaces to ws-cp-ref-in ws-cp-corr-in
    unstring ws-cp-tok(ws-cp-idx) delimited by ":"
        into ws-cp-ref-in ws-cp-corr-in
    end-unstring

    move ws-cp-ref-in to ws-scrub
    call "scrub-numeric" using ws-scrub
    if ws-scrub = spaces
        display "sensor-maint: bad correction point "
            function trim(ws-cp-tok(ws-cp-idx)) ", nothing logged"
        move "0" to ws-entry-ok
        exit paragraph
    end-if
    compute ws-cp-ref = function numval(ws-scrub)
        on size error
            display "sensor-maint: bad correction point "
                function trim(ws-cp-tok(ws-cp-idx)) ", nothing logged"
            move "0" to ws-entry-ok
            exit paragraph
    end-compute

    move ws-cp-corr-in to ws-scrub
    call "scrub-numeric" using ws-scrub
    if ws-scrub = spaces
        display "sensor-maint: bad correction point "
            function trim(ws-cp-tok(ws-cp-idx)) ", nothing logged"
        move "0" to ws-entry-ok
        exit paragraph
    end-if
    compute ws-cp-corr = function numval(ws-scrub)
        on size error
            display "sensor-maint: bad correction point "
                function trim(ws-cp-tok(ws-cp-idx)) ", nothing logged"
            move "0" to ws-entry-ok
            exit paragraph
    end-compute

    if ws-cp-corr > 50 or ws-cp-corr < -50
        display "sensor-maint: a correction past 50 degrees is "
            "not a calibration, nothing logged"
        move "0" to ws-entry-ok
        exit paragraph
    end-if

    if ws-cp-count > 0 and ws-cp-ref <= ws-cp-prev-ref
        display "sensor-maint: correction points must rise in "
            "reference temperature, nothing logged"
        move "0" to ws-entry-ok
        exit paragraph
    end-if

    add 1 to ws-cp-count
    move ws-cp-ref to ws-cp-prev-ref
    .

*>****************************************
*> the bulk load, preview or commit: the
*> same run over the extract either way,
*> so what the preview promised is what
*> the commit does unless the master
*> moved in between
*>****************************************

bulk-load.

    move "SENSOR_BULK_IN" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-bulk-file
    end-if

    move "SENSOR_BULK_REPORT" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value to ws-bulk-report-file
    end-if

    move "SENSOR_BULK_DELIM" to ws-param-key
    call "read-param" using ws-param-key ws-param-value
    if ws-param-value not = spaces
        move ws-param-value(1:1) to ws-bulk-delim
    end-if

    open input f-bulk-in
    if ws-bulk-status not = "00"
        display "sensor-maint: cannot open "
            function trim(ws-bulk-file)
            ", file status " ws-bulk-status
        move 8 to ws-bulk-rc
        exit paragraph
    end-if

    open output f-bulk-report
    if ws-bulk-report-status not = "00"
        display "sensor-maint: cannot open "
            function trim(ws-bulk-report-file)
            ", file status " ws-bulk-report-status
        close f-bulk-in
        move 8 to ws-bulk-rc
        exit paragraph
    end-if

    move spaces to f-bulk-report-out
    if ws-is-bulk-preview
        string
            "SENSOR MASTER BULK LOAD - PREVIEW, master not changed"
                                            delimited by size
            into f-bulk-report-out
        end-string
    else
        string
            "SENSOR MASTER BULK LOAD - COMMIT, clean lines applied"
                                            delimited by size
            into f-bulk-report-out
        end-string
    end-if
    write f-bulk-report-out

    move spaces to f-bulk-report-out
    string
        "extract "                          delimited by size
        function trim(ws-bulk-file)         delimited by size
        into f-bulk-report-out
    end-string
    write f-bulk-report-out

    move spaces to f-bulk-report-out
    write f-bulk-report-out
    move "   line ptr       action detail" to f-bulk-report-out
    write f-bulk-report-out

    read f-bulk-in
        at end continue
    end-read

    perform bulk-one-line
        until ws-bulk-status not = "00"

    close f-bulk-in

    move spaces to f-bulk-report-out
    write f-bulk-report-out

    move ws-bulk-adds to ws-bulk-adds-edt
    move ws-bulk-changes to ws-bulk-changes-edt
    move ws-bulk-same to ws-bulk-same-edt
    move ws-bulk-errors to ws-bulk-errors-edt
    move spaces to f-bulk-report-out
    string
        "adds "                             delimited by size
        function trim(ws-bulk-adds-edt)     delimited by size
        "   changes "                       delimited by size
        function trim(ws-bulk-changes-edt)  delimited by size
        "   unchanged "                     delimited by size
        function trim(ws-bulk-same-edt)     delimited by size
        "   lines in error "                delimited by size
        function trim(ws-bulk-errors-edt)   delimited by size
        into f-bulk-report-out
    end-string
    write f-bulk-report-out

    close f-bulk-report

    display "sensor-maint: bulk " function trim(ws-mode-arg)
        " - " ws-bulk-adds " add(s), " ws-bulk-changes
        " change(s), " ws-bulk-same " unchanged, "
        ws-bulk-errors " line(s) in error"

    if ws-bulk-errors > 0
        move 4 to ws-bulk-rc
    end-if
    .

*>****************************************

bulk-one-line.

    add 1 to ws-bulk-line-no

    if f-bulk-in-rec not = spaces
        perform bulk-check-line
    end-if

    read f-bulk-in
        at end continue
    end-read
    .

*>****************************************

bulk-check-line.

    move "0" to ws-csv-oversized ws-csv-parse-error
    call "csv-parse" using by content f-bulk-in-rec
        ws-bulk-delim ws-bulk-delim2 ws-bulk-delim3
        by reference csv-parsed ws-csv-count
        ws-csv-oversized ws-csv-parse-error ws-csv-keep-empty

*>  the spreadsheet's own heading row
    if function upper-case(function trim(csv-field(1))) = "PTR"
        exit paragraph
    end-if

    move zero to ws-bulk-error-count
    move spaces to ws-bulk-error-table ws-bulk-detail

    if ws-csv-parse-error = "1"
        move "unterminated quote" to ws-entry-reason
        perform refuse-entry-field
    end-if
    if ws-csv-oversized = "1"
        move "a field is longer than 30 characters"
            to ws-entry-reason
        perform refuse-entry-field
    end-if

    move csv-field(1) to ws-in-ptr
    move csv-field(2) to ws-in-name
    move csv-field(3) to ws-in-location
    move csv-field(4) to ws-in-offset
    move csv-field(5) to ws-in-min
    move csv-field(6) to ws-in-max
    move csv-field(7) to ws-in-spike
    move csv-field(8) to ws-in-site
    move csv-field(9) to ws-in-owner
    move csv-field(10) to ws-eff-in

*>  a keyed entry cannot overrun these fields, a
*>  spreadsheet cell can - it is refused, not cut
    if csv-field(2)(21:) not = spaces
        move "name longer than 20 characters" to ws-entry-reason
        perform refuse-entry-field
    end-if
    if csv-field(3)(21:) not = spaces
        move "location longer than 20 characters" to ws-entry-reason
        perform refuse-entry-field
    end-if
    if csv-field(8)(4:) not = spaces
        move "site code longer than 3 characters" to ws-entry-reason
        perform refuse-entry-field
    end-if
    if csv-field(9)(9:) not = spaces
        move "owner longer than 8 characters" to ws-entry-reason
        perform refuse-entry-field
    end-if

    move "1" to ws-entry-ok
    perform check-ptr-value
    move ws-entry-ok to ws-bulk-ptr-ok
    if ws-bulk-ptr-ok = "1"
        perform bulk-check-repeat
    end-if

    perform check-sensor-fields
    perform check-effective-date

    move zero to ws-match-idx
    if ws-bulk-ptr-ok = "1"
        perform find-master-entry
    end-if

    if ws-match-idx = 0 and ws-master-count >= 500
        move "master table full" to ws-entry-reason
        perform refuse-entry-field
    end-if

    evaluate true
        when ws-bulk-error-count > 0
            move "ERROR" to ws-bulk-action
            add 1 to ws-bulk-errors
        when ws-match-idx = 0
            perform build-new-record
            move "ADD" to ws-bulk-action
            string
                function trim(ws-in-name)   delimited by size
                " / "                       delimited by size
                function trim(ws-in-location) delimited by size
                into ws-bulk-detail
            end-string
            add 1 to ws-bulk-adds
            if ws-is-bulk-commit
                perform bulk-apply-add
            end-if
        when other
            perform build-new-record
            if ws-new-rec = ws-ms-rec(ws-match-idx)
                move "SAME" to ws-bulk-action
                move "matches the master, nothing to change"
                    to ws-bulk-detail
                add 1 to ws-bulk-same
            else
                move "CHANGE" to ws-bulk-action
                perform bulk-changed-fields
                add 1 to ws-bulk-changes
                if ws-is-bulk-commit
                    perform bulk-apply-change
                end-if
            end-if
    end-evaluate

    perform bulk-write-line
    .

*>****************************************
*> a ptr twice in one extract is an error
*> on its second line - which of the two
*> was meant is for the lab to say
*>****************************************

bulk-check-repeat.

    move "0" to ws-bulk-repeat
    perform test-one-seen-ptr
        varying ws-bulk-seen-idx from 1 by 1
        until ws-bulk-seen-idx > ws-bulk-seen-count
            or ws-bulk-repeat = "1"

    if ws-bulk-repeat = "1"
        move "ptr appears on an earlier line of the extract"
            to ws-entry-reason
        perform refuse-entry-field
        exit paragraph
    end-if

    if ws-bulk-seen-count < 500
        add 1 to ws-bulk-seen-count
        move ws-ptr-n to ws-bulk-seen-ptr(ws-bulk-seen-count)
    end-if
    .

*>****************************************

test-one-seen-ptr.

    if ws-bulk-seen-ptr(ws-bulk-seen-idx) = ws-ptr-n
        move "1" to ws-bulk-repeat
    end-if
    .

*>****************************************

bulk-changed-fields.

    move 1 to ws-bulk-detail-ptr
    if ws-new-rec(5:20) not = ws-ms-rec(ws-match-idx)(5:20)
        string "name " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(25:20) not = ws-ms-rec(ws-match-idx)(25:20)
        string "location " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(45:10) not = ws-ms-rec(ws-match-idx)(45:10)
        string "offset " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(55:10) not = ws-ms-rec(ws-match-idx)(55:10)
        string "min " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(65:10) not = ws-ms-rec(ws-match-idx)(65:10)
        string "max " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(75:1) not = ws-ms-rec(ws-match-idx)(75:1)
        string "reactivated " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(76:3) not = ws-ms-rec(ws-match-idx)(76:3)
        string "site " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(79:8) not = ws-ms-rec(ws-match-idx)(79:8)
        string "owner " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    if ws-new-rec(87:6) not = ws-ms-rec(ws-match-idx)(87:6)
        string "spike " delimited by size
            into ws-bulk-detail with pointer ws-bulk-detail-ptr
        end-string
    end-if
    .

*>****************************************
*> applied the way add-sensor and
*> change-sensor apply a keyed entry:
*> master, audit image, dated version
*>****************************************

bulk-apply-add.

    add 1 to ws-master-count
    move ws-new-rec to ws-ms-rec(ws-master-count)
    move ws-ptr-n to ws-ms-ptr(ws-master-count)

    move spaces to ws-before-image
    move ws-new-rec to ws-after-image
    move "ADD" to ws-action
    perform write-master
    perform write-maint-audit
    perform write-sensor-version
    .

*>****************************************

bulk-apply-change.

    move ws-ms-rec(ws-match-idx) to ws-before-image
    move ws-new-rec to ws-ms-rec(ws-match-idx)
    move ws-new-rec to ws-after-image

    move "CHG" to ws-action
    perform write-master
    perform write-maint-audit
    perform write-sensor-version
    .

*>****************************************

bulk-write-line.

    move ws-bulk-line-no to ws-bulk-count-edt

    move spaces to f-bulk-report-out
    string
        "  "                        delimited by size
        ws-bulk-count-edt           delimited by size
        " "                         delimited by size
        ws-in-ptr                   delimited by size
        "  "                        delimited by size
        ws-bulk-action              delimited by size
        " "                         delimited by size
        ws-bulk-detail              delimited by size
        into f-bulk-report-out
    end-string
    write f-bulk-report-out

    perform bulk-write-one-error
        varying ws-bulk-error-idx from 1 by 1
        until ws-bulk-error-idx > ws-bulk-error-count
    .

*>****************************************

bulk-write-one-error.

    move spaces to f-bulk-report-out
    string
        "                         - " delimited by size
        ws-bulk-error(ws-bulk-error-idx) delimited by size
        into f-bulk-report-out
    end-string
    write f-bulk-report-out
    .

*>****************************************

write-master.
    move ws-time(3:2) to ws-ts-min
    move ws-time(5:2) to ws-ts-sec

*>  a master change carries the day it takes effect
    move spaces to ws-audit-eff
    if ws-action = "ADD" or ws-action = "CHG"
        or ws-action = "DEAC"
        string
            " effective="           delimited by size
            ws-eff-date             delimited by size
            into ws-audit-eff
        end-string
    end-if

    move spaces to ws-audit-line
    string
        ws-timestamp-edt            delimited by size
        ws-action                   delimited by size
        " by=" delimited by size
        function trim(ws-operator)  delimited by size
        ws-audit-eff                delimited by "  "
        " before=["                 delimited by size
        function trim(ws-before-image) delimited by size
        "] after=["                 delimited by size
        close f-maint-audit
    end-if
    .

*>****************************************
*> the version file: the before-image
*> goes down first, as the version that
*> stood from the beginning, only when
*> the sensor has no history there yet
*>****************************************

write-sensor-version.

    move "0" to ws-ver-found
    if ws-before-image not = spaces
        perform find-prior-version
    end-if

    open extend f-versions
    if ws-versions-status = "35"
        open output f-versions
    end-if
    if ws-versions-status not = "00"
        display "sensor-maint: cannot extend "
            function trim(ws-versions-file)
            ", file status " ws-versions-status
        exit paragraph
    end-if

    if ws-before-image not = spaces
        and ws-ver-found = "0"
        move spaces to f-versions-rec
        move "00000000" to ver-effective
        move "BASE" to ver-action
        move ws-before-image to ver-image
        write f-versions-rec
    end-if

    move spaces to f-versions-rec
    move ws-eff-date to ver-effective
    move ws-action to ver-action
    move ws-after-image to ver-image
    write f-versions-rec

    close f-versions
    .

*>****************************************

find-prior-version.

    open input f-versions

    if ws-versions-status not = "00"
        exit paragraph
    end-if

    read f-versions
        at end continue
    end-read

    perform test-prior-version
        until ws-versions-status not = "00"
            or ws-ver-found = "1"

    close f-versions
    .

*>****************************************

test-prior-version.

    if ver-ptr = ws-after-image(1:4)
        move "1" to ws-ver-found
    end-if

    read f-versions
        at end continue
    end-read
    .
