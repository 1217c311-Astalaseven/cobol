*> reject line shapes handled:
*>   ptr X rejected, <reason>: <value>
*>   ptr X duplicate reading, ...
*>
*> a reject line carries the rejected
*> record's lineage key from column 82;
*> each repair (RP) or incorrigible (RI)
*> verdict is journalled under it, the
*> repair naming the re-run record it
*> became
*>****************************************

environment division.

file section.
fd f-rejects.
01 f-rejects-rec.
    03 f-rejects-in     pic x(80).
    03 filler           pic x.
    03 f-rejects-lineage pic x(60).

fd f-rerun.
01 f-rerun-out.
77 ws-skipped-count     pic 9(6)  value 0.
77 ws-report-line       pic x(132).

77 ws-rerun-recno       pic 9(6)  value 0.
77 ws-lin-key           pic x(60).
77 ws-lin-kind          pic x(2).
77 ws-lin-detail        pic x(200).
77 ws-lin-token         pic x(30).
77 ws-lin-fixed-token   pic x(30).

77 ws-files-opened      pic x     value "0".
77 ws-return-code       pic 9     value 0.


perform close-files.

move "CL" to ws-lin-kind
call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail

move ws-return-code to return-code

goback.
                into ws-report-line
            end-string
            write f-repair-report-out from ws-report-line
            perform journal-incorrigible
    end-evaluate

    read f-rejects
            into ws-report-line
        end-string
        write f-repair-report-out from ws-report-line
        move "nothing numeric left" to ws-rec-reason
        perform journal-incorrigible
        exit paragraph
    end-if

                into ws-report-line
            end-string
            write f-repair-report-out from ws-report-line
            move "still not numeric" to ws-rec-reason
            perform journal-incorrigible
            exit paragraph
    end-compute

    move ws-rec-ptr to rr-ptr
    move ws-fixed-value to rr-str
    write f-rerun-out
    add 1 to ws-rerun-recno

    add 1 to ws-repaired-count

        into ws-report-line
    end-string
    write f-repair-report-out from ws-report-line

    perform journal-repaired
    .

*>****************************************
        move 4 to ws-return-code
    end-if
    .

*>****************************************
*> a reject line written before lineage
*> keys has none, and journals nothing.
*> values go in as vault tokens
*>****************************************

journal-repaired.

    if f-rejects-lineage = spaces
        exit paragraph
    end-if

    move f-rejects-lineage to ws-lin-key
    move ws-rec-value to ws-lin-token
    if ws-lin-token not = spaces
        call "tokenize-vault" using ws-lin-token
    end-if
    move ws-fixed-value to ws-lin-fixed-token
    call "tokenize-vault" using ws-lin-fixed-token

    move spaces to ws-lin-detail
    string
        function trim(ws-rerun-file)    delimited by size
        "|"                             delimited by size
        ws-rerun-recno                  delimited by size
        "|"                             delimited by size
        function trim(ws-lin-token)     delimited by size
        "|"                             delimited by size
        function trim(ws-lin-fixed-token)
                                        delimited by size
        into ws-lin-detail
    end-string
    move "RP" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .

*>****************************************

journal-incorrigible.

    if f-rejects-lineage = spaces
        exit paragraph
    end-if

    move f-rejects-lineage to ws-lin-key
    move ws-rec-value to ws-lin-token
    if ws-lin-token not = spaces
        call "tokenize-vault" using ws-lin-token
    end-if

    move spaces to ws-lin-detail
    string
        function trim(ws-rec-reason)    delimited by size
        "|"                             delimited by size
        function trim(ws-lin-token)     delimited by size
        into ws-lin-detail
    end-string
    move "RI" to ws-lin-kind
    call "lineage-log" using ws-lin-kind ws-lin-key ws-lin-detail
    .
