       identification division.
       program-id. ebcdic-export.

      *>****************************************************
      *> the return direction of ebcdic-convert: our own
      *> ASCII records sent to the corporate mainframe in
      *> its fixed-length EBCDIC format, zoned and packed
      *> fields and all. driven by a layout definition in
      *> ebcdic-convert's shape, read from our side:
      *>
      *>   NAME|in-pos|type|in-len|out-len|decimals|T
      *>   in-pos/in-len  the field in our ASCII record
      *>   type C  character, translated to EBCDIC and
      *>           blank-padded (x'40') to out-len
      *>   type Z  zoned decimal, out-len digits, the sign
      *>           in the last zone (C plus, D minus)
      *>   type P  packed decimal, out-len bytes, the sign
      *>           in the last nibble (C plus, D minus)
      *>   decimals  implied decimal places on both sides:
      *>           an ASCII figure with a decimal point is
      *>           scaled to them, one without (our sign
      *>           leading separate fields) already has them
      *>   T       this field's values are summed into the
      *>           trailer's control total
      *>
      *> the fields are laid side by side in layout order
      *> and the record blank-padded to EBCDIC_EXPORT_LRECL.
      *> the feed opens with a header record and closes
      *> with a trailer the mainframe balances against -
      *>   HDR feed-id(8) run-date(zoned 8)
      *>   TRL feed-id(8) records(zoned 9)
      *>       control total(packed 9, 17 digits)
      *>
      *> EBCDIC_EXPORT_SOURCE says what is being sent:
      *>   STATS  each stats-history record as it stands
      *>          (the daily sensor averages)
      *>   CALC   calc-batch-out's control total lines,
      *>          taken apart into a fixed record first -
      *>            transactions  1- 6  9(6)
      *>            grand total   7-24  s9(13)v9(4)
      *>                                sign leading separate
      *>            run id       25-35  x(11)
      *>          every other line of the batch output is
      *>          passed over
      *>
      *> a record with a field that cannot be read goes to
      *> the reject report with the field named, and the run
      *> closes with a control summary balancing records in
      *> against records written, rejected and passed over
      *> (an imbalance fails the run outright).
      *>
      *>   EBCDIC_EXPORT_IN      the ASCII records; blank
      *>                         takes STATS_HISTORY or
      *>                         CALC_BATCH_OUT by source
      *>   EBCDIC_EXPORT_OUT     the EBCDIC feed
      *>   EBCDIC_EXPORT_LAYOUT  the layout definition
      *>   EBCDIC_EXPORT_LRECL   the fixed record length
      *>   EBCDIC_EXPORT_FEED    feed id for header/trailer
      *>   EBCDIC_EXPORT_REJECTS reject report and summary
      *>
      *> the feed is written byte-for-byte through the
      *> CBL_CREATE_FILE/CBL_WRITE_FILE routines - the
      *> mainframe wants no line ends between records
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select layout-def assign to dynamic ws-layout-file
               organization line sequential
               file status is ws-layout-status.
           select ascii-in assign to dynamic ws-in-file
               organization line sequential
               file status is ws-in-status.
           select reject-out assign to dynamic ws-reject-file
               organization line sequential
               file status is ws-reject-status.

       data division.

       file section.

       fd layout-def.
       01 layout-def-rec           pic x(80).

       fd ascii-in.
       01 ascii-in-rec             pic x(200).

       fd reject-out.
       01 reject-out-rec           pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-layout-file           pic x(80)
                                    value "file-ebcdic-export-layout".
       77 ws-layout-status         pic xx.
       77 ws-in-file               pic x(80)  value spaces.
       77 ws-in-status             pic xx.
       77 ws-out-file              pic x(80)
                                    value "file-ebcdic-export".
       77 ws-reject-file           pic x(80)
                                    value "file-ebcdic-export-rejects".
       77 ws-reject-status         pic xx.
       77 ws-feed-id               pic x(8)   value "SENSAVG".

       77 ws-source                pic x(5)   value "STATS".
           88 ws-source-stats                 value "STATS".
           88 ws-source-calc                  value "CALC".

      *>****************************************************
      *> byte-level access plumbing for the fixed-length
      *> binary output
      *>****************************************************

       77 ws-file-handle           pic x(4)  comp-x.
       77 ws-access-mode           pic x     comp-x  value 2.
       77 ws-deny-mode             pic x     comp-x  value 0.
       77 ws-device                pic x     comp-x  value 0.
       77 ws-file-offset           pic x(8)  comp-x  value 0.
       77 ws-write-count           pic x(4)  comp-x.
       77 ws-write-flags           pic x     comp-x  value 0.
       77 ws-io-rc                 pic s9(9) value 0.

       77 ws-lrecl                 pic 9(3)  value 0.
       77 ws-lrecl-edt             pic x(10).
       77 ws-num-scrub             pic x(30).
       77 ws-record-buf            pic x(200).
       77 ws-ebc-rec               pic x(200).
       77 ws-ebc-ptr               pic 9(3).

      *>****************************************************
      *> layout table, ebcdic-convert's shape read from our
      *> side, plus the trailer control total flag
      *>****************************************************

       01 ws-layout-table.
           03 ws-layout-entry occurs 20.
               05 ws-fld-name      pic x(20).
               05 ws-fld-pos       pic 9(3).
               05 ws-fld-type      pic x.
               05 ws-fld-len       pic 9(3).
               05 ws-fld-out-len   pic 9(3).
               05 ws-fld-decimals  pic 9.
               05 ws-fld-total     pic x.
       77 ws-field-count           pic 99    value 0.
       77 ws-field-idx             pic 99.
       77 ws-layout-eof            pic x.
       77 ws-layout-width          pic 9(4).

       77 ws-rec-name              pic x(20).
       77 ws-rec-pos               pic x(10).
       77 ws-rec-type              pic x(5).
       77 ws-rec-len               pic x(10).
       77 ws-rec-outlen            pic x(10).
       77 ws-rec-dec               pic x(5).
       77 ws-rec-total             pic x(5).

      *>****************************************************
      *> ASCII-to-EBCDIC translation for the character
      *> fields, ebcdic-convert's printable set turned
      *> round; anything unmapped goes as "?" (x'6F')
      *>****************************************************

       01 ws-a2e-table             pic x(256).
       77 ws-build-idx             pic 9(3).
       77 ws-build-code            pic 9(3).
       77 ws-build-ascii           pic 9(3).

       77 ws-byte-val              pic 9(3).
       77 ws-scan-idx              pic 9(3).
       77 ws-take-len              pic 9(3).
       77 ws-digit-count           pic 99.
       77 ws-field-text            pic x(30).
       77 ws-work-num              pic s9(17).
       77 ws-work-dec              pic s9(17)v9(6).
       77 ws-abs-num               pic 9(18).
       77 ws-neg-flag              pic x.
       77 ws-sign-zone             pic 99.
       77 ws-put-digits            pic 99.
       77 ws-put-digit             pic 9.
       77 ws-put-next              pic 9.
       77 ws-field-bad             pic x.
       77 ws-bad-reason            pic x(30).

      *>****************************************************
      *> calc-batch-out's control total line taken apart
      *> into the fixed record the CALC layout addresses
      *>****************************************************

       01 ws-calc-rec.
           03 cx-transactions      pic 9(6).
           03 cx-grand-total       pic s9(13)v9(4)
                                    sign leading separate.
           03 cx-run-id            pic x(11).
       77 ws-calc-rest             pic x(200).
       77 ws-calc-tail             pic x(200).
       77 ws-calc-tok              pic x(30).

       77 ws-run-date              pic 9(8).
       77 ws-control-total         pic s9(17) value 0.
       77 ws-total-edt             pic -9(17).

       77 ws-records-in            pic 9(6)  value 0.
       77 ws-records-out           pic 9(6)  value 0.
       77 ws-records-rejected      pic 9(6)  value 0.
       77 ws-records-passed        pic 9(6)  value 0.
       77 ws-blocks-written        pic 9(6)  value 0.
       77 ws-reject-line           pic x(132).
       77 ws-eof                   pic x     value "0".
           88 ws-at-end                      value "1".

       77 ws-return-code           pic 9     value 0.

       procedure division.

       mainline.

           perform resolve-config
           perform load-layout

           if ws-field-count = 0 or ws-lrecl = 0
               display "ebcdic-export: no usable layout or "
                   "EBCDIC_EXPORT_LRECL unset"
               move 8 to return-code
               goback
           end-if

           if ws-lrecl < 29
               display "ebcdic-export: EBCDIC_EXPORT_LRECL below "
                   "the 29 bytes the trailer needs"
               move 8 to return-code
               goback
           end-if

           if ws-layout-width > ws-lrecl
               display "ebcdic-export: layout is " ws-layout-width
                   " bytes wide, longer than EBCDIC_EXPORT_LRECL "
                   ws-lrecl
               move 8 to return-code
               goback
           end-if

           perform build-translate-table

           open input ascii-in

           if ws-in-status not = "00"
               display "ebcdic-export: cannot open "
                   function trim(ws-in-file)
                   ", file status " ws-in-status
               move 8 to return-code
               goback
           end-if

           call "CBL_CREATE_FILE" using ws-out-file ws-access-mode
               ws-deny-mode ws-device ws-file-handle
           move return-code to ws-io-rc
           move zero to return-code

           if ws-io-rc not = 0
               display "ebcdic-export: cannot create "
                   function trim(ws-out-file)
               close ascii-in
               move 8 to return-code
               goback
           end-if

           open output reject-out

           perform write-header-record

           read ascii-in
               at end set ws-at-end to true
           end-read

           perform export-one-record
               until ws-at-end

           perform write-trailer-record

           call "CBL_CLOSE_FILE" using ws-file-handle
           move zero to return-code

           perform write-control-summary

           close ascii-in reject-out

           move ws-return-code to return-code

           goback.


       resolve-config.

           accept ws-run-date from date yyyymmdd

           move "EBCDIC_EXPORT_SOURCE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value) to ws-source
           end-if
           if not ws-source-calc
               set ws-source-stats to true
           end-if

           move "EBCDIC_EXPORT_IN" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-in-file
           else
               if ws-source-calc
                   move "calc-batch-out" to ws-in-file
                   move "CALC_BATCH_OUT" to ws-param-key
               else
                   move "file-stats-history" to ws-in-file
                   move "STATS_HISTORY" to ws-param-key
               end-if
               call "read-param" using ws-param-key ws-param-value
               if ws-param-value not = spaces
                   move ws-param-value to ws-in-file
               end-if
           end-if

           move "EBCDIC_EXPORT_OUT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-out-file
           end-if

           move "EBCDIC_EXPORT_LAYOUT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-layout-file
           end-if

           move "EBCDIC_EXPORT_REJECTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-reject-file
           end-if

           move "EBCDIC_EXPORT_FEED" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value) to ws-feed-id
           else
               if ws-source-calc
                   move "CALCTOT" to ws-feed-id
               end-if
           end-if

           move spaces to ws-lrecl-edt
           move "EBCDIC_EXPORT_LRECL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-lrecl-edt
           end-if
           move ws-lrecl-edt to ws-num-scrub
           call "scrub-numeric" using ws-num-scrub
           if ws-num-scrub not = spaces
               compute ws-lrecl = function numval(ws-num-scrub)
                   on size error
                       move zero to ws-lrecl
               end-compute
           end-if
           if ws-lrecl > 200
               display "ebcdic-export: EBCDIC_EXPORT_LRECL capped "
                   "at 200"
               move 200 to ws-lrecl
           end-if
           .


       load-layout.

           move "0" to ws-layout-eof
           move zero to ws-layout-width

           open input layout-def

           if ws-layout-status not = "00"
               display "ebcdic-export: cannot open layout "
                   function trim(ws-layout-file)
               exit paragraph
           end-if

           read layout-def
               at end move "1" to ws-layout-eof
           end-read

           perform load-one-layout
               until ws-layout-eof = "1"
                   or ws-field-count >= 20

           close layout-def
           .


      *>****************************************************
      *> a packed field's out-len is its bytes, so it holds
      *> twice that less one digits; zoned and packed both
      *> stop at the 17 digits the trailer total can carry
      *>****************************************************

       load-one-layout.

           if layout-def-rec not = spaces
               and layout-def-rec(1:1) not = "#"
               move spaces to ws-rec-name ws-rec-pos ws-rec-type
                              ws-rec-len ws-rec-outlen ws-rec-dec
                              ws-rec-total
               unstring layout-def-rec delimited by "|"
                   into ws-rec-name ws-rec-pos ws-rec-type
                        ws-rec-len ws-rec-outlen ws-rec-dec
                        ws-rec-total
               end-unstring

               if ws-rec-name not = spaces
                   and function trim(ws-rec-pos) is numeric
                   and function trim(ws-rec-len) is numeric
                   add 1 to ws-field-count
                   move function trim(ws-rec-name)
                       to ws-fld-name(ws-field-count)
                   compute ws-fld-pos(ws-field-count) =
                       function numval(ws-rec-pos)
                   move function upper-case(ws-rec-type(1:1))
                       to ws-fld-type(ws-field-count)
                   if ws-fld-type(ws-field-count) not = "Z"
                       and ws-fld-type(ws-field-count) not = "P"
                       move "C" to ws-fld-type(ws-field-count)
                   end-if
                   compute ws-fld-len(ws-field-count) =
                       function numval(ws-rec-len)
                   if function trim(ws-rec-outlen) is numeric
                       and ws-rec-outlen not = spaces
                       compute ws-fld-out-len(ws-field-count) =
                           function numval(ws-rec-outlen)
                   else
                       move ws-fld-len(ws-field-count)
                           to ws-fld-out-len(ws-field-count)
                   end-if
                   if function trim(ws-rec-dec) is numeric
                       and ws-rec-dec not = spaces
                       compute ws-fld-decimals(ws-field-count) =
                           function numval(ws-rec-dec)
                   else
                       move zero
                           to ws-fld-decimals(ws-field-count)
                   end-if
                   move function upper-case(ws-rec-total(1:1))
                       to ws-fld-total(ws-field-count)

                   if ws-fld-type(ws-field-count) = "Z"
                       and ws-fld-out-len(ws-field-count) > 17
                       move 17 to ws-fld-out-len(ws-field-count)
                   end-if
                   if ws-fld-type(ws-field-count) = "P"
                       and ws-fld-out-len(ws-field-count) > 9
                       move 9 to ws-fld-out-len(ws-field-count)
                   end-if
                   add ws-fld-out-len(ws-field-count)
                       to ws-layout-width
               else
                   display "ebcdic-export: bad layout record "
                       "skipped: " function trim(layout-def-rec)
               end-if
           end-if

           read layout-def
               at end move "1" to ws-layout-eof
           end-read
           .


      *>****************************************************
      *> ebcdic-convert's printable set, each pair set the
      *> other way round; FUNCTION CHAR is 1-based, so code
      *> n's slot is n + 1
      *>****************************************************

       build-translate-table.

           move all x"6F" to ws-a2e-table

           move 64 to ws-build-code
           move 32 to ws-build-ascii
           perform set-one-translation

      *>   a-i, j-r, s-z
           move 129 to ws-build-code
           move 97 to ws-build-ascii
           perform set-run-translation 9 times
           move 145 to ws-build-code
           move 106 to ws-build-ascii
           perform set-run-translation 9 times
           move 162 to ws-build-code
           move 115 to ws-build-ascii
           perform set-run-translation 8 times

      *>   A-I, J-R, S-Z
           move 193 to ws-build-code
           move 65 to ws-build-ascii
           perform set-run-translation 9 times
           move 209 to ws-build-code
           move 74 to ws-build-ascii
           perform set-run-translation 9 times
           move 226 to ws-build-code
           move 83 to ws-build-ascii
           perform set-run-translation 8 times

      *>   0-9
           move 240 to ws-build-code
           move 48 to ws-build-ascii
           perform set-run-translation 10 times

      *>   punctuation, one by one: . < ( + & $ * ) ; -
      *>   / , % _ > ? : # @ ' = "
           move 75 to ws-build-code
           move 46 to ws-build-ascii
           perform set-one-translation
           move 76 to ws-build-code
           move 60 to ws-build-ascii
           perform set-one-translation
           move 77 to ws-build-code
           move 40 to ws-build-ascii
           perform set-one-translation
           move 78 to ws-build-code
           move 43 to ws-build-ascii
           perform set-one-translation
           move 80 to ws-build-code
           move 38 to ws-build-ascii
           perform set-one-translation
           move 91 to ws-build-code
           move 36 to ws-build-ascii
           perform set-one-translation
           move 92 to ws-build-code
           move 42 to ws-build-ascii
           perform set-one-translation
           move 93 to ws-build-code
           move 41 to ws-build-ascii
           perform set-one-translation
           move 94 to ws-build-code
           move 59 to ws-build-ascii
           perform set-one-translation
           move 96 to ws-build-code
           move 45 to ws-build-ascii
           perform set-one-translation
           move 97 to ws-build-code
           move 47 to ws-build-ascii
           perform set-one-translation
           move 107 to ws-build-code
           move 44 to ws-build-ascii
           perform set-one-translation
           move 108 to ws-build-code
           move 37 to ws-build-ascii
           perform set-one-translation
           move 109 to ws-build-code
           move 95 to ws-build-ascii
           perform set-one-translation
           move 110 to ws-build-code
           move 62 to ws-build-ascii
           perform set-one-translation
           move 111 to ws-build-code
           move 63 to ws-build-ascii
           perform set-one-translation
           move 122 to ws-build-code
           move 58 to ws-build-ascii
           perform set-one-translation
           move 123 to ws-build-code
           move 35 to ws-build-ascii
           perform set-one-translation
           move 124 to ws-build-code
           move 64 to ws-build-ascii
           perform set-one-translation
           move 125 to ws-build-code
           move 39 to ws-build-ascii
           perform set-one-translation
           move 126 to ws-build-code
           move 61 to ws-build-ascii
           perform set-one-translation
           move 127 to ws-build-code
           move 34 to ws-build-ascii
           perform set-one-translation
           .


       set-one-translation.

           move function char(ws-build-code + 1)
               to ws-a2e-table(ws-build-ascii + 1:1)
           .


       set-run-translation.

           perform set-one-translation
           add 1 to ws-build-code
           add 1 to ws-build-ascii
           .


      *>****************************************************
      *> HDR feed-id run-date, blank-padded to the record
      *> length like every record after it
      *>****************************************************

       write-header-record.

           move all x"40" to ws-ebc-rec
           move 1 to ws-ebc-ptr

           move "HDR" to ws-field-text
           move 3 to ws-take-len
           perform put-char-text
           move ws-feed-id to ws-field-text
           move 8 to ws-take-len
           perform put-char-text

           move ws-run-date to ws-abs-num
           move 8 to ws-put-digits
           move 15 to ws-sign-zone
           perform put-zoned-digits

           perform write-ebcdic-record
           .


      *>****************************************************
      *> TRL feed-id records control-total; the count is
      *> the data records actually written, so the header
      *> and trailer themselves are not in it
      *>****************************************************

       write-trailer-record.

           move all x"40" to ws-ebc-rec
           move 1 to ws-ebc-ptr

           move "TRL" to ws-field-text
           move 3 to ws-take-len
           perform put-char-text
           move ws-feed-id to ws-field-text
           move 8 to ws-take-len
           perform put-char-text

           move ws-records-out to ws-abs-num
           move 9 to ws-put-digits
           move 15 to ws-sign-zone
           perform put-zoned-digits

           move ws-control-total to ws-work-num
           move 9 to ws-take-len
           perform put-packed-value

           perform write-ebcdic-record
           .


      *>****************************************************
      *> one ASCII record in; on the CALC feed only the
      *> control total lines go out, the rest of the batch
      *> output is passed over
      *>****************************************************

       export-one-record.

           add 1 to ws-records-in
           move ascii-in-rec to ws-record-buf

           if ws-source-calc
               if ascii-in-rec(1:14) = "control total:"
                   perform take-calc-control-line
               else
                   add 1 to ws-records-passed
                   move "1" to ws-field-bad
               end-if
           else
               move "0" to ws-field-bad
           end-if

           if ws-field-bad = "0"
               perform build-one-record
           end-if

           read ascii-in
               at end set ws-at-end to true
           end-read
           .


      *>****************************************************
      *> "control total: transactions=n grand total=x
      *> [run=id]" into the fixed CALC record, the way
      *> metrics-feed reads the same line
      *>****************************************************

       take-calc-control-line.

           move "0" to ws-field-bad
           move zero to cx-transactions cx-grand-total
           move spaces to cx-run-id

           move spaces to ws-calc-rest ws-calc-tail ws-calc-tok
           unstring ascii-in-rec delimited by "transactions="
               into ws-calc-rest ws-calc-tail
           end-unstring
           unstring ws-calc-tail delimited by all space
               into ws-calc-tok
           end-unstring
           if function trim(ws-calc-tok) is not numeric
               move "transactions unreadable" to ws-bad-reason
               perform reject-calc-line
               exit paragraph
           end-if
           compute cx-transactions = function numval(ws-calc-tok)
               on size error
                   move "transactions too wide" to ws-bad-reason
                   perform reject-calc-line
                   exit paragraph
           end-compute

           move spaces to ws-calc-rest ws-calc-tail ws-calc-tok
           unstring ascii-in-rec delimited by "grand total="
               into ws-calc-rest ws-calc-tail
           end-unstring
           unstring ws-calc-tail delimited by all space
               into ws-calc-tok
           end-unstring
           if ws-calc-tok = spaces
               or function test-numval(ws-calc-tok) not = 0
               move "grand total unreadable" to ws-bad-reason
               perform reject-calc-line
               exit paragraph
           end-if
           compute cx-grand-total = function numval(ws-calc-tok)
               on size error
                   move "grand total too wide" to ws-bad-reason
                   perform reject-calc-line
                   exit paragraph
           end-compute

           move spaces to ws-calc-rest ws-calc-tail
           unstring ascii-in-rec delimited by " run="
               into ws-calc-rest ws-calc-tail
           end-unstring
           move ws-calc-tail to cx-run-id

           move spaces to ws-record-buf
           move ws-calc-rec to ws-record-buf
           .


       reject-calc-line.

           move "1" to ws-field-bad
           add 1 to ws-records-rejected

           move spaces to ws-reject-line
           string
               "record "           delimited by size
               ws-records-in       delimited by size
               ": "                delimited by size
               function trim(ws-bad-reason)
                                   delimited by size
               " ["                delimited by size
               function trim(ascii-in-rec)
                                   delimited by size
               "]"                 delimited by size
               into ws-reject-line
           end-string
           write reject-out-rec from ws-reject-line
           .


       build-one-record.

           move all x"40" to ws-ebc-rec
           move 1 to ws-ebc-ptr
           move "0" to ws-field-bad
           move zero to ws-work-dec

           perform export-one-field
               varying ws-field-idx from 1 by 1
               until ws-field-idx > ws-field-count
                   or ws-field-bad = "1"

           if ws-field-bad = "1"
               add 1 to ws-records-rejected
           else
               perform write-ebcdic-record
               add 1 to ws-records-out
               add ws-work-dec to ws-control-total
           end-if
           .


      *>****************************************************
      *> the record's control total contribution is held in
      *> ws-work-dec until the whole record is known good,
      *> so a rejected record adds nothing to the trailer
      *>****************************************************

       export-one-field.

           if ws-fld-pos(ws-field-idx) = 0
               or ws-fld-pos(ws-field-idx)
                   + ws-fld-len(ws-field-idx) - 1 > 200
               move "field past record end" to ws-bad-reason
               perform reject-this-record
               exit paragraph
           end-if

           if ws-fld-type(ws-field-idx) = "C"
               perform export-char-field
               exit paragraph
           end-if

           perform read-numeric-field
           if ws-field-bad = "1"
               exit paragraph
           end-if

           if ws-fld-total(ws-field-idx) = "T"
               add ws-work-num to ws-work-dec
           end-if

           move ws-fld-out-len(ws-field-idx) to ws-take-len
           if ws-fld-type(ws-field-idx) = "Z"
               perform put-zoned-value
           else
               perform put-packed-value
           end-if
           .


       export-char-field.

           move ws-fld-out-len(ws-field-idx) to ws-take-len
           if ws-take-len > ws-fld-len(ws-field-idx)
               move ws-fld-len(ws-field-idx) to ws-take-len
           end-if

           perform put-one-char
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-take-len

           compute ws-ebc-ptr = ws-ebc-ptr
               + ws-fld-out-len(ws-field-idx) - ws-take-len
           .


       put-one-char.

           compute ws-byte-val = function ord(
               ws-record-buf(ws-fld-pos(ws-field-idx)
                   + ws-scan-idx - 1:1)) - 1
           move ws-a2e-table(ws-byte-val + 1:1)
               to ws-ebc-rec(ws-ebc-ptr:1)
           add 1 to ws-ebc-ptr
           .


      *>****************************************************
      *> the ASCII figure as a whole number of the field's
      *> implied decimals: a figure with a point is scaled
      *> up to them, one without carries them already. a
      *> blank field (older records, short of the fields
      *> added since) goes as zero
      *>****************************************************

       read-numeric-field.

           move spaces to ws-field-text
           move ws-fld-len(ws-field-idx) to ws-take-len
           if ws-take-len > 30
               move 30 to ws-take-len
           end-if
           move ws-record-buf(ws-fld-pos(ws-field-idx):ws-take-len)
               to ws-field-text(1:ws-take-len)

           move zero to ws-work-num
           if ws-field-text = spaces
               exit paragraph
           end-if

           if function test-numval(ws-field-text) not = 0
               move "not a readable figure" to ws-bad-reason
               perform reject-this-record
               exit paragraph
           end-if

           move zero to ws-digit-count
           inspect ws-field-text tallying ws-digit-count
               for all "."
           if ws-digit-count = 0
               compute ws-work-num = function numval(ws-field-text)
                   on size error
                       move "figure too wide" to ws-bad-reason
                       perform reject-this-record
               end-compute
           else
               compute ws-work-num rounded =
                   function numval(ws-field-text)
                   * 10 ** ws-fld-decimals(ws-field-idx)
                   on size error
                       move "figure too wide" to ws-bad-reason
                       perform reject-this-record
               end-compute
           end-if
           .


      *>****************************************************
      *> zoned: F zones on every digit but the last, whose
      *> zone carries the sign
      *>****************************************************

       put-zoned-value.

           if ws-work-num < 0
               move 13 to ws-sign-zone
               compute ws-abs-num = zero - ws-work-num
           else
               move 12 to ws-sign-zone
               move ws-work-num to ws-abs-num
           end-if

           if ws-take-len < 18
               and ws-abs-num >= 10 ** ws-take-len
               move "figure too wide for field" to ws-bad-reason
               perform reject-this-record
               exit paragraph
           end-if

           move ws-take-len to ws-put-digits
           perform put-zoned-digits
           .


       put-zoned-digits.

           perform put-one-zoned-digit
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-put-digits
           .


       put-one-zoned-digit.

           move ws-abs-num(18 - ws-put-digits + ws-scan-idx:1)
               to ws-put-digit
           if ws-scan-idx = ws-put-digits
               compute ws-byte-val = ws-sign-zone * 16 + ws-put-digit
           else
               compute ws-byte-val = 240 + ws-put-digit
           end-if
           move function char(ws-byte-val + 1)
               to ws-ebc-rec(ws-ebc-ptr:1)
           add 1 to ws-ebc-ptr
           .


      *>****************************************************
      *> packed: two digits a byte, the last byte's low
      *> nibble the sign; ws-take-len bytes hold twice that
      *> less one digits
      *>****************************************************

       put-packed-value.

           if ws-work-num < 0
               move 13 to ws-sign-zone
               compute ws-abs-num = zero - ws-work-num
           else
               move 12 to ws-sign-zone
               move ws-work-num to ws-abs-num
           end-if

           compute ws-put-digits = ws-take-len * 2 - 1
           if ws-put-digits < 18
               and ws-abs-num >= 10 ** ws-put-digits
               move "figure too wide for field" to ws-bad-reason
               perform reject-this-record
               exit paragraph
           end-if

           perform put-one-packed-byte
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-take-len
           .


       put-one-packed-byte.

           move ws-abs-num(18 - ws-put-digits
               + (ws-scan-idx - 1) * 2 + 1:1) to ws-put-digit
           if ws-scan-idx = ws-take-len
               compute ws-byte-val = ws-put-digit * 16 + ws-sign-zone
           else
               move ws-abs-num(18 - ws-put-digits
                   + (ws-scan-idx - 1) * 2 + 2:1) to ws-put-next
               compute ws-byte-val = ws-put-digit * 16 + ws-put-next
           end-if
           move function char(ws-byte-val + 1)
               to ws-ebc-rec(ws-ebc-ptr:1)
           add 1 to ws-ebc-ptr
           .


       put-char-text.

           perform put-one-text-char
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-take-len
           .


       put-one-text-char.

           compute ws-byte-val =
               function ord(ws-field-text(ws-scan-idx:1)) - 1
           move ws-a2e-table(ws-byte-val + 1:1)
               to ws-ebc-rec(ws-ebc-ptr:1)
           add 1 to ws-ebc-ptr
           .


       write-ebcdic-record.

           move ws-lrecl to ws-write-count

           call "CBL_WRITE_FILE" using ws-file-handle
               ws-file-offset ws-write-count ws-write-flags
               ws-ebc-rec
           move return-code to ws-io-rc
           move zero to return-code

           if ws-io-rc not = 0
               display "ebcdic-export: write failed on "
                   function trim(ws-out-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           add ws-lrecl to ws-file-offset
           add 1 to ws-blocks-written
           .


      *>****************************************************
      *> the reject line names the record, the field and
      *> the reason, with the ASCII text that would not go
      *>****************************************************

       reject-this-record.

           move "1" to ws-field-bad

           move spaces to ws-reject-line
           string
               "record "           delimited by size
               ws-records-in       delimited by size
               " field "           delimited by size
               function trim(ws-fld-name(ws-field-idx))
                                   delimited by size
               ": "                delimited by size
               function trim(ws-bad-reason)
                                   delimited by size
               " ["                delimited by size
               function trim(ws-field-text)
                                   delimited by size
               "]"                 delimited by size
               into ws-reject-line
           end-string
           write reject-out-rec from ws-reject-line
           .


      *>****************************************************
      *> in = written + rejected + passed over, and the
      *> feed on disk holds exactly header, the written
      *> records and trailer - or the run fails
      *>****************************************************

       write-control-summary.

           move ws-control-total to ws-total-edt

           move spaces to ws-reject-line
           string
               "control summary: in="      delimited by size
               ws-records-in               delimited by size
               " written="                 delimited by size
               ws-records-out              delimited by size
               " rejected="                delimited by size
               ws-records-rejected         delimited by size
               " passed="                  delimited by size
               ws-records-passed           delimited by size
               " total="                   delimited by size
               function trim(ws-total-edt) delimited by size
               into ws-reject-line
           end-string
           write reject-out-rec from ws-reject-line

           display "ebcdic-export: "
               function trim(ws-reject-line)

           if ws-records-in not = ws-records-out
                   + ws-records-rejected + ws-records-passed
               or ws-blocks-written not = ws-records-out + 2
               display "ebcdic-export: records do not balance "
                   "- run failed"
               move 8 to ws-return-code
           else
               if ws-records-rejected > 0
                   and ws-return-code < 4
                   move 4 to ws-return-code
               end-if
           end-if
           .
