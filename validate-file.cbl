      *>   delimiter, comma by default); a plain number is
      *>   a fixed start column
      *> - type N numeric (scrubbed then checked, with the
      *>   optional min/max range), X free text, C a code
      *>   that must be active in the reference table
      *>   named in the min column (ref-lookup):
      *>     REASON|D4|C|10|Y|REJECT-REASON
      *> - required Y rejects a blank field
      *>
      *> usage: validate-file [input-file]
               05 ws-fld-has-range pic x.
               05 ws-fld-min       pic s9(13)v9(4) usage comp-3.
               05 ws-fld-max       pic s9(13)v9(4) usage comp-3.
               05 ws-fld-table     pic x(16).
       77 ws-field-count           pic 99    value 0.
       77 ws-field-idx             pic 99.

       77 ws-rec-type              pic x(5).
       77 ws-rec-width             pic x(10).
       77 ws-rec-req               pic x(5).
       77 ws-rec-min               pic x(20).
       77 ws-rec-max               pic x(15).
       77 ws-num-scrub             pic x(30).

       77 ws-err-name              pic x(20).
       77 ws-take-len              pic 9(3).

       77 ws-ref-table             pic x(16).
       77 ws-ref-code              pic x(10).
       77 ws-ref-short             pic x(20).
       77 ws-ref-long              pic x(60).
       77 ws-ref-result            pic x.

       77 ws-return-code           pic 99    value 0.

       procedure division.
           move function upper-case(ws-rec-type(1:1))
               to ws-fld-type(ws-field-count)
           if ws-fld-type(ws-field-count) not = "N"
               and ws-fld-type(ws-field-count) not = "C"
               move "X" to ws-fld-type(ws-field-count)
           end-if

           move spaces to ws-fld-table(ws-field-count)
           if ws-fld-type(ws-field-count) = "C"
               if ws-rec-min = spaces
                   display "validate-file: code field names no "
                       "reference table: "
                       function trim(layout-def-rec)
                   subtract 1 from ws-field-count
                   exit paragraph
               end-if
               move function upper-case(function trim(ws-rec-min))
                   to ws-fld-table(ws-field-count)
               move spaces to ws-rec-min ws-rec-max
           end-if

           move 30 to ws-fld-width(ws-field-count)
           move ws-rec-width to ws-num-scrub
           call "scrub-numeric" using ws-num-scrub
                   end-if
               end-if
           end-if

           if ws-fld-type(ws-field-idx) = "C"
               perform check-code-field
           end-if
           .


      *>****************************************************
      *> a retired code is as wrong on a new delivery as an
      *> unknown one; the reason names the table so the
      *> fix - a data entry, not a program change - is
      *> obvious from the report
      *>****************************************************

       check-code-field.

           move ws-fld-table(ws-field-idx) to ws-ref-table
           move ws-field-value to ws-ref-code
           if ws-field-value(11:) not = spaces
               move "2" to ws-ref-result
           else
               call "ref-lookup" using ws-ref-table ws-ref-code
                                        ws-ref-short ws-ref-long
                                        ws-ref-result
           end-if

           move spaces to ws-reason
           evaluate ws-ref-result
               when "0"
                   exit paragraph
               when "1"
                   string
                       "code retired in "      delimited by size
                       function trim(ws-ref-table)
                                               delimited by size
                       into ws-reason
                   end-string
               when "2"
                   string
                       "code not in "          delimited by size
                       function trim(ws-ref-table)
                                               delimited by size
                       into ws-reason
                   end-string
               when other
                   string
                       "no reference table "   delimited by size
                       function trim(ws-ref-table)
                                               delimited by size
                       into ws-reason
                   end-string
           end-evaluate
           perform write-field-error
           .


