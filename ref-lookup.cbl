       identification division.
       program-id. ref-lookup.

      *>****************************************************
      *> the shop's code meanings, looked up instead of
      *> hardcoded: reject reasons, error categories, site
      *> codes, record types - any classification that used
      *> to be a row of 88-levels and an EVALUATE with an
      *> "unclassified" tally at the bottom for the codes
      *> that kept arriving. the reference file is
      *>   table|code|short description|long description|
      *>   active
      *> one code per line, maintained from the console
      *> (every change on the audit journal). a new code is
      *> a new line, not a program change. the file is
      *> loaded on the first call, cal-curve fashion.
      *>
      *>   CALL "ref-lookup" USING table code short long
      *>                           result
      *>
      *> table names are matched upper-case, codes exactly
      *> (leading spaces aside). result:
      *>   "0"  found and active - short and long filled
      *>   "1"  found but retired (active N) - descriptions
      *>        still filled, so history still reads
      *>   "2"  no such code in the table
      *>   "3"  no such table at all
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select ref-file assign to dynamic ws-ref-file
               organization line sequential
               file status is ws-ref-status.

       data division.

       file section.

       fd ref-file.
       01 ref-file-rec             pic x(160).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-ref-file              pic x(80)
                                    value "file-reference-codes".
       77 ws-ref-status            pic xx.
       77 ws-ref-loaded            pic x      value "0".
           88 ws-is-ref-loaded                value "1".

       77 ws-rf-table-in           pic x(20).
       77 ws-rf-code-in            pic x(20).
       77 ws-rf-short-in           pic x(20).
       77 ws-rf-long-in            pic x(60).
       77 ws-rf-active-in          pic x(5).

       01 ws-ref-table.
           03 ws-ref-entry occurs 1000.
               05 ws-rf-table      pic x(16).
               05 ws-rf-code       pic x(10).
               05 ws-rf-short      pic x(20).
               05 ws-rf-long       pic x(60).
               05 ws-rf-active     pic x.
       77 ws-ref-count             pic 9(4)   value 0.
       77 ws-ref-idx               pic 9(4).
       77 ws-ref-hit               pic 9(4).
       77 ws-table-seen            pic x.

       77 ws-want-table            pic x(16).
       77 ws-want-code             pic x(10).

       linkage section.

       77 ls-table                 pic x(16).
       77 ls-code                  pic x(10).
       77 ls-short                 pic x(20).
       77 ls-long                  pic x(60).
       77 ls-result                pic x.

       procedure division using ls-table ls-code ls-short ls-long
                                 ls-result.

       mainline.

           if not ws-is-ref-loaded
               perform load-reference
               set ws-is-ref-loaded to true
           end-if

           move spaces to ls-short ls-long

           move function upper-case(function trim(ls-table))
               to ws-want-table
           move function trim(ls-code leading) to ws-want-code

           move zero to ws-ref-hit
           move "0" to ws-table-seen
           perform test-one-code
               varying ws-ref-idx from 1 by 1
               until ws-ref-idx > ws-ref-count
                   or ws-ref-hit > 0

           if ws-ref-hit = 0
               if ws-table-seen = "1"
                   move "2" to ls-result
               else
                   move "3" to ls-result
               end-if
               goback
           end-if

           move ws-rf-short(ws-ref-hit) to ls-short
           move ws-rf-long(ws-ref-hit) to ls-long
           if ws-rf-active(ws-ref-hit) = "N"
               move "1" to ls-result
           else
               move "0" to ls-result
           end-if

           goback.


       test-one-code.

           if ws-rf-table(ws-ref-idx) = ws-want-table
               move "1" to ws-table-seen
               if ws-rf-code(ws-ref-idx) = ws-want-code
                   move ws-ref-idx to ws-ref-hit
               end-if
           end-if
           .


       load-reference.

           move "REFERENCE_CODES" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-ref-file
           end-if

           move zero to ws-ref-count

           open input ref-file

           if ws-ref-status not = "00"
               exit paragraph
           end-if

           read ref-file
               at end continue
           end-read

           perform load-one-code
               until ws-ref-status not = "00"

           close ref-file
           .


       load-one-code.

           if ref-file-rec not = spaces
               and ref-file-rec(1:1) not = "#"
               if ws-ref-count >= 1000
                   display "ref-lookup: HARD LIMIT - reference "
                       "table full at 1000 codes, the rest of "
                       function trim(ws-ref-file) " not loaded"
                   move "10" to ws-ref-status
                   exit paragraph
               end-if
               move spaces to ws-rf-table-in ws-rf-code-in
                              ws-rf-short-in ws-rf-long-in
                              ws-rf-active-in
               unstring ref-file-rec delimited by "|"
                   into ws-rf-table-in ws-rf-code-in ws-rf-short-in
                        ws-rf-long-in ws-rf-active-in
               end-unstring
               if ws-rf-table-in not = spaces
                   and ws-rf-code-in not = spaces
                   add 1 to ws-ref-count
                   move function upper-case(
                       function trim(ws-rf-table-in))
                       to ws-rf-table(ws-ref-count)
                   move function trim(ws-rf-code-in)
                       to ws-rf-code(ws-ref-count)
                   move ws-rf-short-in to ws-rf-short(ws-ref-count)
                   move ws-rf-long-in to ws-rf-long(ws-ref-count)
                   move function upper-case(ws-rf-active-in(1:1))
                       to ws-rf-active(ws-ref-count)
               end-if
           end-if

           read ref-file
               at end continue
           end-read
           .
