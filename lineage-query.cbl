       identification division.
       program-id. lineage-query.

      *>****************************************************
      *> walks the lineage journal lineage-log keeps: given
      *> a reading's lineage key, or any output line that
      *> carries one, it shows the extract record the
      *> reading arrived as, every repair it went through
      *> on the way (a re-run record is traced back to the
      *> reject it was repaired from, and on to that
      *> record's own origin), the master version and
      *> calibration that converted it, every reprocess
      *> pass over it, the history record it fed and the
      *> invoice that history record was billed on. given
      *> the key on a billing INV line it goes the other
      *> way: the history records billed on the invoice
      *> and the readings behind each.
      *>
      *>   lineage-query <key>
      *>   lineage-query -line <file> <line number>
      *>
      *> -line finds the key on the line wherever that
      *> file's record carries it: a gon detail line from
      *> column 134, a reject line from column 82, a
      *> history record from column 43, an INV line in its
      *> last field.
      *>   LINEAGE_JOURNAL   the journal (file-lineage)
      *>   READINGS_HISTORY  the history file searched for
      *>                     the record a reading fed
      *> RETURN-CODE 4 when the journal knows nothing of
      *> the key, 8 when there is no key or no journal
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select lineage-journal assign to dynamic ws-journal-file
               organization line sequential
               file status is ws-journal-status.
           select line-in assign to dynamic ws-line-file
               organization line sequential
               file status is ws-line-status.
           select history-in assign to dynamic ws-history-file
               organization line sequential
               file status is ws-history-status.

       data division.

       file section.

       fd lineage-journal.
       01 lineage-journal-rec      pic x(300).

       fd line-in.
       01 line-in-rec              pic x(300).

       fd history-in.
       01 history-in-rec.
           03 hi-date              pic x(8).
           03 hi-ptr               pic x(4).
           03 filler               pic x(30).
           03 hi-lineage           pic x(60).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-journal-file          pic x(80)
                                    value "file-lineage".
       77 ws-journal-status        pic xx.
       77 ws-line-file             pic x(80).
       77 ws-line-status           pic xx.
       77 ws-history-file          pic x(80)
                                    value "file-readings-history".
       77 ws-history-status        pic xx.

       77 ws-arg-1                 pic x(80).
       77 ws-arg-2                 pic x(80).
       77 ws-arg-3                 pic x(10).
       77 ws-line-want             pic 9(6).
       77 ws-line-no               pic 9(6).
       77 ws-line-text             pic x(300).
       77 ws-bar-pos               pic 9(3).
       77 ws-char-idx              pic 9(3).

       77 ws-query-key             pic x(60).
       77 ws-cur-key               pic x(60).
       77 ws-found-key             pic x(60).
       77 ws-hist-key              pic x(60).
       77 ws-cur-tail              pic x(100).
       77 ws-slash-pos             pic 9(3).

      *>****************************************************
      *> one journal line, split on its bars
      *>****************************************************

       77 ws-jl-kind               pic x(2).
       77 ws-jl-key                pic x(60).
       77 ws-jl-stamp              pic x(14).
       77 ws-jl-d1                 pic x(80).
       77 ws-jl-d2                 pic x(80).
       77 ws-jl-d3                 pic x(80).
       77 ws-jl-d4                 pic x(80).
       77 ws-jl-d5                 pic x(80).
       77 ws-jl-d6                 pic x(100).
       77 ws-jl-tail               pic x(100).
       77 ws-rp-tail               pic x(100).

       77 ws-scan-mode             pic x.
           88 ws-scan-key                     value "K".
           88 ws-scan-back                    value "B".
           88 ws-scan-forward                 value "F".
           88 ws-scan-reprocess               value "X".
           88 ws-scan-billed                  value "H".
           88 ws-scan-invoice                 value "G".
       77 ws-hit-count             pic 9(4)   value 0.
       77 ws-total-hits            pic 9(6)   value 0.
       77 ws-depth                 pic 99     value 0.

      *>****************************************************
      *> what the record's own journal lines tell about it
      *>****************************************************

       77 ws-in-id                 pic x(5).
       77 ws-in-token              pic x(30).
       77 ws-cv-ptr                pic x(4).
       77 ws-cv-date               pic x(8).

       01 ws-fwd-table.
           03 ws-fwd-tail occurs 10 pic x(100).
       77 ws-fwd-count             pic 99     value 0.

      *>   the queried record's own facts, kept while the
      *>   trace back reads its origins' lines
       77 ws-save-in-id            pic x(5).
       77 ws-save-in-token         pic x(30).
       77 ws-save-cv-ptr           pic x(4).
       77 ws-save-cv-date          pic x(8).
       01 ws-save-fwd-table        pic x(1000).
       77 ws-save-fwd-count        pic 99.
       77 ws-fwd-idx               pic 99.

       01 ws-group-table.
           03 ws-group-key occurs 20 pic x(60).
       77 ws-group-count           pic 99     value 0.
       77 ws-group-idx             pic 99.

       01 ws-hkey-table.
           03 ws-hkey occurs 200 pic x(60).
       77 ws-hkey-count            pic 9(3)   value 0.
       77 ws-hkey-idx              pic 9(3).

       procedure division.

       mainline.

           perform resolve-query

           if ws-query-key = spaces
               move 8 to return-code
               goback
           end-if

           open input lineage-journal
           if ws-journal-status not = "00"
               display "lineage-query: cannot open "
                   function trim(ws-journal-file)
                   ", file status " ws-journal-status
               move 8 to return-code
               goback
           end-if
           close lineage-journal

           display "lineage of " function trim(ws-query-key)

      *>   the record's own lines first: for an invoice's
      *>   group key these are its BH and BL lines, and the
      *>   history keys they name are the way back
           move spaces to ws-in-id ws-in-token ws-cv-ptr
               ws-cv-date
           move zero to ws-fwd-count ws-hkey-count
           move ws-query-key to ws-cur-key
           display " "
           display "journal:"
           set ws-scan-key to true
           perform scan-journal

           if ws-hit-count = 0
               display "  nothing journalled under this key"
               move 4 to return-code
               goback
           end-if

           if ws-hkey-count > 0
               perform show-invoice-readings
           else
               perform show-reading-lineage
           end-if

           move zero to return-code
           goback.


      *>****************************************************
      *> the key straight off the command line, or dug out
      *> of line n of an output file
      *>****************************************************

       resolve-query.

           move "LINEAGE_JOURNAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-journal-file
           end-if

           move "READINGS_HISTORY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-history-file
           end-if

           move spaces to ws-query-key ws-arg-1 ws-arg-2 ws-arg-3
           accept ws-arg-1 from argument-value
               on exception continue
           end-accept

           if ws-arg-1 = spaces
               display "usage: lineage-query <key>"
               display "       lineage-query -line <file> <n>"
               exit paragraph
           end-if

           if ws-arg-1 not = "-line"
               move function trim(ws-arg-1) to ws-query-key
               exit paragraph
           end-if

           accept ws-arg-2 from argument-value
               on exception continue
           end-accept
           accept ws-arg-3 from argument-value
               on exception continue
           end-accept

           if ws-arg-2 = spaces
               or function trim(ws-arg-3) is not numeric
               display "usage: lineage-query -line <file> <n>"
               exit paragraph
           end-if

           move ws-arg-2 to ws-line-file
           compute ws-line-want = function numval(ws-arg-3)
           perform read-wanted-line

           if ws-line-text = spaces
               display "lineage-query: no line " ws-line-want
                   " on " function trim(ws-line-file)
               exit paragraph
           end-if

           perform find-key-on-line

           if ws-query-key = spaces
               display "lineage-query: line " ws-line-want
                   " of " function trim(ws-line-file)
                   " carries no lineage key"
           end-if
           .


       read-wanted-line.

           move spaces to ws-line-text
           move zero to ws-line-no

           open input line-in
           if ws-line-status not = "00"
               exit paragraph
           end-if

           read line-in
               at end continue
           end-read

           perform count-one-line
               until ws-line-status not = "00"
                   or ws-line-no = ws-line-want

           close line-in
           .


       count-one-line.

           add 1 to ws-line-no
           if ws-line-no = ws-line-want
               move line-in-rec to ws-line-text
               exit paragraph
           end-if

           read line-in
               at end continue
           end-read
           .


      *>****************************************************
      *> each output keeps its key where its own record has
      *> room: past the print columns, past the reject text,
      *> past the history fields, last on an INV line
      *>****************************************************

       find-key-on-line.

           evaluate true
               when ws-line-text(1:4) = "INV|"
                   move zero to ws-bar-pos
                   perform find-last-bar
                       varying ws-char-idx from 1 by 1
                       until ws-char-idx > 300
                   if ws-bar-pos > 0 and ws-bar-pos < 300
                       move ws-line-text(ws-bar-pos + 1:)
                           to ws-query-key
                   end-if
               when ws-line-text(134:60) not = spaces
                   move ws-line-text(134:60) to ws-query-key
               when ws-line-text(1:4) = "ptr "
                   and ws-line-text(82:60) not = spaces
                   move ws-line-text(82:60) to ws-query-key
               when ws-line-text(1:12) is numeric
                   and ws-line-text(43:60) not = spaces
                   move ws-line-text(43:60) to ws-query-key
               when other
                   continue
           end-evaluate
           .


       find-last-bar.

           if ws-line-text(ws-char-idx:1) = "|"
               move ws-char-idx to ws-bar-pos
           end-if
           .


      *>****************************************************
      *> a reading: where it came from, then where it went
      *>****************************************************

       show-reading-lineage.

           move ws-in-id to ws-save-in-id
           move ws-in-token to ws-save-in-token
           move ws-cv-ptr to ws-save-cv-ptr
           move ws-cv-date to ws-save-cv-date
           move ws-fwd-table to ws-save-fwd-table
           move ws-fwd-count to ws-save-fwd-count

           move ws-query-key to ws-cur-key
           move zero to ws-depth
           move "x" to ws-found-key
           perform trace-back-one
               until ws-found-key = spaces or ws-depth > 9

           move ws-save-in-id to ws-in-id
           move ws-save-in-token to ws-in-token
           move ws-save-cv-ptr to ws-cv-ptr
           move ws-save-cv-date to ws-cv-date
           move ws-save-fwd-table to ws-fwd-table
           move ws-save-fwd-count to ws-fwd-count

           if ws-fwd-count > 0
               display " "
               display "repaired into:"
               perform show-one-forward
                   varying ws-fwd-idx from 1 by 1
                   until ws-fwd-idx > ws-fwd-count
           end-if

           if ws-in-token not = spaces
               if ws-cv-ptr = spaces
                   move ws-in-id(1:4) to ws-cv-ptr
               end-if
               display " "
               display "reprocess passes over ptr " ws-cv-ptr ":"
               set ws-scan-reprocess to true
               perform scan-journal
               if ws-hit-count = 0
                   display "  none"
               end-if
           end-if

           if ws-cv-date not = spaces
               perform show-history-and-billing
           end-if
           .


      *>****************************************************
      *> a record read off a re-run extract was repaired
      *> from a reject: the RP line naming this record's
      *> extract and number gives the key it was rejected
      *> under, and that record may itself be a repair
      *>****************************************************

       trace-back-one.

           perform take-key-tail
           move spaces to ws-found-key
           set ws-scan-back to true
           perform scan-journal

           if ws-found-key = spaces
               exit paragraph
           end-if

           add 1 to ws-depth
           display " "
           display "repaired from " function trim(ws-found-key) ":"
           move ws-found-key to ws-cur-key
           set ws-scan-key to true
           move zero to ws-fwd-count
           perform scan-journal
           .


       show-one-forward.

           display "  re-run record "
               function trim(ws-fwd-tail(ws-fwd-idx)(2:))
           set ws-scan-forward to true
           perform scan-journal
           if ws-hit-count = 0
               display "    not yet read by a run"
           end-if
           .


      *>****************************************************
      *> the history record for the reading's sensor and
      *> date - the last one written, which is the one the
      *> bill reads - and the invoices it was billed on
      *>****************************************************

       show-history-and-billing.

           display " "
           display "history record (" function trim(ws-history-file)
               "):"

           move spaces to ws-hist-key ws-line-text
           open input history-in
           if ws-history-status = "00"
               read history-in
                   at end continue
               end-read
               perform match-one-history
                   until ws-history-status not = "00"
               close history-in
           end-if

           if ws-line-text = spaces
               display "  none for ptr " ws-cv-ptr " on " ws-cv-date
               exit paragraph
           end-if

           display "  " function trim(ws-line-text(1:42))
           if ws-hist-key not = spaces
               display "  last fed by " function trim(ws-hist-key)
           end-if

           if ws-hist-key = spaces
               exit paragraph
           end-if

           display " "
           display "billed:"
           move zero to ws-group-count
           set ws-scan-billed to true
           perform scan-journal
           if ws-hit-count = 0
               display "  not on a billing run"
               exit paragraph
           end-if

           set ws-scan-invoice to true
           perform scan-journal
           .


       match-one-history.

           if hi-ptr = ws-cv-ptr and hi-date = ws-cv-date
               move history-in-rec to ws-line-text
               move hi-lineage to ws-hist-key
           end-if

           read history-in
               at end continue
           end-read
           .


      *>****************************************************
      *> an invoice's group key: each history record billed
      *> on it, and the journal lines of the reading that
      *> last fed each one
      *>****************************************************

       show-invoice-readings.

           display " "
           display "readings behind the billed history records:"
           perform show-one-billed-reading
               varying ws-hkey-idx from 1 by 1
               until ws-hkey-idx > ws-hkey-count
           .


       show-one-billed-reading.

           if ws-hkey(ws-hkey-idx) = spaces
               display "  (history record written before "
                   "lineage keys)"
               exit paragraph
           end-if

           display "  " function trim(ws-hkey(ws-hkey-idx))
           move ws-hkey(ws-hkey-idx) to ws-cur-key
           set ws-scan-key to true
           move zero to ws-fwd-count
           perform scan-journal
           .


      *>****************************************************
      *> one pass over the whole journal for whatever the
      *> scan mode asks
      *>****************************************************

       scan-journal.

           move zero to ws-hit-count

           open input lineage-journal
           if ws-journal-status not = "00"
               exit paragraph
           end-if

           read lineage-journal
               at end continue
           end-read

           perform take-one-journal-line
               until ws-journal-status not = "00"

           close lineage-journal
           .


       take-one-journal-line.

           if lineage-journal-rec = spaces
               perform read-next-journal
               exit paragraph
           end-if

           perform split-journal-line

           evaluate true
               when ws-scan-key
                   if ws-jl-key = ws-cur-key
                       perform show-journal-line
                       perform note-record-facts
                   end-if

               when ws-scan-back
                   if ws-jl-kind = "RP"
                       perform take-repair-tail
                       if ws-rp-tail = ws-cur-tail
                           move ws-jl-key to ws-found-key
                       end-if
                   end-if

               when ws-scan-forward
                   if ws-jl-tail = ws-fwd-tail(ws-fwd-idx)
                       and ws-jl-kind not = "BH"
                       and ws-jl-kind not = "BL"
                       perform show-journal-line
                   end-if

               when ws-scan-reprocess
                   if ws-jl-kind = "RX"
                       and ws-jl-d1(1:4) = ws-cv-ptr
                       and ws-jl-d2 = ws-in-token
                       perform show-journal-line
                   end-if

               when ws-scan-billed
                   if ws-jl-kind = "BH"
                       and ws-jl-d4(1:60) = ws-hist-key
                       perform show-journal-line
                       perform add-group-key
                   end-if

               when ws-scan-invoice
                   if ws-jl-kind = "BL"
                       perform match-group-invoice
                   end-if
           end-evaluate

           perform read-next-journal
           .


       read-next-journal.

           read lineage-journal
               at end continue
           end-read
           .


       split-journal-line.

           move spaces to ws-jl-kind ws-jl-key ws-jl-stamp
               ws-jl-d1 ws-jl-d2 ws-jl-d3 ws-jl-d4 ws-jl-d5
               ws-jl-d6
           unstring lineage-journal-rec delimited by "|"
               into ws-jl-kind ws-jl-key ws-jl-stamp
                    ws-jl-d1 ws-jl-d2 ws-jl-d3 ws-jl-d4
                    ws-jl-d5 ws-jl-d6
           end-unstring

           move zero to ws-slash-pos
           inspect ws-jl-key tallying ws-slash-pos
               for characters before initial "/"
           move spaces to ws-jl-tail
           if ws-slash-pos < 60
               move ws-jl-key(ws-slash-pos + 1:) to ws-jl-tail
           end-if
           .


      *>****************************************************
      *> a key's tail - "/<extract>/<record number>" - is
      *> what an RP line names as the re-run record, the
      *> run that later read it not yet being known
      *>****************************************************

       take-key-tail.

           move zero to ws-slash-pos
           inspect ws-cur-key tallying ws-slash-pos
               for characters before initial "/"
           move spaces to ws-cur-tail
           if ws-slash-pos < 60
               move ws-cur-key(ws-slash-pos + 1:) to ws-cur-tail
           end-if
           .


       take-repair-tail.

           move spaces to ws-rp-tail
           string
               "/"                         delimited by size
               function trim(ws-jl-d1)     delimited by size
               "/"                         delimited by size
               function trim(ws-jl-d2)     delimited by size
               into ws-rp-tail
           end-string
           .


       show-journal-line.

           add 1 to ws-hit-count
           add 1 to ws-total-hits

           evaluate ws-jl-kind
               when "IN"
                   display "  read        " ws-jl-stamp "  id "
                       function trim(ws-jl-d1) " value "
                       function trim(ws-jl-d2)
               when "CV"
                   display "  converted   " ws-jl-stamp "  ptr "
                       function trim(ws-jl-d1) " site "
                       function trim(ws-jl-d2) " for "
                       function trim(ws-jl-d3)
                   display "              "
                       function trim(ws-jl-d4) ", "
                       function trim(ws-jl-d5)
                   display "              into "
                       function trim(ws-jl-d6)
               when "RJ"
                   display "  rejected    " ws-jl-stamp "  "
                       function trim(ws-jl-d1) " ("
                       function trim(ws-jl-d2) ")"
               when "RP"
                   display "  repaired    " ws-jl-stamp "  "
                       function trim(ws-jl-d3) " -> "
                       function trim(ws-jl-d4) " as "
                       function trim(ws-jl-d1) " record "
                       function trim(ws-jl-d2)
               when "RI"
                   display "  incorrigible" ws-jl-stamp "  "
                       function trim(ws-jl-d1) " value "
                       function trim(ws-jl-d2)
               when "RX"
                   display "  reprocessed " ws-jl-stamp "  "
                       function trim(ws-jl-d3) " into "
                       function trim(ws-jl-d4) ", "
                       function trim(ws-jl-d5)
                       " (" function trim(ws-jl-key) ")"
               when "BH"
                   display "  billed      " ws-jl-stamp "  "
                       function trim(ws-jl-d1) " ptr "
                       function trim(ws-jl-d2) " count "
                       function trim(ws-jl-d3) " under "
                       function trim(ws-jl-key)
               when "BL"
                   display "  invoiced    " ws-jl-stamp "  owner "
                       function trim(ws-jl-d1) " period "
                       function trim(ws-jl-d2) " invoice "
                       function trim(ws-jl-d3) " on "
                       function trim(ws-jl-d4)
               when other
                   display "  " function trim(lineage-journal-rec)
           end-evaluate
           .


       note-record-facts.

           evaluate ws-jl-kind
               when "IN"
                   move ws-jl-d1 to ws-in-id
                   move ws-jl-d2 to ws-in-token
               when "CV"
                   move ws-jl-d1 to ws-cv-ptr
                   move ws-jl-d3 to ws-cv-date
               when "RP"
                   if ws-fwd-count < 10
                       add 1 to ws-fwd-count
                       perform take-repair-tail
                       move ws-rp-tail to ws-fwd-tail(ws-fwd-count)
                   end-if
               when "BH"
                   if ws-hkey-count < 200
                       add 1 to ws-hkey-count
                       move ws-jl-d4 to ws-hkey(ws-hkey-count)
                   end-if
               when other
                   continue
           end-evaluate
           .


       add-group-key.

           if ws-group-count < 20
               add 1 to ws-group-count
               move ws-jl-key to ws-group-key(ws-group-count)
           end-if
           .


       match-group-invoice.

           perform test-one-group
               varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-count
           .


       test-one-group.

           if ws-jl-key = ws-group-key(ws-group-idx)
               perform show-journal-line
               move ws-group-count to ws-group-idx
           end-if
           .
