      *> and keeps only SPOOL_GENERATIONS (5) generations
      *> per report name, purging the oldest beyond that -
      *> so "print me Tuesday's month-end again" is a
      *> catalog lookup, not a filesystem hunt. a
      *> generation under an active legal hold (hold-check)
      *> is never purged, however far past the keep-count,
      *> and each one kept is named and audited.
      *>
      *>   CALL "spool-report" USING name source-file step
      *>****************************************************
       file section.

       fd spool-src.
       01 spool-src-rec            pic x(200).

       fd spool-dst.
       01 spool-dst-rec            pic x(200).

       fd report-catalog.
       01 report-catalog-rec       pic x(160).
       77 ws-generations           pic 9(3)  value 5.
       77 ws-num-scrub             pic x(30).

      *>****************************************************
      *> a source read that ends on anything but end of
      *> file - status 06, a line wider than the record,
      *> above all - would spool a short copy; the copy is
      *> removed, nothing is catalogued and the caller
      *> gets a non-zero return code
      *>****************************************************

       77 ws-spool-rc              pic 9     value 0.
       77 ws-end-status            pic xx.

       01 ws-catalog-table.
           03 ws-cat-line occurs 200 pic x(160).
       77 ws-catalog-count         pic 9(3)  value 0.
       77 ws-arc-new-status        pic xx.
       77 ws-pruned-count          pic 9(3).
       77 ws-rename-rc             pic s9(9).
       77 ws-room-idx              pic 9(3).

       77 ws-hold-class            pic x(8)  value "SPOOL".
       77 ws-hold-source           pic x(40).
       77 ws-hold-date             pic 9(8).
       77 ws-hold-id               pic x(12).

       77 ws-audit-caller          pic x(20)  value "SPOOL-REPORT".
       77 ws-audit-event           pic x(12).

           perform load-catalog
           perform next-sequence
           move zero to ws-spool-rc
           perform spool-the-report

           if ws-line-count > 0
               perform purge-old-generations
           end-if

           move ws-spool-rc to return-code

           goback.

      *>   replaced below. simpler: count first, copy second
           perform count-source-pass

           move ws-src-status to ws-end-status
           close spool-src

           if ws-end-status not = "10"
               close spool-dst
               perform abandon-short-copy
               exit paragraph
           end-if

           move ls-source-file to ws-src-file
           open input spool-src
           if ws-src-status not = "00"
           perform copy-one-line
               until ws-src-status not = "00"

           move ws-src-status to ws-end-status
           close spool-src spool-dst

           if ws-end-status not = "10"
               perform abandon-short-copy
               exit paragraph
           end-if

           display "spool-report: "
               function trim(ls-source-file) " spooled as "
               function trim(ws-dst-file)
           .


       abandon-short-copy.

           display "spool-report: read of "
               function trim(ls-source-file)
               " stopped with file status " ws-end-status
               " - not spooled"
           call "CBL_DELETE_FILE" using ws-dst-file
           move zero to ws-line-count
           move 8 to ws-spool-rc
           .


       count-source-pass.

           read spool-src

           if function trim(ws-cat-name-in)
                   = function trim(ls-report-name)
               perform check-legal-hold
           end-if

           if function trim(ws-cat-name-in)
                   = function trim(ls-report-name)
               and ws-hold-id = spaces
               move ws-cat-file-in to ws-purge-name
               call "CBL_DELETE_FILE" using ws-purge-name
               move zero to return-code

       make-catalog-room.

      *>   the oldest generation no legal hold covers; with
      *>   every line held the new copy stays on disk but
      *>   cannot be catalogued, and says so

           move zero to ws-room-idx
           perform find-catalog-room
               varying ws-catalog-idx from 1 by 1
               until ws-catalog-idx > ws-catalog-count
                   or ws-room-idx > 0

           if ws-room-idx = 0
               display "spool-report: catalog full and every "
                   "generation on it is under legal hold - "
                   function trim(ws-dst-file)
                   " spooled but NOT catalogued"
               move "HOLD-FULL" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   function trim(ws-dst-file)  delimited by size
                   " not catalogued, catalog held"
                                               delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                                       ws-audit-event
                                       ws-audit-detail
               exit paragraph
           end-if

           move spaces to ws-cat-name-in ws-cat-date-in
                          ws-cat-seq-in ws-cat-file-in
           unstring ws-cat-line(ws-room-idx) delimited by "|"
               into ws-cat-name-in ws-cat-date-in
                    ws-cat-seq-in ws-cat-file-in
           end-unstring
                   " retired to make room"
           end-if

           perform varying ws-catalog-idx from ws-room-idx by 1
               until ws-catalog-idx >= ws-catalog-count
               move ws-cat-line(ws-catalog-idx + 1)
                   to ws-cat-line(ws-catalog-idx)
           .


       find-catalog-room.

           move spaces to ws-cat-name-in ws-cat-date-in
                          ws-cat-seq-in ws-cat-file-in
           unstring ws-cat-line(ws-catalog-idx) delimited by "|"
               into ws-cat-name-in ws-cat-date-in
                    ws-cat-seq-in ws-cat-file-in
           end-unstring

           if ws-cat-file-in = spaces
               move ws-catalog-idx to ws-room-idx
               exit paragraph
           end-if

           perform check-legal-hold
           if ws-hold-id = spaces
               move ws-catalog-idx to ws-room-idx
           end-if
           .


      *>****************************************************
      *> a spool generation's hold source is its report
      *> name and its date the catalog date; each one kept
      *> goes into the audit journal as well as the log
      *>****************************************************

       check-legal-hold.

           move function trim(ws-cat-name-in) to ws-hold-source
           if ws-cat-date-in(1:8) numeric
               move ws-cat-date-in(1:8) to ws-hold-date
           else
               move ws-today to ws-hold-date
           end-if

           call "hold-check" using ws-hold-class ws-hold-source
                                   ws-hold-date ws-hold-id

           if ws-hold-id not = spaces
               display "spool-report: "
                   function trim(ws-cat-file-in)
                   " held by " function trim(ws-hold-id)
                   " - not purged"
               move "HOLD-SKIP" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   function trim(ws-cat-file-in)
                                               delimited by size
                   " held by "                 delimited by size
                   function trim(ws-hold-id)   delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller
                                       ws-audit-event
                                       ws-audit-detail
           end-if
           .


      *>****************************************************
      *> the index record of the purged copy goes with it:
      *> the survivors stream to a work copy that replaces
