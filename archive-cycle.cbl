      *> nightly archival, run as the last daily-cycle
      *> step: the cycle's outputs (f-gon, file-stats, the
      *> reject file, calc-batch-out, the fizzbuzz diff
      *> report, the released GL posting file) are swept
      *> into dated archive copies, each recorded in the
      *> archive index with date, source name and record
      *> count - so "show me last
      *> Tuesday's conversion report" stops depending on
      *> someone remembering to copy files aside.
      *> the state files the next night starts from (the
      *> readings snapshots and history, the statistics
      *> history and its partition catalog, the reject
      *> aging file, the vault and the run-control ledger)
      *> are swept the same way, so dr-rebuild has a
      *> generation of each to rebuild from; a monthly
      *> partition is archived only when it has changed
      *> since its last generation.
      *>
      *>   archive-cycle              sweep tonight's outputs
      *>   archive-cycle -restore <yyyymmdd> <source-name>
           select report-catalog assign to dynamic ws-catalog-file
               organization line sequential
               file status is ws-catalog-status.
           select part-catalog assign to dynamic
                   ws-part-catalog-file
               organization line sequential
               file status is ws-part-catalog-status.

       data division.

       file section.

       fd copy-src.
       01 copy-src-rec             pic x(200).

       fd copy-dst.
       01 copy-dst-rec             pic x(200).

       fd report-catalog.
       01 report-catalog-rec       pic x(160).

       fd part-catalog.
       01 part-catalog-rec         pic x(100).

       fd arc-index.
       01 arc-index-rec.
           03 ar-date              pic 9(8).

       77 ws-today                 pic 9(8).
       77 ws-copy-count            pic 9(6).
       77 ws-swept-count           pic 99.
       77 ws-base-name             pic x(80).
       77 ws-base-len              pic 9(3).

       77 ws-char-idx              pic 9(3).
       77 ws-char-ord              pic 9(3).

      *>****************************************************
      *> a read that ends on anything but end of file -
      *> status 06, a line wider than the record, above all
      *> - leaves the copy or the count short; it fails the
      *> run instead of passing for a smaller file
      *>****************************************************

       77 ws-src-read-bad          pic x     value "0".
           88 ws-is-src-read-bad             value "1".
       77 ws-end-status            pic xx.

      *>****************************************************
      *> the index is append-forever and outgrows any fixed
      *> table within weeks, so it is streamed: -verify
      *>****************************************************

       01 ws-sweep-list.
           03 filler pic x(24) value "GON".
           03 filler pic x(40) value "file-gon".
           03 filler pic x(24) value "STATS".
           03 filler pic x(40) value "file-stats".
           03 filler pic x(24) value spaces.
           03 filler pic x(40) value "file-degres-rejects".
           03 filler pic x(24) value "CALC_BATCH_OUT".
           03 filler pic x(40) value "calc-batch-out".
           03 filler pic x(24) value "FIZZBUZZ_DIFF_REPORT".
           03 filler pic x(40) value "fizzbuzz-diff-report.log".
           03 filler pic x(24) value "GL_POSTING_FILE".
           03 filler pic x(40) value "file-gl-posting".
           03 filler pic x(24) value "READINGS_CURRENT".
           03 filler pic x(40) value "file-readings-current".
           03 filler pic x(24) value "READINGS_PREVIOUS".
           03 filler pic x(40) value "file-readings-previous".
           03 filler pic x(24) value "READINGS_HISTORY".
           03 filler pic x(40) value "file-readings-history".
           03 filler pic x(24) value "STATS_HISTORY".
           03 filler pic x(40) value "file-stats-history".
           03 filler pic x(24) value "STATS_HISTORY_CATALOG".
           03 filler pic x(40) value "stats-history-catalog".
           03 filler pic x(24) value "REJECT_AGING".
           03 filler pic x(40) value "file-reject-aging".
           03 filler pic x(24) value "TOKEN_VAULT".
           03 filler pic x(40) value "token-vault".
           03 filler pic x(24) value "RUN_CONTROL".
           03 filler pic x(40) value "file-run-control".
       01 ws-sweep-table redefines ws-sweep-list.
           03 ws-sweep-entry occurs 14.
               05 ws-sweep-key     pic x(24).
               05 ws-sweep-name    pic x(40).
       77 ws-sweep-idx             pic 99.

      *>****************************************************
      *> the statistics partitions the catalog names
      *> ("yyyymm|filename"); a closed month never changes,
      *> so its one generation is kept rather than a fresh
      *> copy every night
      *>****************************************************

       77 ws-part-catalog-file     pic x(80)
                                    value "stats-history-catalog".
       77 ws-part-catalog-status   pic xx.
       77 ws-part-period-in        pic x(10).
       77 ws-part-name-in          pic x(80).
       77 ws-part-count            pic 9(6).
       77 ws-part-hash             pic 9(9).
       77 ws-parts-swept           pic 9(3)  value 0.

       procedure division.

                   move zero to ws-swept-count
                   perform archive-one-output
                       varying ws-sweep-idx from 1 by 1
                       until ws-sweep-idx > 14
                   perform archive-spooled-reports
                   perform archive-stats-partitions
                   display "archive-cycle: " ws-swept-count
                       " file(s) archived for " ws-today
                       ", " ws-spooled-swept
                       " spooled report(s) indexed, "
                       ws-parts-swept " changed partition(s)"
           end-evaluate

           move ws-return-code to return-code

           move zero to ws-copy-count
           move zero to ws-hash-total
           move "0" to ws-src-read-bad

           open input copy-src

               end-read
           end-perform

           move ws-src-status to ws-end-status
           close copy-src copy-dst

           if ws-end-status not = "10"
               perform report-bad-read
               call "CBL_DELETE_FILE" using ws-dst-file
               move zero to return-code
               move zero to ws-copy-count
           end-if
           .


       report-bad-read.

           set ws-is-src-read-bad to true
           display "archive-cycle: read of "
               function trim(ws-src-file)
               " stopped after " ws-copy-count
               " record(s), file status " ws-end-status
               " - not archived"
           move 8 to ws-return-code
           .



           move zero to ws-copy-count
           move zero to ws-hash-total
           move "0" to ws-src-read-bad

           open input copy-src

               end-read
           end-perform

           move ws-src-status to ws-end-status
           close copy-src

           if ws-end-status not = "10"
               perform report-bad-read
               move 999999 to ws-copy-count
           end-if
           .


           .


       archive-stats-partitions.

           move "STATS_HISTORY_CATALOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-part-catalog-file
           end-if

           open input part-catalog

           if ws-part-catalog-status not = "00"
               exit paragraph
           end-if

           read part-catalog
               at end continue
           end-read

           perform archive-one-partition
               until ws-part-catalog-status not = "00"

           close part-catalog
           .


       archive-one-partition.

           if part-catalog-rec not = spaces
               move spaces to ws-part-period-in ws-part-name-in
               unstring part-catalog-rec delimited by "|"
                   into ws-part-period-in ws-part-name-in
               end-unstring

               if ws-part-name-in not = spaces
                   move ws-part-name-in to ws-src-file
                   perform hash-existing-file
                   move ws-copy-count to ws-part-count
                   move ws-hash-total to ws-part-hash

                   move ws-part-name-in to ws-restore-name
                   perform find-latest-generation

                   if ws-part-count not = 999999
                       and ws-part-count > 0
                       and (ws-ix-found not = "1"
                           or ws-ix-count not = ws-part-count
                           or ws-ix-hash not = ws-part-hash)
                       move ws-part-name-in to ws-base-name
                       move spaces to ws-dst-file
                       string
                           function trim(ws-base-name)
                                               delimited by size
                           "."                 delimited by size
                           ws-today            delimited by size
                           into ws-dst-file
                       end-string
                       perform copy-src-to-dst
                       if ws-copy-count > 0
                           perform append-index-record
                           add 1 to ws-parts-swept
                           display "archive-cycle: "
                               function trim(ws-src-file) " -> "
                               function trim(ws-dst-file)
                               " (" ws-copy-count " record(s))"
                       end-if
                   end-if
               end-if
           end-if

           read part-catalog
               at end continue
           end-read
           .


      *>   the newest index record for a source, whatever
      *>   its date - the last one in append order wins

       find-latest-generation.

           move "0" to ws-ix-found

           open input arc-index

           if ws-index-status not = "00"
               exit paragraph
           end-if

           read arc-index
               at end continue
           end-read

           perform match-latest-index-rec
               until ws-index-status not = "00"

           close arc-index
           .


       match-latest-index-rec.

           if ar-date numeric and ar-source not = spaces
               and function trim(ar-source)
                   = function trim(ws-restore-name)
               move "1" to ws-ix-found
               perform take-index-fields
           end-if

           read arc-index
               at end continue
           end-read
           .


       restore-one-file.

           move spaces to ws-restore-date ws-restore-name

           perform copy-src-to-dst

           if ws-is-src-read-bad
               exit paragraph
           end-if

           if ws-copy-count = 0
               display "archive-cycle: nothing on file for "
                   function trim(ws-src-file)
           display "archive-cycle: verified " ws-verify-total
               " generation(s), " ws-verify-bad " bad"

           if ws-verify-bad > 0 and ws-return-code = 0
               move 4 to ws-return-code
           end-if
           .
           perform hash-existing-file

           evaluate true
               when ws-is-src-read-bad
                   add 1 to ws-verify-bad

               when ws-copy-count = 999999
                   display "archive-cycle: MISSING  "
                       function trim(ws-src-file)
