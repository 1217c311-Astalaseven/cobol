       identification division.
       program-id. hold-check.

      *>****************************************************
      *> answers, for every purging program, "is this item
      *> under legal hold?" - the one place the hold file
      *> legal-hold maintains is interpreted, so log-rotate,
      *> spool-report and vault-maint can never disagree
      *> about what a hold covers. the file is
      *>   id|from|to|covers|placed-by|placed-on|status|
      *>   released-by|released-on|reason
      *> and only ACTIVE holds count. an item is held when
      *> its date falls inside a hold's from-to range and
      *> the hold's covers list (comma separated) names
      *>   ALL      everything
      *>   LOG      rotated log generations
      *>   SPOOL    spool copies and their archive records
      *>   ARCHIVE  both of the above - anything an archive
      *>            index retains
      *>   VAULT    vault tokens, by issue date
      *> or the item's own source (calc-journal, a report
      *> name). the file is loaded on the first call,
      *> cal-curve fashion.
      *>
      *>   CALL "hold-check" USING class source date hold-id
      *>
      *> hold-id comes back as the first hold covering the
      *> item, or spaces when the item is free to purge
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select hold-file assign to dynamic ws-hold-file
               organization line sequential
               file status is ws-hold-status.

       data division.

       file section.

       fd hold-file.
       01 hold-file-rec            pic x(240).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-hold-file             pic x(80)
                                    value "file-legal-hold".
       77 ws-hold-status           pic xx.
       77 ws-holds-loaded          pic x      value "0".
           88 ws-is-holds-loaded              value "1".

       77 ws-hd-id-in              pic x(12).
       77 ws-hd-from-in            pic x(10).
       77 ws-hd-to-in              pic x(10).
       77 ws-hd-covers-in          pic x(80).
       77 ws-hd-by-in              pic x(20).
       77 ws-hd-on-in              pic x(10).
       77 ws-hd-status-in          pic x(10).

       01 ws-hold-table.
           03 ws-hold-entry occurs 50.
               05 ws-hd-id         pic x(12).
               05 ws-hd-from       pic 9(8).
               05 ws-hd-to         pic 9(8).
               05 ws-hd-cover occurs 8 pic x(40).
       77 ws-hold-count            pic 9(2)   value 0.
       77 ws-hold-idx              pic 9(2).
       77 ws-cover-idx             pic 9.

       77 ws-item-class            pic x(8).
       77 ws-item-source           pic x(40).
       77 ws-covered               pic x.

       linkage section.

       77 ls-class                 pic x(8).
       77 ls-source                pic x(40).
       77 ls-date                  pic 9(8).
       77 ls-hold-id               pic x(12).

       procedure division using ls-class ls-source ls-date
                                 ls-hold-id.

       mainline.

           if not ws-is-holds-loaded
               perform load-holds
               set ws-is-holds-loaded to true
           end-if

           move spaces to ls-hold-id

           if ws-hold-count = 0
               goback
           end-if

           move function upper-case(ls-class) to ws-item-class
           move function upper-case(function trim(ls-source))
               to ws-item-source

           perform test-one-hold
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count
                   or ls-hold-id not = spaces

           goback.


       test-one-hold.

           if ls-date < ws-hd-from(ws-hold-idx)
               or ls-date > ws-hd-to(ws-hold-idx)
               exit paragraph
           end-if

           move "0" to ws-covered
           perform test-one-cover
               varying ws-cover-idx from 1 by 1
               until ws-cover-idx > 8
                   or ws-covered = "1"

           if ws-covered = "1"
               move ws-hd-id(ws-hold-idx) to ls-hold-id
           end-if
           .


       test-one-cover.

           evaluate ws-hd-cover(ws-hold-idx ws-cover-idx)
               when spaces
                   continue
               when "ALL"
                   move "1" to ws-covered
               when "ARCHIVE"
                   if ws-item-class = "LOG"
                       or ws-item-class = "SPOOL"
                       move "1" to ws-covered
                   end-if
               when ws-item-class
                   move "1" to ws-covered
               when ws-item-source
                   move "1" to ws-covered
           end-evaluate
           .


       load-holds.

           move "LEGAL_HOLDS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-hold-file
           end-if

           move zero to ws-hold-count

           open input hold-file

           if ws-hold-status not = "00"
               exit paragraph
           end-if

           read hold-file
               at end continue
           end-read

           perform load-one-hold
               until ws-hold-status not = "00"

           close hold-file
           .


       load-one-hold.

           if hold-file-rec not = spaces
               and hold-file-rec(1:1) not = "#"
               move spaces to ws-hd-id-in ws-hd-from-in ws-hd-to-in
                              ws-hd-covers-in ws-hd-by-in
                              ws-hd-on-in ws-hd-status-in
               unstring hold-file-rec delimited by "|"
                   into ws-hd-id-in ws-hd-from-in ws-hd-to-in
                        ws-hd-covers-in ws-hd-by-in ws-hd-on-in
                        ws-hd-status-in
               end-unstring
               if function upper-case(ws-hd-status-in) = "ACTIVE"
                   and ws-hd-from-in(1:8) numeric
                   and ws-hd-to-in(1:8) numeric
                   perform take-one-hold
               end-if
           end-if

           read hold-file
               at end continue
           end-read
           .


      *>****************************************************
      *> a hold the table cannot take is still a hold: a
      *> full table answers HELD for everything rather than
      *> let a purge through on a hold it never read
      *>****************************************************

       take-one-hold.

           if ws-hold-count >= 50
               display "hold-check: HARD LIMIT - hold table full "
                   "at 50 active holds, treating everything as "
                   "held"
               move 1 to ws-hold-count
               move "HOLD-LIMIT" to ws-hd-id(1)
               move zero to ws-hd-from(1)
               move 99999999 to ws-hd-to(1)
               move spaces to ws-hold-entry(1)(29:)
               move "ALL" to ws-hd-cover(1 1)
               move "10" to ws-hold-status
               exit paragraph
           end-if

           add 1 to ws-hold-count
           move spaces to ws-hold-entry(ws-hold-count)
           move ws-hd-id-in to ws-hd-id(ws-hold-count)
           move ws-hd-from-in(1:8) to ws-hd-from(ws-hold-count)
           move ws-hd-to-in(1:8) to ws-hd-to(ws-hold-count)

           move function upper-case(ws-hd-covers-in)
               to ws-hd-covers-in
           if ws-hd-covers-in = spaces
               move "ALL" to ws-hd-covers-in
           end-if
           unstring ws-hd-covers-in delimited by ","
               into ws-hd-cover(ws-hold-count 1)
                    ws-hd-cover(ws-hold-count 2)
                    ws-hd-cover(ws-hold-count 3)
                    ws-hd-cover(ws-hold-count 4)
                    ws-hd-cover(ws-hold-count 5)
                    ws-hd-cover(ws-hold-count 6)
                    ws-hd-cover(ws-hold-count 7)
                    ws-hd-cover(ws-hold-count 8)
           end-unstring

           perform trim-one-cover
               varying ws-cover-idx from 1 by 1
               until ws-cover-idx > 8
           .


       trim-one-cover.

           move function trim(
               ws-hd-cover(ws-hold-count ws-cover-idx))
               to ws-hd-cover(ws-hold-count ws-cover-idx)
           .
