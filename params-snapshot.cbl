       identification division.
       program-id. params-snapshot.

      *>****************************************************
      *> the parameter snapshot daily-cycle takes at cycle
      *> start: every key's value as read-param resolves it
      *> for this run, and where it came from, tagged with
      *> the run id - so "what was different on the 9th" is
      *> params-diff between two run ids instead of a guess.
      *> the keys are the catalog every program's keys are
      *> kept in (param-keys) plus any key the run-params
      *> file or a staged value names that the catalog does
      *> not. one line per key, appended to PARAMS_SNAPSHOT
      *> (file-params-snapshot):
      *>   run id|key|source|value
      *> source is environment, run-params, staged yyyymmdd
      *> or default - nothing found, the program's own
      *> default applying. the two files read-param itself
      *> is pointed at by environment lead the run's lines.
      *>
      *>   CALL "params-snapshot" USING run-id
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select snapshot-file assign to dynamic ws-snapshot-file
               organization line sequential
               file status is ws-snapshot-status.
           select param-file assign to dynamic ws-params-file
               organization line sequential
               file status is ws-params-status.
           select pending-file assign to dynamic ws-pending-file
               organization line sequential
               file status is ws-pending-status.

       data division.

       file section.

       fd snapshot-file.
       01 snapshot-rec             pic x(160).

       fd param-file.
       01 param-file-rec           pic x(120).

       fd pending-file.
       01 pending-file-rec         pic x(120).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).
       77 ws-param-source          pic x(20).

       77 ws-snapshot-file         pic x(80)
                                    value "file-params-snapshot".
       77 ws-snapshot-status       pic xx.
       77 ws-params-file           pic x(80)  value "run-params".
       77 ws-params-status         pic xx.
       77 ws-pending-file          pic x(80)
                                    value "run-params-pending".
       77 ws-pending-status        pic xx.

           copy param-keys.

      *>****************************************************
      *> the run's key list: the catalog first, then the
      *> file-only keys in the order the files name them
      *>****************************************************

       01 ws-key-table.
           03 ws-key occurs 500 pic x(30).
       77 ws-key-count             pic 9(3)   value 0.
       77 ws-key-idx               pic 9(3).
       77 ws-key-found             pic x.

       77 ws-rec-key               pic x(30).
       77 ws-split-ptr             pic 9(3).
       77 ws-pend-date-in          pic x(10).
       77 ws-pend-key-in           pic x(30).
       77 ws-today                 pic 9(8).

       77 ws-written-count         pic 9(4)   value 0.

       linkage section.

       77 ls-run-id                pic x(11).

       procedure division using ls-run-id.

       mainline.

           move "PARAMS_SNAPSHOT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-snapshot-file
           end-if

           accept ws-today from date yyyymmdd

           accept ws-params-file from environment "RUN_PARAMS"
               on exception continue
           end-accept
           if ws-params-file = spaces
               move "run-params" to ws-params-file
           end-if

           accept ws-pending-file from environment "PENDING_PARAMS"
               on exception continue
           end-accept
           if ws-pending-file = spaces
               move "run-params-pending" to ws-pending-file
           end-if

           perform load-catalog-keys
               varying ws-key-idx from 1 by 1
               until ws-key-idx > pk-key-count
           move pk-key-count to ws-key-count

           perform collect-file-keys
           perform collect-pending-keys

           open extend snapshot-file
           if ws-snapshot-status = "35"
               open output snapshot-file
           end-if

           if ws-snapshot-status not = "00"
               display "params-snapshot: cannot open "
                   function trim(ws-snapshot-file)
                   ", file status " ws-snapshot-status
                   " - no parameter snapshot for this run"
               move 4 to return-code
               goback
           end-if

           perform write-file-names

           perform write-one-key
               varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count

           close snapshot-file

           display "params-snapshot: " ws-written-count
               " key(s) recorded for run " ls-run-id
               " on " function trim(ws-snapshot-file)

           move zero to return-code
           goback.


       load-catalog-keys.

           move pk-key(ws-key-idx) to ws-key(ws-key-idx)
           .


      *>****************************************************
      *> keyword=value lines, read-param's own rules: "#"
      *> comments and blank lines skipped, the first "="
      *> ends the key
      *>****************************************************

       collect-file-keys.

           open input param-file
           if ws-params-status not = "00"
               exit paragraph
           end-if

           read param-file
               at end continue
           end-read

           perform take-one-file-key
               until ws-params-status not = "00"

           close param-file
           .


       take-one-file-key.

           if param-file-rec not = spaces
               and function trim(param-file-rec)(1:1) not = "#"
               move spaces to ws-rec-key
               move 1 to ws-split-ptr
               unstring param-file-rec delimited by "="
                   into ws-rec-key
                   with pointer ws-split-ptr
               end-unstring
               move function trim(ws-rec-key) to ws-rec-key
               perform add-one-key
           end-if

           read param-file
               at end continue
           end-read
           .


      *>****************************************************
      *> only a staged value whose date has arrived is one
      *> read-param serves; a later one is not yet this
      *> run's configuration
      *>****************************************************

       collect-pending-keys.

           open input pending-file
           if ws-pending-status not = "00"
               exit paragraph
           end-if

           read pending-file
               at end continue
           end-read

           perform take-one-pending-key
               until ws-pending-status not = "00"

           close pending-file
           .


       take-one-pending-key.

           if pending-file-rec not = spaces
               and pending-file-rec(1:1) not = "#"
               move spaces to ws-pend-date-in ws-pend-key-in
               unstring pending-file-rec delimited by "|"
                   into ws-pend-date-in ws-pend-key-in
               end-unstring
               if ws-pend-date-in(1:8) numeric
                   and ws-pend-date-in(1:8) <= ws-today
                   move function trim(ws-pend-key-in) to ws-rec-key
                   perform add-one-key
               end-if
           end-if

           read pending-file
               at end continue
           end-read
           .


       add-one-key.

           if ws-rec-key = spaces
               exit paragraph
           end-if

           move "0" to ws-key-found
           perform match-one-key
               varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
                   or ws-key-found = "1"

           if ws-key-found = "0" and ws-key-count < 500
               add 1 to ws-key-count
               move ws-rec-key to ws-key(ws-key-count)
           end-if
           .


       match-one-key.

           if ws-key(ws-key-idx) = ws-rec-key
               move "1" to ws-key-found
           end-if
           .


      *>****************************************************
      *> RUN_PARAMS and PENDING_PARAMS can only come from
      *> the environment - the files cannot name themselves
      *>****************************************************

       write-file-names.

           move "RUN_PARAMS" to ws-param-key
           move ws-params-file to ws-param-value
           move "default" to ws-param-source
           if ws-params-file not = "run-params"
               move "environment" to ws-param-source
           end-if
           perform write-snapshot-line

           move "PENDING_PARAMS" to ws-param-key
           move ws-pending-file to ws-param-value
           move "default" to ws-param-source
           if ws-pending-file not = "run-params-pending"
               move "environment" to ws-param-source
           end-if
           perform write-snapshot-line
           .


       write-one-key.

           move ws-key(ws-key-idx) to ws-param-key
           call "read-param" using ws-param-key ws-param-value
                                   ws-param-source
           if ws-param-source = spaces
               move "default" to ws-param-source
           end-if
           perform write-snapshot-line
           .


       write-snapshot-line.

           move spaces to snapshot-rec
           string
               ls-run-id                       delimited by size
               "|"                             delimited by size
               function trim(ws-param-key)     delimited by size
               "|"                             delimited by size
               function trim(ws-param-source)  delimited by size
               "|"                             delimited by size
               function trim(ws-param-value trailing)
                                               delimited by size
               into snapshot-rec
           end-string
           write snapshot-rec
           add 1 to ws-written-count
           .
