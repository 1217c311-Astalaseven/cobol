       identification division.
       program-id. params-diff.

      *>****************************************************
      *> configuration difference between two runs, off the
      *> parameter snapshots daily-cycle takes at cycle
      *> start: every key whose resolved value or whose
      *> source (environment, run-params, staged yyyymmdd,
      *> default) differs between the two run ids, both
      *> sides shown. a key one run's snapshot has and the
      *> other's does not is listed as not recorded.
      *>
      *>   params-diff <run id> <run id>
      *>   params-diff <run id>    against the run before it
      *>   params-diff             the last two runs on file
      *>
      *>   PARAMS_SNAPSHOT     the snapshots
      *>   PARAMS_DIFF_REPORT  the report (file-params-diff)
      *> RETURN-CODE 4 when anything differs, 8 when a run
      *> has no snapshot
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select snapshot-file assign to dynamic ws-snapshot-file
               organization line sequential
               file status is ws-snapshot-status.
           select diff-out assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.

       data division.

       file section.

       fd snapshot-file.
       01 snapshot-rec             pic x(160).

       fd diff-out.
       01 diff-out-rec             pic x(132).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-snapshot-file         pic x(80)
                                    value "file-params-snapshot".
       77 ws-snapshot-status       pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-params-diff".
       77 ws-report-status         pic xx.

       77 ws-run-a                 pic x(11).
       77 ws-run-b                 pic x(11).
       77 ws-arg                   pic x(20).

      *>****************************************************
      *> the run ids on file, in the order they were taken
      *>****************************************************

       01 ws-run-table.
           03 ws-run-id occurs 1000 pic x(11).
       77 ws-run-count             pic 9(4)   value 0.
       77 ws-run-idx               pic 9(4).
       77 ws-run-found             pic 9(4).

       77 ws-sn-run                pic x(11).
       77 ws-sn-key                pic x(30).
       77 ws-sn-source             pic x(20).
       77 ws-sn-value              pic x(80).

       01 ws-side-table.
           03 ws-side-entry occurs 600.
               05 ws-sd-key        pic x(30).
               05 ws-sd-a-state    pic x.
                   88 ws-sd-a-found           value "1".
               05 ws-sd-a-source   pic x(20).
               05 ws-sd-a-value    pic x(80).
               05 ws-sd-b-state    pic x.
                   88 ws-sd-b-found           value "1".
               05 ws-sd-b-source   pic x(20).
               05 ws-sd-b-value    pic x(80).
       77 ws-side-count            pic 9(3)   value 0.
       77 ws-side-idx              pic 9(3).
       77 ws-side-slot             pic 9(3).

       77 ws-diff-count            pic 9(3)   value 0.
       77 ws-count-edt             pic zz9.
       77 ws-compared-edt          pic zz9.
       77 ws-report-line           pic x(132).
       77 ws-side-text             pic x(110).
       77 ws-today                 pic 9(8).

       procedure division.

       mainline.

           move "PARAMS_SNAPSHOT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-snapshot-file
           end-if

           move "PARAMS_DIFF_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move spaces to ws-run-a ws-run-b ws-arg
           accept ws-arg from argument-value
               on exception continue
           end-accept
           move ws-arg to ws-run-a
           move spaces to ws-arg
           accept ws-arg from argument-value
               on exception continue
           end-accept
           move ws-arg to ws-run-b

           perform list-snapshot-runs

           if ws-run-count = 0
               display "params-diff: no parameter snapshot on "
                   function trim(ws-snapshot-file)
               move 8 to return-code
               goback
           end-if

           perform resolve-runs

           if ws-run-a = spaces or ws-run-b = spaces
               move 8 to return-code
               goback
           end-if

           perform load-both-runs

           perform write-diff-report

           display "params-diff: " ws-diff-count " of "
               ws-side-count " key(s) differ between run "
               function trim(ws-run-a) " and run "
               function trim(ws-run-b)

           if ws-diff-count > 0
               move 4 to return-code
           else
               move zero to return-code
           end-if

           goback.


      *>****************************************************
      *> a run's lines are written together, so a change of
      *> run id between consecutive lines is a new snapshot
      *>****************************************************

       list-snapshot-runs.

           open input snapshot-file
           if ws-snapshot-status not = "00"
               exit paragraph
           end-if

           read snapshot-file
               at end continue
           end-read

           perform note-one-run
               until ws-snapshot-status not = "00"

           close snapshot-file
           .


       note-one-run.

           if snapshot-rec not = spaces
               move spaces to ws-sn-run
               unstring snapshot-rec delimited by "|"
                   into ws-sn-run
               end-unstring
               if ws-run-count = 0
                   or ws-sn-run not = ws-run-id(ws-run-count)
                   if ws-run-count < 1000
                       add 1 to ws-run-count
                   end-if
                   move ws-sn-run to ws-run-id(ws-run-count)
               end-if
           end-if

           read snapshot-file
               at end continue
           end-read
           .


      *>****************************************************
      *> no run given: the last two on file; one run given:
      *> that run against the snapshot taken before it
      *>****************************************************

       resolve-runs.

           if ws-run-a = spaces
               if ws-run-count < 2
                   display "params-diff: only one snapshot on "
                       "file, nothing to compare it with"
                   exit paragraph
               end-if
               move ws-run-id(ws-run-count - 1) to ws-run-a
               move ws-run-id(ws-run-count) to ws-run-b
               exit paragraph
           end-if

           move ws-run-a to ws-sn-run
           perform find-run
           if ws-run-found = 0
               display "params-diff: no snapshot for run "
                   function trim(ws-run-a)
               move spaces to ws-run-a
               exit paragraph
           end-if

           if ws-run-b = spaces
               if ws-run-found = 1
                   display "params-diff: run "
                       function trim(ws-run-a)
                       " is the first snapshot on file"
                   move spaces to ws-run-a
                   exit paragraph
               end-if
               move ws-run-a to ws-run-b
               move ws-run-id(ws-run-found - 1) to ws-run-a
               exit paragraph
           end-if

           move ws-run-b to ws-sn-run
           perform find-run
           if ws-run-found = 0
               display "params-diff: no snapshot for run "
                   function trim(ws-run-b)
               move spaces to ws-run-b
           end-if
           .


      *>   the latest snapshot under the id wins: a run id is
      *>   issued once, but a restored file may repeat one
       find-run.

           move zero to ws-run-found
           perform test-one-run
               varying ws-run-idx from 1 by 1
               until ws-run-idx > ws-run-count
           .


       test-one-run.

           if ws-run-id(ws-run-idx) = ws-sn-run
               move ws-run-idx to ws-run-found
           end-if
           .


       load-both-runs.

           open input snapshot-file
           if ws-snapshot-status not = "00"
               exit paragraph
           end-if

           read snapshot-file
               at end continue
           end-read

           perform take-one-snapshot-line
               until ws-snapshot-status not = "00"

           close snapshot-file
           .


       take-one-snapshot-line.

           move spaces to ws-sn-run ws-sn-key ws-sn-source
               ws-sn-value
           unstring snapshot-rec delimited by "|"
               into ws-sn-run ws-sn-key ws-sn-source ws-sn-value
           end-unstring

           if ws-sn-key not = spaces
               and (ws-sn-run = ws-run-a or ws-sn-run = ws-run-b)
               perform find-side-slot
               if ws-side-slot > 0
                   perform store-one-side
               end-if
           end-if

           read snapshot-file
               at end continue
           end-read
           .


       store-one-side.

           if ws-sn-run = ws-run-a
               set ws-sd-a-found(ws-side-slot) to true
               move ws-sn-source to ws-sd-a-source(ws-side-slot)
               move ws-sn-value to ws-sd-a-value(ws-side-slot)
           end-if

           if ws-sn-run = ws-run-b
               set ws-sd-b-found(ws-side-slot) to true
               move ws-sn-source to ws-sd-b-source(ws-side-slot)
               move ws-sn-value to ws-sd-b-value(ws-side-slot)
           end-if
           .


       find-side-slot.

           move zero to ws-side-slot
           perform test-one-side
               varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-side-count
                   or ws-side-slot > 0

           if ws-side-slot = 0 and ws-side-count < 600
               add 1 to ws-side-count
               move ws-side-count to ws-side-slot
               move ws-sn-key to ws-sd-key(ws-side-slot)
               move "0" to ws-sd-a-state(ws-side-slot)
                           ws-sd-b-state(ws-side-slot)
               move spaces to ws-sd-a-source(ws-side-slot)
                              ws-sd-a-value(ws-side-slot)
                              ws-sd-b-source(ws-side-slot)
                              ws-sd-b-value(ws-side-slot)
           end-if
           .


       test-one-side.

           if ws-sd-key(ws-side-idx) = ws-sn-key
               move ws-side-idx to ws-side-slot
           end-if
           .


      *>****************************************************
      *> one block per differing key: the key, then each
      *> run's source and value on a line of its own
      *>****************************************************

       write-diff-report.

           open output diff-out
           if ws-report-status not = "00"
               display "params-diff: cannot open "
                   function trim(ws-report-file)
                   ", file status " ws-report-status
               exit paragraph
           end-if

           accept ws-today from date yyyymmdd

           move spaces to ws-report-line
           string
               "PARAMETER DIFFERENCES   run "  delimited by size
               function trim(ws-run-a)         delimited by size
               " against run "                 delimited by size
               function trim(ws-run-b)         delimited by size
               "   printed "                   delimited by size
               ws-today                        delimited by size
               into ws-report-line
           end-string
           write diff-out-rec from ws-report-line
           move spaces to diff-out-rec
           write diff-out-rec

           perform report-one-key
               varying ws-side-idx from 1 by 1
               until ws-side-idx > ws-side-count

           move ws-diff-count to ws-count-edt
           move ws-side-count to ws-compared-edt
           move spaces to ws-report-line
           string
               function trim(ws-count-edt)     delimited by size
               " of "                          delimited by size
               function trim(ws-compared-edt)  delimited by size
               " key(s) differ"                delimited by size
               into ws-report-line
           end-string
           write diff-out-rec from ws-report-line

           close diff-out
           .


       report-one-key.

           if ws-sd-a-state(ws-side-idx) = ws-sd-b-state(ws-side-idx)
               and ws-sd-a-source(ws-side-idx)
                   = ws-sd-b-source(ws-side-idx)
               and ws-sd-a-value(ws-side-idx)
                   = ws-sd-b-value(ws-side-idx)
               exit paragraph
           end-if

           add 1 to ws-diff-count

           move spaces to diff-out-rec
           move ws-sd-key(ws-side-idx) to diff-out-rec
           write diff-out-rec

           move spaces to ws-side-text
           if ws-sd-a-found(ws-side-idx)
               string
                   function trim(ws-sd-a-source(ws-side-idx))
                                               delimited by size
                   "  "                        delimited by size
                   function trim(ws-sd-a-value(ws-side-idx))
                                               delimited by size
                   into ws-side-text
               end-string
           else
               move "not recorded" to ws-side-text
           end-if
           move spaces to ws-report-line
           string
               "    "                          delimited by size
               ws-run-a                        delimited by size
               "  "                            delimited by size
               ws-side-text                    delimited by size
               into ws-report-line
           end-string
           write diff-out-rec from ws-report-line

           move spaces to ws-side-text
           if ws-sd-b-found(ws-side-idx)
               string
                   function trim(ws-sd-b-source(ws-side-idx))
                                               delimited by size
                   "  "                        delimited by size
                   function trim(ws-sd-b-value(ws-side-idx))
                                               delimited by size
                   into ws-side-text
               end-string
           else
               move "not recorded" to ws-side-text
           end-if
           move spaces to ws-report-line
           string
               "    "                          delimited by size
               ws-run-b                        delimited by size
               "  "                            delimited by size
               ws-side-text                    delimited by size
               into ws-report-line
           end-string
           write diff-out-rec from ws-report-line
           .
