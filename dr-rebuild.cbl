       identification division.
       program-id. dr-rebuild.

      *>****************************************************
      *> disaster-recovery rebuild of the state files the
      *> nightly cycle starts from, out of the generations
      *> archive-cycle files away - the whole set at once,
      *> as of one date, instead of a night of restoring
      *> file by file through the archive index by hand.
      *>
      *>   dr-rebuild            rebuild as of REBUILD_AS_OF
      *>                         (yyyymmdd, default today)
      *>   dr-rebuild -accept    accept an INCONSISTENT
      *>                         rebuild under the approval
      *>                         named in REBUILD_APPROVAL
      *>
      *> the set is the readings snapshots (current and
      *> previous), the readings history, the statistics
      *> history (flat file, or the partition catalog and
      *> every partition it names), the reject aging file,
      *> the vault and the run-control ledger. each comes
      *> back from its newest generation dated on or before
      *> the as-of date that still recomputes to the count
      *> and hash total recorded at archive time - a
      *> generation that does not is passed over for the
      *> one before it, and the report says so. a live
      *> file still on disk is moved aside to
      *> <name>.pre-rebuild, never overwritten.
      *>
      *> the rebuilt set is then checked against itself:
      *> the newest statistics and readings history dates
      *> must fall inside the ledger's last conversion run,
      *> the current snapshot must carry the run id of the
      *> newest statistics record, no open reject may be
      *> younger than that run, the vault may not hold a
      *> token twice, and every partition the catalog names
      *> must have come back.
      *>
      *> the rebuild report (REBUILD_REPORT) is written
      *> every time, and the rebuild state (REBUILD_STATE)
      *> says IN-PROGRESS while the rebuild runs, then
      *> CONSISTENT or INCONSISTENT. daily-cycle will not
      *> start, in any mode, while the state is IN-PROGRESS
      *> or INCONSISTENT; -accept turns an inconsistent
      *> rebuild into ACCEPTED once someone has read the
      *> report and taken responsibility for it. the run
      *> lock is held throughout so no cycle can start
      *> against a half-rebuilt set.
      *>
      *> RETURN-CODE 0 consistent, 4 consistent with
      *> warnings (a fallback generation, generations of
      *> different dates), 8 inconsistent or refused
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select arc-index assign to dynamic ws-index-file
               organization line sequential
               file status is ws-index-status.
           select copy-src assign to dynamic ws-src-file
               organization line sequential
               file status is ws-src-status.
           select copy-dst assign to dynamic ws-dst-file
               organization line sequential
               file status is ws-dst-status.
           select rebuild-report assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.
           select rebuild-state assign to dynamic ws-state-file
               organization line sequential
               file status is ws-state-status.

       data division.

       file section.

       fd arc-index.
       01 arc-index-rec.
           03 ar-date              pic 9(8).
           03 filler               pic x.
           03 ar-source            pic x(40).
           03 filler               pic x.
           03 ar-count             pic 9(6).
           03 filler               pic x.
           03 ar-hash              pic 9(9).

      *>****************************************************
      *> one buffer, read under the views the consistency
      *> checks need: the ledger record, a statistics
      *> history record, a readings history record, a
      *> snapshot record and the vault record
      *>****************************************************

       fd copy-src.
       01 copy-src-rec             pic x(200).
       01 ledger-rec.
           03 rc-step-num          pic 9(2).
           03 rc-step-name         pic x(20).
           03 rc-start-date        pic 9(8).
           03 rc-start-time        pic 9(6).
           03 rc-end-date          pic 9(8).
           03 rc-end-time          pic 9(6).
           03 rc-return-code       pic 9(4).
           03 rc-complete          pic x.
           03 rc-attempt           pic 9.
       01 stats-hist-rec.
           03 sh-date              pic 9(8).
           03 filler               pic x(92).
           03 sh-run-id            pic x(11).
       01 readings-hist-rec.
           03 rh-date              pic 9(8).
           03 filler               pic x(20).
       01 readings-cur-rec.
           03 rdc-site             pic x(3).
           03 rdc-ptr              pic 9(4).
           03 rdc-celsius          pic x(8).
           03 rdc-run-id           pic x(11).
       01 vault-rec.
           03 vf-token             pic x(9).
           03 filler               pic x(40).

       fd copy-dst.
       01 copy-dst-rec             pic x(200).

       fd rebuild-report.
       01 rebuild-report-rec       pic x(132).

       fd rebuild-state.
       01 rebuild-state-rec        pic x(160).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-index-file            pic x(80)
                                    value "file-archive-index".
       77 ws-index-status          pic xx.
       77 ws-src-file              pic x(80).
       77 ws-src-status            pic xx.
       77 ws-dst-file              pic x(80).
       77 ws-dst-status            pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-rebuild-report".
       77 ws-report-status         pic xx.
       77 ws-state-file            pic x(80)
                                    value "file-rebuild-state".
       77 ws-state-status          pic xx.
       77 ws-aside-file            pic x(90).
       77 ws-rename-rc             pic s9(9).

       77 ws-mode-arg              pic x(20).
       77 ws-today                 pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-as-of                 pic 9(8).
       77 ws-as-of-edt             pic x(10).
       77 ws-approval              pic x(20).
       77 ws-operator              pic x(20).
       77 ws-state-word            pic x(12).
       77 ws-state-line            pic x(160).
       77 ws-prior-date            pic x(8).
       77 ws-prior-time            pic x(6).
       77 ws-prior-as-of           pic x(8).
       77 ws-prior-report          pic x(80).
       77 ws-report-line           pic x(132).

       77 ws-lock-action           pic x(8).
       77 ws-lock-step             pic x(20)  value "dr-rebuild".
       77 ws-lock-result           pic x.

      *>****************************************************
      *> the fixed part of the set, each default name
      *> re-resolved through its parameter key exactly as
      *> archive-cycle resolves it before filing a
      *> generation away - the index knows a file by the
      *> name it was archived under. R marks a file the
      *> set cannot be consistent without
      *>****************************************************

       01 ws-state-list.
           03 filler pic x(24) value "READINGS_CURRENT".
           03 filler pic x(40) value "file-readings-current".
           03 filler pic x     value "R".
           03 filler pic x(24) value "READINGS_PREVIOUS".
           03 filler pic x(40) value "file-readings-previous".
           03 filler pic x     value "O".
           03 filler pic x(24) value "READINGS_HISTORY".
           03 filler pic x(40) value "file-readings-history".
           03 filler pic x     value "R".
           03 filler pic x(24) value "STATS_HISTORY".
           03 filler pic x(40) value "file-stats-history".
           03 filler pic x     value "O".
           03 filler pic x(24) value "STATS_HISTORY_CATALOG".
           03 filler pic x(40) value "stats-history-catalog".
           03 filler pic x     value "O".
           03 filler pic x(24) value "REJECT_AGING".
           03 filler pic x(40) value "file-reject-aging".
           03 filler pic x     value "O".
           03 filler pic x(24) value "TOKEN_VAULT".
           03 filler pic x(40) value "token-vault".
           03 filler pic x     value "R".
           03 filler pic x(24) value "RUN_CONTROL".
           03 filler pic x(40) value "file-run-control".
           03 filler pic x     value "R".
       01 ws-state-table redefines ws-state-list.
           03 ws-state-entry occurs 8.
               05 ws-sl-key        pic x(24).
               05 ws-sl-name       pic x(40).
               05 ws-sl-required   pic x.
       77 ws-state-idx             pic 99.

      *>   positions in the target table the checks read
       77 ws-tg-current            pic 99    value 1.
       77 ws-tg-history            pic 99    value 3.
       77 ws-tg-flat               pic 99    value 4.
       77 ws-tg-catalog            pic 99    value 5.
       77 ws-tg-aging              pic 99    value 6.
       77 ws-tg-vault              pic 99    value 7.
       77 ws-tg-ledger             pic 99    value 8.

      *>****************************************************
      *> every file rebuilt: the eight above, then one per
      *> partition the rebuilt catalog names
      *>****************************************************

       01 ws-target-table.
           03 ws-target-entry occurs 48.
               05 ws-tg-name       pic x(40).
               05 ws-tg-required   pic x.
               05 ws-tg-partition  pic x.
               05 ws-tg-gen-date   pic 9(8).
               05 ws-tg-count      pic 9(6).
               05 ws-tg-passed     pic 9(3).
               05 ws-tg-state      pic x(10).
       77 ws-target-count          pic 99    value 0.
       77 ws-target-idx            pic 99.

      *>****************************************************
      *> the generations of one file on or before the
      *> as-of date, in index (append) order; a same-day
      *> re-archive replaces its morning twin, and a full
      *> table drops its oldest - the newest are the ones
      *> a rebuild wants
      *>****************************************************

       01 ws-cand-table.
           03 ws-cand-entry occurs 60.
               05 ws-cd-date       pic 9(8).
               05 ws-cd-count      pic 9(6).
               05 ws-cd-hash       pic 9(9).
               05 ws-cd-has-hash   pic x.
       77 ws-cand-count            pic 99    value 0.
       77 ws-cand-idx              pic 99.
       77 ws-cand-hit              pic 99.
       77 ws-cand-shift            pic 99.
       77 ws-cand-scan             pic 99.
       01 ws-cand-swap             pic x(24).

       77 ws-copy-count            pic 9(6).
       77 ws-hash-total            pic 9(9)  value 0.
       77 ws-rec-len               pic 9(3).
       77 ws-char-idx              pic 9(3).
       77 ws-char-ord              pic 9(3).

       77 ws-part-period-in        pic x(10).
       77 ws-part-name-in          pic x(80).
       77 ws-part-added            pic 99    value 0.
       77 ws-part-missing          pic 99    value 0.

      *>****************************************************
      *> consistency evidence gathered off the rebuilt set
      *>****************************************************

       77 ws-conv-found            pic x     value "0".
       77 ws-conv-start            pic 9(8)  value 0.
       77 ws-conv-end              pic 9(8)  value 0.
       77 ws-conv-complete         pic x     value " ".
       77 ws-stats-newest          pic 9(8)  value 0.
       77 ws-stats-run-id          pic x(11) value spaces.
       77 ws-hist-newest           pic 9(8)  value 0.
       77 ws-snap-run-id           pic x(11) value spaces.
       77 ws-aging-status-in       pic x(10).
       77 ws-aging-site-in         pic x(5).
       77 ws-aging-ptr-in          pic x(6).
       77 ws-aging-date-in         pic x(10).
       77 ws-aging-late            pic 9(6)  value 0.
       77 ws-vault-dup             pic 9(6)  value 0.
       77 ws-prev-token            pic x(9).

       01 ws-token-table.
           03 ws-tok-entry occurs 500 pic x(9).
       77 ws-tok-count             pic 9(3)  value 0.
       77 ws-tok-idx               pic 9(3).
       77 ws-tok-hit               pic 9(3).

       77 ws-nightly-date          pic 9(8)  value 0.
       77 ws-mixed-dates           pic x     value "0".

       77 ws-fail-count            pic 9(3)  value 0.
       77 ws-warn-count            pic 9(3)  value 0.
       77 ws-rebuilt-count         pic 99    value 0.
       77 ws-check-text            pic x(132).
       77 ws-count-edt             pic z(5)9.

       77 ws-audit-caller          pic x(20)  value "DR-REBUILD".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9      value 0.

       procedure division.

       mainline.

           accept ws-today from date yyyymmdd
           accept ws-time from time

           perform resolve-config

           move spaces to ws-mode-arg
           accept ws-mode-arg from argument-value
               on exception continue
           end-accept

           evaluate function trim(ws-mode-arg)
               when spaces
                   perform run-rebuild
               when "-accept"
                   perform accept-rebuild
               when other
                   display "usage: dr-rebuild | dr-rebuild -accept"
                   move 8 to ws-return-code
           end-evaluate

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "ARCHIVE_INDEX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-index-file
           end-if

           move "REBUILD_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move "REBUILD_STATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-state-file
           end-if

           move ws-today to ws-as-of
           move spaces to ws-as-of-edt
           move "REBUILD_AS_OF" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function trim(ws-param-value) to ws-as-of-edt
           end-if

           move spaces to ws-approval
           move "REBUILD_APPROVAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-approval
           end-if

           move spaces to ws-operator
           move "CONSOLE_OPERATOR" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-operator
           end-if
           if ws-operator = spaces
               accept ws-operator from environment "USER"
                   on exception continue
               end-accept
           end-if
           if ws-operator = spaces
               move "operator" to ws-operator
           end-if
           .


      *>****************************************************

       run-rebuild.

           if ws-as-of-edt not = spaces
               if ws-as-of-edt(1:8) not numeric
                   or ws-as-of-edt(9:2) not = spaces
                   display "dr-rebuild: REBUILD_AS_OF must be a "
                       "yyyymmdd date"
                   move 8 to ws-return-code
                   exit paragraph
               end-if
               move ws-as-of-edt(1:8) to ws-as-of
               if function test-date-yyyymmdd(ws-as-of) not = 0
                   or ws-as-of > ws-today
                   display "dr-rebuild: REBUILD_AS_OF is not a "
                       "real date on or before today"
                   move 8 to ws-return-code
                   exit paragraph
               end-if
           end-if

           move "ACQUIRE" to ws-lock-action
           call "run-lock" using ws-lock-action ws-lock-step
                                  ws-lock-result
           if ws-lock-result = "1"
               display "dr-rebuild: another run holds the lock, "
                   "nothing rebuilt"
               move 8 to ws-return-code
               exit paragraph
           end-if

           open output rebuild-report
           if ws-report-status not = "00"
               display "dr-rebuild: cannot open "
                   function trim(ws-report-file)
               perform release-lock
               move 8 to ws-return-code
               exit paragraph
           end-if

           move "IN-PROGRESS" to ws-state-word
           perform write-state-file

           perform write-report-heading

           perform load-fixed-targets

           perform rebuild-one-target
               varying ws-target-idx from 1 by 1
               until ws-target-idx > ws-target-count

      *>   the partitions are known only once the catalog
      *>   itself is back
           compute ws-state-idx = ws-target-count + 1
           if ws-tg-state(ws-tg-catalog) = "REBUILT"
               or ws-tg-state(ws-tg-catalog) = "FALLBACK"
               perform add-partition-targets
           end-if

           perform rebuild-one-target
               varying ws-target-idx from ws-state-idx by 1
               until ws-target-idx > ws-target-count

           perform check-rebuilt-set

           perform write-verdict

           close rebuild-report

           perform release-lock

           if ws-fail-count > 0
               move 8 to ws-return-code
           else
               if ws-warn-count > 0
                   move 4 to ws-return-code
               end-if
           end-if
           .


       release-lock.

           move "RELEASE" to ws-lock-action
           call "run-lock" using ws-lock-action ws-lock-step
                                  ws-lock-result
           .


       write-report-heading.

           move "disaster-recovery rebuild of the cycle state files"
               to rebuild-report-rec
           write rebuild-report-rec

           move spaces to ws-report-line
           string
               "as of "                    delimited by size
               ws-as-of                    delimited by size
               ", run "                    delimited by size
               ws-today                    delimited by size
               " "                         delimited by size
               ws-time(1:6)                delimited by size
               " by "                      delimited by size
               function trim(ws-operator)  delimited by size
               into ws-report-line
           end-string
           write rebuild-report-rec from ws-report-line

           move spaces to rebuild-report-rec
           write rebuild-report-rec

           move "files rebuilt" to rebuild-report-rec
           write rebuild-report-rec
           .


       load-fixed-targets.

           move zero to ws-target-count

           perform load-one-fixed-target
               varying ws-state-idx from 1 by 1
               until ws-state-idx > 8
           .


       load-one-fixed-target.

           add 1 to ws-target-count
           move spaces to ws-target-entry(ws-target-count)
           move ws-sl-name(ws-state-idx) to ws-tg-name(ws-target-count)
           move ws-sl-key(ws-state-idx) to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-tg-name(ws-target-count)
           end-if
           move ws-sl-required(ws-state-idx)
               to ws-tg-required(ws-target-count)
           move "N" to ws-tg-partition(ws-target-count)
           move zero to ws-tg-gen-date(ws-target-count)
                        ws-tg-count(ws-target-count)
                        ws-tg-passed(ws-target-count)
           .


       add-partition-targets.

           move ws-tg-name(ws-tg-catalog) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform add-one-partition
               until ws-src-status not = "00"

           close copy-src
           .


       add-one-partition.

           if copy-src-rec not = spaces
               move spaces to ws-part-period-in ws-part-name-in
               unstring copy-src-rec delimited by "|"
                   into ws-part-period-in ws-part-name-in
               end-unstring
               if ws-part-name-in not = spaces
                   if ws-target-count >= 48
                       display "dr-rebuild: HARD LIMIT - target "
                           "table full at 48 files, later "
                           "partitions not rebuilt"
                       move "HARD LIMIT - partitions past the 48th "
                           to ws-check-text
                       perform write-fail-line
                       move "10" to ws-src-status
                       exit paragraph
                   end-if
                   add 1 to ws-target-count ws-part-added
                   move spaces to ws-target-entry(ws-target-count)
                   move ws-part-name-in to ws-tg-name(ws-target-count)
                   move "R" to ws-tg-required(ws-target-count)
                   move "Y" to ws-tg-partition(ws-target-count)
                   move zero to ws-tg-gen-date(ws-target-count)
                                ws-tg-count(ws-target-count)
                                ws-tg-passed(ws-target-count)
               end-if
           end-if

           read copy-src
               at end continue
           end-read
           .


      *>****************************************************
      *> newest generation first; one that no longer
      *> recomputes to its recorded figures is passed over
      *> for the one before it
      *>****************************************************

       rebuild-one-target.

           perform collect-candidates

           move zero to ws-cand-hit
           perform try-one-candidate
               varying ws-cand-idx from ws-cand-count by -1
               until ws-cand-idx = 0
                   or ws-cand-hit > 0

           if ws-cand-hit = 0
               if ws-tg-passed(ws-target-idx) > 0
                   move "BAD" to ws-tg-state(ws-target-idx)
               else
                   move "NONE" to ws-tg-state(ws-target-idx)
               end-if
           else
               perform restore-candidate
           end-if

           perform write-target-line
           .


       collect-candidates.

           move zero to ws-cand-count

           open input arc-index

           if ws-index-status not = "00"
               exit paragraph
           end-if

           read arc-index
               at end continue
           end-read

           perform collect-one-candidate
               until ws-index-status not = "00"

           close arc-index
           .


       collect-one-candidate.

           if ar-date numeric and ar-source not = spaces
               and ar-date not > ws-as-of
               and function trim(ar-source)
                   = function trim(ws-tg-name(ws-target-idx))
               perform take-one-candidate
           end-if

           read arc-index
               at end continue
           end-read
           .


       take-one-candidate.

           move zero to ws-cand-hit
           perform test-one-candidate-date
               varying ws-cand-idx from 1 by 1
               until ws-cand-idx > ws-cand-count
                   or ws-cand-hit > 0

           if ws-cand-hit = 0
               if ws-cand-count >= 60
                   perform drop-oldest-candidate
               end-if
               add 1 to ws-cand-count
               move ws-cand-count to ws-cand-hit
           end-if

           move ar-date to ws-cd-date(ws-cand-hit)
           if ar-count numeric
               move ar-count to ws-cd-count(ws-cand-hit)
           else
               move zero to ws-cd-count(ws-cand-hit)
           end-if
           if ar-hash numeric
               move ar-hash to ws-cd-hash(ws-cand-hit)
               move "1" to ws-cd-has-hash(ws-cand-hit)
           else
               move zero to ws-cd-hash(ws-cand-hit)
               move "0" to ws-cd-has-hash(ws-cand-hit)
           end-if
           .


       test-one-candidate-date.

           if ws-cd-date(ws-cand-idx) = ar-date
               move ws-cand-idx to ws-cand-hit
           end-if
           .


       drop-oldest-candidate.

           perform shift-one-candidate
               varying ws-cand-shift from 1 by 1
               until ws-cand-shift >= ws-cand-count
           subtract 1 from ws-cand-count
           .


       shift-one-candidate.

           move ws-cand-entry(ws-cand-shift + 1)
               to ws-cand-entry(ws-cand-shift)
           .


      *>   the index is in append order, so the highest
      *>   date is not always the last entry - a restored
      *>   generation re-archived later is the exception;
      *>   the candidate tried is the newest date left

       try-one-candidate.

           move ws-cand-idx to ws-cand-shift
           perform find-newest-left
               varying ws-cand-scan from 1 by 1
               until ws-cand-scan > ws-cand-idx

           if ws-cand-shift not = ws-cand-idx
               move ws-cand-entry(ws-cand-shift) to ws-cand-swap
               move ws-cand-entry(ws-cand-idx)
                   to ws-cand-entry(ws-cand-shift)
               move ws-cand-swap to ws-cand-entry(ws-cand-idx)
           end-if

           move spaces to ws-src-file
           string
               function trim(ws-tg-name(ws-target-idx))
                                           delimited by size
               "."                         delimited by size
               ws-cd-date(ws-cand-idx)     delimited by size
               into ws-src-file
           end-string

           perform hash-existing-file

           if ws-copy-count not = 999999
               and ws-copy-count = ws-cd-count(ws-cand-idx)
               and (ws-cd-has-hash(ws-cand-idx) = "0"
                   or ws-hash-total = ws-cd-hash(ws-cand-idx))
               move ws-cand-idx to ws-cand-hit
           else
               add 1 to ws-tg-passed(ws-target-idx)
               move spaces to ws-check-text
               string
                   "  passed over "            delimited by size
                   function trim(ws-src-file)  delimited by size
                   " - does not recompute to its recorded "
                                               delimited by size
                   "count/hash"                delimited by size
                   into ws-check-text
               end-string
               write rebuild-report-rec from ws-check-text
           end-if
           .


       find-newest-left.

           if ws-cd-date(ws-cand-scan) > ws-cd-date(ws-cand-shift)
               move ws-cand-scan to ws-cand-shift
           end-if
           .


      *>****************************************************
      *> the verified generation is copied back under the
      *> live name; whatever is still there is moved aside
      *> first so nothing on the surviving disk is lost
      *>****************************************************

       restore-candidate.

           move spaces to ws-dst-file
           move ws-tg-name(ws-target-idx) to ws-dst-file

           move spaces to ws-aside-file
           string
               function trim(ws-dst-file)  delimited by size
               ".pre-rebuild"              delimited by size
               into ws-aside-file
           end-string

           open input copy-dst
           if ws-dst-status = "00"
               close copy-dst
               call "CBL_RENAME_FILE" using ws-dst-file
                                             ws-aside-file
               move return-code to ws-rename-rc
               move zero to return-code
               if ws-rename-rc not = 0
                   move "BAD" to ws-tg-state(ws-target-idx)
                   move spaces to ws-check-text
                   string
                       "  cannot move "            delimited by size
                       function trim(ws-dst-file)  delimited by size
                       " aside - not rebuilt"      delimited by size
                       into ws-check-text
                   end-string
                   write rebuild-report-rec from ws-check-text
                   exit paragraph
               end-if
           end-if

           perform copy-src-to-dst

           if ws-copy-count not = ws-cd-count(ws-cand-hit)
               move "BAD" to ws-tg-state(ws-target-idx)
               exit paragraph
           end-if

           move ws-cd-date(ws-cand-hit)
               to ws-tg-gen-date(ws-target-idx)
           move ws-copy-count to ws-tg-count(ws-target-idx)
           add 1 to ws-rebuilt-count
           if ws-tg-passed(ws-target-idx) > 0
               move "FALLBACK" to ws-tg-state(ws-target-idx)
           else
               move "REBUILT" to ws-tg-state(ws-target-idx)
           end-if
           .


       copy-src-to-dst.

           move zero to ws-copy-count

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           open output copy-dst

           if ws-dst-status not = "00"
               close copy-src
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform copy-one-record
               until ws-src-status not = "00"

           close copy-src copy-dst
           .


       copy-one-record.

           move copy-src-rec to copy-dst-rec
           write copy-dst-rec
           add 1 to ws-copy-count

           read copy-src
               at end continue
           end-read
           .


      *>****************************************************
      *> count and additive hash exactly as archive-cycle
      *> records them: the sum of every significant
      *> character's ordinal, held to nine digits
      *>****************************************************

       hash-existing-file.

           move zero to ws-copy-count
           move zero to ws-hash-total

           open input copy-src

           if ws-src-status not = "00"
               move 999999 to ws-copy-count
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform hash-one-record
               until ws-src-status not = "00"

           close copy-src
           .


       hash-one-record.

           add 1 to ws-copy-count

           compute ws-rec-len = function length(
               function trim(copy-src-rec trailing))

           perform hash-one-char
               varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-rec-len

           read copy-src
               at end continue
           end-read
           .


       hash-one-char.

           compute ws-char-ord =
               function ord(copy-src-rec(ws-char-idx:1))
           compute ws-hash-total = function mod(
               ws-hash-total + ws-char-ord, 1000000000)
           .


       write-target-line.

           move spaces to ws-check-text
           evaluate ws-tg-state(ws-target-idx)
               when "REBUILT"
               when "FALLBACK"
                   move ws-tg-count(ws-target-idx) to ws-count-edt
                   string
                       "  "                    delimited by size
                       ws-tg-state(ws-target-idx)
                                               delimited by size
                       " "                     delimited by size
                       ws-tg-name(ws-target-idx)
                                               delimited by size
                       " from "                delimited by size
                       ws-tg-gen-date(ws-target-idx)
                                               delimited by size
                       ", "                    delimited by size
                       function trim(ws-count-edt)
                                               delimited by size
                       " record(s)"            delimited by size
                       into ws-check-text
                   end-string
                   if ws-tg-state(ws-target-idx) = "FALLBACK"
                       add 1 to ws-warn-count
                   end-if
               when other
                   string
                       "  "                    delimited by size
                       ws-tg-state(ws-target-idx)
                                               delimited by size
                       " "                     delimited by size
                       ws-tg-name(ws-target-idx)
                                               delimited by size
                       " - no usable generation on or before "
                                               delimited by size
                       ws-as-of                delimited by size
                       into ws-check-text
                   end-string
                   if ws-tg-required(ws-target-idx) = "R"
                       add 1 to ws-fail-count
                   end-if
           end-evaluate
           write rebuild-report-rec from ws-check-text
           .


      *>****************************************************
      *> the rebuilt set checked against itself
      *>****************************************************

       check-rebuilt-set.

           move spaces to rebuild-report-rec
           write rebuild-report-rec
           move "consistency checks" to rebuild-report-rec
           write rebuild-report-rec

           perform check-statistics-present
           perform check-generation-dates
           perform read-rebuilt-ledger
           perform read-rebuilt-stats
           perform read-rebuilt-history
           perform read-rebuilt-snapshot

           if ws-conv-found not = "1"
               move spaces to ws-check-text
               string
                   "ledger has no conversion step - history "
                                           delimited by size
                   "dates not cross-checked"
                                           delimited by size
                   into ws-check-text
               end-string
               perform write-warn-line
           else
               perform check-history-dates
           end-if

           perform check-snapshot-run-id
           perform check-reject-aging
           perform check-vault-tokens
           .


       check-statistics-present.

           if ws-tg-count(ws-tg-flat) = 0
               and ws-part-added = 0
               move spaces to ws-check-text
               string
                   "no statistics history came back - neither "
                                           delimited by size
                   "the flat file nor a partition catalog"
                                           delimited by size
                   into ws-check-text
               end-string
               perform write-fail-line
           else
               move "statistics history present" to ws-check-text
               perform write-ok-line
           end-if

           if ws-part-added = 0
               exit paragraph
           end-if

           move zero to ws-part-missing
           compute ws-state-idx = ws-tg-ledger + 1
           perform count-one-missing-partition
               varying ws-target-idx from ws-state-idx by 1
               until ws-target-idx > ws-target-count

           if ws-part-missing > 0
               move ws-part-missing to ws-count-edt
               move spaces to ws-check-text
               string
                   function trim(ws-count-edt)
                                           delimited by size
                   " partition(s) the catalog names did not "
                                           delimited by size
                   "come back"             delimited by size
                   into ws-check-text
               end-string
               perform write-fail-line
           else
               move "every partition the catalog names rebuilt"
                   to ws-check-text
               perform write-ok-line
           end-if
           .


       count-one-missing-partition.

           if ws-tg-gen-date(ws-target-idx) = 0
               add 1 to ws-part-missing
           end-if
           .


      *>   the nightly files are archived together, so a set
      *>   rebuilt from generations of different dates is
      *>   worth a second look; a partition is archived only
      *>   when it changes and is left out of this

       check-generation-dates.

           move zero to ws-nightly-date
           move "0" to ws-mixed-dates

           perform test-one-generation-date
               varying ws-target-idx from 1 by 1
               until ws-target-idx > ws-target-count

           if ws-mixed-dates = "1"
               move spaces to ws-check-text
               string
                   "rebuilt from generations of different "
                                           delimited by size
                   "dates - see the dates above"
                                           delimited by size
                   into ws-check-text
               end-string
               perform write-warn-line
           else
               move "every nightly file from the same generation"
                   to ws-check-text
               perform write-ok-line
           end-if
           .


       test-one-generation-date.

           if ws-tg-partition(ws-target-idx) = "N"
               and ws-tg-gen-date(ws-target-idx) > 0
               if ws-nightly-date = 0
                   move ws-tg-gen-date(ws-target-idx)
                       to ws-nightly-date
               else
                   if ws-tg-gen-date(ws-target-idx)
                           not = ws-nightly-date
                       move "1" to ws-mixed-dates
                   end-if
               end-if
           end-if
           .


      *>   the conversion is step 1 of the built-in list and
      *>   "interro1" in any job-stream definition

       read-rebuilt-ledger.

           if ws-tg-gen-date(ws-tg-ledger) = 0
               exit paragraph
           end-if

           move ws-tg-name(ws-tg-ledger) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform take-one-ledger-rec
               until ws-src-status not = "00"

           close copy-src
           .


       take-one-ledger-rec.

           if rc-step-num numeric
               and rc-step-name(1:8) = "interro1"
               and rc-start-date numeric
               move "1" to ws-conv-found
               move rc-start-date to ws-conv-start
               move rc-complete to ws-conv-complete
               if rc-end-date numeric and rc-end-date > 0
                   move rc-end-date to ws-conv-end
               else
                   move rc-start-date to ws-conv-end
               end-if
           end-if

           read copy-src
               at end continue
           end-read
           .


       read-rebuilt-stats.

           if ws-tg-count(ws-tg-flat) > 0
               move ws-tg-name(ws-tg-flat) to ws-src-file
               perform scan-stats-file
           end-if

           compute ws-state-idx = ws-tg-ledger + 1
           perform scan-one-partition
               varying ws-target-idx from ws-state-idx by 1
               until ws-target-idx > ws-target-count
           .


       scan-one-partition.

           if ws-tg-count(ws-target-idx) > 0
               move ws-tg-name(ws-target-idx) to ws-src-file
               perform scan-stats-file
           end-if
           .


       scan-stats-file.

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform take-one-stats-rec
               until ws-src-status not = "00"

           close copy-src
           .


       take-one-stats-rec.

           if sh-date numeric
               and sh-date not < ws-stats-newest
               move sh-date to ws-stats-newest
               if sh-run-id not = spaces
                   move sh-run-id to ws-stats-run-id
               end-if
           end-if

           read copy-src
               at end continue
           end-read
           .


       read-rebuilt-history.

           if ws-tg-count(ws-tg-history) = 0
               exit paragraph
           end-if

           move ws-tg-name(ws-tg-history) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform take-one-history-rec
               until ws-src-status not = "00"

           close copy-src
           .


       take-one-history-rec.

           if rh-date numeric
               and rh-date > ws-hist-newest
               move rh-date to ws-hist-newest
           end-if

           read copy-src
               at end continue
           end-read
           .


       read-rebuilt-snapshot.

           if ws-tg-count(ws-tg-current) = 0
               exit paragraph
           end-if

           move ws-tg-name(ws-tg-current) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
               not at end
                   move rdc-run-id to ws-snap-run-id
           end-read

           close copy-src
           .


      *>****************************************************
      *> the conversion writes its statistics line and its
      *> readings history on the night it runs, which may
      *> cross midnight - so "the same night" is anywhere
      *> from the step's start date to its end date
      *>****************************************************

       check-history-dates.

           if ws-stats-newest > 0
               if ws-stats-newest < ws-conv-start
                   or ws-stats-newest > ws-conv-end
                   move spaces to ws-check-text
                   string
                       "statistics history ends "
                                           delimited by size
                       ws-stats-newest     delimited by size
                       " but the ledger's last conversion ran "
                                           delimited by size
                       ws-conv-start       delimited by size
                       into ws-check-text
                   end-string
                   if ws-conv-complete = "C"
                       perform write-fail-line
                   else
                       perform write-warn-line
                   end-if
               else
                   move spaces to ws-check-text
                   string
                       "statistics history ends on the ledger's "
                                           delimited by size
                       "last conversion, " delimited by size
                       ws-stats-newest     delimited by size
                       into ws-check-text
                   end-string
                   perform write-ok-line
               end-if
           end-if

           if ws-hist-newest > 0
               if ws-hist-newest < ws-conv-start
                   or ws-hist-newest > ws-conv-end
                   move spaces to ws-check-text
                   string
                       "readings history ends "
                                           delimited by size
                       ws-hist-newest      delimited by size
                       " but the ledger's last conversion ran "
                                           delimited by size
                       ws-conv-start       delimited by size
                       into ws-check-text
                   end-string
                   if ws-conv-complete = "C"
                       perform write-fail-line
                   else
                       perform write-warn-line
                   end-if
               else
                   move spaces to ws-check-text
                   string
                       "readings history ends on the ledger's "
                                           delimited by size
                       "last conversion, " delimited by size
                       ws-hist-newest      delimited by size
                       into ws-check-text
                   end-string
                   perform write-ok-line
               end-if
           end-if
           .


       check-snapshot-run-id.

           if ws-snap-run-id = spaces or ws-stats-run-id = spaces
               exit paragraph
           end-if

           if ws-snap-run-id not = ws-stats-run-id
               move spaces to ws-check-text
               string
                   "current snapshot is from run "
                                           delimited by size
                   ws-snap-run-id          delimited by size
                   ", newest statistics from run "
                                           delimited by size
                   ws-stats-run-id         delimited by size
                   into ws-check-text
               end-string
               perform write-fail-line
           else
               move spaces to ws-check-text
               string
                   "current snapshot and statistics agree on run "
                                           delimited by size
                   ws-snap-run-id          delimited by size
                   into ws-check-text
               end-string
               perform write-ok-line
           end-if
           .


      *>   status|site|ptr|first-date|reason|...

       check-reject-aging.

           if ws-tg-count(ws-tg-aging) = 0 or ws-conv-found not = "1"
               exit paragraph
           end-if

           move zero to ws-aging-late
           move ws-tg-name(ws-tg-aging) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform take-one-aging-rec
               until ws-src-status not = "00"

           close copy-src

           if ws-aging-late > 0
               move ws-aging-late to ws-count-edt
               move spaces to ws-check-text
               string
                   function trim(ws-count-edt)
                                           delimited by size
                   " open reject(s) first seen after the "
                                           delimited by size
                   "ledger's last conversion" delimited by size
                   into ws-check-text
               end-string
               perform write-fail-line
           else
               move "reject aging no younger than the ledger"
                   to ws-check-text
               perform write-ok-line
           end-if
           .


       take-one-aging-rec.

           if copy-src-rec not = spaces
               move spaces to ws-aging-status-in ws-aging-site-in
                              ws-aging-ptr-in ws-aging-date-in
               unstring copy-src-rec delimited by "|"
                   into ws-aging-status-in ws-aging-site-in
                        ws-aging-ptr-in ws-aging-date-in
               end-unstring
               if ws-aging-date-in(1:8) numeric
                   and ws-aging-date-in(1:8) > ws-conv-end
                   add 1 to ws-aging-late
               end-if
           end-if

           read copy-src
               at end continue
           end-read
           .


       check-vault-tokens.

           if ws-tg-count(ws-tg-vault) = 0
               exit paragraph
           end-if

           move zero to ws-tok-count ws-vault-dup
           move ws-tg-name(ws-tg-vault) to ws-src-file

           open input copy-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           read copy-src
               at end continue
           end-read

           perform take-one-vault-rec
               until ws-src-status not = "00"

           close copy-src

           if ws-vault-dup > 0
               move ws-vault-dup to ws-count-edt
               move spaces to ws-check-text
               string
                   "vault holds "          delimited by size
                   function trim(ws-count-edt)
                                           delimited by size
                   " token(s) more than once"
                                           delimited by size
                   into ws-check-text
               end-string
               perform write-fail-line
           else
               move "vault tokens unique" to ws-check-text
               perform write-ok-line
           end-if
           .


       take-one-vault-rec.

           if vf-token(1:3) = "TOK"
               move zero to ws-tok-hit
               perform test-one-token
                   varying ws-tok-idx from 1 by 1
                   until ws-tok-idx > ws-tok-count
                       or ws-tok-hit > 0
               if ws-tok-hit > 0
                   add 1 to ws-vault-dup
               else
                   if ws-tok-count < 500
                       add 1 to ws-tok-count
                       move vf-token to ws-tok-entry(ws-tok-count)
                   end-if
               end-if
           end-if

           read copy-src
               at end continue
           end-read
           .


       test-one-token.

           if ws-tok-entry(ws-tok-idx) = vf-token
               move ws-tok-idx to ws-tok-hit
           end-if
           .


       write-ok-line.

           move ws-check-text to ws-report-line
           move spaces to ws-check-text
           string
               "  OK    "                  delimited by size
               ws-report-line              delimited by size
               into ws-check-text
           end-string
           write rebuild-report-rec from ws-check-text
           .


       write-warn-line.

           add 1 to ws-warn-count
           move ws-check-text to ws-report-line
           move spaces to ws-check-text
           string
               "  WARN  "                  delimited by size
               ws-report-line              delimited by size
               into ws-check-text
           end-string
           write rebuild-report-rec from ws-check-text
           .


       write-fail-line.

           add 1 to ws-fail-count
           move ws-check-text to ws-report-line
           move spaces to ws-check-text
           string
               "  FAIL  "                  delimited by size
               ws-report-line              delimited by size
               into ws-check-text
           end-string
           write rebuild-report-rec from ws-check-text
           .


       write-verdict.

           move spaces to rebuild-report-rec
           write rebuild-report-rec

           if ws-fail-count > 0
               move "INCONSISTENT" to ws-state-word
               move spaces to ws-report-line
               string
                   "verdict: INCONSISTENT - daily-cycle stays "
                                           delimited by size
                   "stopped until the set is rebuilt again or "
                                           delimited by size
                   "dr-rebuild -accept is run"
                                           delimited by size
                   into ws-report-line
               end-string
           else
               move "CONSISTENT" to ws-state-word
               move "verdict: CONSISTENT - daily-cycle may run"
                   to ws-report-line
           end-if
           write rebuild-report-rec from ws-report-line

           perform write-state-file

           display "dr-rebuild: " ws-rebuilt-count " file(s) "
               "rebuilt as of " ws-as-of ", "
               function trim(ws-state-word) " - see "
               function trim(ws-report-file)

           move "REBUILD" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "as-of "                    delimited by size
               ws-as-of                    delimited by size
               " files="                   delimited by size
               ws-rebuilt-count            delimited by size
               " "                         delimited by size
               function trim(ws-state-word) delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


      *>****************************************************
      *> the state line daily-cycle reads before it will
      *> start: status|date|time|as-of|report|operator
      *>****************************************************

       write-state-file.

           accept ws-time from time

           move spaces to ws-state-line
           string
               function trim(ws-state-word) delimited by size
               "|"                         delimited by size
               ws-today                    delimited by size
               "|"                         delimited by size
               ws-time(1:6)                delimited by size
               "|"                         delimited by size
               ws-as-of                    delimited by size
               "|"                         delimited by size
               function trim(ws-report-file) delimited by size
               "|"                         delimited by size
               function trim(ws-operator)  delimited by size
               into ws-state-line
           end-string

           open output rebuild-state
           if ws-state-status not = "00"
               display "dr-rebuild: cannot write "
                   function trim(ws-state-file)
                   ", file status " ws-state-status
               exit paragraph
           end-if
           write rebuild-state-rec from ws-state-line
           close rebuild-state
           .


      *>****************************************************
      *> an inconsistent set run anyway is a decision, and
      *> a decision has a name on it: the approval
      *> reference goes into the state and the audit log
      *>****************************************************

       accept-rebuild.

           open input rebuild-state
           if ws-state-status not = "00"
               display "dr-rebuild: no rebuild on record, nothing "
                   "to accept"
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to rebuild-state-rec
           read rebuild-state
               at end continue
           end-read
           close rebuild-state

           move spaces to ws-state-word ws-prior-date ws-prior-time
                          ws-prior-as-of ws-prior-report
           unstring rebuild-state-rec delimited by "|"
               into ws-state-word ws-prior-date ws-prior-time
                    ws-prior-as-of ws-prior-report
           end-unstring

           if ws-state-word not = "INCONSISTENT"
               display "dr-rebuild: the last rebuild is "
                   function trim(ws-state-word)
                   ", not INCONSISTENT - nothing to accept"
               move 8 to ws-return-code
               exit paragraph
           end-if

           if ws-approval = spaces
               display "dr-rebuild: set REBUILD_APPROVAL to the "
                   "reference accepting the inconsistent set"
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-state-line
           string
               "ACCEPTED|"                 delimited by size
               ws-today                    delimited by size
               "|"                         delimited by size
               ws-time(1:6)                delimited by size
               "|"                         delimited by size
               ws-prior-as-of              delimited by size
               "|"                         delimited by size
               function trim(ws-prior-report) delimited by size
               "|"                         delimited by size
               function trim(ws-operator)  delimited by size
               "|"                         delimited by size
               function trim(ws-approval)  delimited by size
               into ws-state-line
           end-string

           open output rebuild-state
           if ws-state-status not = "00"
               display "dr-rebuild: cannot write "
                   function trim(ws-state-file)
               move 8 to ws-return-code
               exit paragraph
           end-if
           write rebuild-state-rec from ws-state-line
           close rebuild-state

           display "dr-rebuild: inconsistent rebuild accepted under "
               function trim(ws-approval) " by "
               function trim(ws-operator)

           move "ACCEPT" to ws-audit-event
           move spaces to ws-audit-detail
           string
               "inconsistent rebuild accepted, approval "
                                           delimited by size
               function trim(ws-approval)  delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .
