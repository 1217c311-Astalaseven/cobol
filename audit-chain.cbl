       identification division.
       program-id. audit-chain.

      *>****************************************************
      *> walks the cycle audit journal's chain of check
      *> values (audit-log, chain-value) and answers "has
      *> anyone edited the journal?" - the rotated
      *> generations recorded in the log archive index
      *> first, oldest first, then the live journal. every
      *> chk is recomputed from its line's text and the
      *> chk before it; the first line whose chk does not
      *> agree is where the journal was altered, or where a
      *> line before it was removed. a file whose first
      *> line chains from zero is a rotation's fresh start
      *> and is counted, not failed; lines written before
      *> the journal was chained at all are counted as
      *> unchained, and an unchained line after the chain
      *> began is a break like any other.
      *>
      *>   CALL "audit-chain" USING result where checked
      *>
      *>   result   "0" intact, "1" broken, "2" no journal
      *>   where    the first break, file and line; when
      *>            intact, the rotations and unchained
      *>            lines seen, or spaces
      *>   checked  chained lines verified
      *>
      *> shared by audit-query's VERIFY mode and
      *> readiness-check, so both judge the journal alike
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select journal-in assign to dynamic ws-journal-file
               organization line sequential
               file status is ws-journal-status.
           select archive-index assign to dynamic ws-index-file
               organization line sequential
               file status is ws-index-status.

       data division.

       file section.

       fd journal-in.
       01 journal-in-rec           pic x(160).

       fd archive-index.
       01 archive-index-rec.
           03 ai-date              pic 9(8).
           03 filler               pic x.
           03 ai-name              pic x(80).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-audit-file            pic x(80)
                                    value "cycle-audit.log".
       77 ws-journal-file          pic x(80).
       77 ws-journal-status        pic xx.
       77 ws-index-file            pic x(80)
                                    value "log-archive-index".
       77 ws-index-status          pic xx.
       77 ws-audit-len             pic 9(3).

       01 ws-gen-table.
           03 ws-gen-name occurs 200 pic x(80).
       77 ws-gen-count             pic 9(3)  value 0.
       77 ws-gen-idx               pic 9(3).

       77 ws-line-no               pic 9(7).
       77 ws-line-len              pic 9(3).
       77 ws-line-text             pic x(160).
       77 ws-line-chk              pic 9(9).
       77 ws-chain-prev            pic 9(9).
       77 ws-chain-calc            pic 9(9).
       77 ws-zero-seed             pic 9(9)  value 0.
       77 ws-chain-started         pic x.
       77 ws-first-of-file         pic x.
       77 ws-broken                pic x.
           88 ws-is-broken                   value "1".
       77 ws-any-journal           pic x.
       77 ws-unchained             pic 9(7).
       77 ws-restarts              pic 9(5).
       77 ws-line-edt              pic z(6)9.
       77 ws-restart-edt           pic z(4)9.
       77 ws-reason                pic x(40).

       linkage section.

       77 ls-result                pic x.
       77 ls-where                 pic x(100).
       77 ls-checked               pic 9(7).

       procedure division using ls-result ls-where ls-checked.

       mainline.

           move "CYCLE_AUDIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-audit-file
           end-if

           move "LOG_ARCHIVE_INDEX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-index-file
           end-if

           move spaces to ls-where
           move zero to ls-checked ws-unchained ws-restarts
           move zero to ws-chain-prev
           move "0" to ws-chain-started ws-broken ws-any-journal

           perform load-generations

           perform walk-one-generation
               varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-count
                   or ws-is-broken

           if not ws-is-broken
               move ws-audit-file to ws-journal-file
               perform walk-one-file
           end-if

           if not ws-is-broken
               and (ws-restarts > 0 or ws-unchained > 0)
               move ws-restarts to ws-restart-edt
               move ws-unchained to ws-line-edt
               string
                   "chain restarted "          delimited by size
                   function trim(ws-restart-edt)
                                               delimited by size
                   " time(s), "                delimited by size
                   function trim(ws-line-edt)  delimited by size
                   " line(s) written before chaining began"
                                               delimited by size
                   into ls-where
               end-string
           end-if

           evaluate true
               when ws-is-broken
                   move "1" to ls-result
               when ws-any-journal = "0"
                   move "2" to ls-result
               when other
                   move "0" to ls-result
           end-evaluate

           goback.


      *>****************************************************
      *> the journal's generations are the index entries
      *> named <journal>.yyyymmdd, in the order they were
      *> cut over
      *>****************************************************

       load-generations.

           move zero to ws-gen-count
           compute ws-audit-len = function length(
               function trim(ws-audit-file))

           open input archive-index

           if ws-index-status not = "00"
               exit paragraph
           end-if

           read archive-index
               at end continue
           end-read

           perform take-one-generation
               until ws-index-status not = "00"
                   or ws-gen-count >= 200

           close archive-index
           .


       take-one-generation.

           if ai-name(1:ws-audit-len) = ws-audit-file(1:ws-audit-len)
               and ai-name(ws-audit-len + 1:1) = "."
               and ai-name(ws-audit-len + 2:8) numeric
               add 1 to ws-gen-count
               move ai-name to ws-gen-name(ws-gen-count)
           end-if

           read archive-index
               at end continue
           end-read
           .


       walk-one-generation.

           move ws-gen-name(ws-gen-idx) to ws-journal-file
           perform walk-one-file
           .


       walk-one-file.

           move zero to ws-line-no
           move "1" to ws-first-of-file

           open input journal-in

           if ws-journal-status not = "00"
               exit paragraph
           end-if

           move "1" to ws-any-journal

           read journal-in
               at end continue
           end-read

           perform check-one-line
               until ws-journal-status not = "00"
                   or ws-is-broken

           close journal-in
           .


       check-one-line.

           add 1 to ws-line-no

           if journal-in-rec = spaces
               perform read-next-line
               exit paragraph
           end-if

           compute ws-line-len = function length(
               function trim(journal-in-rec trailing))

           if ws-line-len > 14
               and journal-in-rec(ws-line-len - 13:5) = " chk="
               and journal-in-rec(ws-line-len - 8:9) numeric
               move journal-in-rec(ws-line-len - 8:9) to ws-line-chk
               move spaces to ws-line-text
               move journal-in-rec(1:ws-line-len - 14)
                   to ws-line-text
           else
               if ws-chain-started = "1"
                   move "line carries no check value"
                       to ws-reason
                   perform note-break
               else
                   add 1 to ws-unchained
               end-if
               perform read-next-line
               exit paragraph
           end-if

           call "chain-value" using ws-chain-prev ws-line-text
                                     ws-chain-calc

           if ws-chain-calc not = ws-line-chk
               if ws-first-of-file = "1" or ws-chain-started = "0"
                   call "chain-value" using ws-zero-seed
                                             ws-line-text
                                             ws-chain-calc
                   if ws-chain-calc = ws-line-chk
                       and ws-chain-started = "1"
                       add 1 to ws-restarts
                   end-if
               end-if
           end-if

           if ws-chain-calc not = ws-line-chk
               move "check value does not chain" to ws-reason
               perform note-break
               exit paragraph
           end-if

           move ws-line-chk to ws-chain-prev
           move "1" to ws-chain-started
           move "0" to ws-first-of-file
           add 1 to ls-checked

           perform read-next-line
           .


       read-next-line.

           read journal-in
               at end continue
           end-read
           .


       note-break.

           set ws-is-broken to true
           move ws-line-no to ws-line-edt
           move spaces to ls-where
           string
               function trim(ws-journal-file) delimited by size
               " line "                    delimited by size
               function trim(ws-line-edt)  delimited by size
               ": "                        delimited by size
               function trim(ws-reason)    delimited by size
               into ls-where
           end-string
           .
