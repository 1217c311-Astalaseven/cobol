       identification division.
       program-id. audit-sample.

      *>****************************************************
      *> audit sample selection over a night's calc batch
      *> output: internal audit reviews a sample of the
      *> posted transactions and has to be able to defend
      *> how it was drawn. a transaction is picked
      *>   NTH     every AUDIT_SAMPLE_EVERY-th posted line
      *>           (default 25, 1-99, 0 for none) - the
      *>           periodic flag is fizzbuzz-file's own
      *>           divisor rule, run over the lines' ordinal
      *>           positions, so the sample and the fizzbuzz
      *>           sequencing step judge "every Nth" the same
      *>           way
      *>   LIMIT   its amount, either sign, at or above
      *>           AUDIT_SAMPLE_LIMIT (default 10000.00, 0
      *>           for none)
      *>   RANDOM  a seeded pseudo-random draw below
      *>           AUDIT_SAMPLE_PCT percent (default 2, 0 for
      *>           none); one draw is taken for every posted
      *>           line in file order whether or not another
      *>           rule already picked it, so the same seed
      *>           over the same batch output always draws
      *>           the same lines
      *> the seed is AUDIT_SAMPLE_SEED when given, otherwise
      *> taken from the clock. the sample file (AUDIT_SAMPLE_
      *> FILE, default file-audit-sample) lists
      *>   txn id|amount|reasons
      *> under a header carrying every parameter and the
      *> seed, and the same figures are appended to the
      *> sampling register (AUDIT_SAMPLE_LOG, default
      *> file-audit-sample-log) and the audit journal, so
      *> audit can rerun the exact sample later
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select batch-out assign to dynamic ws-batch-out-file
               organization line sequential
               file status is ws-batch-out-status.
           select sample-out assign to dynamic ws-sample-file
               organization line sequential
               file status is ws-sample-status.
           select sample-log assign to dynamic ws-log-file
               organization line sequential
               file status is ws-log-status.
           select ordinal-out assign to dynamic ws-ordinal-file
               organization line sequential
               file status is ws-ordinal-status.
           select flag-in assign to dynamic ws-flag-file
               organization line sequential
               file status is ws-flag-status.

       data division.

       file section.

       fd batch-out.
       01 batch-out-rec            pic x(120).

       fd sample-out.
       01 sample-out-rec           pic x(132).

       fd sample-log.
       01 sample-log-rec           pic x(200).

       fd ordinal-out.
       01 ordinal-out-rec          pic x(10).

       fd flag-in.
       01 flag-in-rec              pic x(8).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-batch-out-file        pic x(80) value "calc-batch-out".
       77 ws-batch-out-status      pic xx.
       77 ws-sample-file           pic x(80)
                                    value "file-audit-sample".
       77 ws-sample-status         pic xx.
       77 ws-log-file              pic x(80)
                                    value "file-audit-sample-log".
       77 ws-log-status            pic xx.
       77 ws-ordinal-file          pic x(84).
       77 ws-ordinal-status        pic xx.
       77 ws-flag-file             pic x(84).
       77 ws-flag-status           pic xx.

       77 ws-txnid-flag            pic x(5)  value spaces.
           88 ws-txnid-mode                  value "Y".

      *>****************************************************
      *> the sampling parameters - everything needed to draw
      *> the same sample again
      *>****************************************************

       77 ws-every                 pic 99    value 25.
       77 ws-limit                 pic s9(13)v9(4) usage comp-3
                                                    value 10000.
       77 ws-pct                   pic 9(3)v99 value 2.
       77 ws-seed                  pic 9(8)  value 0.
       77 ws-seed-given            pic x     value "0".
           88 ws-is-seed-given               value "1".
       77 ws-time                  pic 9(8).
       77 ws-run-date              pic 9(8).
       77 ws-run-id                pic x(20) value spaces.
       77 ws-scrub                 pic x(30).

      *>****************************************************
      *> the posted lines of the batch output, in file order
      *>****************************************************

       01 ws-pop-table.
           03 ws-pop-entry occurs 50000.
               05 ws-pp-txn        pic x(12).
               05 ws-pp-amount     pic s9(13)v9(4) usage comp-3.
               05 ws-pp-reasons    pic x(20).
       77 ws-pop-count             pic 9(5)  value 0.
       77 ws-pop-idx               pic 9(5).
       77 ws-pop-full              pic x     value "0".
           88 ws-is-pop-full                 value "1".

       77 ws-line                  pic x(132).
       77 ws-eq-pos                pic 9(3).
       77 ws-amt-part              pic x(120).
       77 ws-amt-tok               pic x(30).
       77 ws-amount                pic s9(13)v9(4) usage comp-3.
       77 ws-word1                 pic x(20).
       77 ws-tally                 pic 9(3).

       77 ws-draw                  pic 9v9(9).
       77 ws-draw-limit            pic 9v9(9).
       77 ws-reason-ptr            pic 99.
       77 ws-reason                pic x(8).

       77 ws-nth-count             pic 9(5)  value 0.
       77 ws-limit-count           pic 9(5)  value 0.
       77 ws-random-count          pic 9(5)  value 0.
       77 ws-selected-count        pic 9(5)  value 0.
       77 ws-flag-count            pic 9(5)  value 0.

      *>****************************************************
      *> fizzbuzz-file is given both divisors the same N and
      *> the labels "SAMP" and "LE", so a multiple of N comes
      *> back as the combined label SAMPLE and every other
      *> ordinal as its own number. its file names come from
      *> FIZZBUZZ_FILE_IN/OUT, pointed at two work files for
      *> the call and put back as they were afterwards
      *>****************************************************

       77 ws-fb-div1               pic 99.
       77 ws-fb-div2               pic 99.
       77 ws-fb-label1             pic x(4)  value "SAMP".
       77 ws-fb-label2             pic x(4)  value "LE".
       77 ws-fb-saved-in           pic x(80) value spaces.
       77 ws-fb-saved-out          pic x(80) value spaces.
       77 ws-ordinal-edt           pic 9(6).
       77 ws-delete-rc             pic s9(9) comp-5.

       77 ws-amount-edt            pic -(12)9.99.
       77 ws-limit-edt             pic -(12)9.99.
       77 ws-pct-edt               pic zz9.99.
       77 ws-return-code           pic 9     value 0.

       77 ws-caller                pic x(20) value "AUDIT-SAMPLE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       procedure division.

       mainline.

           perform resolve-config

           perform load-population

           if ws-batch-out-status = "35"
               display "audit-sample: no batch output "
                   function trim(ws-batch-out-file)
                   " - nothing to sample"
               move 4 to return-code
               goback
           end-if

           if ws-every > 0 and ws-pop-count > 0
               perform flag-every-nth
           end-if

           if ws-pct > 0
               compute ws-draw-limit = ws-pct / 100
               compute ws-draw = function random(ws-seed)
           end-if

           perform judge-one-txn
               varying ws-pop-idx from 1 by 1
               until ws-pop-idx > ws-pop-count

           perform write-sample-file
           perform write-sample-log

           move "SAMPLED" to ws-audit-event
           move ws-limit to ws-limit-edt
           move ws-pct to ws-pct-edt
           move spaces to ws-audit-detail
           string
               "seed="                         delimited by size
               ws-seed                         delimited by size
               " every="                       delimited by size
               ws-every                        delimited by size
               " limit="                       delimited by size
               function trim(ws-limit-edt)     delimited by size
               " pct="                         delimited by size
               function trim(ws-pct-edt)       delimited by size
               " picked="                      delimited by size
               ws-selected-count               delimited by size
               "/"                             delimited by size
               ws-pop-count                    delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-caller ws-audit-event
                                   ws-audit-detail

           display "audit-sample: " ws-selected-count " of "
               ws-pop-count " transaction(s) picked (every-nth "
               ws-nth-count ", over limit " ws-limit-count
               ", random " ws-random-count ") seed " ws-seed

           if ws-is-pop-full and ws-return-code < 4
               move 4 to ws-return-code
           end-if

           move ws-return-code to return-code

           goback.


       resolve-config.

           move "CALC_BATCH_OUT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-batch-out-file
           end-if

           move "AUDIT_SAMPLE_FILE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-sample-file
           end-if

           move "AUDIT_SAMPLE_LOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-log-file
           end-if

           move "CALC_BATCH_TXNID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-txnid-flag
           end-if

           move "AUDIT_SAMPLE_EVERY" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               and function numval(ws-param-value) < 100
               compute ws-every = function numval(ws-param-value)
           end-if

           move "AUDIT_SAMPLE_LIMIT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-scrub
               call "scrub-numeric" using ws-scrub
               if ws-scrub not = spaces
                   compute ws-limit = function numval(ws-scrub)
                       on size error continue
                   end-compute
               end-if
           end-if
           if ws-limit < 0
               compute ws-limit = zero - ws-limit
           end-if

           move "AUDIT_SAMPLE_PCT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-scrub
               call "scrub-numeric" using ws-scrub
               if ws-scrub not = spaces
                   compute ws-pct = function numval(ws-scrub)
                       on size error continue
                   end-compute
               end-if
           end-if
           if ws-pct > 100
               move 100 to ws-pct
           end-if

           accept ws-time from time
           move ws-time to ws-seed
           move "AUDIT_SAMPLE_SEED" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and function trim(ws-param-value) numeric
               and function length(function trim(ws-param-value))
                   <= 8
               compute ws-seed = function numval(ws-param-value)
               set ws-is-seed-given to true
           end-if

           accept ws-run-date from date yyyymmdd
           move "PROCESS_DATE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               and ws-param-value(1:8) numeric
               move ws-param-value(1:8) to ws-run-date
           end-if
           .


      *>****************************************************
      *> a posted line is one that carries " = " and a
      *> readable amount after it, exactly as posting-
      *> extract judges it; the subtotal, balance, EXPECT,
      *> control-total and footer lines are passed over,
      *> and held or rejected lines are no transaction of
      *> the night
      *>****************************************************

       load-population.

           open input batch-out

           if ws-batch-out-status not = "00"
               exit paragraph
           end-if

           read batch-out into ws-line
               at end continue
           end-read

           perform take-one-batch-line
               until ws-batch-out-status not = "00"

           close batch-out
           .


       take-one-batch-line.

           evaluate true
               when ws-line = spaces
                   continue
               when ws-line(1:8) = "account "
                   continue
               when ws-line(1:14) = "control total:"
                   perform note-run-id
               when ws-line(1:11) = "department "
                   continue
               when ws-line(1:10) = "balancing "
                   continue
               when ws-line(1:13) = "  department "
                   continue
               when ws-line(1:7) = "EXPECT "
                   continue
               when ws-line(1:7) = "EXPECT:"
                   continue
               when ws-line(1:3) = "***"
                   continue
               when ws-line(1:13) = "detail lines "
                   continue
               when ws-line(1:10) = "assertions"
                   continue
               when other
                   perform take-one-detail
           end-evaluate

           read batch-out into ws-line
               at end continue
           end-read
           .


       take-one-detail.

           move zero to ws-eq-pos
           inspect ws-line tallying ws-eq-pos
               for characters before " = "

           if ws-eq-pos + 3 >= 120
               exit paragraph
           end-if

           move ws-line(ws-eq-pos + 4:) to ws-amt-part
           move spaces to ws-amt-tok
           unstring ws-amt-part delimited by all space
               into ws-amt-tok
           end-unstring

           move ws-amt-tok to ws-scrub
           call "scrub-numeric" using ws-scrub
           if ws-scrub = spaces
               exit paragraph
           end-if
           compute ws-amount = function numval(ws-scrub)
               on size error
                   exit paragraph
           end-compute

           if ws-pop-count >= 50000
               if not ws-is-pop-full
                   display "audit-sample: population table full at "
                       "50000 lines - the rest are not sampled"
                   set ws-is-pop-full to true
               end-if
               exit paragraph
           end-if

           add 1 to ws-pop-count

           if ws-txnid-mode
               move spaces to ws-word1
               unstring ws-line delimited by all space
                   into ws-word1
               end-unstring
               move ws-word1(1:12) to ws-pp-txn(ws-pop-count)
           else
               move ws-pop-count to ws-ordinal-edt
               move spaces to ws-word1
               string
                   "L"                         delimited by size
                   ws-ordinal-edt              delimited by size
                   into ws-word1
               end-string
               move ws-word1(1:12) to ws-pp-txn(ws-pop-count)
           end-if

           move ws-amount to ws-pp-amount(ws-pop-count)
           move spaces to ws-pp-reasons(ws-pop-count)
           .


      *>****************************************************
      *> the batch trailer's run= stamp, when calc put one
      *> there, identifies which night the sample is of
      *>****************************************************

       note-run-id.

           move zero to ws-tally
           inspect ws-line tallying ws-tally for characters
               before " run="
           if ws-tally + 5 < 120
               move spaces to ws-run-id
               unstring ws-line(ws-tally + 6:) delimited by all space
                   into ws-run-id
               end-unstring
           end-if
           .


      *>****************************************************
      *> the ordinals 1..n go out to a work file, through
      *> fizzbuzz-file, and come back one flag line per
      *> ordinal. fizzbuzz-file is cancelled afterwards so
      *> the cycle's own fizzbuzz step starts from its own
      *> initial rule and file names, not the sample's
      *>****************************************************

       flag-every-nth.

           move spaces to ws-ordinal-file ws-flag-file
           string
               function trim(ws-sample-file)   delimited by size
               ".seq"                          delimited by size
               into ws-ordinal-file
           end-string
           string
               function trim(ws-sample-file)   delimited by size
               ".flg"                          delimited by size
               into ws-flag-file
           end-string

           open output ordinal-out
           if ws-ordinal-status not = "00"
               display "audit-sample: cannot open "
                   function trim(ws-ordinal-file)
                   " - every-nth rule not applied"
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform write-one-ordinal
               varying ws-pop-idx from 1 by 1
               until ws-pop-idx > ws-pop-count

           close ordinal-out

           accept ws-fb-saved-in from environment "FIZZBUZZ_FILE_IN"
               on exception move spaces to ws-fb-saved-in
           end-accept
           accept ws-fb-saved-out
               from environment "FIZZBUZZ_FILE_OUT"
               on exception move spaces to ws-fb-saved-out
           end-accept

           set environment "FIZZBUZZ_FILE_IN" to ws-ordinal-file
           set environment "FIZZBUZZ_FILE_OUT" to ws-flag-file

           move ws-every to ws-fb-div1 ws-fb-div2
           call "fizzbuzz-file" using ws-fb-div1 ws-fb-div2
                                      ws-fb-label1 ws-fb-label2
           cancel "fizzbuzz-file"
           move zero to return-code

           set environment "FIZZBUZZ_FILE_IN" to ws-fb-saved-in
           set environment "FIZZBUZZ_FILE_OUT" to ws-fb-saved-out

           open input flag-in
           if ws-flag-status not = "00"
               display "audit-sample: no flags back from "
                   "fizzbuzz-file - every-nth rule not applied"
               move 8 to ws-return-code
           else
               move zero to ws-flag-count
               read flag-in
                   at end continue
               end-read
               perform take-one-flag
                   until ws-flag-status not = "00"
               close flag-in
           end-if

           call "CBL_DELETE_FILE" using ws-ordinal-file
           move return-code to ws-delete-rc
           call "CBL_DELETE_FILE" using ws-flag-file
           move return-code to ws-delete-rc
           move zero to return-code
           .


       write-one-ordinal.

           move ws-pop-idx to ws-ordinal-edt
           write ordinal-out-rec from ws-ordinal-edt
           .


       take-one-flag.

           add 1 to ws-flag-count
           if ws-flag-count <= ws-pop-count
               and flag-in-rec(1:6) = "SAMPLE"
               move "NTH" to ws-pp-reasons(ws-flag-count)
               add 1 to ws-nth-count
           end-if

           read flag-in
               at end continue
           end-read
           .


      *>****************************************************
      *> the limit and random rules; the random draw is
      *> taken for every line before anything is decided,
      *> so the draw sequence never depends on the other
      *> rules' picks
      *>****************************************************

       judge-one-txn.

           if ws-pct > 0
               compute ws-draw = function random
           end-if

           move 1 to ws-reason-ptr
           if ws-pp-reasons(ws-pop-idx) not = spaces
               move 4 to ws-reason-ptr
           end-if

           if ws-limit > 0
               and (ws-pp-amount(ws-pop-idx) >= ws-limit
                   or ws-pp-amount(ws-pop-idx) <= zero - ws-limit)
               move "LIMIT" to ws-reason
               perform add-reason
               add 1 to ws-limit-count
           end-if

           if ws-pct > 0 and ws-draw < ws-draw-limit
               move "RANDOM" to ws-reason
               perform add-reason
               add 1 to ws-random-count
           end-if

           if ws-pp-reasons(ws-pop-idx) not = spaces
               add 1 to ws-selected-count
           end-if
           .


       add-reason.

           if ws-reason-ptr > 1
               string
                   ","                         delimited by size
                   into ws-pp-reasons(ws-pop-idx)
                   with pointer ws-reason-ptr
               end-string
           end-if
           string
               function trim(ws-reason)        delimited by size
               into ws-pp-reasons(ws-pop-idx)
               with pointer ws-reason-ptr
           end-string
           .


       write-sample-file.

           open output sample-out
           if ws-sample-status not = "00"
               display "audit-sample: cannot open "
                   function trim(ws-sample-file)
                   " status " ws-sample-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           move ws-limit to ws-limit-edt
           move ws-pct to ws-pct-edt

           move spaces to ws-line
           string
               "# audit sample of "            delimited by size
               function trim(ws-batch-out-file)
                                               delimited by size
               " business date "               delimited by size
               ws-run-date                     delimited by size
               " run "                         delimited by size
               function trim(ws-run-id)        delimited by size
               into ws-line
           end-string
           write sample-out-rec from ws-line

           move spaces to ws-line
           string
               "# to reproduce: AUDIT_SAMPLE_SEED="
                                               delimited by size
               ws-seed                         delimited by size
               " AUDIT_SAMPLE_EVERY="          delimited by size
               ws-every                        delimited by size
               " AUDIT_SAMPLE_LIMIT="          delimited by size
               function trim(ws-limit-edt)     delimited by size
               " AUDIT_SAMPLE_PCT="            delimited by size
               function trim(ws-pct-edt)       delimited by size
               into ws-line
           end-string
           write sample-out-rec from ws-line

           move "# txn id|amount|reasons" to ws-line
           write sample-out-rec from ws-line

           perform write-one-sample
               varying ws-pop-idx from 1 by 1
               until ws-pop-idx > ws-pop-count

           move spaces to ws-line
           string
               "# picked "                     delimited by size
               ws-selected-count               delimited by size
               " of "                          delimited by size
               ws-pop-count                    delimited by size
               " posted: every-nth "           delimited by size
               ws-nth-count                    delimited by size
               " over limit "                  delimited by size
               ws-limit-count                  delimited by size
               " random "                      delimited by size
               ws-random-count                 delimited by size
               into ws-line
           end-string
           write sample-out-rec from ws-line

           close sample-out
           .


       write-one-sample.

           if ws-pp-reasons(ws-pop-idx) = spaces
               exit paragraph
           end-if

           move ws-pp-amount(ws-pop-idx) to ws-amount-edt
           move spaces to ws-line
           string
               function trim(ws-pp-txn(ws-pop-idx))
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-amount-edt)    delimited by size
               "|"                             delimited by size
               function trim(ws-pp-reasons(ws-pop-idx))
                                               delimited by size
               into ws-line
           end-string
           write sample-out-rec from ws-line
           .


      *>****************************************************
      *> the register keeps one line per sampling run:
      *> when, which output and run, every parameter, the
      *> seed and whether it was given or drawn (G/C), the
      *> population and the pick count
      *>****************************************************

       write-sample-log.

           open extend sample-log
           if ws-log-status = "35"
               open output sample-log
           end-if
           if ws-log-status not = "00"
               display "audit-sample: cannot open "
                   function trim(ws-log-file)
               move 8 to ws-return-code
               exit paragraph
           end-if

           move ws-limit to ws-limit-edt
           move ws-pct to ws-pct-edt
           accept ws-time from time
           if ws-is-seed-given
               move "G" to ws-reason
           else
               move "C" to ws-reason
           end-if

           move spaces to sample-log-rec
           string
               ws-run-date                     delimited by size
               " "                             delimited by size
               ws-time(1:6)                    delimited by size
               "|"                             delimited by size
               function trim(ws-batch-out-file)
                                               delimited by size
               "|"                             delimited by size
               function trim(ws-run-id)        delimited by size
               "|"                             delimited by size
               ws-every                        delimited by size
               "|"                             delimited by size
               function trim(ws-limit-edt)     delimited by size
               "|"                             delimited by size
               function trim(ws-pct-edt)       delimited by size
               "|"                             delimited by size
               ws-seed                         delimited by size
               "|"                             delimited by size
               ws-reason(1:1)                  delimited by size
               "|"                             delimited by size
               ws-pop-count                    delimited by size
               "|"                             delimited by size
               ws-selected-count               delimited by size
               "|"                             delimited by size
               function trim(ws-sample-file)   delimited by size
               into sample-log-rec
           end-string
           write sample-log-rec

           close sample-log
           .
