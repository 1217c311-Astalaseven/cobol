      *> with no layout configured skips the field-level
      *> validation and keeps the size/trailer checks.
      *> run by daily-cycle ahead of the readiness gate.
      *>
      *> complete and on time is not yet the right
      *> delivery: every promotion is entered on the
      *> delivery register (DELIVERY_REGISTER) -
      *>   interface|sequence|records|fingerprint|
      *>   yyyymmdd|hhmmss|live name
      *> the sequence is the first token after the HDR
      *> marker, the fingerprint two nine-digit hashes of
      *> the data records (headers and trailers left out,
      *> so a resent extract under a fresh header is still
      *> caught). a delivery whose sequence repeats, goes
      *> back or skips ahead of the last one accepted, or
      *> whose fingerprint matches one already promoted,
      *> is quarantined. a delivery without a header
      *> sequence is held to the fingerprint alone; a
      *> deliberate restart of the upstream numbering is
      *> entered on the register by hand.
      *>****************************************************

       environment division.
           select probe-file assign to dynamic ws-probe-file
               organization line sequential
               file status is ws-probe-status.
           select register-file assign to dynamic ws-register-file
               organization line sequential
               file status is ws-register-status.

       data division.

       fd probe-file.
       01 probe-file-rec           pic x(200).

       fd register-file.
       01 register-file-rec        pic x(200).

       working-storage section.

      *>****************************************************
       77 ws-rename-rc             pic s9(9)  value 0.
       77 ws-env-clear             pic x      value " ".

      *>****************************************************
      *> the delivery register and what the counting pass
      *> learns of the staged delivery: its header
      *> sequence and its fingerprint, the additive hash
      *> archive-cycle uses beside a rolling one that also
      *> moves when records change places
      *>****************************************************

       77 ws-register-file         pic x(80)
                                    value "file-delivery-register".
       77 ws-register-status       pic xx.

       77 ws-hdr-seq               pic 9(9)   value 0.
       77 ws-hdr-has-seq           pic x.
       77 ws-hdr-rest              pic x(200).
       77 ws-hdr-tok               pic x(30).
       77 ws-data-count            pic 9(9).
       77 ws-fp-sum                pic 9(9).
       77 ws-fp-roll               pic 9(9).
       77 ws-fingerprint           pic x(19).
       77 ws-rec-len               pic 9(3).
       77 ws-char-idx              pic 9(3).
       77 ws-char-ord              pic 9(3).

       77 ws-rg-iface              pic x(20).
       77 ws-rg-seq                pic x(10).
       77 ws-rg-records            pic x(10).
       77 ws-rg-fp                 pic x(20).
       77 ws-rg-date               pic x(8).
       77 ws-rg-time               pic x(6).
       77 ws-last-seq              pic 9(9).
       77 ws-last-seq-found        pic x.
       77 ws-fp-match              pic x.
       77 ws-fp-match-seq          pic x(10).
       77 ws-fp-match-date         pic x(8).
       77 ws-seq-edt               pic z(8)9.
       77 ws-last-seq-edt          pic z(8)9.
       77 ws-seq-out               pic x(9).
       77 ws-now-time              pic 9(8).

       77 ws-audit-caller          pic x(20)
                                    value "PROMOTE-INBOUND".
       77 ws-audit-event           pic x(12).
                   to ws-fail-reason
           end-if

           if ws-clean = "1"
               perform check-delivery-register
           end-if

           if ws-clean = "1"
               perform validate-staged-delivery
           end-if

           move zero to ws-record-count
           move "0" to ws-hdr-seen ws-trl-seen
           move zero to ws-data-count ws-fp-sum ws-fp-roll ws-hdr-seq
           move "0" to ws-hdr-has-seq

           open input probe-file


           add 1 to ws-record-count

           evaluate true
               when probe-file-rec(1:3) = "HDR"
                   or probe-file-rec(2:3) = "HDR"
                   move "1" to ws-hdr-seen
                   perform take-header-sequence
               when probe-file-rec(1:3) = "TRL"
                   or probe-file-rec(2:3) = "TRL"
                   move "1" to ws-trl-seen
               when other
                   add 1 to ws-data-count
                   perform fingerprint-one-record
           end-evaluate

           read probe-file
               at end continue
           end-read
           .


      *>****************************************************
      *> the first token after the marker; a header with
      *> nothing after it carries no sequence, one with a
      *> token that will not read as a number is noted as
      *> unreadable and refused at the register check
      *>****************************************************

       take-header-sequence.

           if probe-file-rec(1:3) = "HDR"
               move function trim(probe-file-rec(4:) leading)
                   to ws-hdr-rest
           else
               move function trim(probe-file-rec(5:) leading)
                   to ws-hdr-rest
           end-if

           move spaces to ws-hdr-tok
           unstring ws-hdr-rest delimited by all space or "|"
               into ws-hdr-tok
           end-unstring

           if ws-hdr-tok = spaces
               exit paragraph
           end-if

           if function trim(ws-hdr-tok) is not numeric
               move "X" to ws-hdr-has-seq
               exit paragraph
           end-if

           compute ws-hdr-seq = function numval(ws-hdr-tok)
               on size error
                   move "X" to ws-hdr-has-seq
                   exit paragraph
           end-compute
           move "1" to ws-hdr-has-seq
           .


       fingerprint-one-record.

           compute ws-rec-len = function length(
               function trim(probe-file-rec trailing))

           perform fingerprint-one-char
               varying ws-char-idx from 1 by 1
               until ws-char-idx > ws-rec-len

      *>   the record boundary counts, so two records run
      *>   together do not hash as one
           compute ws-fp-roll = function mod(
               ws-fp-roll * 31 + 10, 999999937)
           .


       fingerprint-one-char.

           compute ws-char-ord =
               function ord(probe-file-rec(ws-char-idx:1))
           compute ws-fp-sum = function mod(
               ws-fp-sum + ws-char-ord, 1000000000)
           compute ws-fp-roll = function mod(
               ws-fp-roll * 31 + ws-char-ord, 999999937)
           .


      *>****************************************************
      *> the register is append-forever, so it is streamed
      *> once per delivery, archive-cycle's index fashion:
      *> the interface's latest sequence and any earlier
      *> delivery with the same fingerprint
      *>****************************************************

       check-delivery-register.

           move spaces to ws-fingerprint
           string
               ws-fp-sum               delimited by size
               "-"                     delimited by size
               ws-fp-roll              delimited by size
               into ws-fingerprint
           end-string

           if ws-hdr-has-seq = "X"
               move "0" to ws-clean
               move "header sequence number unreadable"
                   to ws-fail-reason
               exit paragraph
           end-if

           move "DELIVERY_REGISTER" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-register-file
           end-if

           move zero to ws-last-seq
           move "0" to ws-last-seq-found ws-fp-match

           open input register-file
           if ws-register-status = "00"
               read register-file
                   at end continue
               end-read
               perform check-one-register-line
                   until ws-register-status not = "00"
               close register-file
           end-if

           if ws-fp-match = "1"
               move "0" to ws-clean
               move spaces to ws-fail-reason
               string
                   "same content as delivery promoted "
                                           delimited by size
                   ws-fp-match-date        delimited by size
                   into ws-fail-reason
               end-string
               if ws-fp-match-seq not = spaces
                   string
                       ws-fail-reason      delimited by "  "
                       " (sequence "       delimited by size
                       function trim(ws-fp-match-seq)
                                           delimited by size
                       ")"                 delimited by size
                       into ws-fail-reason
                   end-string
               end-if
               exit paragraph
           end-if

           if ws-hdr-has-seq not = "1" or ws-last-seq-found not = "1"
               exit paragraph
           end-if

           move ws-hdr-seq to ws-seq-edt
           move ws-last-seq to ws-last-seq-edt
           move spaces to ws-fail-reason

           evaluate true
               when ws-hdr-seq <= ws-last-seq
                   move "0" to ws-clean
                   string
                       "sequence "         delimited by size
                       function trim(ws-seq-edt)
                                           delimited by size
                       " repeats, last accepted "
                                           delimited by size
                       function trim(ws-last-seq-edt)
                                           delimited by size
                       into ws-fail-reason
                   end-string
               when ws-hdr-seq > ws-last-seq + 1
                   move "0" to ws-clean
                   string
                       "sequence "         delimited by size
                       function trim(ws-seq-edt)
                                           delimited by size
                       " skips ahead, last accepted "
                                           delimited by size
                       function trim(ws-last-seq-edt)
                                           delimited by size
                       into ws-fail-reason
                   end-string
           end-evaluate
           .


       check-one-register-line.

           if register-file-rec not = spaces
               and register-file-rec(1:1) not = "#"
               move spaces to ws-rg-iface ws-rg-seq ws-rg-records
                              ws-rg-fp ws-rg-date ws-rg-time
               unstring register-file-rec delimited by "|"
                   into ws-rg-iface ws-rg-seq ws-rg-records
                        ws-rg-fp ws-rg-date ws-rg-time
               end-unstring

               if ws-rg-iface = ws-if-key(ws-iface-idx)
                   if ws-rg-seq not = spaces
                       move ws-rg-seq to ws-num-scrub
                       call "scrub-numeric" using ws-num-scrub
                       if ws-num-scrub not = spaces
                           compute ws-last-seq =
                                   function numval(ws-num-scrub)
                               on size error continue
                           end-compute
                           move "1" to ws-last-seq-found
                       end-if
                   end-if
                   if ws-data-count > 0
                       and ws-rg-fp = ws-fingerprint
                       move "1" to ws-fp-match
                       move ws-rg-seq to ws-fp-match-seq
                       move ws-rg-date to ws-fp-match-date
                   end-if
               end-if
           end-if

           read register-file
               at end continue
           end-read
           .


       record-delivery.

           accept ws-now-time from time

           open extend register-file
           if ws-register-status = "35"
               open output register-file
           end-if
           if ws-register-status not = "00"
               display "promote-inbound: cannot extend "
                   function trim(ws-register-file)
                   ", file status " ws-register-status
               exit paragraph
           end-if

           move spaces to register-file-rec
           move spaces to ws-seq-out
           if ws-hdr-has-seq = "1"
               move ws-hdr-seq to ws-seq-edt
               move function trim(ws-seq-edt) to ws-seq-out
           end-if
           string
               function trim(ws-if-key(ws-iface-idx))
                                       delimited by size
               "|"                     delimited by size
               ws-seq-out              delimited by space
               "|"                     delimited by size
               ws-data-count           delimited by size
               "|"                     delimited by size
               ws-fingerprint          delimited by size
               "|"                     delimited by size
               ws-today                delimited by size
               "|"                     delimited by size
               ws-now-time(1:6)        delimited by size
               "|"                     delimited by size
               function trim(ws-live-name)
                                       delimited by size
               into register-file-rec
           end-string
           write register-file-rec
           close register-file
           .


      *>****************************************************
      *> field-level validation through the shared
      *> validate-file, pointed at the staged copy via the

           add 1 to ws-promoted-count

           perform record-delivery

           display "promote-inbound: "
               function trim(ws-staged-name) " promoted to "
               function trim(ws-live-name)
