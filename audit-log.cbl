      *> format instead of a different file per program.
      *> line shape:
      *>   yyyy-mm-dd hh:mm:ss [CALLER] EVENT detail
      *>       ... chk=nnnnnnnnn
      *>
      *> the chk value chains the line to the one before it
      *> (chain-value over this line's text, seeded with
      *> the last line's chk), so an edited, inserted or
      *> deleted line shows up in audit-query's VERIFY
      *> mode as the first place the chain stops agreeing.
      *> an empty or new journal starts a fresh chain from
      *> zero, as after a rotation.
      *>
      *> the last chk is also kept beside the journal, in
      *> <journal>.chk, so a write does not read the whole
      *> journal to find it. the .chk file is held locked
      *> from reading that chk until the line is on the
      *> journal and the .chk rewritten, so two jobs
      *> writing at once take turns and cannot both chain
      *> from the same line. without a .chk (the first
      *> write, or after one is removed) the journal's
      *> last line is read as before.
      *>****************************************************

       environment division.
           select audit-file assign to dynamic ws-audit-file
               organization line sequential
               file status is ws-audit-status.
           select chk-file assign to dynamic ws-chk-file
               organization line sequential
               lock mode is exclusive
               file status is ws-chk-status.

       data division.

       fd audit-file.
       01 audit-file-rec           pic x(160).

       fd chk-file.
       01 chk-file-rec.
           03 chk-value            pic 9(9).

       working-storage section.

      *>****************************************************
           copy timestamp.

       77 ws-audit-line            pic x(160).
       77 ws-line-len              pic 9(3).
       77 ws-tail-line             pic x(160).
       77 ws-chain-prev            pic 9(9).
       77 ws-chain-chk             pic 9(9).

      *>****************************************************
      *> the .chk file beside the journal: held ("1" with
      *> its chk read, "2" created or empty and still to
      *> be written) from the read to the rewrite. a writer
      *> finding it held by another job waits a second and
      *> tries again, up to ws-chk-max-tries times
      *>****************************************************

       77 ws-chk-file              pic x(84).
       77 ws-chk-status            pic xx.
       77 ws-chk-held              pic x      value "0".
           88 ws-chk-is-held                  value "1" "2".
           88 ws-chk-has-value                value "1".
       77 ws-chk-tries             pic 99.
       77 ws-chk-max-tries         pic 99     value 30.
       77 ws-chk-wait              pic 9(8)   comp-5 value 1.
       77 ws-journal-written       pic x.

      *>****************************************************
      *> the signed-on console operator, when there is one
               end-string
           end-if

      *>   the text is held short enough that the chk always
      *>   fits on the line behind it

           move spaces to ws-audit-line(147:)
           perform hold-chain-tail
           call "chain-value" using ws-chain-prev ws-audit-line
                                     ws-chain-chk
           compute ws-line-len = function length(
               function trim(ws-audit-line trailing))
           string
               " chk="                     delimited by size
               ws-chain-chk                delimited by size
               into ws-audit-line(ws-line-len + 1:)
           end-string

           perform append-journal-line

           goback.


      *>****************************************************
      *> the line goes on the journal and, once it is
      *> there, its chk into the .chk file - then the .chk
      *> is let go for the next writer
      *>****************************************************

       append-journal-line.

           move "0" to ws-journal-written

           open extend audit-file

           if ws-audit-status = "35"

           if ws-audit-status = "00"
               write audit-file-rec from ws-audit-line
               if ws-audit-status = "00"
                   move "1" to ws-journal-written
               end-if
               close audit-file
           end-if

           if not ws-chk-is-held
               exit paragraph
           end-if

           if ws-journal-written = "1"
               move ws-chain-chk to chk-value
               if ws-chk-has-value
                   rewrite chk-file-rec
               else
                   write chk-file-rec
               end-if
           end-if

           close chk-file
           move "0" to ws-chk-held
           .


      *>****************************************************
      *> the previous link, read from the .chk file and the
      *> .chk held until the line is written. a journal not
      *> there, or emptied by a rotation, starts from zero
      *> whatever the .chk says; a .chk missing, unreadable
      *> or held past the wait falls back on the journal's
      *> last line
      *>****************************************************

       hold-chain-tail.

           move zero to ws-chain-prev
           move "0" to ws-chk-held
           move spaces to ws-chk-file
           string
               function trim(ws-audit-file)    delimited by size
               ".chk"                          delimited by size
               into ws-chk-file
           end-string

           move zero to ws-chk-tries
           move "61" to ws-chk-status
           perform open-chain-sidecar
               until ws-chk-status not = "61"
                   or ws-chk-tries >= ws-chk-max-tries

           evaluate ws-chk-status
               when "00"
                   read chk-file
                       at end continue
                   end-read
                   if ws-chk-status = "00" and chk-value numeric
                       move chk-value to ws-chain-prev
                       move "1" to ws-chk-held
                   else
                       close chk-file
                       perform create-chain-sidecar
                   end-if
               when "35"
                   perform create-chain-sidecar
               when "61"
                   display "audit-log: "
                       function trim(ws-chk-file)
                       " still held by another job - chaining "
                       "from the journal"
               when other
                   continue
           end-evaluate

           if not ws-chk-has-value
               perform find-chain-tail
               exit paragraph
           end-if

           open input audit-file
           if ws-audit-status not = "00"
               move zero to ws-chain-prev
               exit paragraph
           end-if
           read audit-file
               at end move zero to ws-chain-prev
           end-read
           close audit-file
           .


       open-chain-sidecar.

           if ws-chk-tries > 0
               call "C$SLEEP" using ws-chk-wait
                   on exception continue
               end-call
           end-if
           add 1 to ws-chk-tries

           open i-o chk-file
           .


       create-chain-sidecar.

           open output chk-file
           if ws-chk-status = "00"
               move "2" to ws-chk-held
           end-if
           .


      *>****************************************************
      *> the previous link is the chk on the journal's last
      *> line; a journal not there yet, or whose last line
      *> predates the chain, starts one from zero
      *>****************************************************

       find-chain-tail.

           move zero to ws-chain-prev
           move spaces to ws-tail-line

           open input audit-file

           if ws-audit-status not = "00"
               exit paragraph
           end-if

           read audit-file
               at end continue
           end-read

           perform keep-last-line
               until ws-audit-status not = "00"

           close audit-file

           if ws-tail-line = spaces
               exit paragraph
           end-if

           compute ws-line-len = function length(
               function trim(ws-tail-line trailing))
           if ws-line-len > 14
               and ws-tail-line(ws-line-len - 13:5) = " chk="
               and ws-tail-line(ws-line-len - 8:9) numeric
               move ws-tail-line(ws-line-len - 8:9) to ws-chain-prev
           end-if
           .


       keep-last-line.

           if audit-file-rec not = spaces
               move audit-file-rec to ws-tail-line
           end-if

           read audit-file
               at end continue
           end-read
           .
