      *> the log archive index, and generations older
      *> than LOG_RETENTION_DAYS (90 by default, the
      *> compliance floor) are purged and dropped from
      *> the index. a generation under an active legal
      *> hold (hold-check) is kept past its age and named
      *> as skipped, on the log and in the audit journal.
      *> the open-incidents file is cut over the same way,
      *> but only its closed incidents move to the dated
      *> generation - the open and acknowledged ones stay
      *> live for error-handler and the console to work
      *> on. run as a step of daily-cycle.
      *>****************************************************

       environment division.
           select archive-index assign to dynamic ws-index-file
               organization line sequential
               file status is ws-index-status.
           select incidents-keep assign to dynamic ws-keep-file
               organization line sequential
               file status is ws-keep-status.

       data division.

       file section.

       fd log-src.
       01 log-src-rec              pic x(200).

       fd log-dated.
       01 log-dated-rec            pic x(200).

       fd incidents-keep.
       01 incidents-keep-rec       pic x(200).

       fd archive-index.
       01 archive-index-rec.
       77 ws-index-count           pic 9(3)  value 0.
       77 ws-index-idx             pic 9(3).
       77 ws-purged-count          pic 9(3)  value 0.
       77 ws-held-count            pic 9(3)  value 0.

       77 ws-incidents-file        pic x(80)
                                    value "file-open-incidents".
       77 ws-keep-file             pic x(90).
       77 ws-keep-status           pic xx.
       77 ws-kept-count            pic 9(6).
       77 ws-inc-id-in             pic x(8).
       77 ws-inc-status-in         pic x(4).
       77 ws-rename-rc             pic s9(9).

       77 ws-delete-name           pic x(80).
       77 ws-name-len              pic 9(3).

       77 ws-hold-class            pic x(8)  value "LOG".
       77 ws-hold-source           pic x(40).
       77 ws-hold-date             pic 9(8).
       77 ws-hold-id               pic x(12).

       77 ws-audit-caller          pic x(20)  value "LOG-ROTATE".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       procedure division.

           move "vault-access.log" to ws-src-file
           perform rotate-one-log

           perform rotate-closed-incidents

           perform retention-sweep

           display "log-rotate: " ws-rotated-count
               " file(s) rotated, " ws-purged-count
               " generation(s) purged, " ws-held-count
               " kept under legal hold"

           move zero to return-code

           .


      *>****************************************************
      *> closed incidents go to the dated generation, the
      *> rest to a work copy that replaces the live file;
      *> a night with nothing closed leaves the file alone
      *>****************************************************

       rotate-closed-incidents.

           move "OPEN_INCIDENTS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-incidents-file
           end-if

           move ws-incidents-file to ws-src-file
           open input log-src

           if ws-src-status not = "00"
               exit paragraph
           end-if

           move spaces to ws-dated-file
           string
               function trim(ws-src-file)  delimited by size
               "."                         delimited by size
               ws-today                    delimited by size
               into ws-dated-file
           end-string
           move spaces to ws-keep-file
           string
               function trim(ws-src-file)  delimited by size
               ".new"                      delimited by size
               into ws-keep-file
           end-string

           move "0" to ws-new-generation
           open extend log-dated
           if ws-dated-status = "35"
               open output log-dated
               move "1" to ws-new-generation
           end-if

           if ws-dated-status not = "00"
               display "log-rotate: cannot open "
                   function trim(ws-dated-file)
                   ", file status " ws-dated-status
               close log-src
               exit paragraph
           end-if

           open output incidents-keep

           if ws-keep-status not = "00"
               display "log-rotate: cannot open "
                   function trim(ws-keep-file)
               close log-src log-dated
               exit paragraph
           end-if

           move zero to ws-copy-count ws-kept-count

           read log-src
               at end continue
           end-read

           perform sort-one-incident
               until ws-src-status not = "00"

           close log-src log-dated incidents-keep

           if ws-copy-count = 0
               call "CBL_DELETE_FILE" using ws-keep-file
               move zero to return-code
               if ws-new-generation = "1"
                   call "CBL_DELETE_FILE" using ws-dated-file
                   move zero to return-code
               end-if
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using ws-keep-file ws-src-file
           move return-code to ws-rename-rc
           move zero to return-code

           if ws-rename-rc not = 0
               display "log-rotate: could not replace "
                   function trim(ws-src-file)
                   ", closed incidents copied but left live too"
               exit paragraph
           end-if

           if ws-new-generation = "1"
               perform append-index-record
           end-if
           add 1 to ws-rotated-count

           display "log-rotate: " function trim(ws-src-file)
               " -> " function trim(ws-dated-file)
               " (" ws-copy-count " closed incident(s), "
               ws-kept-count " still live)"
           .


       sort-one-incident.

           move spaces to ws-inc-id-in ws-inc-status-in
           unstring log-src-rec delimited by "|"
               into ws-inc-id-in ws-inc-status-in
           end-unstring

           if ws-inc-status-in(1:1) = "C"
               move log-src-rec to log-dated-rec
               write log-dated-rec
               add 1 to ws-copy-count
           else
               if log-src-rec not = spaces
                   move log-src-rec to incidents-keep-rec
                   write incidents-keep-rec
                   add 1 to ws-kept-count
               end-if
           end-if

           read log-src
               at end continue
           end-read
           .


       append-index-record.

           open extend archive-index
               function integer-of-date(ws-ix-date(ws-index-idx))
           compute ws-age-days = ws-today-int - ws-entry-int

           move spaces to ws-hold-id
           if ws-age-days > ws-retention-days
               perform check-legal-hold
           end-if

           if ws-age-days > ws-retention-days
               and ws-hold-id = spaces
               move ws-ix-name(ws-index-idx) to ws-delete-name
               call "CBL_DELETE_FILE" using ws-delete-name
               add 1 to ws-purged-count
               write archive-index-rec
           end-if
           .


      *>****************************************************
      *> the generation's source is its name less the
      *> ".yyyymmdd" rotate-one-log appended
      *>****************************************************

       check-legal-hold.

           move spaces to ws-hold-source
           compute ws-name-len = function length(
               function trim(ws-ix-name(ws-index-idx)))
           if ws-name-len > 9
               move ws-ix-name(ws-index-idx)(1:ws-name-len - 9)
                   to ws-hold-source
           end-if
           move ws-ix-date(ws-index-idx) to ws-hold-date

           call "hold-check" using ws-hold-class ws-hold-source
                                   ws-hold-date ws-hold-id

           if ws-hold-id not = spaces
               add 1 to ws-held-count
               display "log-rotate: "
                   function trim(ws-ix-name(ws-index-idx))
                   " past retention but held by "
                   function trim(ws-hold-id) " - not purged"
               move "HOLD-SKIP" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   function trim(ws-ix-name(ws-index-idx))
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
