       identification division.
       program-id. legal-hold.

      *>****************************************************
      *> maintenance for the legal-hold file. while a hold
      *> is ACTIVE, log-rotate, spool-report and vault-maint
      *> -purge skip everything it covers and say what they
      *> skipped (hold-check is where the file is read).
      *>
      *>   legal-hold -list      every hold, active and
      *>                         released (the default)
      *>   legal-hold -place     place a new hold
      *>   legal-hold -release   release an active hold -
      *>                         senior operators only
      *>
      *> the file (LEGAL_HOLDS) is one line per hold -
      *>   id|from|to|covers|placed-by|placed-on|status|
      *>   released-by|released-on|reason
      *> a released hold stays on file, marked RELEASED
      *> with who and when, so the file is its own history.
      *>
      *>   HOLD_ID      the hold's name (e.g. LH-2026-04)
      *>   HOLD_FROM    first date covered, yyyymmdd
      *>   HOLD_TO      last date covered, yyyymmdd
      *>   HOLD_COVERS  ALL (the default), or a comma list
      *>                of LOG, SPOOL, ARCHIVE, VAULT and
      *>                source names - see hold-check
      *>   HOLD_REASON  the matter, free text
      *>
      *> the operator is CONSOLE_OPERATOR, else USER. a
      *> release checks that operator against the console's
      *> operators file (OPERATORS) and needs the SENIOR
      *> role there - with no operators file nobody can
      *> release, since nobody can be shown to be senior.
      *> placing and releasing both go into the audit
      *> journal, and so does a refused release
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select hold-file assign to dynamic ws-hold-file
               organization line sequential
               file status is ws-hold-status.
           select hold-new assign to dynamic ws-hold-new-file
               organization line sequential
               file status is ws-hold-new-status.
           select operators-file assign to dynamic ws-operators-file
               organization line sequential
               file status is ws-operators-status.

       data division.

       file section.

       fd hold-file.
       01 hold-file-rec            pic x(240).

       fd hold-new.
       01 hold-new-rec             pic x(240).

       fd operators-file.
       01 operators-file-rec       pic x(80).

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
       77 ws-hold-new-file         pic x(90).
       77 ws-hold-new-status       pic xx.
       77 ws-operators-file        pic x(80)
                                    value "file-operators".
       77 ws-operators-status      pic xx.
       77 ws-rename-rc             pic s9(9).

       77 ws-mode-arg              pic x(20).
       77 ws-today                 pic 9(8).
       77 ws-operator              pic x(20).
       77 ws-operator-role         pic x(10).
       77 ws-op-id-in              pic x(10).
       77 ws-op-name-in            pic x(20).
       77 ws-op-role-in            pic x(10).

       77 ws-new-id                pic x(12).
       77 ws-new-from              pic x(10).
       77 ws-new-to                pic x(10).
       77 ws-new-covers            pic x(80).
       77 ws-new-reason            pic x(80).
       77 ws-hold-line             pic x(240).

       77 ws-hd-id-in              pic x(12).
       77 ws-hd-from-in            pic x(10).
       77 ws-hd-to-in              pic x(10).
       77 ws-hd-covers-in          pic x(80).
       77 ws-hd-by-in              pic x(20).
       77 ws-hd-on-in              pic x(10).
       77 ws-hd-status-in          pic x(10).
       77 ws-hd-rel-by-in          pic x(20).
       77 ws-hd-rel-on-in          pic x(10).
       77 ws-hd-reason-in          pic x(80).

       77 ws-found                 pic x.
       77 ws-hold-count            pic 9(4)   value 0.
       77 ws-active-count          pic 9(4)   value 0.

       77 ws-audit-caller          pic x(20)  value "LEGAL-HOLD".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9      value 0.

       procedure division.

       mainline.

           accept ws-today from date yyyymmdd

           move "LEGAL_HOLDS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-hold-file
           end-if

           perform resolve-operator

           move spaces to ws-mode-arg
           accept ws-mode-arg from argument-value
               on exception continue
           end-accept

           evaluate function trim(ws-mode-arg)
               when spaces
                   perform list-holds
               when "-list"
                   perform list-holds
               when "-place"
                   perform place-hold
               when "-release"
                   perform release-hold
               when other
                   display "usage: legal-hold -list | -place "
                       "| -release"
                   move 8 to ws-return-code
           end-evaluate

           move ws-return-code to return-code

           goback.


       resolve-operator.

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


       list-holds.

           open input hold-file

           if ws-hold-status not = "00"
               display "legal-hold: no holds on file ("
                   function trim(ws-hold-file) ")"
               exit paragraph
           end-if

           display "legal-hold: holds on "
               function trim(ws-hold-file)

           read hold-file
               at end continue
           end-read

           perform list-one-hold
               until ws-hold-status not = "00"

           close hold-file

           display "legal-hold: " ws-hold-count " hold(s), "
               ws-active-count " active"
           .


       list-one-hold.

           if hold-file-rec not = spaces
               and hold-file-rec(1:1) not = "#"
               perform split-hold-line
               add 1 to ws-hold-count
               if function upper-case(ws-hd-status-in) = "ACTIVE"
                   add 1 to ws-active-count
                   display "  " ws-hd-id-in " "
                       ws-hd-from-in(1:8) "-" ws-hd-to-in(1:8)
                       " ACTIVE   " function trim(ws-hd-covers-in)
                       " placed by " function trim(ws-hd-by-in)
                       " on " ws-hd-on-in(1:8)
               else
                   display "  " ws-hd-id-in " "
                       ws-hd-from-in(1:8) "-" ws-hd-to-in(1:8)
                       " RELEASED " function trim(ws-hd-covers-in)
                       " by " function trim(ws-hd-rel-by-in)
                       " on " ws-hd-rel-on-in(1:8)
               end-if
               if ws-hd-reason-in not = spaces
                   display "      " function trim(ws-hd-reason-in)
               end-if
           end-if

           read hold-file
               at end continue
           end-read
           .


       split-hold-line.

           move spaces to ws-hd-id-in ws-hd-from-in ws-hd-to-in
                          ws-hd-covers-in ws-hd-by-in ws-hd-on-in
                          ws-hd-status-in ws-hd-rel-by-in
                          ws-hd-rel-on-in ws-hd-reason-in
           unstring hold-file-rec delimited by "|"
               into ws-hd-id-in ws-hd-from-in ws-hd-to-in
                    ws-hd-covers-in ws-hd-by-in ws-hd-on-in
                    ws-hd-status-in ws-hd-rel-by-in
                    ws-hd-rel-on-in ws-hd-reason-in
           end-unstring
           .


      *>****************************************************
      *> a new hold is appended ACTIVE; the id must be new
      *> to the file, released holds included, so the audit
      *> journal's id always means one hold
      *>****************************************************

       place-hold.

           move spaces to ws-new-id ws-new-from ws-new-to
                          ws-new-covers ws-new-reason

           move "HOLD_ID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move function upper-case(function trim(ws-param-value))
               to ws-new-id

           move "HOLD_FROM" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move function trim(ws-param-value) to ws-new-from

           move "HOLD_TO" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move function trim(ws-param-value) to ws-new-to

           move "HOLD_COVERS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move function upper-case(function trim(ws-param-value))
               to ws-new-covers
           if ws-new-covers = spaces
               move "ALL" to ws-new-covers
           end-if

           move "HOLD_REASON" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move ws-param-value to ws-new-reason
           inspect ws-new-reason replacing all "|" by "/"

           if ws-new-id = spaces
               display "legal-hold: set HOLD_ID to name the hold"
               move 8 to ws-return-code
               exit paragraph
           end-if

           if ws-new-from(1:8) not numeric
               or ws-new-to(1:8) not numeric
               or ws-new-from(9:2) not = spaces
               or ws-new-to(9:2) not = spaces
               display "legal-hold: HOLD_FROM and HOLD_TO must be "
                   "yyyymmdd dates"
               move 8 to ws-return-code
               exit paragraph
           end-if

           if function test-date-yyyymmdd(
                   function numval(ws-new-from(1:8))) not = 0
               or function test-date-yyyymmdd(
                   function numval(ws-new-to(1:8))) not = 0
               display "legal-hold: HOLD_FROM or HOLD_TO is not "
                   "a real date"
               move 8 to ws-return-code
               exit paragraph
           end-if

           if ws-new-from(1:8) > ws-new-to(1:8)
               display "legal-hold: HOLD_FROM is after HOLD_TO"
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform find-hold
           if ws-found = "1"
               display "legal-hold: hold "
                   function trim(ws-new-id)
                   " is already on file - a hold id is never reused"
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-hold-line
           string
               function trim(ws-new-id)        delimited by size
               "|"                             delimited by size
               ws-new-from(1:8)                delimited by size
               "|"                             delimited by size
               ws-new-to(1:8)                  delimited by size
               "|"                             delimited by size
               function trim(ws-new-covers)    delimited by size
               "|"                             delimited by size
               function trim(ws-operator)      delimited by size
               "|"                             delimited by size
               ws-today                        delimited by size
               "|ACTIVE|||"                    delimited by size
               function trim(ws-new-reason)    delimited by size
               into ws-hold-line
           end-string

           open extend hold-file
           if ws-hold-status = "35"
               open output hold-file
           end-if

           if ws-hold-status not = "00"
               display "legal-hold: cannot open "
                   function trim(ws-hold-file)
                   ", file status " ws-hold-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           write hold-file-rec from ws-hold-line
           close hold-file

           display "legal-hold: hold " function trim(ws-new-id)
               " placed on " function trim(ws-new-covers)
               " for " ws-new-from(1:8) "-" ws-new-to(1:8)

           move "HOLD-PLACE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-new-id)        delimited by size
               " "                             delimited by size
               ws-new-from(1:8)                delimited by size
               "-"                             delimited by size
               ws-new-to(1:8)                  delimited by size
               " "                             delimited by size
               function trim(ws-new-covers)    delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


       find-hold.

           move "0" to ws-found

           open input hold-file

           if ws-hold-status not = "00"
               exit paragraph
           end-if

           read hold-file
               at end continue
           end-read

           perform match-one-hold
               until ws-hold-status not = "00"
                   or ws-found = "1"

           close hold-file
           .


       match-one-hold.

           if hold-file-rec not = spaces
               and hold-file-rec(1:1) not = "#"
               perform split-hold-line
               if function upper-case(ws-hd-id-in) = ws-new-id
                   move "1" to ws-found
                   exit paragraph
               end-if
           end-if

           read hold-file
               at end continue
           end-read
           .


      *>****************************************************
      *> releasing lets the purges take what the hold kept,
      *> so it takes a senior operator by the console's own
      *> operators file; the hold line is rewritten RELEASED
      *> through a work copy, param-maint's rewrite
      *>****************************************************

       release-hold.

           move spaces to ws-new-id
           move "HOLD_ID" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           move function upper-case(function trim(ws-param-value))
               to ws-new-id

           if ws-new-id = spaces
               display "legal-hold: set HOLD_ID to name the hold "
                   "to release"
               move 8 to ws-return-code
               exit paragraph
           end-if

           perform check-senior-role

           if ws-operator-role not = "SENIOR"
               display "legal-hold: RELEASE REFUSED - "
                   function trim(ws-operator)
                   " is not a senior operator"
               move "HOLD-REFUSE" to ws-audit-event
               move spaces to ws-audit-detail
               string
                   function trim(ws-new-id)    delimited by size
                   " release refused, "        delimited by size
                   function trim(ws-operator)  delimited by size
                   " not senior"               delimited by size
                   into ws-audit-detail
               end-string
               call "audit-log" using ws-audit-caller ws-audit-event
                                       ws-audit-detail
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-hold-new-file
           string
               function trim(ws-hold-file)     delimited by size
               ".new"                          delimited by size
               into ws-hold-new-file
           end-string

           open input hold-file

           if ws-hold-status not = "00"
               display "legal-hold: no holds on file ("
                   function trim(ws-hold-file) ")"
               move 8 to ws-return-code
               exit paragraph
           end-if

           open output hold-new

           if ws-hold-new-status not = "00"
               display "legal-hold: cannot open "
                   function trim(ws-hold-new-file)
               close hold-file
               move 8 to ws-return-code
               exit paragraph
           end-if

           move "0" to ws-found

           read hold-file
               at end continue
           end-read

           perform release-one-line
               until ws-hold-status not = "00"

           close hold-file hold-new

           if ws-found not = "1"
               display "legal-hold: no active hold "
                   function trim(ws-new-id)
               call "CBL_DELETE_FILE" using ws-hold-new-file
               move zero to return-code
               move 8 to ws-return-code
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using ws-hold-new-file
                                         ws-hold-file
           move return-code to ws-rename-rc
           move zero to return-code

           if ws-rename-rc not = 0
               display "legal-hold: could not replace "
                   function trim(ws-hold-file)
                   ", hold NOT released"
               move 8 to ws-return-code
               exit paragraph
           end-if

           display "legal-hold: hold " function trim(ws-new-id)
               " released by " function trim(ws-operator)

           move "HOLD-RELEASE" to ws-audit-event
           move spaces to ws-audit-detail
           string
               function trim(ws-new-id)        delimited by size
               " released by "                 delimited by size
               function trim(ws-operator)      delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .


       release-one-line.

           move hold-file-rec to ws-hold-line

           if hold-file-rec not = spaces
               and hold-file-rec(1:1) not = "#"
               perform split-hold-line
               if function upper-case(ws-hd-id-in) = ws-new-id
                   and function upper-case(ws-hd-status-in)
                       = "ACTIVE"
                   move "1" to ws-found
                   move spaces to ws-hold-line
                   string
                       function trim(ws-hd-id-in)
                                               delimited by size
                       "|"                     delimited by size
                       ws-hd-from-in(1:8)      delimited by size
                       "|"                     delimited by size
                       ws-hd-to-in(1:8)        delimited by size
                       "|"                     delimited by size
                       function trim(ws-hd-covers-in)
                                               delimited by size
                       "|"                     delimited by size
                       function trim(ws-hd-by-in)
                                               delimited by size
                       "|"                     delimited by size
                       ws-hd-on-in(1:8)        delimited by size
                       "|RELEASED|"            delimited by size
                       function trim(ws-operator)
                                               delimited by size
                       "|"                     delimited by size
                       ws-today                delimited by size
                       "|"                     delimited by size
                       function trim(ws-hd-reason-in)
                                               delimited by size
                       into ws-hold-line
                   end-string
               end-if
           end-if

           write hold-new-rec from ws-hold-line

           read hold-file
               at end continue
           end-read
           .


       check-senior-role.

           move spaces to ws-operator-role

           move "OPERATORS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-operators-file
           end-if

           open input operators-file

           if ws-operators-status not = "00"
               exit paragraph
           end-if

           read operators-file
               at end continue
           end-read

           perform match-one-operator
               until ws-operators-status not = "00"
                   or ws-operator-role not = spaces

           close operators-file
           .


       match-one-operator.

           if operators-file-rec not = spaces
               and operators-file-rec(1:1) not = "#"
               move spaces to ws-op-id-in ws-op-name-in
                              ws-op-role-in
               unstring operators-file-rec delimited by "|"
                   into ws-op-id-in ws-op-name-in ws-op-role-in
               end-unstring
               if function upper-case(function trim(ws-op-id-in))
                   = function upper-case(function trim(ws-operator))
                   move function upper-case(
                       function trim(ws-op-role-in))
                       to ws-operator-role
                   if ws-operator-role = spaces
                       move "ENQUIRY" to ws-operator-role
                   end-if
               end-if
           end-if

           read operators-file
               at end continue
           end-read
           .
