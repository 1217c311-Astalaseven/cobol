       identification division.
       program-id. erase-request.

      *>****************************************************
      *> locate-and-erase for one account value, the answer
      *> to a customer's right-to-erasure request. pii-scan
      *> finds account-shaped values in general; this looks
      *> for one particular value and for the vault token
      *> that stands in for it, resolved through
      *> tokenize-vault in its lookup-only form so the
      *> sweep never mints a token for the value it is
      *> erasing.
      *>
      *>   erase-request -locate  list every retained line
      *>                          holding the value or its
      *>                          token (the default)
      *>   erase-request -erase   the same sweep, then the
      *>                          approved erasure: the
      *>                          vault entry is destroyed
      *>                          so the token can no longer
      *>                          be re-identified
      *>
      *> the retained set swept is pii-scan's - the live
      *> journal, batch output and reject files, every
      *> generation the rotation and archive indexes still
      *> retain - plus every spool copy the report catalog
      *> holds. the report shows the value masked, never in
      *> the clear. lines still holding the clear value are
      *> for the owning team to remove by hand: destroying
      *> the vault entry only severs the token.
      *>
      *>   ERASE_VALUE     the clear value asked about
      *>   ERASE_APPROVAL  the compliance approval
      *>                   reference, required to erase
      *>   VAULT_ACCESS    Y, required to erase, as for
      *>                   re-identify
      *>   ERASE_REPORT    the sweep report
      *>
      *> a legal hold outranks an erasure: a token issued
      *> inside an active hold covering VAULT (hold-check)
      *> is not destroyed, and the erasure is refused.
      *>
      *> every sweep and every erasure, carried out or
      *> refused, goes onto re-identify's access trail
      *> (VAULT_ACCESS_LOG) and the audit log
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select scan-file assign to dynamic ws-scan-file
               organization line sequential
               file status is ws-scan-status.
           select log-index assign to dynamic ws-log-index-file
               organization line sequential
               file status is ws-log-index-status.
           select arc-index assign to dynamic ws-arc-index-file
               organization line sequential
               file status is ws-arc-index-status.
           select report-catalog assign to dynamic ws-catalog-file
               organization line sequential
               file status is ws-catalog-status.
           select erase-report assign to dynamic ws-report-file
               organization line sequential
               file status is ws-report-status.
           select vault-file assign to dynamic ws-vault-file
               organization line sequential
               file status is ws-vault-status.
           select vault-new assign to dynamic ws-vault-new-file
               organization line sequential
               file status is ws-vault-new-status.
           select access-log assign to dynamic ws-access-log-file
               organization line sequential
               file status is ws-access-log-status.

       data division.

       file section.

       fd scan-file.
       01 scan-file-rec            pic x(200).

       fd log-index.
       01 log-index-rec.
           03 li-date              pic 9(8).
           03 filler               pic x.
           03 li-name              pic x(80).

       fd arc-index.
       01 arc-index-rec.
           03 ai-date              pic 9(8).
           03 filler               pic x.
           03 ai-source            pic x(40).
           03 filler               pic x.
           03 ai-count             pic 9(6).

       fd report-catalog.
       01 report-catalog-rec       pic x(160).

       fd erase-report.
       01 erase-report-rec         pic x(160).

       fd vault-file.
       01 vault-file-rec.
           03 vf-token             pic x(9).
           03 filler               pic x.
           03 vf-value             pic x(30).
           03 filler               pic x.
           03 vf-issued            pic 9(8).

       fd vault-new.
       01 vault-new-rec            pic x(49).

       fd access-log.
       01 access-log-rec           pic x(120).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-scan-file             pic x(80).
       77 ws-scan-status           pic xx.
       77 ws-log-index-file        pic x(80)
                                    value "log-archive-index".
       77 ws-log-index-status      pic xx.
       77 ws-arc-index-file        pic x(80)
                                    value "file-archive-index".
       77 ws-arc-index-status      pic xx.
       77 ws-catalog-file          pic x(80)
                                    value "report-catalog".
       77 ws-catalog-status        pic xx.
       77 ws-report-file           pic x(80)
                                    value "file-erase-report".
       77 ws-report-status         pic xx.
       77 ws-vault-file            pic x(80)  value "token-vault".
       77 ws-vault-status          pic xx.
       77 ws-vault-new-file        pic x(90).
       77 ws-vault-new-status      pic xx.
       77 ws-access-log-file       pic x(80)
                                    value "vault-access.log".
       77 ws-access-log-status     pic xx.

       77 ws-mode-arg              pic x(20).
       77 ws-run-mode              pic x      value "L".
           88 ws-mode-locate                  value "L".
           88 ws-mode-erase                   value "E".

       77 ws-clear-value           pic x(30).
       77 ws-clear-len             pic 99     value 0.
       77 ws-masked-value          pic x(30).
       77 ws-lookup-value          pic x(30).
       77 ws-lookup-only           pic x      value "1".
       77 ws-token                 pic x(9).
       77 ws-token-len             pic 99     value 0.
       77 ws-approval              pic x(20).
       77 ws-access                pic x.

      *>****************************************************
      *> the retained set; one bigger than the table makes
      *> the sweep PARTIAL, said on the report and in the
      *> return code - never a short list passed off as
      *> the whole answer
      *>****************************************************

       01 ws-scan-list.
           03 ws-scan-entry occurs 400 pic x(80).
       77 ws-scan-count            pic 9(3)  value 0.
       77 ws-scan-idx              pic 9(3).
       77 ws-scan-hit              pic 9(3).
       77 ws-scan-want             pic x(80).
       77 ws-scan-partial          pic x     value "0".
           88 ws-is-scan-partial             value "1".

       77 ws-cat-name-in           pic x(20).
       77 ws-cat-date-in           pic x(10).
       77 ws-cat-seq-in            pic x(6).
       77 ws-cat-file-in           pic x(80).

       77 ws-record-num            pic 9(6).
       77 ws-clear-hits            pic 9(4).
       77 ws-token-hits            pic 9(4).
       77 ws-file-hits             pic 9(6).
       77 ws-files-read            pic 9(3)  value 0.
       77 ws-files-holding         pic 9(3)  value 0.
       77 ws-clear-lines           pic 9(6)  value 0.
       77 ws-token-lines           pic 9(6)  value 0.
       77 ws-report-line           pic x(160).

       77 ws-removed-count         pic 9(3)  value 0.
       77 ws-hold-class            pic x(8)  value "VAULT".
       77 ws-hold-source           pic x(40) value "token-vault".
       77 ws-hold-date             pic 9(8).
       77 ws-hold-id               pic x(12) value spaces.
       77 ws-rename-rc             pic s9(9).

       77 ws-operator              pic x(20).
       77 ws-outcome               pic x(12).
       77 ws-date                  pic 9(8).
       77 ws-time                  pic 9(8).
           copy timestamp.
       77 ws-access-line           pic x(120).

       77 ws-audit-caller          pic x(20)  value "ERASE-REQUEST".
       77 ws-audit-event           pic x(12).
       77 ws-audit-detail          pic x(80).

       77 ws-return-code           pic 9      value 0.

       procedure division.

       mainline.

           perform resolve-config

           move spaces to ws-mode-arg
           accept ws-mode-arg from argument-value
               on exception continue
           end-accept

           evaluate function trim(ws-mode-arg)
               when spaces
                   continue
               when "-locate"
                   continue
               when "-erase"
                   set ws-mode-erase to true
               when other
                   display "usage: erase-request -locate | -erase"
                   move 8 to return-code
                   goback
           end-evaluate

           if ws-clear-value = spaces
               display "erase-request: set ERASE_VALUE to the "
                   "account value asked about"
               move 8 to return-code
               goback
           end-if

           move ws-clear-value to ws-masked-value
           call "mask-account" using ws-masked-value

           move ws-clear-value to ws-lookup-value
           call "tokenize-vault" using ws-lookup-value
                                       ws-lookup-only
           move ws-lookup-value to ws-token
           if ws-token not = spaces
               compute ws-token-len =
                   function length(function trim(ws-token))
           end-if

      *>****************************************************
      *> destroying a vault entry cannot be undone; it
      *> takes the same explicit VAULT_ACCESS=Y confirmation
      *> re-identify asks for, and a named approval
      *>****************************************************

           if ws-mode-erase
               if ws-access not = "Y" or ws-approval = spaces
                   display "erase-request: erasure needs "
                       "VAULT_ACCESS=Y and the ERASE_APPROVAL "
                       "reference - nothing erased"
                   move "REFUSED" to ws-outcome
                   perform log-vault-access
                   move "ERASE-REFUSE" to ws-audit-event
                   perform write-audit-event
                   move 8 to return-code
                   goback
               end-if
           end-if

           perform collect-scan-set

           open output erase-report
           if ws-report-status not = "00"
               display "erase-request: cannot open "
                   function trim(ws-report-file)
               move 8 to return-code
               goback
           end-if

           perform write-report-heading

           perform sweep-one-file
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-scan-count

           perform write-sweep-summary

           move "LOCATED" to ws-outcome
           perform log-vault-access
           move "LOCATE" to ws-audit-event
           perform write-audit-event

           if ws-mode-erase
               perform destroy-vault-entry
           end-if

           close erase-report

           display "erase-request: " ws-files-holding " of "
               ws-files-read " retained file(s) hold the value or "
               "its token - see " function trim(ws-report-file)

           if ws-is-scan-partial and ws-return-code < 4
               move 4 to ws-return-code
           end-if

           move ws-return-code to return-code

           goback.


       resolve-config.

           move spaces to ws-clear-value
           move "ERASE_VALUE" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function trim(ws-param-value) to ws-clear-value
               compute ws-clear-len =
                   function length(function trim(ws-clear-value))
           end-if

           move spaces to ws-approval
           move "ERASE_APPROVAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-approval
           end-if

           move spaces to ws-access
           move "VAULT_ACCESS" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move function upper-case(ws-param-value(1:1))
                   to ws-access
           end-if

           move "ERASE_REPORT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-report-file
           end-if

           move "TOKEN_VAULT" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-vault-file
           end-if

           move "VAULT_ACCESS_LOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-access-log-file
           end-if

           move "REPORT_CATALOG" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-catalog-file
           end-if
           .


      *>****************************************************
      *> the live names resolve through the keys their
      *> writers use, as pii-scan resolves them; a name
      *> already on the list (a spool copy both the archive
      *> index and the catalog know) is read once
      *>****************************************************

       collect-scan-set.

           move zero to ws-scan-count

           move "calc-journal" to ws-scan-want
           move "CALC_JOURNAL" to ws-param-key
           perform add-live-name

           move "calc-batch-out" to ws-scan-want
           move "CALC_BATCH_OUT" to ws-param-key
           perform add-live-name

           move "calc-batch-rejects" to ws-scan-want
           move "CALC_BATCH_REJECTS" to ws-param-key
           perform add-live-name

           move "file-degres-rejects" to ws-scan-want
           move "DEGRES_REJECTS" to ws-param-key
           perform add-live-name

           perform collect-log-generations
           perform collect-archive-generations
           perform collect-spool-copies
           .


       add-live-name.

           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-scan-want
           end-if
           perform add-scan-name
           .


       add-scan-name.

           move zero to ws-scan-hit
           perform test-one-scan-name
               varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-scan-count
                   or ws-scan-hit > 0

           if ws-scan-hit > 0
               exit paragraph
           end-if

           if ws-scan-count >= 400
               if not ws-is-scan-partial
                   display "erase-request: HARD LIMIT - scan table "
                       "full at 400 files; the sweep is partial"
                   set ws-is-scan-partial to true
               end-if
               exit paragraph
           end-if

           add 1 to ws-scan-count
           move ws-scan-want to ws-scan-entry(ws-scan-count)
           .


       test-one-scan-name.

           if ws-scan-entry(ws-scan-idx) = ws-scan-want
               move ws-scan-idx to ws-scan-hit
           end-if
           .


       collect-log-generations.

           move "LOG_ARCHIVE_INDEX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-log-index-file
           end-if

           open input log-index

           if ws-log-index-status not = "00"
               exit paragraph
           end-if

           read log-index
               at end continue
           end-read

           perform collect-one-log-gen
               until ws-log-index-status not = "00"

           close log-index
           .


       collect-one-log-gen.

           if li-date numeric and li-name not = spaces
               move li-name to ws-scan-want
               perform add-scan-name
           end-if

           read log-index
               at end continue
           end-read
           .


       collect-archive-generations.

           move "ARCHIVE_INDEX" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-arc-index-file
           end-if

           open input arc-index

           if ws-arc-index-status not = "00"
               exit paragraph
           end-if

           read arc-index
               at end continue
           end-read

           perform collect-one-arc-gen
               until ws-arc-index-status not = "00"

           close arc-index
           .


       collect-one-arc-gen.

           if ai-date numeric and ai-source not = spaces
               if ai-source(1:6) = "spool."
                   move ai-source to ws-scan-want
               else
                   move spaces to ws-scan-want
                   string
                       function trim(ai-source) delimited by size
                       "."                      delimited by size
                       ai-date                  delimited by size
                       into ws-scan-want
                   end-string
               end-if
               perform add-scan-name
           end-if

           read arc-index
               at end continue
           end-read
           .


      *>****************************************************
      *> the report catalog spool-report keeps -
      *> name|date|seq|spool-file|pages|lines|step
      *>****************************************************

       collect-spool-copies.

           open input report-catalog

           if ws-catalog-status not = "00"
               exit paragraph
           end-if

           read report-catalog
               at end continue
           end-read

           perform collect-one-spool-copy
               until ws-catalog-status not = "00"

           close report-catalog
           .


       collect-one-spool-copy.

           move spaces to ws-cat-name-in ws-cat-date-in
                          ws-cat-seq-in ws-cat-file-in
           unstring report-catalog-rec delimited by "|"
               into ws-cat-name-in ws-cat-date-in
                    ws-cat-seq-in ws-cat-file-in
           end-unstring

           if ws-cat-file-in not = spaces
               move ws-cat-file-in to ws-scan-want
               perform add-scan-name
           end-if

           read report-catalog
               at end continue
           end-read
           .


       write-report-heading.

           move "erasure sweep for one account value"
               to erase-report-rec
           write erase-report-rec

           move spaces to ws-report-line
           string
               "value "                        delimited by size
               function trim(ws-masked-value)  delimited by size
               into ws-report-line
           end-string
           if ws-token = spaces
               string
                   ws-report-line              delimited by "  "
                   ", no vault token"          delimited by size
                   into ws-report-line
               end-string
           else
               string
                   ws-report-line              delimited by "  "
                   ", vault token "            delimited by size
                   function trim(ws-token)     delimited by size
                   into ws-report-line
               end-string
           end-if
           write erase-report-rec from ws-report-line

           move spaces to erase-report-rec
           write erase-report-rec
           .


      *>****************************************************
      *> every line holding the clear value, the token or
      *> both, by file and record number
      *>****************************************************

       sweep-one-file.

           move ws-scan-entry(ws-scan-idx) to ws-scan-file

           open input scan-file

           if ws-scan-status not = "00"
               exit paragraph
           end-if

           add 1 to ws-files-read
           move zero to ws-record-num ws-file-hits

           read scan-file
               at end continue
           end-read

           perform sweep-one-line
               until ws-scan-status not = "00"

           close scan-file

           if ws-file-hits > 0
               add 1 to ws-files-holding
           end-if
           .


       sweep-one-line.

           add 1 to ws-record-num
           move zero to ws-clear-hits ws-token-hits

           if scan-file-rec not = spaces
               inspect scan-file-rec tallying ws-clear-hits
                   for all ws-clear-value(1:ws-clear-len)
               if ws-token-len > 0
                   inspect scan-file-rec tallying ws-token-hits
                       for all ws-token(1:ws-token-len)
               end-if
           end-if

           if ws-clear-hits > 0 or ws-token-hits > 0
               add 1 to ws-file-hits
               perform write-one-location
           end-if

           read scan-file
               at end continue
           end-read
           .


       write-one-location.

           move spaces to ws-report-line
           evaluate true
               when ws-clear-hits > 0 and ws-token-hits > 0
                   string
                       "  "                        delimited by size
                       function trim(ws-scan-file) delimited by size
                       " record "                  delimited by size
                       ws-record-num               delimited by size
                       ": CLEAR VALUE and TOKEN"   delimited by size
                       into ws-report-line
                   end-string
                   add 1 to ws-clear-lines ws-token-lines
               when ws-clear-hits > 0
                   string
                       "  "                        delimited by size
                       function trim(ws-scan-file) delimited by size
                       " record "                  delimited by size
                       ws-record-num               delimited by size
                       ": CLEAR VALUE"             delimited by size
                       into ws-report-line
                   end-string
                   add 1 to ws-clear-lines
               when other
                   string
                       "  "                        delimited by size
                       function trim(ws-scan-file) delimited by size
                       " record "                  delimited by size
                       ws-record-num               delimited by size
                       ": TOKEN"                   delimited by size
                       into ws-report-line
                   end-string
                   add 1 to ws-token-lines
           end-evaluate
           write erase-report-rec from ws-report-line
           .


       write-sweep-summary.

           move spaces to erase-report-rec
           write erase-report-rec

           move spaces to ws-report-line
           string
               "files swept="          delimited by size
               ws-files-read           delimited by size
               " holding="             delimited by size
               ws-files-holding        delimited by size
               " clear-value lines="   delimited by size
               ws-clear-lines          delimited by size
               " token lines="         delimited by size
               ws-token-lines          delimited by size
               into ws-report-line
           end-string
           write erase-report-rec from ws-report-line

           if ws-clear-lines > 0
               move "** lines holding the CLEAR VALUE are for "
                   to ws-report-line
               string
                   ws-report-line          delimited by "  "
                   " their owning team to remove by hand - "
                                           delimited by size
                   "erasing the vault entry does not reach them **"
                                           delimited by size
                   into ws-report-line
               end-string
               write erase-report-rec from ws-report-line
           end-if

           if ws-is-scan-partial
               move spaces to ws-report-line
               string
                   "** SWEEP PARTIAL - the retained set is "
                                       delimited by size
                   "larger than the scan table; files were "
                                       delimited by size
                   "left unread **"    delimited by size
                   into ws-report-line
               end-string
               write erase-report-rec from ws-report-line
           end-if
           .


      *>****************************************************
      *> the vault is copied without the token's entry and
      *> the copy renamed over it, param-maint's rewrite;
      *> once gone, re-identify has nothing to resolve the
      *> token to
      *>****************************************************

       destroy-vault-entry.

           if ws-token = spaces
               move "no vault entry for the value - nothing to "
                   to ws-report-line
               string
                   ws-report-line          delimited by "  "
                   " destroy"              delimited by size
                   into ws-report-line
               end-string
               write erase-report-rec from ws-report-line
               display "erase-request: the value has no vault "
                   "token, nothing to destroy"
               move "ERASE-NONE" to ws-outcome
               perform log-vault-access
               move "ERASE-NONE" to ws-audit-event
               perform write-audit-event
               exit paragraph
           end-if

           move spaces to ws-vault-new-file
           string
               function trim(ws-vault-file)    delimited by size
               ".new"                          delimited by size
               into ws-vault-new-file
           end-string

           open input vault-file
           if ws-vault-status not = "00"
               display "erase-request: cannot open vault "
                   function trim(ws-vault-file)
                   ", file status " ws-vault-status
               move 8 to ws-return-code
               exit paragraph
           end-if

           open output vault-new
           if ws-vault-new-status not = "00"
               display "erase-request: cannot open "
                   function trim(ws-vault-new-file)
               close vault-file
               move 8 to ws-return-code
               exit paragraph
           end-if

           move zero to ws-removed-count

           read vault-file
               at end continue
           end-read

           perform copy-one-vault-entry
               until ws-vault-status not = "00"

           close vault-file vault-new

           if ws-hold-id not = spaces
               call "CBL_DELETE_FILE" using ws-vault-new-file
               move zero to return-code
               move spaces to ws-report-line
               string
                   "ERASURE REFUSED - vault entry "
                                               delimited by size
                   function trim(ws-token)     delimited by size
                   " is under legal hold "     delimited by size
                   function trim(ws-hold-id)   delimited by size
                   into ws-report-line
               end-string
               write erase-report-rec from ws-report-line
               display "erase-request: " function trim(ws-report-line)
               move "REFUSED" to ws-outcome
               perform log-vault-access
               move "ERASE-HELD" to ws-audit-event
               perform write-audit-event
               move 8 to ws-return-code
               exit paragraph
           end-if

           call "CBL_RENAME_FILE" using ws-vault-new-file
                                         ws-vault-file
           move return-code to ws-rename-rc
           move zero to return-code

           if ws-rename-rc not = 0
               display "erase-request: vault rewrite failed, "
                   "entry NOT destroyed"
               move "ERASE-FAILED" to ws-outcome
               perform log-vault-access
               move 8 to ws-return-code
               exit paragraph
           end-if

           move spaces to ws-report-line
           string
               "vault entry "              delimited by size
               function trim(ws-token)     delimited by size
               " destroyed under approval " delimited by size
               function trim(ws-approval)  delimited by size
               into ws-report-line
           end-string
           write erase-report-rec from ws-report-line

           display "erase-request: vault entry "
               function trim(ws-token) " destroyed under approval "
               function trim(ws-approval)

           move "ERASED" to ws-outcome
           perform log-vault-access
           move "ERASE" to ws-audit-event
           perform write-audit-event

           if ws-clear-lines > 0 and ws-return-code < 4
               move 4 to ws-return-code
           end-if
           .


       copy-one-vault-entry.

           if vf-token = ws-token
               and ws-hold-id = spaces
               if vf-issued numeric
                   move vf-issued to ws-hold-date
               else
                   move zero to ws-hold-date
               end-if
               call "hold-check" using ws-hold-class ws-hold-source
                                       ws-hold-date ws-hold-id
           end-if

           if vf-token = ws-token
               and ws-hold-id = spaces
               add 1 to ws-removed-count
           else
               write vault-new-rec from vault-file-rec
           end-if

           read vault-file
               at end continue
           end-read
           .


      *>****************************************************
      *> re-identify's trail line, "yyyy-mm-dd hh:mm:ss
      *> operator token outcome", the approval reference
      *> after it; the clear value never goes on the trail
      *>****************************************************

       log-vault-access.

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

           accept ws-date from date yyyymmdd
           accept ws-time from time
           move ws-date(1:4) to ws-ts-year
           move ws-date(5:2) to ws-ts-month
           move ws-date(7:2) to ws-ts-day
           move ws-time(1:2) to ws-ts-hour
           move ws-time(3:2) to ws-ts-min
           move ws-time(5:2) to ws-ts-sec

           move spaces to ws-access-line
           string
               ws-timestamp-edt            delimited by size
               " "                         delimited by size
               function trim(ws-operator)  delimited by size
               " "                         delimited by size
               into ws-access-line
           end-string
           if ws-token = spaces
               string
                   ws-access-line          delimited by "  "
                   " -"                    delimited by size
                   into ws-access-line
               end-string
           else
               string
                   ws-access-line          delimited by "  "
                   " "                     delimited by size
                   function trim(ws-token) delimited by size
                   into ws-access-line
               end-string
           end-if
           string
               ws-access-line              delimited by "  "
               " "                         delimited by size
               function trim(ws-outcome)   delimited by size
               " "                         delimited by size
               function trim(ws-approval)  delimited by size
               into ws-access-line
           end-string

           open extend access-log
           if ws-access-log-status = "35"
               open output access-log
           end-if
           if ws-access-log-status = "00"
               write access-log-rec from ws-access-line
               close access-log
           end-if
           .


       write-audit-event.

           move spaces to ws-audit-detail
           string
               "value "                        delimited by size
               function trim(ws-masked-value)  delimited by size
               " token "                       delimited by size
               ws-token                        delimited by size
               " approval "                    delimited by size
               function trim(ws-approval)      delimited by size
               " "                             delimited by size
               function trim(ws-hold-id)       delimited by size
               into ws-audit-detail
           end-string
           call "audit-log" using ws-audit-caller ws-audit-event
                                   ws-audit-detail
           .
