       identification division.
       program-id. lineage-log.

      *>****************************************************
      *> record-level lineage journal: every program that
      *> takes a reading one step further on its way from
      *> the extract to a report, the history or an invoice
      *> leaves one line here under the reading's lineage
      *> key, so lineage-query can walk any output line back
      *> to the record it came from and forward to what it
      *> fed. the key is the run id, the source extract and
      *> the physical record number:
      *>   yyyymmdd-nn/<extract>/nnnnnn
      *> (a standalone run, with no cycle run id, is
      *> sequence 00 of its processing date). line shape:
      *>   kind|key|yyyymmddhhmmss|detail
      *> kinds, and the detail each one carries:
      *>   IN  record read - id|value as its vault token
      *>   CV  converted - ptr|site|reading date|master
      *>       version|calibration|outputs
      *>   RJ  rejected - reason|reject file
      *>   RP  repaired into a rerun extract - rerun
      *>       file|record number|value|repaired value
      *>   RI  left incorrigible - reason|value
      *>   RX  reprocessed by ptr - ptr|value token|
      *>       outcome|supplement file|master version
      *>   BH  history record billed - date|ptr|count|
      *>       the history record's own key
      *>   BL  billing line - owner|period|invoice
      *>       ref|billing file|the BH group key
      *> the reading's text rides as its vault token, the
      *> way the console echo carries it: the journal is
      *> retained, and re-identify is how authorized staff
      *> read the clear value back.
      *>
      *>   CALL "lineage-log" USING kind key detail
      *>
      *> the journal is held open from the first line a run
      *> writes until the caller sends kind "CL" at its end
      *>****************************************************

       environment division.

       input-output section.

       file-control.
           select lineage-file assign to dynamic ws-lineage-file
               organization line sequential
               file status is ws-lineage-status.

       data division.

       file section.

       fd lineage-file.
       01 lineage-file-rec         pic x(300).

       working-storage section.

      *>****************************************************
      *> staging pair for the shared read-param subroutine:
      *> environment variable first, then the central
      *> run-params file, then the caller's own hardcoded
      *> default
      *>****************************************************

       77 ws-param-key             pic x(30).
       77 ws-param-value           pic x(80).

       77 ws-lineage-file          pic x(80)
                                    value "file-lineage".
       77 ws-lineage-status        pic xx.
       77 ws-lineage-open          pic x     value "0".
           88 ws-is-lineage-open             value "1".
       77 ws-lineage-failed        pic x     value "0".
           88 ws-is-lineage-failed           value "1".

       77 ws-date                  pic 9(8).
       77 ws-time                  pic 9(8).
       77 ws-lineage-line          pic x(300).

       linkage section.

       77 ls-kind                  pic x(2).
       77 ls-key                   pic x(60).
       77 ls-detail                pic x(200).

       procedure division using ls-kind ls-key ls-detail.

       mainline.

           if ls-kind = "CL"
               if ws-is-lineage-open
                   close lineage-file
                   move "0" to ws-lineage-open
               end-if
               goback
           end-if

           if not ws-is-lineage-open and not ws-is-lineage-failed
               perform open-lineage-file
           end-if

           if not ws-is-lineage-open
               goback
           end-if

           accept ws-date from date yyyymmdd
           accept ws-time from time

           move spaces to ws-lineage-line
           string
               ls-kind                     delimited by size
               "|"                         delimited by size
               function trim(ls-key)       delimited by size
               "|"                         delimited by size
               ws-date                     delimited by size
               ws-time(1:6)                delimited by size
               "|"                         delimited by size
               function trim(ls-detail trailing)
                                           delimited by size
               into ws-lineage-line
           end-string

           write lineage-file-rec from ws-lineage-line

           goback.


      *>****************************************************
      *> a journal that cannot be opened is reported once
      *> and the run goes on without it - lineage is the
      *> paperwork, never a reason to stop the conversion
      *>****************************************************

       open-lineage-file.

           move "LINEAGE_JOURNAL" to ws-param-key
           call "read-param" using ws-param-key ws-param-value
           if ws-param-value not = spaces
               move ws-param-value to ws-lineage-file
           end-if

           open extend lineage-file

           if ws-lineage-status = "35"
               open output lineage-file
           end-if

           if ws-lineage-status = "00"
               set ws-is-lineage-open to true
           else
               display "lineage-log: cannot open "
                   function trim(ws-lineage-file)
                   ", file status " ws-lineage-status
                   " - no lineage recorded this run"
               set ws-is-lineage-failed to true
           end-if
           .
