       working-storage section.
       
       77 animal pic 9.

           *>*********************************************
           *> what an animal code means is no longer held
           *> here in 88-levels: both classification axes
           *> are tables on the shop's reference file,
           *> looked up through ref-lookup, so a new code
           *> is a line on that file, not a change here -
           *>   ANIMAL-SPECIES|1|mammifère|chien|Y
           *>   ANIMAL-SPECIES|2|mammifère|chat|Y
           *>   ANIMAL-SPECIES|3|poisson|poisson|Y
           *>   ANIMAL-SPECIES|4|reptile|serpent|Y
           *>   ANIMAL-SPECIES|5|poisson|requin|Y
           *>   ANIMAL-HABITAT|1|terrestre|chien|Y
           *>   ANIMAL-HABITAT|2|terrestre|chat|Y
           *>   ANIMAL-HABITAT|3|aquatique|poisson|Y
           *>   ANIMAL-HABITAT|4|amphibie|serpent|Y
           *>   ANIMAL-HABITAT|5|aquatique|requin|Y
           *>*********************************************

       77 ws-ref-table           pic x(16).
       77 ws-ref-code            pic x(10).
       77 ws-ref-short           pic x(20).
       77 ws-ref-long            pic x(60).
       77 ws-ref-result          pic x.
           88 ws-ref-is-known              value "0" "1".
           88 ws-ref-no-table              value "3".

           *>*********************************************
           *> a code the reference file does not hold is
           *> counted as unclassified, per axis, and the
           *> codes themselves listed, so a report can
           *> flag which codes still need a line on the
           *> reference file
           *>*********************************************

       77 ws-species-other-count pic 9(2) value zero.
                                     indexed by ws-unc-idx.
               05 ws-unclassified-code pic 9.
       77 ws-unclassified-count  pic 9(2) value zero.
       77 ws-unclassified-hit    pic x.
       77 ws-report-idx          pic 9(2).


       procedure division.

      *>************************************************
      *> classification par la table de référence      *
      *>************************************************

           move 2 to animal
           perform classify-animal.    *> mammifère / terrestre

           move 5 to animal
           perform classify-animal.    *> poisson / aquatique

           *>*********************************************
           *> a code the reference file does not hold, to
           *> exercise the unclassified tally
           *>*********************************************

           move 6 to animal
           perform classify-animal.    *> non classé

           perform report-unclassified.

           goback.


       classify-animal.

           move "0" to ws-unclassified-hit
           move animal to ws-ref-code

           move "ANIMAL-SPECIES" to ws-ref-table
           call "ref-lookup" using ws-ref-table ws-ref-code
                                    ws-ref-short ws-ref-long
                                    ws-ref-result
           if ws-ref-is-known
               display function trim(ws-ref-short)
           else
               perform note-missing-table
               display "espèce non classée"
               add 1 to ws-species-other-count
               move "1" to ws-unclassified-hit
           end-if

           move "ANIMAL-HABITAT" to ws-ref-table
           call "ref-lookup" using ws-ref-table ws-ref-code
                                    ws-ref-short ws-ref-long
                                    ws-ref-result
           if ws-ref-is-known
               display function trim(ws-ref-short)
           else
               perform note-missing-table
               display "habitat non classé"
               add 1 to ws-habitat-other-count
               move "1" to ws-unclassified-hit
           end-if

           if ws-unclassified-hit = "1"
               perform record-unclassified
           end-if
           .

       note-missing-table.

           if ws-ref-no-table
               display "table " function trim(ws-ref-table)
                   " is not on the reference file"
           end-if
           .

       record-unclassified.
       report-unclassified.

           display "--- unclassified code report ---"
           display "species axis, unclassified: "
               ws-species-other-count
           display "habitat axis, unclassified: "
               ws-habitat-other-count

           if ws-unclassified-count = 0
