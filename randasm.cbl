      *> set is registered in the run catalog (CATALOG=, NONE to skip)
      *> as a COMPLETED run, since the stripes themselves deliberately
      *> stay out of it -- see write-catalog-record in genrand.cbl.
      *> The assembled file gets its positioning index (<OUTFILE>.rix,
      *> see randidxio.cbl) before it is catalogued, unless INDEX=N.
      *> RETURN-CODE 8 when the merge completes but verification
      *> failed, 16 when a file can't be used or the parms make no
      *> sense.  On any failure the partial OUTFILE is removed rather
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

       PROCEDURE DIVISION.

       main-logic.
                   FUNCTION TRIM(ws-outfile)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF index-build-wanted
                   PERFORM build-sample-index
               END-IF
               PERFORM write-catalog-record
           END-IF

               AT END SET end-of-stripe TO TRUE
           END-READ.

      *> Best effort, as in genrand.cbl: an unindexed file is still
      *> readable from the front.
       build-sample-index.
           MOVE "BUILD" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-outfile
               ws-rix-rec ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status NOT = "00"
               DISPLAY "randasm: unable to build positioning index "
                   "for " FUNCTION TRIM(ws-outfile) " (status "
                   ws-rix-status ")"
           END-IF.

      *> Registers the assembled data set as a COMPLETED run.  Seed,
      *> mode and range aren't carried in the output records, so those
      *> catalog fields stay at their empty defaults; randstat.cbl
               MOVE ws-cat-date(1:14) TO cg-date
               MOVE "N" TO cg-stats-flag
               MOVE 0 TO cg-mean cg-variance cg-chi-square
               MOVE SPACES TO cg-parent-run-id cg-parent2-run-id
                   cg-transform cg-transform-parms
               MOVE "OPEN-IO" TO ws-cat-action
               CALL "randcatio" USING ws-cat-action ws-catfile
                   ws-catalog-rec ws-cat-status
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-samples
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "INDEX"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rix-build
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
