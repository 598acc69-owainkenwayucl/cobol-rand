      *> invalid row, fails the import and removes the partial output
      *> file rather than leaving it for a downstream job to mistake
      *> for a data set (the same convention as randasm.cbl).
      *> A reference run whose seed is known (SEED=, with RNGNAME=
      *> naming the source generator's algorithm where GENERATOR=
      *> alone doesn't) is checked against the seed registry
      *> (randseed.cpy, SEEDREG=, default runseed.dat) before anything
      *> is written: importing the same seeded R run twice under two
      *> run-ids is the same duplicate stream as two SEED=12345
      *> genrand runs, and is refused with RETURN-CODE 12 unless
      *> REUSESEED=Y.  A clean import registers the seed and carries
      *> it in its catalog entry.
      *> A clean import also builds the output file's positioning index
      *> (<OUTFILE>.rix, see randidxio.cbl) unless INDEX=N.
      *> RETURN-CODE 8 when validation or the trailer check failed,
      *> 16 when a file can't be used or the parms make no sense.


           01 ws-run-id               PIC X(16) VALUE SPACES.
           01 ws-generator            PIC X(10) VALUE "EXTERNAL".
           01 ws-rng-name             PIC X(20) VALUE "N/A".
           01 ws-seed                 USAGE IS BINARY-LONG VALUE 0.
           01 ws-seed-given           PIC X VALUE "N".
              88 seed-was-given       VALUE "Y".

      *> Column layout read back from the CSV's own header line --
      *> the list's order is the rows' field order, mirroring
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

      *> The seed registry (randseed.cpy via randseedio.cbl), used
      *> only when SEED= is given.  SEEDREG=NONE skips it.
           01 ws-seedfile             PIC X(100) VALUE "runseed.dat".
              88 seed-registry-disabled VALUE "NONE".
           01 ws-seed-status          PIC XX.
           01 ws-seed-action          PIC X(8).
           01 ws-seed-rec.
               COPY "randseed.cpy".
           01 ws-reuse-seed           PIC X VALUE "N".
              88 seed-reuse-allowed   VALUE "Y".
           01 ws-seed-clash           PIC X VALUE "N".
              88 seed-clash-found     VALUE "Y".
           01 ws-seed-clash-run       PIC X(16).
           01 ws-seed-date            PIC X(21).

           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

       PROCEDURE DIVISION.

       main-logic.
               GOBACK
           END-IF

           IF seed-was-given AND NOT seed-registry-disabled
               PERFORM check-seed-registry
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT csv-file
           IF ws-in-status NOT = "00"
               DISPLAY "randimp: unable to open " ws-infile
           END-IF

           IF import-clean
               IF seed-was-given AND NOT seed-registry-disabled
                   PERFORM register-seed
               END-IF
               IF index-build-wanted
                   PERFORM build-sample-index
               END-IF
               PERFORM write-catalog-record
               DISPLAY "randimp: " ws-imported " record(s) imported "
                   "to " FUNCTION TRIM(ws-outfile)
               END-IF
           END-IF.

      *> Best effort, as in genrand.cbl: an unindexed file is still
      *> readable from the front.
       build-sample-index.
           MOVE "BUILD" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-outfile
               ws-rix-rec ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status NOT = "00"
               DISPLAY "randimp: unable to build positioning index "
                   "for " FUNCTION TRIM(ws-outfile) " (status "
                   ws-rix-status ")"
           END-IF.

      *> rm -f via CALL "SYSTEM", the same shell-out convention as
      *> randdriver.cbl -- a partial import must not survive for a
      *> downstream job to mistake for a data set.
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL.

      *> A registration of the same effective seed by another run-id
      *> refuses the import (12) unless REUSESEED=Y -- the same rule
      *> as register-seed in genrand.cbl.  The check is made before
      *> the import and the registration after it succeeds, so a
      *> failed import leaves no registration behind.
       check-seed-registry.
           MOVE "OPEN-IN" TO ws-seed-action
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status
               ON EXCEPTION MOVE "99" TO ws-seed-status
           END-CALL
           EVALUATE ws-seed-status
               WHEN "00"
                   PERFORM find-seed-clash
                   MOVE "CLOSE" TO ws-seed-action
                   CALL "randseedio" USING ws-seed-action ws-seedfile
                       ws-seed-rec ws-seed-status END-CALL
                   IF seed-clash-found
                       IF seed-reuse-allowed
                           DISPLAY "randimp: note -- REUSESEED=Y, "
                               "seed " ws-seed " also generated run "
                               ws-seed-clash-run
                       ELSE
                           DISPLAY "randimp: SEED=" ws-seed
                               " of " FUNCTION TRIM(ws-generator)
                               " already generated run "
                               ws-seed-clash-run
                               " -- the identical stream"
                           DISPLAY "randimp: refusing to import; "
                               "REUSESEED=Y to import it again "
                               "deliberately"
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   END-IF
      *> No registry yet: nothing can have used the seed.
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "randimp: unable to open seed registry "
                       FUNCTION TRIM(ws-seedfile) " (status "
                       ws-seed-status ")"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       find-seed-clash.
           MOVE "N" TO ws-seed-clash
           MOVE ws-generator TO sd-generator
           MOVE ws-rng-name TO sd-rngname
           MOVE ws-seed TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE SPACES TO sd-run-id
           MOVE "START" TO ws-seed-action
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status END-CALL
           PERFORM UNTIL ws-seed-status NOT = "00"
                   OR seed-clash-found
                   OR sd-generator NOT = ws-generator
                   OR sd-rngname NOT = ws-rng-name
                   OR sd-seed NOT = ws-seed
               IF sd-run-id NOT = ws-run-id
                   MOVE "Y" TO ws-seed-clash
                   MOVE sd-run-id TO ws-seed-clash-run
               ELSE
                   MOVE "NEXT" TO ws-seed-action
                   CALL "randseedio" USING ws-seed-action ws-seedfile
                       ws-seed-rec ws-seed-status END-CALL
               END-IF
           END-PERFORM.

      *> Best effort once the data set exists, like the catalog
      *> entry below: the import itself has already succeeded.
       register-seed.
           MOVE "OPEN-IO" TO ws-seed-action
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status
               ON EXCEPTION MOVE "99" TO ws-seed-status
           END-CALL
           IF ws-seed-status NOT = "00"
               DISPLAY "randimp: unable to open seed registry "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ") -- seed not registered"
           ELSE
               MOVE ws-generator TO sd-generator
               MOVE ws-rng-name TO sd-rngname
               MOVE ws-seed TO sd-seed
               MOVE 0 TO sd-stripe
               MOVE ws-run-id TO sd-run-id
               MOVE 0 TO sd-stripes
               MOVE ws-imported TO sd-samples
               MOVE ws-outfile TO sd-outfile
               MOVE "RANDIMP" TO sd-program
               IF seed-clash-found
                   MOVE "Y" TO sd-override
               ELSE
                   MOVE "N" TO sd-override
               END-IF
               MOVE FUNCTION CURRENT-DATE TO ws-seed-date
               MOVE ws-seed-date(1:14) TO sd-date
               ACCEPT sd-host FROM ENVIRONMENT "HOSTNAME"
               IF sd-host = SPACES
                   MOVE "unknown" TO sd-host
               END-IF
               MOVE "PUT" TO ws-seed-action
               CALL "randseedio" USING ws-seed-action ws-seedfile
                   ws-seed-rec ws-seed-status END-CALL
               IF ws-seed-status NOT = "00"
                   DISPLAY "randimp: unable to register seed in "
                       FUNCTION TRIM(ws-seedfile) " (status "
                       ws-seed-status ")"
               END-IF
               MOVE "CLOSE" TO ws-seed-action
               CALL "randseedio" USING ws-seed-action ws-seedfile
                   ws-seed-rec ws-seed-status END-CALL
           END-IF.

      *> Registers the imported data set as a COMPLETED run -- same
      *> shape as randasm.cbl's registration: no checkpoint of our
      *> own, statistics left for randstat.cbl to fill in.  The seed
      *> and RNGNAME are recorded when SEED= gave them.
       write-catalog-record.
           IF NOT catalog-disabled
               MOVE ws-run-id TO cg-run-id
               MOVE ws-outfile TO cg-outfile
               MOVE ws-generator TO cg-generator
               MOVE ws-rng-name TO cg-rngname
               MOVE ws-seed TO cg-seed
               MOVE "N/A" TO cg-mode
               MOVE 0 TO cg-low
               MOVE 0 TO cg-high
               MOVE ws-cat-date(1:14) TO cg-date
               MOVE "N" TO cg-stats-flag
               MOVE 0 TO cg-mean cg-variance cg-chi-square
               MOVE SPACES TO cg-parent-run-id cg-parent2-run-id
                   cg-transform cg-transform-parms
               MOVE "OPEN-IO" TO ws-cat-action
      *> ON EXCEPTION: a build without randcatio linked in must not
      *> fail an otherwise clean import over its catalog entry.
                   MOVE FUNCTION TRIM(ws-val) TO ws-generator
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "INDEX"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rix-build
               WHEN "SEED"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-seed
                   MOVE "Y" TO ws-seed-given
               WHEN "RNGNAME"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rng-name
               WHEN "SEEDREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-seedfile
               WHEN "REUSESEED"
                   MOVE FUNCTION TRIM(ws-val) TO ws-reuse-seed
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
