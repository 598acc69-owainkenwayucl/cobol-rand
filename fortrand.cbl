      *> RNGNAME= selects which external subroutine generates each
      *> sample, so a new comparison generator can be benchmarked
      *> without a new 90%-identical COBOL program. Registered targets
      *> are listed in call-rng below, and again in rng-name-known --
      *> an unrecognised name is refused (16) rather than quietly
      *> replaced by GENRAND, which left runs catalogued under a
      *> generator that never produced them.
           01 ws-rng-name             PIC X(20) VALUE "GENRAND".
              88 rng-name-known       VALUE "GENRAND".

      *> PARM handling: a single command-line string of space separated
      *> KEY=VALUE tokens, e.g. "SAMPLES=500000".  Unset samples keeps
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

      *> SEEDREG= names the indexed seed registry (randseed.cpy, all
      *> access via randseedio.cbl), checked and written before the
      *> run starts; REUSESEED=Y lets a deliberate repeat of a seed
      *> through -- see the matching implementation and commentary
      *> in genrand.cbl.  SEEDREG=NONE opts a throwaway run out.
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
           01 ws-seed-clash-date      PIC X(14).
           01 ws-seed-tries           USAGE IS BINARY-LONG UNSIGNED.
           01 ws-seed-refusal         USAGE IS BINARY-LONG VALUE 0.
           01 ws-seed-date            PIC X(21).

      *> GENREG= names the indexed generator registry (randgenr.cpy,
      *> via randgenio.cbl) consulted before a catalogued run -- see
      *> genrand.cbl.  Here the pair is FORTRAND and the RNGNAME, and
      *> an RNGNAME the registry doesn't know is refused (8) like a
      *> QUARANTINED one: nobody has approved it for production.
           01 ws-genfile              PIC X(100) VALUE "rungen.dat".
              88 generator-registry-disabled VALUE "NONE".
           01 ws-gen-status           PIC XX.
           01 ws-gen-action           PIC X(8).
           01 ws-gen-rec.
               COPY "randgenr.cpy".
           01 ws-gen-found            PIC X VALUE "N".
              88 generator-registered VALUE "Y".
           01 ws-gen-refusal          USAGE IS BINARY-LONG VALUE 0.

      *> INDEX=N skips the positioning index (<outfile>.rix) -- see
      *> genrand.cbl.
           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

       PROCEDURE DIVISION.

       main-logic.
                   MOVE ws-time-seed TO ws-seed
               END-IF
           END-IF

           IF NOT run-id-was-given
               MOVE FUNCTION CURRENT-DATE TO ws-current-date
               MOVE "N" TO ws-deadline-given
           END-IF

           IF NOT rng-name-known
               DISPLAY "fortrand: unknown RNGNAME "
                   FUNCTION TRIM(ws-rng-name)
                   " -- no such generator is linked in"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT catalog-disabled
               AND NOT generator-registry-disabled
               PERFORM check-generator-registry
               IF ws-gen-refusal NOT = 0
                   MOVE ws-gen-refusal TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF NOT resume-succeeded AND NOT seed-registry-disabled
               PERFORM register-seed
               IF ws-seed-refusal NOT = 0
                   MOVE ws-seed-refusal TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      *> Seeded only now: register-seed may have moved a clashing
      *> time-based seed on.
           CALL "srand" USING BY VALUE ws-seed END-CALL

           DISPLAY "SEED " ws-seed
           DISPLAY "RUN-ID " ws-run-id " -> " ws-outfile
           IF ws-stripes > 0
           MOVE ws-end-idx TO ws-idx
           PERFORM write-checkpoint

           IF index-build-wanted AND ws-stripes = 0
               PERFORM build-sample-index
           END-IF

           MOVE "COMPLETED" TO ws-cat-run-status
           PERFORM write-catalog-record

               MOVE ws-cat-date(1:14) TO cg-date
               MOVE "N" TO cg-stats-flag
               MOVE 0 TO cg-mean cg-variance cg-chi-square
               MOVE SPACES TO cg-parent-run-id cg-parent2-run-id
                   cg-transform cg-transform-parms
               MOVE "OPEN-IO" TO ws-cat-action
      *> ON EXCEPTION: a build without randcatio linked in must not
      *> kill a generation run over its (optional) catalog entry.
               END-IF
           END-IF.

      *> Looks the generator up in the generator registry
      *> (randgenr.cpy) before a catalogued run starts -- see GENREG=
      *> in WORKING-STORAGE.  "35" is no registry yet: nothing is
      *> registered.  ws-gen-refusal comes back 0 to go ahead, 8 for
      *> a quarantined or unregistered RNGNAME, 16 for an unusable
      *> registry.
       check-generator-registry.
           MOVE "OPEN-IN" TO ws-gen-action
           CALL "randgenio" USING ws-gen-action ws-genfile
               ws-gen-rec ws-gen-status
               ON EXCEPTION MOVE "99" TO ws-gen-status
           END-CALL
           EVALUATE ws-gen-status
               WHEN "00"
                   MOVE "FORTRAND" TO gn-generator
                   MOVE FUNCTION TRIM(ws-rng-name) TO gn-rngname
                   MOVE "GET" TO ws-gen-action
                   CALL "randgenio" USING ws-gen-action ws-genfile
                       ws-gen-rec ws-gen-status END-CALL
                   IF ws-gen-status = "00"
                       MOVE "Y" TO ws-gen-found
                   END-IF
                   MOVE "CLOSE" TO ws-gen-action
                   CALL "randgenio" USING ws-gen-action ws-genfile
                       ws-gen-rec ws-gen-status END-CALL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "fortrand: unable to open generator "
                       "registry " FUNCTION TRIM(ws-genfile) " (status "
                       ws-gen-status ") -- refusing to start"
                   MOVE 16 TO ws-gen-refusal
           END-EVALUATE
           IF ws-gen-refusal = 0
               EVALUATE TRUE
                   WHEN NOT generator-registered
                       DISPLAY "fortrand: RNGNAME "
                           FUNCTION TRIM(ws-rng-name)
                           " is not in generator registry "
                           FUNCTION TRIM(ws-genfile)
                       DISPLAY "fortrand: refusing a catalogued run; "
                           "register it with randgen ACTION=SET"
                       MOVE 8 TO ws-gen-refusal
                   WHEN gn-quarantined
                       DISPLAY "fortrand: generator "
                           FUNCTION TRIM(gn-generator) "/"
                           FUNCTION TRIM(gn-rngname)
                           " is QUARANTINED since " gn-date
                       DISPLAY "fortrand:   " FUNCTION TRIM(gn-reason)
                       DISPLAY "fortrand: refusing a catalogued run; "
                           "see randgen ACTION=REVIEW"
                       MOVE 8 TO ws-gen-refusal
                   WHEN gn-trial
                       DISPLAY "fortrand: note -- generator "
                           FUNCTION TRIM(gn-generator) "/"
                           FUNCTION TRIM(gn-rngname) " is on TRIAL"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Seed-registry check and registration -- see the matching
      *> implementation and commentary in genrand.cbl.
       register-seed.
           MOVE "OPEN-IO" TO ws-seed-action
      *> ON EXCEPTION: a build without randseedio linked in is
      *> treated as an unusable registry, not as a free seed.
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status
               ON EXCEPTION MOVE "99" TO ws-seed-status
           END-CALL
           IF ws-seed-status NOT = "00"
               DISPLAY "fortrand: unable to open seed registry "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ") -- refusing to start"
               MOVE 16 TO ws-seed-refusal
           ELSE
               MOVE 0 TO ws-seed-tries
               PERFORM find-seed-clash
               PERFORM UNTIL NOT seed-clash-found
                       OR seed-was-given
                       OR ws-seed-tries >= 100
                   DISPLAY "fortrand: time-based seed " ws-seed
                       " already generated run " ws-seed-clash-run
                       ", trying the next"
                   ADD 1 TO ws-seed
                   ADD 1 TO ws-seed-tries
                   PERFORM find-seed-clash
               END-PERFORM
               IF seed-clash-found AND NOT seed-reuse-allowed
                   DISPLAY "fortrand: SEED=" ws-seed
                       " already generated run " ws-seed-clash-run
                       " on " ws-seed-clash-date
                       " -- the identical stream"
                   DISPLAY "fortrand: refusing to start; REUSESEED=Y "
                       "to generate it again deliberately"
                   MOVE 12 TO ws-seed-refusal
               ELSE
                   PERFORM put-seed-record
               END-IF
               MOVE "CLOSE" TO ws-seed-action
               CALL "randseedio" USING ws-seed-action ws-seedfile
                   ws-seed-rec ws-seed-status END-CALL
           END-IF.

      *> Reads every registration of this seed, whatever the stripe,
      *> stopping at the first one belonging to a different run-id --
      *> the other stripes of this same run, or an earlier attempt of
      *> it under the same RUNID=, are not a clash.
       find-seed-clash.
           MOVE "N" TO ws-seed-clash
           MOVE "FORTRAND" TO sd-generator
           MOVE FUNCTION TRIM(ws-rng-name) TO sd-rngname
           MOVE ws-seed TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE SPACES TO sd-run-id
           MOVE "START" TO ws-seed-action
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status END-CALL
           PERFORM UNTIL ws-seed-status NOT = "00"
                   OR seed-clash-found
                   OR sd-generator NOT = "FORTRAND"
                   OR sd-rngname NOT = FUNCTION TRIM(ws-rng-name)
                   OR sd-seed NOT = ws-seed
               IF sd-run-id NOT = ws-run-id
                   MOVE "Y" TO ws-seed-clash
                   MOVE sd-run-id TO ws-seed-clash-run
                   MOVE sd-date TO ws-seed-clash-date
               ELSE
                   MOVE "NEXT" TO ws-seed-action
                   CALL "randseedio" USING ws-seed-action ws-seedfile
                       ws-seed-rec ws-seed-status END-CALL
               END-IF
           END-PERFORM.

       put-seed-record.
           MOVE "FORTRAND" TO sd-generator
           MOVE FUNCTION TRIM(ws-rng-name) TO sd-rngname
           MOVE ws-seed TO sd-seed
           MOVE ws-stripe TO sd-stripe
           MOVE ws-run-id TO sd-run-id
           MOVE ws-stripes TO sd-stripes
           MOVE samples TO sd-samples
           MOVE ws-outfile TO sd-outfile
           MOVE "FORTRAND" TO sd-program
           IF seed-clash-found
               MOVE "Y" TO sd-override
               DISPLAY "fortrand: note -- REUSESEED=Y, seed " ws-seed
                   " also generated run " ws-seed-clash-run
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
               DISPLAY "fortrand: unable to register seed in "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ") -- refusing to start"
               MOVE 16 TO ws-seed-refusal
           END-IF.

      *> Builds the positioning index (<outfile>.rix) over the file
      *> just written, unless INDEX=N -- see the note by
      *> ws-rix-build.  Best effort: a failed build is reported and
      *> the run carries on, since readers fall back to reading the
      *> file through.
       build-sample-index.
           MOVE "BUILD" TO ws-rix-action
      *> ON EXCEPTION: a build without randidxio linked in simply
      *> leaves the file unindexed.
           CALL "randidxio" USING ws-rix-action ws-outfile
               ws-rix-rec ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status NOT = "00"
               DISPLAY "fortrand: unable to build positioning index "
                   "for " FUNCTION TRIM(ws-outfile) " (status "
                   ws-rix-status ")"
           END-IF.

      *> Appends one line to the shared audit log. OPEN EXTEND fails
      *> with a non-"00" status the first time a log doesn't exist yet,
      *> in which case we fall back to OPEN OUTPUT to create it --
               WHEN "MODE"
               WHEN "AUDITFILE"
               WHEN "CATALOG"
               WHEN "SEEDREG"
               WHEN "REUSESEED"
               WHEN "INDEX"
               WHEN "GENREG"
                   PERFORM apply-parm-line
               WHEN "PARMFILE"
                   DISPLAY "fortrand: PARMFILE may not name another "
                   MOVE FUNCTION TRIM(ws-val) TO ws-auditfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "SEEDREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-seedfile
               WHEN "REUSESEED"
                   MOVE FUNCTION TRIM(ws-val) TO ws-reuse-seed
               WHEN "INDEX"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rix-build
               WHEN "GENREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-genfile
               WHEN "PARMFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-parmfile
                   MOVE "Y" TO ws-parmfile-given
           END-EVALUATE.

      *> Dispatch to the external subroutine named by RNGNAME=. Add a
      *> new WHEN here (and the matching CALL target, and the name to
      *> rng-name-known) to link in another comparison generator --
      *> every target shares genrand_'s "USING r" signature, a single
      *> FLOAT-LONG result.  Production use also needs the name
      *> registered with randgen.cbl.  main-logic has already refused
      *> any name not listed here.
       call-rng.
           EVALUATE FUNCTION TRIM(ws-rng-name)
               WHEN "GENRAND"
                   CALL "genrand_" USING r END-CALL
           END-EVALUATE.

       report-throughput.
