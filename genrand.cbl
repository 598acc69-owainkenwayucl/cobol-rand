           01 ws-catalog-rec.
               COPY "randcatr.cpy".

      *> SEEDREG= names the indexed seed registry (randseed.cpy, all
      *> access via randseedio.cbl).  Before writing anything a run
      *> looks its effective seed -- generator, RNGNAME and SEED --
      *> up there: a seed that has already generated another run-id
      *> would only reproduce that run's stream under a new name, so
      *> the job refuses to start with RETURN-CODE 12 (the same
      *> "already taken" code randalloc.cbl uses) unless REUSESEED=Y
      *> says the repeat is deliberate.  A time-based seed that
      *> happens to clash is simply moved on to the next free value
      *> -- nobody asked for it, so nothing is lost.  Otherwise the
      *> run registers its seed (with its stripe, in STRIPE= mode)
      *> inside the same locked bracket.  A resumed run continues the
      *> stream its first start registered and is not checked again.
      *> Unlike the catalog the registry is a control, not a record:
      *> a registry that can't be opened refuses the run (16) rather
      *> than letting it through unchecked; SEEDREG=NONE opts a
      *> throwaway run out.
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
      *> all access via randgenio.cbl), maintained with randgen.cbl.
      *> A catalogued run is a production run -- the only kind that
      *> can be certified, reserved and drawn from -- so before one
      *> starts the registry is asked about GENRAND: QUARANTINED
      *> (randdriver.cbl's skew check found the FUNCTION RANDOM bug
      *> back, say, or randtrend.cbl saw it drift) refuses the run
      *> with RETURN-CODE 8 before a single value is written, TRIAL
      *> is noted, and an unregistered GENRAND is noted and allowed.
      *> A CATALOG=NONE run is not checked: that is how a
      *> quarantined generator is re-tested before it is reinstated.
      *> A registry that exists but can't be opened refuses the run
      *> (16), the same as the seed registry; GENREG=NONE opts out.
           01 ws-genfile              PIC X(100) VALUE "rungen.dat".
              88 generator-registry-disabled VALUE "NONE".
           01 ws-gen-status           PIC XX.
           01 ws-gen-action           PIC X(8).
           01 ws-gen-rec.
               COPY "randgenr.cpy".
           01 ws-gen-found            PIC X VALUE "N".
              88 generator-registered VALUE "Y".
           01 ws-gen-refusal          USAGE IS BINARY-LONG VALUE 0.

      *> INDEX=N skips the positioning index (<outfile>.rix, see
      *> randidxio.cbl) otherwise built from the finished output file
      *> just before the run is catalogued COMPLETED, so randdraw.cbl
      *> and randexp.cbl can start partway into the stream without
      *> reading everything in front of it.  Stripe runs build none
      *> -- randasm.cbl indexes the assembled file.  Best effort, like
      *> the catalog: readers fall back to reading the file through.
           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

       PROCEDURE DIVISION.

       main-logic.
               MOVE "N" TO ws-deadline-given
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
      *> a quarantined generator, 16 for an unusable registry.
       check-generator-registry.
           MOVE "OPEN-IN" TO ws-gen-action
           CALL "randgenio" USING ws-gen-action ws-genfile
               ws-gen-rec ws-gen-status
               ON EXCEPTION MOVE "99" TO ws-gen-status
           END-CALL
           EVALUATE ws-gen-status
               WHEN "00"
                   MOVE "GENRAND" TO gn-generator
                   MOVE "N/A" TO gn-rngname
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
                   DISPLAY "genrand: unable to open generator "
                       "registry " FUNCTION TRIM(ws-genfile) " (status "
                       ws-gen-status ") -- refusing to start"
                   MOVE 16 TO ws-gen-refusal
           END-EVALUATE
           IF ws-gen-refusal = 0
               EVALUATE TRUE
                   WHEN NOT generator-registered
                       DISPLAY "genrand: note -- GENRAND is not in "
                           "generator registry "
                           FUNCTION TRIM(ws-genfile)
                   WHEN gn-quarantined
                       DISPLAY "genrand: generator "
                           FUNCTION TRIM(gn-generator) "/"
                           FUNCTION TRIM(gn-rngname)
                           " is QUARANTINED since " gn-date
                       DISPLAY "genrand:   " FUNCTION TRIM(gn-reason)
                       DISPLAY "genrand: refusing a catalogued run; "
                           "see randgen ACTION=REVIEW"
                       MOVE 8 TO ws-gen-refusal
                   WHEN gn-trial
                       DISPLAY "genrand: note -- generator "
                           FUNCTION TRIM(gn-generator) "/"
                           FUNCTION TRIM(gn-rngname) " is on TRIAL"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Looks the run's effective seed up in the seed registry and,
      *> if no other run-id has used it (or REUSESEED=Y), registers
      *> it -- see the note by ws-seedfile.  ws-seed-refusal comes
      *> back 0 to go ahead, 12 for a reused seed, 16 for an
      *> unusable registry.
       register-seed.
           MOVE "OPEN-IO" TO ws-seed-action
      *> ON EXCEPTION: a build without randseedio linked in is
      *> treated as an unusable registry, not as a free seed.
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status
               ON EXCEPTION MOVE "99" TO ws-seed-status
           END-CALL
           IF ws-seed-status NOT = "00"
               DISPLAY "genrand: unable to open seed registry "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ") -- refusing to start"
               MOVE 16 TO ws-seed-refusal
           ELSE
               MOVE 0 TO ws-seed-tries
               PERFORM find-seed-clash
               PERFORM UNTIL NOT seed-clash-found
                       OR seed-was-given
                       OR ws-seed-tries >= 100
                   DISPLAY "genrand: time-based seed " ws-seed
                       " already generated run " ws-seed-clash-run
                       ", trying the next"
                   ADD 1 TO ws-seed
                   ADD 1 TO ws-seed-tries
                   PERFORM find-seed-clash
               END-PERFORM
               IF seed-clash-found AND NOT seed-reuse-allowed
                   DISPLAY "genrand: SEED=" ws-seed
                       " already generated run " ws-seed-clash-run
                       " on " ws-seed-clash-date
                       " -- the identical stream"
                   DISPLAY "genrand: refusing to start; REUSESEED=Y "
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
           MOVE "GENRAND" TO sd-generator
           MOVE "N/A" TO sd-rngname
           MOVE ws-seed TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE SPACES TO sd-run-id
           MOVE "START" TO ws-seed-action
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status END-CALL
           PERFORM UNTIL ws-seed-status NOT = "00"
                   OR seed-clash-found
                   OR sd-generator NOT = "GENRAND"
                   OR sd-rngname NOT = "N/A"
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
           MOVE "GENRAND" TO sd-generator
           MOVE "N/A" TO sd-rngname
           MOVE ws-seed TO sd-seed
           MOVE ws-stripe TO sd-stripe
           MOVE ws-run-id TO sd-run-id
           MOVE ws-stripes TO sd-stripes
           MOVE samples TO sd-samples
           MOVE ws-outfile TO sd-outfile
           MOVE "GENRAND" TO sd-program
           IF seed-clash-found
               MOVE "Y" TO sd-override
               DISPLAY "genrand: note -- REUSESEED=Y, seed " ws-seed
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
               DISPLAY "genrand: unable to register seed in "
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
               DISPLAY "genrand: unable to build positioning index "
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
                   DISPLAY "genrand: PARMFILE may not name another "
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
