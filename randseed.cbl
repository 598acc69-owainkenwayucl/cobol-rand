      *> Seed registry scan and maintenance (randseed.cpy, all access
      *> via randseedio.cbl).  genrand.cbl, fortrand.cbl and
      *> randimp.cbl refuse a seed another run-id has already used;
      *> this program finds the duplicates that are already in the
      *> catalog -- generated before the registry existed, or let
      *> through with REUSESEED=Y.
      *>   ACTION=SCAN   every catalog entry sharing an effective seed
      *>                 with another run-id, grouped by seed (the
      *>                 default action)
      *>   ACTION=LIST   every registration in the registry
      *>   ACTION=LOAD   register the seed of every catalog entry that
      *>                 has none yet, so the generators also refuse
      *>                 seeds used before the registry existed
      *> An entry's effective seed is its generator, RNGNAME and seed.
      *> It is taken from the registry where the run registered
      *> itself -- the only place an assembled stripe run's seed is
      *> kept, since randasm.cbl catalogues it with no seed of its
      *> own -- and otherwise from the catalog entry, when that entry
      *> was written by a generator (cg-mode other than "N/A").  An
      *> assembled or imported run with neither has no known seed
      *> and is counted, not compared; so is a run randderive.cbl
      *> built from other runs, which has no seed of its own.
      *> CATALOG= and SEEDREG= name the files (defaults runcat.dat and
      *> runseed.dat).  randalloc.cbl consults the registry the same
      *> way to warn before a RESERVE binds a duplicate stream.
      *> RETURN-CODE 8 when SCAN finds any shared seed, 16 when a file
      *> can't be opened or the parameters make no sense.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randseed.
       AUTHOR. Owain Kenway.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-action               PIC X(10) VALUE "SCAN".

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".
           01 ws-eoc                  PIC X.
              88 end-of-catalog       VALUE "Y".

           01 ws-seedfile             PIC X(100) VALUE "runseed.dat".
           01 ws-seed-status          PIC XX.
           01 ws-seed-action          PIC X(8).
           01 ws-seed-rec.
               COPY "randseed.cpy".
           01 ws-eor                  PIC X.
              88 end-of-registry      VALUE "Y".

      *> The registry's run-id -> effective seed view, loaded in one
      *> pass (one row per registration; the stripes of a run all
      *> carry the same seed).
           01 ws-reg-max              USAGE IS BINARY-LONG VALUE 2000.
           01 ws-reg-total            USAGE IS BINARY-LONG VALUE 0.
           01 ws-reg-table.
               05 ws-reg-entry OCCURS 2000 TIMES.
                   10 ws-reg-run-id    PIC X(16).
                   10 ws-reg-generator PIC X(10).
                   10 ws-reg-rngname   PIC X(20).
                   10 ws-reg-seed      USAGE IS BINARY-LONG.
           01 ws-reg-idx              USAGE IS BINARY-LONG.
           01 ws-reg-found            PIC X.
              88 registry-entry-found VALUE "Y".

      *> The catalog, loaded in one pass like randrep.cbl's table,
      *> with each entry's effective seed resolved alongside.
           01 ws-entry-max            USAGE IS BINARY-LONG VALUE 500.
           01 ws-entry-total          USAGE IS BINARY-LONG VALUE 0.
           01 ws-seed-table.
               05 ws-seed-entry OCCURS 500 TIMES.
                   10 ws-ent-run-id    PIC X(16).
                   10 ws-ent-status    PIC X(10).
                   10 ws-ent-date      PIC X(14).
                   10 ws-ent-samples   PIC 9(18).
                   10 ws-ent-generator PIC X(10).
                   10 ws-ent-rngname   PIC X(20).
                   10 ws-ent-seed      USAGE IS BINARY-LONG.
      *> R from the registry, C from the catalog entry, U unknown,
      *> D derived (no seed of its own).
                   10 ws-ent-source    PIC X.
                      88 ent-seed-known VALUE "R" "C".
                   10 ws-ent-reported  PIC X.
                      88 ent-reported  VALUE "Y".
           01 ws-idx                  USAGE IS BINARY-LONG.
           01 ws-jdx                  USAGE IS BINARY-LONG.
           01 ws-group-size           USAGE IS BINARY-LONG.
           01 ws-member-idx           USAGE IS BINARY-LONG.

           01 ws-groups               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-shared-entries       USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-unknown-entries      USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-derived-entries      USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-listed               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-loaded               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-seed-disp            PIC -(9)9.
           01 ws-stripe-disp          PIC ZZ9.
           01 ws-date                 PIC X(21).
           01 ws-clash                PIC X.
              88 seed-clash-found     VALUE "Y".

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           EVALUATE ws-action
               WHEN "SCAN"
                   PERFORM scan-shared-seeds
               WHEN "LIST"
                   PERFORM list-registry
               WHEN "LOAD"
                   PERFORM load-registry
               WHEN OTHER
                   DISPLAY "randseed: unknown ACTION "
                       FUNCTION TRIM(ws-action)
                       " (SCAN, LIST or LOAD)"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       scan-shared-seeds.
           PERFORM load-registry-table
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM load-catalog
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           DISPLAY "randseed: catalog " FUNCTION TRIM(ws-catfile)
               " against seed registry " FUNCTION TRIM(ws-seedfile)
           DISPLAY " "
           DISPLAY "catalog entries sharing an effective seed:"
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-entry-total
               IF ent-seed-known(ws-idx)
                   AND NOT ent-reported(ws-idx)
                   PERFORM report-seed-group
               END-IF
           END-PERFORM
           IF ws-groups = 0
               DISPLAY "  (none)"
           END-IF

           DISPLAY " "
           DISPLAY "randseed summary:"
           DISPLAY "catalog entries         : " ws-entry-total
           DISPLAY "entries with no known seed : " ws-unknown-entries
           DISPLAY "derived entries (no seed)  : " ws-derived-entries
           DISPLAY "seeds shared            : " ws-groups
           DISPLAY "entries sharing a seed  : " ws-shared-entries
           IF ws-groups > 0
               DISPLAY "randseed: duplicate streams in the catalog"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "randseed: no duplicate streams"
           END-IF.

      *> Every later entry with entry ws-idx's effective seed under a
      *> different run-id joins its group; the group is reported
      *> once, headed by the seed.
       report-seed-group.
           MOVE 0 TO ws-group-size
           COMPUTE ws-jdx = ws-idx + 1
           PERFORM UNTIL ws-jdx > ws-entry-total
               IF ent-seed-known(ws-jdx)
                   AND NOT ent-reported(ws-jdx)
                   AND ws-ent-generator(ws-jdx)
                       = ws-ent-generator(ws-idx)
                   AND ws-ent-rngname(ws-jdx) = ws-ent-rngname(ws-idx)
                   AND ws-ent-seed(ws-jdx) = ws-ent-seed(ws-idx)
                   AND ws-ent-run-id(ws-jdx) NOT = ws-ent-run-id(ws-idx)
                   IF ws-group-size = 0
                       ADD 1 TO ws-groups
                       MOVE ws-ent-seed(ws-idx) TO ws-seed-disp
                       DISPLAY "  "
                           FUNCTION TRIM(ws-ent-generator(ws-idx)) "/"
                           FUNCTION TRIM(ws-ent-rngname(ws-idx))
                           " SEED=" FUNCTION TRIM(ws-seed-disp) ":"
                       MOVE ws-idx TO ws-member-idx
                       PERFORM display-group-member
                       MOVE 1 TO ws-group-size
                   END-IF
                   MOVE ws-jdx TO ws-member-idx
                   PERFORM display-group-member
                   ADD 1 TO ws-group-size
               END-IF
               ADD 1 TO ws-jdx
           END-PERFORM.

       display-group-member.
           MOVE "Y" TO ws-ent-reported(ws-member-idx)
           ADD 1 TO ws-shared-entries
           DISPLAY "    " ws-ent-run-id(ws-member-idx) " "
               ws-ent-status(ws-member-idx) " "
               ws-ent-date(ws-member-idx)
               " samples " ws-ent-samples(ws-member-idx).

       load-registry-table.
           MOVE "OPEN-IN" TO ws-seed-action
           PERFORM call-registry
           EVALUATE ws-seed-status
               WHEN "00"
                   MOVE "N" TO ws-eor
                   MOVE "FIRST" TO ws-seed-action
                   PERFORM call-registry
                   IF ws-seed-status NOT = "00"
                       SET end-of-registry TO TRUE
                   END-IF
                   PERFORM UNTIL end-of-registry
                       IF ws-reg-total < ws-reg-max
                           ADD 1 TO ws-reg-total
                           MOVE sd-run-id
                               TO ws-reg-run-id(ws-reg-total)
                           MOVE sd-generator
                               TO ws-reg-generator(ws-reg-total)
                           MOVE sd-rngname
                               TO ws-reg-rngname(ws-reg-total)
                           MOVE sd-seed TO ws-reg-seed(ws-reg-total)
                           MOVE "NEXT" TO ws-seed-action
                           PERFORM call-registry
                           IF ws-seed-status NOT = "00"
                               SET end-of-registry TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "randseed: more than " ws-reg-max
                               " registrations, ignoring the rest"
                           SET end-of-registry TO TRUE
                       END-IF
                   END-PERFORM
                   MOVE "CLOSE" TO ws-seed-action
                   PERFORM call-registry
      *> No registry yet: every seed comes from the catalog.
               WHEN "35"
                   DISPLAY "randseed: note -- no seed registry at "
                       FUNCTION TRIM(ws-seedfile)
               WHEN OTHER
                   DISPLAY "randseed: unable to open seed registry "
                       FUNCTION TRIM(ws-seedfile) " (status "
                       ws-seed-status ")"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       load-catalog.
           MOVE "OPEN-IN" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               DISPLAY "randseed: unable to open run catalog "
                   FUNCTION TRIM(ws-catfile) " (status "
                   ws-cat-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-eoc
               MOVE "FIRST" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status NOT = "00"
                   SET end-of-catalog TO TRUE
               END-IF
               PERFORM UNTIL end-of-catalog
                   IF ws-entry-total < ws-entry-max
                       ADD 1 TO ws-entry-total
                       PERFORM add-catalog-entry
                       MOVE "NEXT" TO ws-cat-action
                       PERFORM call-catalog
                       IF ws-cat-status NOT = "00"
                           SET end-of-catalog TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "randseed: more than " ws-entry-max
                           " catalog entries, ignoring the rest"
                       SET end-of-catalog TO TRUE
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO ws-cat-action
               PERFORM call-catalog
           END-IF.

      *> Resolves the effective seed -- see the header.
       add-catalog-entry.
           MOVE cg-run-id TO ws-ent-run-id(ws-entry-total)
           MOVE cg-status TO ws-ent-status(ws-entry-total)
           MOVE cg-date TO ws-ent-date(ws-entry-total)
           MOVE cg-samples TO ws-ent-samples(ws-entry-total)
           MOVE "N" TO ws-ent-reported(ws-entry-total)
           PERFORM find-registration
           EVALUATE TRUE
               WHEN cg-run-derived
                   MOVE "D" TO ws-ent-source(ws-entry-total)
                   ADD 1 TO ws-derived-entries
               WHEN registry-entry-found
                   MOVE ws-reg-generator(ws-reg-idx)
                       TO ws-ent-generator(ws-entry-total)
                   MOVE ws-reg-rngname(ws-reg-idx)
                       TO ws-ent-rngname(ws-entry-total)
                   MOVE ws-reg-seed(ws-reg-idx)
                       TO ws-ent-seed(ws-entry-total)
                   MOVE "R" TO ws-ent-source(ws-entry-total)
               WHEN cg-mode NOT = "N/A"
                   MOVE cg-generator
                       TO ws-ent-generator(ws-entry-total)
                   MOVE cg-rngname TO ws-ent-rngname(ws-entry-total)
                   MOVE cg-seed TO ws-ent-seed(ws-entry-total)
                   MOVE "C" TO ws-ent-source(ws-entry-total)
               WHEN OTHER
                   MOVE "U" TO ws-ent-source(ws-entry-total)
                   ADD 1 TO ws-unknown-entries
           END-EVALUATE.

       find-registration.
           MOVE "N" TO ws-reg-found
           PERFORM VARYING ws-reg-idx FROM 1 BY 1
                   UNTIL ws-reg-idx > ws-reg-total
                   OR registry-entry-found
               IF ws-reg-run-id(ws-reg-idx) = cg-run-id
                   MOVE "Y" TO ws-reg-found
               END-IF
           END-PERFORM
      *> The loop steps one past the match before testing again.
           IF registry-entry-found
               SUBTRACT 1 FROM ws-reg-idx
           END-IF.

       list-registry.
           MOVE "OPEN-IN" TO ws-seed-action
           PERFORM call-registry
           IF ws-seed-status NOT = "00"
               DISPLAY "randseed: unable to open seed registry "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-eor
               MOVE "FIRST" TO ws-seed-action
               PERFORM call-registry
               IF ws-seed-status NOT = "00"
                   SET end-of-registry TO TRUE
               END-IF
               PERFORM UNTIL end-of-registry
                   ADD 1 TO ws-listed
                   MOVE sd-seed TO ws-seed-disp
                   MOVE sd-stripe TO ws-stripe-disp
                   DISPLAY sd-generator " " sd-rngname " "
                       ws-seed-disp " stripe " ws-stripe-disp " "
                       sd-run-id " " sd-program " " sd-date
                   IF sd-seed-reused
                       DISPLAY "    (registered with REUSESEED=Y)"
                   END-IF
                   MOVE "NEXT" TO ws-seed-action
                   PERFORM call-registry
                   IF ws-seed-status NOT = "00"
                       SET end-of-registry TO TRUE
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO ws-seed-action
               PERFORM call-registry
               DISPLAY "randseed: " ws-listed " registration(s)"
           END-IF.

      *> Back-fills the registry from catalog entries a generator
      *> wrote, for runs that aren't registered under their run-id
      *> yet.  A back-filled seed that another run already holds is
      *> marked as a reuse -- it is one of the duplicates SCAN
      *> reports.
       load-registry.
           PERFORM load-registry-table
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM load-catalog
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE "OPEN-IO" TO ws-seed-action
           PERFORM call-registry
           IF ws-seed-status NOT = "00"
               DISPLAY "randseed: unable to open seed registry "
                   FUNCTION TRIM(ws-seedfile) " (status "
                   ws-seed-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-date
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-entry-total
               IF ws-ent-source(ws-idx) = "C"
                   PERFORM load-one-entry
               END-IF
           END-PERFORM

           MOVE "CLOSE" TO ws-seed-action
           PERFORM call-registry
           DISPLAY "randseed: " ws-loaded " seed(s) registered from "
               FUNCTION TRIM(ws-catfile).

       load-one-entry.
           PERFORM find-seed-clash
           MOVE ws-ent-generator(ws-idx) TO sd-generator
           MOVE ws-ent-rngname(ws-idx) TO sd-rngname
           MOVE ws-ent-seed(ws-idx) TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE ws-ent-run-id(ws-idx) TO sd-run-id
           MOVE 0 TO sd-stripes
           MOVE ws-ent-samples(ws-idx) TO sd-samples
           MOVE SPACES TO sd-outfile
           MOVE "CATALOG" TO sd-program
           IF seed-clash-found
               MOVE "Y" TO sd-override
           ELSE
               MOVE "N" TO sd-override
           END-IF
           MOVE ws-date(1:14) TO sd-date
           ACCEPT sd-host FROM ENVIRONMENT "HOSTNAME"
           IF sd-host = SPACES
               MOVE "unknown" TO sd-host
           END-IF
           MOVE "PUT" TO ws-seed-action
           PERFORM call-registry
           IF ws-seed-status = "00"
               ADD 1 TO ws-loaded
               MOVE sd-seed TO ws-seed-disp
               DISPLAY "  " ws-ent-run-id(ws-idx) " "
                   FUNCTION TRIM(sd-generator) "/"
                   FUNCTION TRIM(sd-rngname) " SEED="
                   FUNCTION TRIM(ws-seed-disp)
           ELSE
               DISPLAY "randseed: unable to register run "
                   ws-ent-run-id(ws-idx) " (status " ws-seed-status
                   ")"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Any registration of entry ws-idx's seed under another run-id.
       find-seed-clash.
           MOVE "N" TO ws-clash
           MOVE ws-ent-generator(ws-idx) TO sd-generator
           MOVE ws-ent-rngname(ws-idx) TO sd-rngname
           MOVE ws-ent-seed(ws-idx) TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE SPACES TO sd-run-id
           MOVE "START" TO ws-seed-action
           PERFORM call-registry
           PERFORM UNTIL ws-seed-status NOT = "00"
                   OR seed-clash-found
                   OR sd-generator NOT = ws-ent-generator(ws-idx)
                   OR sd-rngname NOT = ws-ent-rngname(ws-idx)
                   OR sd-seed NOT = ws-ent-seed(ws-idx)
               IF sd-run-id NOT = ws-ent-run-id(ws-idx)
                   MOVE "Y" TO ws-clash
               ELSE
                   MOVE "NEXT" TO ws-seed-action
                   PERFORM call-registry
               END-IF
           END-PERFORM.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O modules aren't linked in.
       call-catalog.
           CALL "randcatio" USING ws-cat-action ws-catfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL.

       call-registry.
           CALL "randseedio" USING ws-seed-action ws-seedfile
               ws-seed-rec ws-seed-status
               ON EXCEPTION MOVE "99" TO ws-seed-status
           END-CALL.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-parm)) TO ws-parm-len

           MOVE 1 TO ws-parm-ptr
           PERFORM UNTIL ws-parm-ptr > ws-parm-len
               MOVE SPACES TO ws-token
               UNSTRING ws-parm DELIMITED BY ALL SPACE
                   INTO ws-token
                   WITH POINTER ws-parm-ptr
               END-UNSTRING
               IF ws-token NOT = SPACES
                   PERFORM parse-token
               END-IF
           END-PERFORM.

       parse-token.
           MOVE SPACES TO ws-key ws-val
           UNSTRING ws-token DELIMITED BY "="
               INTO ws-key ws-val
           END-UNSTRING

           EVALUATE FUNCTION TRIM(ws-key)
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "SEEDREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-seedfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
