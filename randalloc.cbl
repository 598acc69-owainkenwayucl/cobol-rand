      *>                                      study finishes
      *>   ACTION=LIST                        current reservations
      *> A RESERVE checks the run actually exists in the run catalog
      *> (CATALOG=, NONE to skip the check) before binding it, and
      *> that it holds a CERTIFIED qualification certificate
      *> (randqual.cpy, written by randcert.cbl; QUALFILE=, default
      *> runqual.dat) -- a REJECTED, INCOMPLETE or never-certified
      *> run is refused with RETURN-CODE 8.  QUALFILE=NONE skips the
      *> certificate check for runs qualified outside this suite,
      *> the same escape hatch CATALOG=NONE is for the catalog.
      *> RETURN-CODE 12 -- the suite's "already taken" code -- when a
      *> second job tries to reserve an already-reserved run, so a
      *> batch chain can tell "stream is taken" from "stream doesn't
      *> exist" (8) and "ledger unusable" (16).  The only other
      *> programs that end 12 are genrand.cbl, fortrand.cbl and
      *> randimp.cbl, refusing a seed the seed registry already
      *> holds for another run-id -- the same "taken" condition one
      *> step earlier, and never a step that reserves, so a chain's
      *> failing step still says which it was.  randcat.cbl
      *> cross-reads the ledger so LOOKUP/LIST show reservations too.
      *> A RESERVE also looks the run's seed up in the seed registry
      *> (randseed.cpy, via randseedio.cbl; SEEDREG=, default
      *> runseed.dat, NONE to skip) and warns when another run-id was
      *> generated from the same generator, RNGNAME and seed -- the
      *> same stream under a second name -- naming the job that holds
      *> it if that run is reserved too.  The warning doesn't change
      *> the RETURN-CODE: whether a shared stream matters is the
      *> studies' call, and randseed.cbl reports them all.
      *> A run built from other runs by randderive.cbl is not
      *> independent of them either: a RESERVE follows the catalog's
      *> lineage (cg-parent-run-id/cg-parent2-run-id, randcatr.cpy)
      *> both ways -- every run the reserved one derives from, and
      *> every run derived from it, however many generations -- and
      *> warns for each one already reserved by a different job.
      *> Also a warning, RETURN-CODE unchanged, and skipped with
      *> CATALOG=NONE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randalloc.
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

      *> QUALFILE= names the indexed qualification file (randqual.cpy,
      *> all access via randqualio.cbl).
           01 ws-qualfile             PIC X(100) VALUE "runqual.dat".
              88 qualification-disabled VALUE "NONE".
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".

      *> SEEDREG= names the seed registry consulted for streams the
      *> run shares with other run-ids.
           01 ws-seedfile             PIC X(100) VALUE "runseed.dat".
              88 seed-registry-disabled VALUE "NONE".
           01 ws-seed-status          PIC XX.
           01 ws-seed-action          PIC X(8).
           01 ws-seed-rec.
               COPY "randseed.cpy".
           01 ws-run-seed-known       PIC X VALUE "N".
              88 run-seed-known       VALUE "Y".
           01 ws-run-generator        PIC X(10).
           01 ws-run-rngname          PIC X(20).
           01 ws-run-seed             USAGE IS BINARY-LONG.
           01 ws-seed-disp            PIC -(9)9.
      *> Run-ids already warned about, so a striped run's several
      *> registrations give one warning.
           01 ws-shared-total         USAGE IS BINARY-LONG VALUE 0.
           01 ws-shared-table.
               05 ws-shared-run-id    PIC X(16) OCCURS 50 TIMES.
           01 ws-shared-idx           USAGE IS BINARY-LONG.
           01 ws-shared-seen          PIC X.
              88 shared-run-seen      VALUE "Y".

      *> Lineage: the catalog's derived entries, loaded in one pass,
      *> and the reserved run's kin -- S the run itself, A a run it
      *> derives from, D a run derived from it.
           01 ws-lin-max              USAGE IS BINARY-LONG VALUE 500.
           01 ws-lin-total            USAGE IS BINARY-LONG VALUE 0.
           01 ws-lin-table.
               05 ws-lin-entry OCCURS 500 TIMES.
                   10 ws-lin-run-id    PIC X(16).
                   10 ws-lin-parent    PIC X(16).
                   10 ws-lin-parent2   PIC X(16).
           01 ws-lin-idx              USAGE IS BINARY-LONG.
           01 ws-kin-max              USAGE IS BINARY-LONG VALUE 100.
           01 ws-kin-total            USAGE IS BINARY-LONG VALUE 0.
           01 ws-kin-table.
               05 ws-kin-entry OCCURS 100 TIMES.
                   10 ws-kin-run-id    PIC X(16).
                   10 ws-kin-relation  PIC X.
           01 ws-kin-idx              USAGE IS BINARY-LONG.
           01 ws-kin-candidate        PIC X(16).
           01 ws-kin-new-relation     PIC X.
           01 ws-kin-found-relation   PIC X.
           01 ws-kin-added            PIC X.
              88 kin-added            VALUE "Y".
           01 ws-eoc                  PIC X.
              88 end-of-catalog       VALUE "Y".

           01 ws-action               PIC X(10) VALUE "LIST".
           01 ws-run-id               PIC X(16) VALUE SPACES.
           01 ws-consumer             PIC X(32) VALUE SPACES.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM check-run-certified
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE "OPEN-IO" TO ws-led-action
           PERFORM call-ledger
                   " since " al-date
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT seed-registry-disabled
                   PERFORM check-seed-shared
               END-IF
               IF NOT catalog-disabled
                   PERFORM check-lineage
               END-IF
               MOVE ws-run-id TO al-run-id
               MOVE ws-consumer TO al-consumer
               MOVE "RESERVED" TO al-status
                           " is not in catalog " ws-catfile
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF cg-mode NOT = "N/A" AND NOT cg-run-derived
                           MOVE "Y" TO ws-run-seed-known
                           MOVE cg-generator TO ws-run-generator
                           MOVE cg-rngname TO ws-run-rngname
                           MOVE cg-seed TO ws-run-seed
                       END-IF
                       IF NOT cg-run-completed
                           DISPLAY "randalloc: note -- run "
                               ws-run-id " is " cg-status
               END-IF
           END-IF.

      *> Only a CERTIFIED run may be bound to a study -- see the
      *> header.  An unopenable qualification file refuses the
      *> reservation rather than waving it through.
       check-run-certified.
           IF NOT qualification-disabled
               MOVE "OPEN-IN" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randalloc: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE ws-run-id TO qr-run-id
                   MOVE "CERT" TO qr-test
                   MOVE "GET" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
                   IF ws-qual-status NOT = "00"
                       DISPLAY "randalloc: run " ws-run-id
                           " has no qualification certificate -- "
                           "run randcert first"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF NOT qr-run-certified
                           DISPLAY "randalloc: run " ws-run-id
                               " is " FUNCTION TRIM(qr-verdict)
                               ", not CERTIFIED -- "
                               FUNCTION TRIM(qr-note)
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   MOVE "CLOSE" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
               END-IF
           ELSE
               DISPLAY "randalloc: note -- QUALFILE=NONE, run "
                   ws-run-id " reserved without a certificate check"
           END-IF.

      *> The run's effective seed is its own registration where it
      *> has one (the only record of an assembled stripe run's seed),
      *> otherwise the catalog entry's seed saved by
      *> check-run-catalogued -- the same rule as randseed.cbl.  Every
      *> other run-id registered with that seed is the same stream;
      *> the ledger, open for the reservation, says who holds it.
      *> Warnings only: a registry that can't be read is noted and
      *> the reservation goes ahead.
       check-seed-shared.
           MOVE "OPEN-IN" TO ws-seed-action
           PERFORM call-registry
           EVALUATE ws-seed-status
               WHEN "00"
                   PERFORM find-run-seed
                   IF run-seed-known
                       PERFORM warn-shared-streams
                   END-IF
                   MOVE "CLOSE" TO ws-seed-action
                   PERFORM call-registry
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "randalloc: note -- unable to open seed "
                       "registry " FUNCTION TRIM(ws-seedfile)
                       " (status " ws-seed-status "), shared seeds "
                       "not checked"
           END-EVALUATE.

       find-run-seed.
           MOVE "FIRST" TO ws-seed-action
           PERFORM call-registry
           PERFORM UNTIL ws-seed-status NOT = "00"
               IF sd-run-id = ws-run-id
                   MOVE "Y" TO ws-run-seed-known
                   MOVE sd-generator TO ws-run-generator
                   MOVE sd-rngname TO ws-run-rngname
                   MOVE sd-seed TO ws-run-seed
                   MOVE "10" TO ws-seed-status
               ELSE
                   MOVE "NEXT" TO ws-seed-action
                   PERFORM call-registry
               END-IF
           END-PERFORM.

       warn-shared-streams.
           MOVE ws-run-generator TO sd-generator
           MOVE ws-run-rngname TO sd-rngname
           MOVE ws-run-seed TO sd-seed
           MOVE 0 TO sd-stripe
           MOVE SPACES TO sd-run-id
           MOVE "START" TO ws-seed-action
           PERFORM call-registry
           PERFORM UNTIL ws-seed-status NOT = "00"
                   OR sd-generator NOT = ws-run-generator
                   OR sd-rngname NOT = ws-run-rngname
                   OR sd-seed NOT = ws-run-seed
               IF sd-run-id NOT = ws-run-id
                   PERFORM warn-shared-run
               END-IF
               MOVE "NEXT" TO ws-seed-action
               PERFORM call-registry
           END-PERFORM.

       warn-shared-run.
           MOVE "N" TO ws-shared-seen
           PERFORM VARYING ws-shared-idx FROM 1 BY 1
                   UNTIL ws-shared-idx > ws-shared-total
               IF ws-shared-run-id(ws-shared-idx) = sd-run-id
                   MOVE "Y" TO ws-shared-seen
               END-IF
           END-PERFORM
           IF NOT shared-run-seen
               IF ws-shared-total < 50
                   ADD 1 TO ws-shared-total
                   MOVE sd-run-id TO ws-shared-run-id(ws-shared-total)
               END-IF
               MOVE sd-seed TO ws-seed-disp
               MOVE sd-run-id TO al-run-id
               MOVE "GET" TO ws-led-action
               PERFORM call-ledger
               IF ws-led-status = "00" AND al-run-reserved
                   DISPLAY "randalloc: WARNING -- run " ws-run-id
                       " is the same stream as run " sd-run-id
                       ", reserved by " FUNCTION TRIM(al-consumer)
                       " since " al-date
               ELSE
                   DISPLAY "randalloc: note -- run " ws-run-id
                       " is the same stream as run " sd-run-id
                       " (not reserved)"
               END-IF
               DISPLAY "randalloc:   both generated by "
                   FUNCTION TRIM(sd-generator) "/"
                   FUNCTION TRIM(sd-rngname) " SEED="
                   FUNCTION TRIM(ws-seed-disp)
           END-IF.

      *> See the header.  Ancestors are found by following parents
      *> up from the run and its ancestors, descendants by finding
      *> entries whose parent is the run or one of its descendants;
      *> passes repeat until one adds nobody.  A catalog that can't
      *> be read now (check-run-catalogued has just read it) is
      *> noted and the reservation goes ahead.
       check-lineage.
           MOVE "OPEN-IN" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               DISPLAY "randalloc: note -- unable to read run catalog "
                   ws-catfile " (status " ws-cat-status
                   "), lineage not checked"
           ELSE
               PERFORM load-lineage
               MOVE "CLOSE" TO ws-cat-action
               PERFORM call-catalog
               MOVE 1 TO ws-kin-total
               MOVE ws-run-id TO ws-kin-run-id(1)
               MOVE "S" TO ws-kin-relation(1)
               MOVE "Y" TO ws-kin-added
               PERFORM UNTIL NOT kin-added
                   MOVE "N" TO ws-kin-added
                   PERFORM VARYING ws-lin-idx FROM 1 BY 1
                           UNTIL ws-lin-idx > ws-lin-total
                       PERFORM extend-kin
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING ws-kin-idx FROM 2 BY 1
                       UNTIL ws-kin-idx > ws-kin-total
                   PERFORM warn-reserved-kin
               END-PERFORM
           END-IF.

       load-lineage.
           MOVE "N" TO ws-eoc
           MOVE "FIRST" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               SET end-of-catalog TO TRUE
           END-IF
           PERFORM UNTIL end-of-catalog
               IF cg-run-derived
                   IF ws-lin-total < ws-lin-max
                       ADD 1 TO ws-lin-total
                       MOVE cg-run-id TO ws-lin-run-id(ws-lin-total)
                       MOVE cg-parent-run-id
                           TO ws-lin-parent(ws-lin-total)
                       MOVE cg-parent2-run-id
                           TO ws-lin-parent2(ws-lin-total)
                   ELSE
                       DISPLAY "randalloc: more than " ws-lin-max
                           " derived runs, lineage only partly "
                           "checked"
                       SET end-of-catalog TO TRUE
                   END-IF
               END-IF
               IF NOT end-of-catalog
                   MOVE "NEXT" TO ws-cat-action
                   PERFORM call-catalog
                   IF ws-cat-status NOT = "00"
                       SET end-of-catalog TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> One derived entry against the kin found so far: its parents
      *> are ancestors when it is the run or an ancestor, and it is a
      *> descendant when either parent is the run or a descendant.
       extend-kin.
           MOVE ws-lin-run-id(ws-lin-idx) TO ws-kin-candidate
           PERFORM find-kin
           IF ws-kin-found-relation = "S" OR "A"
               MOVE "A" TO ws-kin-new-relation
               MOVE ws-lin-parent(ws-lin-idx) TO ws-kin-candidate
               PERFORM add-kin
               MOVE ws-lin-parent2(ws-lin-idx) TO ws-kin-candidate
               PERFORM add-kin
           END-IF
           MOVE ws-lin-parent(ws-lin-idx) TO ws-kin-candidate
           PERFORM find-kin
           IF ws-kin-found-relation NOT = "S" AND NOT = "D"
               MOVE ws-lin-parent2(ws-lin-idx) TO ws-kin-candidate
               PERFORM find-kin
           END-IF
           IF ws-kin-found-relation = "S" OR "D"
               MOVE "D" TO ws-kin-new-relation
               MOVE ws-lin-run-id(ws-lin-idx) TO ws-kin-candidate
               PERFORM add-kin
           END-IF.

       find-kin.
           MOVE SPACE TO ws-kin-found-relation
           IF ws-kin-candidate NOT = SPACES
               PERFORM VARYING ws-kin-idx FROM 1 BY 1
                       UNTIL ws-kin-idx > ws-kin-total
                   IF ws-kin-run-id(ws-kin-idx) = ws-kin-candidate
                       MOVE ws-kin-relation(ws-kin-idx)
                           TO ws-kin-found-relation
                   END-IF
               END-PERFORM
           END-IF.

       add-kin.
           IF ws-kin-candidate NOT = SPACES
               PERFORM find-kin
               IF ws-kin-found-relation = SPACE
                   AND ws-kin-total < ws-kin-max
                   ADD 1 TO ws-kin-total
                   MOVE ws-kin-candidate
                       TO ws-kin-run-id(ws-kin-total)
                   MOVE ws-kin-new-relation
                       TO ws-kin-relation(ws-kin-total)
                   MOVE "Y" TO ws-kin-added
               END-IF
           END-IF.

       warn-reserved-kin.
           MOVE ws-kin-run-id(ws-kin-idx) TO al-run-id
           MOVE "GET" TO ws-led-action
           PERFORM call-ledger
           IF ws-led-status = "00" AND al-run-reserved
               AND al-consumer NOT = ws-consumer
               IF ws-kin-relation(ws-kin-idx) = "A"
                   DISPLAY "randalloc: WARNING -- run " ws-run-id
                       " derives from run " al-run-id
                       ", reserved by " FUNCTION TRIM(al-consumer)
                       " since " al-date
               ELSE
                   DISPLAY "randalloc: WARNING -- run " al-run-id
                       " derives from run " ws-run-id
                       " and is reserved by "
                       FUNCTION TRIM(al-consumer) " since " al-date
               END-IF
           END-IF.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.
       call-ledger.
               ON EXCEPTION MOVE "99" TO ws-led-status
           END-CALL.

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
                   MOVE FUNCTION TRIM(ws-val) TO ws-ledfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "SEEDREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-seedfile
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "RUNID"
