      *> and flags any run whose figures step outside a band around
      *> that generator's historical average (BAND=, a fraction of
      *> the average, default 0.25).
      *> A drifted run's generator is QUARANTINED in the generator
      *> registry (randgenr.cpy, via randgenio.cbl; GENREG=, default
      *> rungen.dat, NONE to only report), so genrand.cbl and
      *> fortrand.cbl refuse it for catalogued runs until someone
      *> reviews it and randgen.cbl ACTION=REINSTATE lifts it.  The
      *> run's RNGNAME comes from its catalog entry (CATALOG=, default
      *> runcat.dat); a run not catalogued -- randdriver.cbl's test
      *> streams -- is taken to have used its generator's default
      *> (N/A for GENRAND, GENRAND for FORTRAND).  The history keeps
      *> every old run, so a drift dated no later than the
      *> generator's last registry change is taken as already
      *> reviewed and quarantines nothing -- otherwise a reinstated
      *> generator would be quarantined again by the next report.
      *> Only GENRAND and FORTRAND runs are quarantined -- the only
      *> pairs genrand.cbl and fortrand.cbl look up.  A drifted run
      *> from any other source (randimp.cbl's imported EXTERNAL
      *> streams, randderive.cbl's DERIVED ones) is reported as
      *> drifted but writes nothing to the registry.
      *> RETURN-CODE 8 when any run is flagged as drifted, 16 when
      *> the history can't be read or holds no records.

           01 ws-drift-count          USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> GENREG= and CATALOG= -- see the header.
           01 ws-genfile              PIC X(100) VALUE "rungen.dat".
              88 generator-registry-disabled VALUE "NONE".
           01 ws-gen-status           PIC XX.
           01 ws-gen-action           PIC X(8).
           01 ws-gen-rec.
               COPY "randgenr.cpy".
           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
              88 catalog-disabled     VALUE "NONE".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".
           01 ws-catalog-open         PIC X VALUE "N".
              88 catalog-is-open      VALUE "Y".
           01 ws-q-generator          PIC X(10).
           01 ws-q-rngname            PIC X(20).
           01 ws-q-reason             PIC X(80).
           01 ws-q-date               PIC X(21).
      *> Pairs already dealt with this report, so a generator with
      *> several drifted runs is quarantined (or skipped) once.
           01 ws-q-total              USAGE IS BINARY-LONG VALUE 0.
           01 ws-q-done-table.
               05 ws-q-done OCCURS 20 TIMES.
                   10 ws-q-done-gen    PIC X(10).
                   10 ws-q-done-rng    PIC X(20).
           01 ws-q-idx                USAGE IS BINARY-LONG.
           01 ws-q-seen               PIC X.
              88 pair-already-done    VALUE "Y".
      *> Set when the pair is now QUARANTINED, whether by this report
      *> or before it -- a drift too old to count leaves it unset so
      *> a later run of the same pair is still judged.
           01 ws-q-settled            PIC X.
              88 pair-settled         VALUE "Y".

       PROCEDURE DIVISION.

       main-logic.
               " (" ws-entry-total " runs; bands: chi-square "
               ws-band-chi " mean " ws-band-mean
               " variance " ws-band-var ")"
           IF NOT generator-registry-disabled
               AND NOT catalog-disabled
               MOVE "OPEN-IN" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status = "00"
                   MOVE "Y" TO ws-catalog-open
               END-IF
           END-IF
           PERFORM VARYING ws-gen-idx FROM 1 BY 1
                   UNTIL ws-gen-idx > ws-gen-total
               PERFORM report-one-generator
           END-PERFORM
           IF catalog-is-open
               MOVE "CLOSE" TO ws-cat-action
               PERFORM call-catalog
           END-IF

           DISPLAY "randtrend: " ws-drift-count
               " run(s) outside the band"
               MOVE "DRIFT" TO ws-var-flag
           END-IF

           DISPLAY "  " ws-ent-date(ws-idx) " "
               ws-ent-run-id(ws-idx) " host "
               FUNCTION TRIM(ws-ent-host(ws-idx))
           DISPLAY "    mean       " ws-ent-mean(ws-idx)
               " " ws-mean-flag
           DISPLAY "    variance   " ws-ent-variance(ws-idx)
               " " ws-var-flag

           IF ws-chi-flag = "DRIFT" OR ws-mean-flag = "DRIFT"
               OR ws-var-flag = "DRIFT"
               ADD 1 TO ws-drift-count
               IF NOT generator-registry-disabled
                   IF ws-ent-generator(ws-idx) = "GENRAND"
                       OR ws-ent-generator(ws-idx) = "FORTRAND"
                       PERFORM quarantine-drifted
                   ELSE
                       DISPLAY "    drift reported only -- "
                           FUNCTION TRIM(ws-ent-generator(ws-idx))
                           " is not a registered generator, nothing "
                           "quarantined"
                   END-IF
               END-IF
           END-IF.

      *> Works out the drifted run's generator/RNGNAME pair and
      *> quarantines it, once per pair per report -- see the header.
       quarantine-drifted.
           MOVE ws-ent-generator(ws-idx) TO ws-q-generator
           EVALUATE ws-q-generator
               WHEN "FORTRAND"
                   MOVE "GENRAND" TO ws-q-rngname
               WHEN OTHER
                   MOVE "N/A" TO ws-q-rngname
           END-EVALUATE
           IF catalog-is-open
               MOVE ws-ent-run-id(ws-idx) TO cg-run-id
               MOVE "GET" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status = "00"
                   AND cg-generator = ws-q-generator
                   MOVE cg-rngname TO ws-q-rngname
               END-IF
           END-IF

           MOVE "N" TO ws-q-seen
           PERFORM VARYING ws-q-idx FROM 1 BY 1
                   UNTIL ws-q-idx > ws-q-total
               IF ws-q-done-gen(ws-q-idx) = ws-q-generator
                   AND ws-q-done-rng(ws-q-idx) = ws-q-rngname
                   MOVE "Y" TO ws-q-seen
               END-IF
           END-PERFORM
           IF NOT pair-already-done
               MOVE SPACES TO ws-q-reason
               STRING "randtrend drift: run " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-ent-run-id(ws-idx))
                   DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   ws-ent-date(ws-idx) DELIMITED BY SIZE
                   " outside the band" DELIMITED BY SIZE
                   INTO ws-q-reason
               END-STRING
               MOVE "N" TO ws-q-settled
               PERFORM quarantine-generator
               IF pair-settled AND ws-q-total < 20
                   ADD 1 TO ws-q-total
                   MOVE ws-q-generator TO ws-q-done-gen(ws-q-total)
                   MOVE ws-q-rngname TO ws-q-done-rng(ws-q-total)
               END-IF
           END-IF.

      *> Sets ws-q-generator/ws-q-rngname QUARANTINED for ws-q-reason,
      *> registering the pair if it isn't yet (same handling as
      *> randdriver.cbl's quarantine-generator), unless the pair is
      *> already quarantined or changed status since the drifted run.
      *> Best effort: the drift already sets RETURN-CODE 8.
       quarantine-generator.
           MOVE "OPEN-IO" TO ws-gen-action
           CALL "randgenio" USING ws-gen-action ws-genfile
               ws-gen-rec ws-gen-status
               ON EXCEPTION MOVE "99" TO ws-gen-status
           END-CALL
           IF ws-gen-status NOT = "00"
               DISPLAY "randtrend: unable to open generator registry "
                   FUNCTION TRIM(ws-genfile) " (status "
                   ws-gen-status ") -- "
                   FUNCTION TRIM(ws-q-generator) "/"
                   FUNCTION TRIM(ws-q-rngname) " NOT quarantined"
           ELSE
               MOVE ws-q-generator TO gn-generator
               MOVE ws-q-rngname TO gn-rngname
               MOVE "GET" TO ws-gen-action
               CALL "randgenio" USING ws-gen-action ws-genfile
                   ws-gen-rec ws-gen-status END-CALL
               EVALUATE TRUE
                   WHEN ws-gen-status = "00" AND gn-quarantined
                       DISPLAY "    generator "
                           FUNCTION TRIM(ws-q-generator) "/"
                           FUNCTION TRIM(ws-q-rngname)
                           " already QUARANTINED since " gn-date
                       MOVE "Y" TO ws-q-settled
                   WHEN ws-gen-status = "00"
                       AND gn-date >= ws-ent-date(ws-idx)
                       DISPLAY "    generator "
                           FUNCTION TRIM(ws-q-generator) "/"
                           FUNCTION TRIM(ws-q-rngname) " set "
                           FUNCTION TRIM(gn-status) " on " gn-date
                           " after this run -- not quarantined"
                   WHEN OTHER
                       IF ws-gen-status = "00"
                           MOVE gn-status TO gn-prior-status
                       ELSE
                           MOVE SPACES TO gn-prior-status
                       END-IF
                       MOVE ws-q-generator TO gn-generator
                       MOVE ws-q-rngname TO gn-rngname
                       MOVE "QUARANTINED" TO gn-status
                       MOVE FUNCTION CURRENT-DATE TO ws-q-date
                       MOVE ws-q-date(1:14) TO gn-date
                       MOVE "RANDTREND" TO gn-changed-by
                       MOVE ws-q-reason TO gn-reason
                       MOVE "PUT" TO ws-gen-action
                       CALL "randgenio" USING ws-gen-action ws-genfile
                           ws-gen-rec ws-gen-status END-CALL
                       IF ws-gen-status = "00"
                           DISPLAY "    generator "
                               FUNCTION TRIM(ws-q-generator) "/"
                               FUNCTION TRIM(ws-q-rngname)
                               " QUARANTINED"
                           MOVE "Y" TO ws-q-settled
                       ELSE
                           DISPLAY "randtrend: unable to update "
                               "generator registry "
                               FUNCTION TRIM(ws-genfile) " (status "
                               ws-gen-status ")"
                       END-IF
               END-EVALUATE
               MOVE "CLOSE" TO ws-gen-action
               CALL "randgenio" USING ws-gen-action ws-genfile
                   ws-gen-rec ws-gen-status END-CALL
           END-IF.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> randcatio isn't linked in.
       call-catalog.
           CALL "randcatio" USING ws-cat-action ws-catfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL.

      *> On entry ws-limit holds the historical average, ws-diff the
      *> run's figure and ws-band-cur the band fraction; on exit
           EVALUATE FUNCTION TRIM(ws-key)
               WHEN "HISTFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-histfile
               WHEN "GENREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-genfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "BAND"
                   COMPUTE ws-band-chi = FUNCTION NUMVAL(ws-val)
                   MOVE ws-band-chi TO ws-band-mean
