      *> What used to be a by-hand "run one, run the other, eyeball it
      *> in R" comparison is now a batch job that catches a regression
      *> of the skew bug itself.
      *>
      *> A stream that fails the skew check gets its generator
      *> QUARANTINED in the generator registry (randgenr.cpy, via
      *> randgenio.cbl; GENREG=, default rungen.dat, NONE to only
      *> report) -- GENRAND/N/A for genrand, FORTRAND/GENRAND for
      *> fortrand, the RNGNAME it is run with here -- so genrand.cbl
      *> and fortrand.cbl refuse it for catalogued runs before anyone
      *> consumes its output, until randgen.cbl ACTION=REINSTATE.
      *> A child that merely failed to run quarantines nothing.  The
      *> children are run CATALOG=NONE: these are test streams, not
      *> production runs, and must still run for a generator under
      *> quarantine so it can be re-tested.  For the same reason they
      *> run SEEDREG=NONE -- a nightly run must neither claim a seed
      *> in the production registry nor be refused one already
      *> claimed there -- and INDEX=N, as nothing positions into them.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randdriver.
           01 ws-fortrand-out         PIC X(100)
                                       VALUE "randdriver_fortrand.dat".

           01 ws-cmd                  PIC X(500).

           01 ws-genrand-stats.
               COPY "randstats.cpy".
           01 ws-hist-stats.
               COPY "randstats.cpy".

      *> GENREG= -- see the header.
           01 ws-genfile              PIC X(100) VALUE "rungen.dat".
              88 generator-registry-disabled VALUE "NONE".
           01 ws-gen-status           PIC XX.
           01 ws-gen-action           PIC X(8).
           01 ws-gen-rec.
               COPY "randgenr.cpy".
           01 ws-q-generator          PIC X(10).
           01 ws-q-rngname            PIC X(20).
           01 ws-q-reason             PIC X(80).
           01 ws-q-date               PIC X(21).
           01 ws-share-disp           PIC 9.9999.
           01 ws-limit-disp           PIC 9.9999.
           01 ws-genrand-skewed       PIC X VALUE "N".
              88 genrand-skewed       VALUE "Y".
           01 ws-fortrand-skewed      PIC X VALUE "N".
              88 fortrand-skewed      VALUE "Y".

           01 ws-bucket1-share        USAGE IS FLOAT-LONG.
           01 ws-max-share            USAGE IS FLOAT-LONG.
           01 ws-genrand-flag         PIC X(4) VALUE "PASS".
               FUNCTION TRIM(ws-genrand-exe) " SAMPLES="
               ws-samples-disp " SEED=" FUNCTION TRIM(ws-seed-disp)
               " OUTFILE=" FUNCTION TRIM(ws-genrand-out)
               " RUNID=RANDDRIVER1 CATALOG=NONE SEEDREG=NONE"
               " INDEX=N"
               DELIMITED BY SIZE INTO ws-cmd
           END-STRING
           DISPLAY "randdriver: running genrand: " ws-cmd
               FUNCTION TRIM(ws-fortrand-exe) " SAMPLES="
               ws-samples-disp " SEED=" FUNCTION TRIM(ws-seed-disp)
               " OUTFILE=" FUNCTION TRIM(ws-fortrand-out)
               " RUNID=RANDDRIVER2 CATALOG=NONE SEEDREG=NONE"
               " INDEX=N"
               DELIMITED BY SIZE INTO ws-cmd
           END-STRING
           DISPLAY "randdriver: running fortrand: " ws-cmd
               ws-dist END-CALL

           PERFORM check-skew
           IF NOT generator-registry-disabled
               PERFORM quarantine-skewed
           END-IF

           MOVE ws-genrand-stats TO ws-hist-stats
           PERFORM append-history-record
               WHEN "GENRANDEXE"
               WHEN "FORTRANDEXE"
               WHEN "HISTFILE"
               WHEN "GENREG"
                   MOVE ws-pf-line TO ws-token
                   PERFORM parse-token
               WHEN "PARMFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-fortrand-exe
               WHEN "HISTFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-histfile
               WHEN "GENREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-genfile
               WHEN "PARMFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-parmfile
                   MOVE "Y" TO ws-parmfile-given
                   ws-bucket1-share / rs-count OF ws-genrand-stats
               IF ws-bucket1-share > ws-max-share
                   MOVE "FAIL" TO ws-genrand-flag
                   MOVE "Y" TO ws-genrand-skewed
               END-IF
           END-IF

                   ws-bucket1-share / rs-count OF ws-fortrand-stats
               IF ws-bucket1-share > ws-max-share
                   MOVE "FAIL" TO ws-fortrand-flag
                   MOVE "Y" TO ws-fortrand-skewed
               END-IF
           END-IF

           DISPLAY "randdriver: fortrand bucket1-share tolerance-check "
               ws-fortrand-flag " (chi-square "
               rs-chi-square OF ws-fortrand-stats ")".

      *> Only a stream that was analysed and found skewed -- not one
      *> whose child failed to run -- quarantines its generator.
       quarantine-skewed.
           MOVE ws-max-share TO ws-limit-disp
           IF genrand-skewed
               COMPUTE ws-bucket1-share =
                   rs-bucket-count OF ws-genrand-stats (1)
               COMPUTE ws-bucket1-share =
                   ws-bucket1-share / rs-count OF ws-genrand-stats
               MOVE ws-bucket1-share TO ws-share-disp
               MOVE "GENRAND" TO ws-q-generator
               MOVE "N/A" TO ws-q-rngname
               MOVE SPACES TO ws-q-reason
               STRING "randdriver skew check: bucket 1 share "
                   ws-share-disp " over " ws-limit-disp
                   " (run RANDDRIVER1)"
                   DELIMITED BY SIZE INTO ws-q-reason
               END-STRING
               PERFORM quarantine-generator
           END-IF
           IF fortrand-skewed
               COMPUTE ws-bucket1-share =
                   rs-bucket-count OF ws-fortrand-stats (1)
               COMPUTE ws-bucket1-share =
                   ws-bucket1-share / rs-count OF ws-fortrand-stats
               MOVE ws-bucket1-share TO ws-share-disp
               MOVE "FORTRAND" TO ws-q-generator
               MOVE "GENRAND" TO ws-q-rngname
               MOVE SPACES TO ws-q-reason
               STRING "randdriver skew check: bucket 1 share "
                   ws-share-disp " over " ws-limit-disp
                   " (run RANDDRIVER2)"
                   DELIMITED BY SIZE INTO ws-q-reason
               END-STRING
               PERFORM quarantine-generator
           END-IF.

      *> Sets ws-q-generator/ws-q-rngname QUARANTINED for ws-q-reason,
      *> registering the pair if it isn't yet.  One already under
      *> quarantine keeps its original date and reason.  Best effort:
      *> the skew FAIL already sets RETURN-CODE 8.
       quarantine-generator.
           MOVE "OPEN-IO" TO ws-gen-action
           CALL "randgenio" USING ws-gen-action ws-genfile
               ws-gen-rec ws-gen-status
               ON EXCEPTION MOVE "99" TO ws-gen-status
           END-CALL
           IF ws-gen-status NOT = "00"
               DISPLAY "randdriver: unable to open generator registry "
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
               IF ws-gen-status = "00" AND gn-quarantined
                   DISPLAY "randdriver: generator "
                       FUNCTION TRIM(ws-q-generator) "/"
                       FUNCTION TRIM(ws-q-rngname)
                       " already QUARANTINED since " gn-date
               ELSE
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
                   MOVE "RANDDRIVER" TO gn-changed-by
                   MOVE ws-q-reason TO gn-reason
                   MOVE "PUT" TO ws-gen-action
                   CALL "randgenio" USING ws-gen-action ws-genfile
                       ws-gen-rec ws-gen-status END-CALL
                   IF ws-gen-status = "00"
                       DISPLAY "randdriver: generator "
                           FUNCTION TRIM(ws-q-generator) "/"
                           FUNCTION TRIM(ws-q-rngname)
                           " QUARANTINED"
                   ELSE
                       DISPLAY "randdriver: unable to update "
                           "generator registry "
                           FUNCTION TRIM(ws-genfile) " (status "
                           ws-gen-status ")"
                   END-IF
               END-IF
               MOVE "CLOSE" TO ws-gen-action
               CALL "randgenio" USING ws-gen-action ws-genfile
                   ws-gen-rec ws-gen-status END-CALL
           END-IF.
