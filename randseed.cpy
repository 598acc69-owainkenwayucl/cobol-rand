      *> One seed-registry record per seeded stream a run was
      *> generated from -- the persistent answer to "has this seed
      *> been used before?".  The allocation ledger stops two studies
      *> reserving one run-id, but two run-ids generated with the
      *> same generator, RNGNAME and SEED= are the identical stream
      *> under two names, which is how two analysts' SEED=12345 runs
      *> fed the same values to two "independent" studies.
      *> Keyed by the effective seed -- generator, RNGNAME ("N/A" for
      *> GENRAND) and seed -- plus the stripe (0 outside STRIPE=
      *> mode) and finally the run-id, so every stripe of a run, and
      *> every run that re-used a seed under REUSESEED=Y, keeps a
      *> record of its own; all the records for one seed are found by
      *> positioning at the seed with a zero stripe and blank run-id
      *> and reading on while the seed still matches.
      *> Written by genrand.cbl and fortrand.cbl at start of run, by
      *> randimp.cbl for an import whose SEED= is known, and by
      *> randseed.cbl ACTION=LOAD from catalog entries that predate
      *> the registry.  All access goes through randseedio.cbl.
           05 sd-key.
               10 sd-generator         PIC X(10).
               10 sd-rngname           PIC X(20).
               10 sd-seed              USAGE IS BINARY-LONG.
               10 sd-stripe            PIC 9(3).
               10 sd-run-id            PIC X(16).
           05 sd-stripes               PIC 9(3).
           05 sd-samples               PIC 9(18).
           05 sd-outfile               PIC X(100).
      *> Who registered it: GENRAND, FORTRAND, RANDIMP, or CATALOG
      *> for a record back-filled by randseed.cbl ACTION=LOAD.
           05 sd-program               PIC X(10).
      *> "Y" when the run was generated with REUSESEED=Y over an
      *> earlier run's registration of the same seed.
           05 sd-override              PIC X.
              88 sd-seed-reused        VALUE "Y".
           05 sd-date                  PIC X(14).
           05 sd-host                  PIC X(64).
