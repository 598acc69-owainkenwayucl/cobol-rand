      *> One generator-registry record per generator/RNGNAME pair --
      *> the maintained answer to "may this generator be used for
      *> production runs?", which used to live in people's heads.
      *> Keyed by generator (GENRAND, FORTRAND) and RNGNAME ("N/A"
      *> for GENRAND, which has none; the fortrand.cbl call-rng
      *> target otherwise).
      *>   APPROVED     fit for production runs
      *>   TRIAL        allowed, with a note on every run, while it
      *>                earns its approval
      *>   QUARANTINED  refused by genrand.cbl and fortrand.cbl for
      *>                any catalogued run until reinstated
      *> Maintained by randgen.cbl; QUARANTINED is also set
      *> automatically by randtrend.cbl (drift) and randdriver.cbl
      *> (skew check).  All access goes through randgenio.cbl.
           05 gn-key.
               10 gn-generator         PIC X(10).
               10 gn-rngname           PIC X(20).
           05 gn-status                PIC X(12).
              88 gn-approved           VALUE "APPROVED".
              88 gn-trial              VALUE "TRIAL".
              88 gn-quarantined        VALUE "QUARANTINED".
              88 gn-status-valid       VALUE "APPROVED" "TRIAL"
                                             "QUARANTINED".
      *> The last change: when, by which program (RANDGEN for a
      *> maintenance action, RANDTREND or RANDDRIVER for an automatic
      *> quarantine) and why.
           05 gn-date                  PIC X(14).
           05 gn-changed-by            PIC X(10).
           05 gn-reason                PIC X(80).
      *> The status before the last change, so ACTION=REINSTATE can
      *> put a quarantined generator back where it was.
           05 gn-prior-status          PIC X(12).
