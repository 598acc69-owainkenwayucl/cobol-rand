      *> has seen the output file; randcat.cbl queries entries and
      *> marks data sets ARCHIVED or DELETED.  All access goes through
      *> randcatio.cbl so the open/create/lookup handling lives once.
      *> randderive.cbl writes the entries for streams derived from
      *> catalogued runs, with their lineage below.
           05 cg-run-id                PIC X(16).
           05 cg-outfile               PIC X(100).
           05 cg-generator             PIC X(10).
           05 cg-mean                  USAGE IS FLOAT-LONG.
           05 cg-variance              USAGE IS FLOAT-LONG.
           05 cg-chi-square            USAGE IS FLOAT-LONG.
      *> Lineage, for a run randderive.cbl built from catalogued
      *> runs rather than generated: the parent run-id(s), the
      *> transformation and its parameters as given.  Spaces for a
      *> generated, assembled or imported run.  cg-generator is
      *> DERIVED and cg-seed zero for such a run -- its values owe
      *> nothing to a seed of their own, so randseed.cbl leaves it
      *> out of its duplicate-seed scan and randalloc.cbl follows the
      *> parents instead.
      *> These four fields lengthened the record, and an indexed
      *> file's record length is fixed when it is created: a
      *> runcat.dat written before them can't be opened through
      *> randcatio.cbl until it is reloaded into this layout with
      *> randrecov.cbl ACTION=CONVERT (rename the old file, then
      *> CONVERT OLDCAT=<old name>).  randpack.cbl / randunp.cbl are
      *> the per-run route for moving entries between hosts, not a
      *> conversion.
           05 cg-parent-run-id         PIC X(16).
           05 cg-parent2-run-id        PIC X(16).
           05 cg-transform             PIC X(10).
              88 cg-run-derived        VALUE "DECIMATE" "SHUFFLE"
                                             "COMBINE".
           05 cg-transform-parms       PIC X(40).
