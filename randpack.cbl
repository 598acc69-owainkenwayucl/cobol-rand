      *> analysts, not a transfer format.  The pack file is plain
      *> text (LINE SEQUENTIAL):
      *>   - a "# RANDPACK V1" version line
      *>   - one "C KEY=value" line per catalog field (the lineage
      *>     fields only for a run randderive.cbl derived)
      *>   - one "index,value,intvalue" line per record, the value
      *>     as the sixteen hex digits of its IEEE 754 double image
      *>     in canonical big-endian order -- bit-exact whatever the
           PERFORM write-c-parms
           PERFORM write-c-samples
           PERFORM write-c-state
           PERFORM write-c-stats
           IF cg-run-derived
               PERFORM write-c-lineage
           END-IF.

       write-c-runid.
           MOVE SPACES TO pack-record
           END-STRING
           WRITE pack-record.

      *> TPARMS is written last on its line and taken whole by
      *> randunp.cbl -- the parameters carry "=" signs of their own.
       write-c-lineage.
           MOVE SPACES TO pack-record
           STRING "C PARENT=" cg-parent-run-id
               DELIMITED BY SIZE INTO pack-record
           END-STRING
           WRITE pack-record
           IF cg-parent2-run-id NOT = SPACES
               MOVE SPACES TO pack-record
               STRING "C PARENT2=" cg-parent2-run-id
                   DELIMITED BY SIZE INTO pack-record
               END-STRING
               WRITE pack-record
           END-IF
           MOVE SPACES TO pack-record
           STRING "C TRANSFORM=" FUNCTION TRIM(cg-transform)
               DELIMITED BY SIZE INTO pack-record
           END-STRING
           WRITE pack-record
           MOVE SPACES TO pack-record
           STRING "C TPARMS=" cg-transform-parms
               DELIMITED BY SIZE INTO pack-record
           END-STRING
           WRITE pack-record.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
