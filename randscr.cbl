           STRING "generator   : " cg-generator
               DELIMITED BY SIZE INTO ws-det-txt(ws-line-no)
           END-STRING
           IF cg-run-derived
               PERFORM add-detail-lineage-lines
           ELSE
               ADD 1 TO ws-line-no
               STRING "rngname     : " cg-rngname
                   DELIMITED BY SIZE INTO ws-det-txt(ws-line-no)
               END-STRING
               ADD 1 TO ws-line-no
               MOVE cg-seed TO ws-seed-disp
               STRING "seed        : " FUNCTION TRIM(ws-seed-disp)
                   DELIMITED BY SIZE INTO ws-det-txt(ws-line-no)
               END-STRING
           END-IF.

      *> A derived run (randderive.cbl) has no seed of its own; its
      *> two lines show where it came from instead, so the panel
      *> keeps its length.
       add-detail-lineage-lines.
           ADD 1 TO ws-line-no
           IF cg-parent2-run-id = SPACES
               STRING "parents     : " DELIMITED BY SIZE
                   FUNCTION TRIM(cg-parent-run-id) DELIMITED BY SIZE
                   INTO ws-det-txt(ws-line-no)
               END-STRING
           ELSE
               STRING "parents     : " DELIMITED BY SIZE
                   FUNCTION TRIM(cg-parent-run-id) DELIMITED BY SIZE
                   " + " DELIMITED BY SIZE
                   FUNCTION TRIM(cg-parent2-run-id) DELIMITED BY SIZE
                   INTO ws-det-txt(ws-line-no)
               END-STRING
           END-IF
           ADD 1 TO ws-line-no
           STRING "transform   : " DELIMITED BY SIZE
               FUNCTION TRIM(cg-transform) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(cg-transform-parms) DELIMITED BY SIZE
               INTO ws-det-txt(ws-line-no)
           END-STRING.

       add-detail-mode-lines.
