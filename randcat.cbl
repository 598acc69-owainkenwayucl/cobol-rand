           DISPLAY "run-id      : " cg-run-id
           DISPLAY "output file : " FUNCTION TRIM(cg-outfile)
           DISPLAY "generator   : " cg-generator
           IF cg-run-derived
               DISPLAY "parents     : " cg-parent-run-id " "
                   cg-parent2-run-id
               DISPLAY "transform   : " cg-transform " "
                   FUNCTION TRIM(cg-transform-parms)
           ELSE
               DISPLAY "rngname     : " cg-rngname
               DISPLAY "seed        : " cg-seed
           END-IF
           DISPLAY "mode        : " cg-mode
           DISPLAY "range       : " cg-low " - " cg-high
           EVALUATE cg-mode
