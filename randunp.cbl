      *> missing trailer, or an unparsable line fails the unpack and
      *> removes the partial output file (the same convention as
      *> randasm.cbl and randimp.cbl).
      *> A clean unpack also builds the output file's positioning index
      *> (<OUTFILE>.rix, see randidxio.cbl) unless INDEX=N.
      *> RETURN-CODE 8 when verification failed, 16 when a file
      *> can't be used or the pack isn't a RANDPACK V1 file.

           01 ws-cmd                  PIC X(250).
           01 ws-cat-date             PIC X(21).

           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

      *> Hex decoding of the value field -- the mirror of
      *> randpack.cbl's encode-float-hex: the pack carries the IEEE
      *> 754 double image big-endian, and the bytes are laid into
           END-IF

           IF unpack-clean
               IF index-build-wanted
                   PERFORM build-sample-index
               END-IF
               PERFORM register-catalog-entry
               DISPLAY "randunp: " ws-unpacked " record(s) of run "
                   cg-run-id "rebuilt in "
               WHEN "CHISQUARE"
                   COMPUTE cg-chi-square =
                       FUNCTION NUMVAL(ws-c-val)
               WHEN "PARENT"
                   MOVE ws-c-val(1:16) TO cg-parent-run-id
               WHEN "PARENT2"
                   MOVE ws-c-val(1:16) TO cg-parent2-run-id
               WHEN "TRANSFORM"
                   MOVE FUNCTION TRIM(ws-c-val) TO cg-transform
      *> The whole rest of the line: the parameters hold "=" signs.
               WHEN "TPARMS"
                   MOVE pack-record(10:40) TO cg-transform-parms
               WHEN OTHER
                   ADD 1 TO ws-errors
                   IF ws-errors <= ws-detail-max
               END-IF
           END-IF.

      *> Best effort, as in genrand.cbl: an unindexed file is still
      *> readable from the front.
       build-sample-index.
           MOVE "BUILD" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-outfile
               ws-rix-rec ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status NOT = "00"
               DISPLAY "randunp: unable to build positioning index "
                   "for " FUNCTION TRIM(ws-outfile) " (status "
                   ws-rix-status ")"
           END-IF.

      *> Registers the rebuilt run in the local catalog under its
      *> own run-id, with the outfile as rebuilt here and no
      *> checkpoint.  CATALOG=NONE skips it.
                   MOVE "Y" TO ws-outfile-given
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "INDEX"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rix-build
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
