      *> Derived streams: builds a new randrec.cpy data set from one or
      *> two catalogued runs by a named transformation, and registers
      *> it in the run catalog as a COMPLETED run carrying its lineage
      *> (parent run-ids, transformation, parameters -- see
      *> randcatr.cpy).  Analysts used to do this in R and bring the
      *> result back through randimp.cbl, after which nobody could
      *> say which runs it came from.
      *>   TRANSFORM=DECIMATE PARENT=x STEP=k
      *>       every k-th value of run x (samples 1, 1+k, 1+2k, ...);
      *>       any MODE, rr-int-value carried through
      *>   TRANSFORM=SHUFFLE PARENT=x TABLE=n
      *>       run x through a Bays-Durham shuffle table of n entries
      *>       (default 32, at most 256): the value last handed out
      *>       picks the table slot the next one comes from, and the
      *>       incoming value takes its place.  The first n+1 values
      *>       only prime the table, so the child is n+1 shorter than
      *>       its parent.  The parent must be uniform on [0,1)
      *>   TRANSFORM=COMBINE PARENT=x PARENT2=y
      *>       the two runs added value by value mod 1, as long as
      *>       the shorter one lasts; both must be uniform on [0,1)
      *> Parents must be COMPLETED in the catalog (CATALOG=, default
      *> runcat.dat) and their data files must still carry their own
      *> run-id in every record.  RUNID= names the child (default a
      *> timestamp) and must not be catalogued yet; OUTFILE= (default
      *> randderive.dat) may not be a parent's file.  The child's
      *> records carry generator DERIVED; its positioning index
      *> (<OUTFILE>.rix, see randidxio.cbl) is built unless INDEX=N.
      *> A child is a new stream only in form: randalloc.cbl treats it
      *> as dependent on its parents when reserving.
      *> RETURN-CODE 8 when a parent isn't usable or the transformation
      *> met a value it can't take (the partial OUTFILE is removed,
      *> as in randasm.cbl), 16 when a file can't be used or the parms
      *> make no sense.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randderive.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parent-file ASSIGN TO DYNAMIC ws-parent-file
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in-status.
           SELECT parent2-file ASSIGN TO DYNAMIC ws-parent2-file
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in2-status.
           SELECT derived-file ASSIGN TO DYNAMIC ws-outfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-out-status.

       DATA DIVISION.
           FILE SECTION.
           FD  parent-file.
           01 parent-record.
               COPY "randrec.cpy".

           FD  parent2-file.
           01 parent2-record.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==p2==.

           FD  derived-file.
           01 derived-record.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==dr==.

           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-transform            PIC X(10) VALUE SPACES.
              88 decimate-wanted      VALUE "DECIMATE".
              88 shuffle-wanted       VALUE "SHUFFLE".
              88 combine-wanted       VALUE "COMBINE".
           01 ws-parent-run-id        PIC X(16) VALUE SPACES.
           01 ws-parent2-run-id       PIC X(16) VALUE SPACES.
           01 ws-step                 USAGE IS BINARY-LONG VALUE 2.
           01 ws-table-size           USAGE IS BINARY-LONG VALUE 32.
           01 ws-transform-parms      PIC X(40) VALUE SPACES.
           01 ws-parm-disp            PIC Z(8)9.

           01 ws-run-id               PIC X(16) VALUE SPACES.
           01 ws-outfile              PIC X(100)
                                       VALUE "randderive.dat".
           01 ws-out-status           PIC XX.
           01 ws-parent-file          PIC X(100).
           01 ws-in-status            PIC XX.
           01 ws-parent2-file         PIC X(100).
           01 ws-in2-status           PIC XX.
           01 ws-eof                  PIC X VALUE "N".
              88 end-of-parent        VALUE "Y".
           01 ws-eof2                 PIC X VALUE "N".
              88 end-of-parent2       VALUE "Y".

      *> The first parent's catalog entry, kept for the child's own:
      *> a decimated or shuffled stream keeps its parent's MODE and
      *> range.
           01 ws-parent-mode          PIC X(12).
           01 ws-parent-low           USAGE IS BINARY-LONG.
           01 ws-parent-high          USAGE IS BINARY-LONG.
           01 ws-parent-parm1         USAGE IS FLOAT-LONG.
           01 ws-parent-parm2         USAGE IS FLOAT-LONG.
           01 ws-parent-samples       PIC 9(18).

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
              88 catalog-disabled     VALUE "NONE".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-cat-date             PIC X(21).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-rix-build            PIC X VALUE "Y".
              88 index-build-wanted   VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.
           01 ws-rix-rec.
               COPY "randrec.cpy"
                   REPLACING LEADING ==rr== BY ==rx==.

      *> Bays-Durham table: value and dice value of each slot, and
      *> the record last handed out, whose value picks the next slot.
           01 ws-shuffle-table.
               05 ws-shuf-entry OCCURS 256 TIMES.
                   10 ws-shuf-value    USAGE IS FLOAT-LONG.
                   10 ws-shuf-int      PIC S9(10).
           01 ws-held-value           USAGE IS FLOAT-LONG.
           01 ws-held-int             PIC S9(10).
           01 ws-slot                 USAGE IS BINARY-LONG.
           01 ws-slot-work            USAGE IS FLOAT-LONG.
           01 ws-combined             USAGE IS FLOAT-LONG.

           01 ws-read-count           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-read2-count          USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-written              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-errors               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-detail-max           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 10.
           01 ws-next-keep            USAGE IS BINARY-LONG UNSIGNED.
           01 ws-cmd                  PIC X(250).
           01 ws-verdict              PIC X(4) VALUE "PASS".

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms
           PERFORM check-parms
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM resolve-parents
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           OPEN INPUT parent-file
           IF ws-in-status NOT = "00"
               DISPLAY "randderive: unable to open "
                   FUNCTION TRIM(ws-parent-file)
                   " (status " ws-in-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF combine-wanted
               OPEN INPUT parent2-file
               IF ws-in2-status NOT = "00"
                   DISPLAY "randderive: unable to open "
                       FUNCTION TRIM(ws-parent2-file)
                       " (status " ws-in2-status ")"
                   CLOSE parent-file
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT derived-file
           IF ws-out-status NOT = "00"
               DISPLAY "randderive: unable to open "
                   FUNCTION TRIM(ws-outfile)
                   " (status " ws-out-status ")"
               CLOSE parent-file
               IF combine-wanted
                   CLOSE parent2-file
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "randderive: " FUNCTION TRIM(ws-transform) " "
               FUNCTION TRIM(ws-transform-parms) " of run "
               ws-parent-run-id
           IF combine-wanted
               DISPLAY "randderive:   and run " ws-parent2-run-id
           END-IF
           DISPLAY "RUN-ID " ws-run-id " -> " FUNCTION TRIM(ws-outfile)

           EVALUATE TRUE
               WHEN decimate-wanted
                   PERFORM derive-decimate
               WHEN shuffle-wanted
                   PERFORM derive-shuffle
               WHEN combine-wanted
                   PERFORM derive-combine
           END-EVALUATE

           CLOSE derived-file
           CLOSE parent-file
           IF combine-wanted
               CLOSE parent2-file
           END-IF

           IF ws-written = 0 AND ws-errors = 0
               ADD 1 TO ws-errors
               DISPLAY "randderive: the transformation produced no "
                   "values"
           END-IF
           IF ws-errors > 0
               MOVE "FAIL" TO ws-verdict
           END-IF

           DISPLAY "randderive report for " FUNCTION TRIM(ws-outfile)
           DISPLAY "parent values read  : " ws-read-count
           IF combine-wanted
               DISPLAY "parent2 values read : " ws-read2-count
           END-IF
           DISPLAY "values written      : " ws-written
           DISPLAY "errors              : " ws-errors
           DISPLAY "randderive: " ws-verdict

           IF ws-verdict = "FAIL"
               PERFORM remove-partial-output
               DISPLAY "randderive: removed incomplete "
                   FUNCTION TRIM(ws-outfile)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF index-build-wanted
                   PERFORM build-sample-index
               END-IF
               PERFORM write-catalog-record
           END-IF

           GOBACK.

      *> Lineage lives in the catalog, so a derived run with no
      *> catalog entry would be exactly the orphan this program
      *> exists to prevent -- CATALOG=NONE is refused.
       check-parms.
           IF catalog-disabled
               DISPLAY "randderive: CATALOG=NONE -- a derived run "
                   "must be catalogued with its lineage"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ws-parent-run-id = SPACES
               DISPLAY "randderive: PARENT= naming the source run is "
                   "required"
               MOVE 16 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN decimate-wanted
                   IF ws-step < 2
                       DISPLAY "randderive: STEP= must be at least 2"
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   MOVE ws-step TO ws-parm-disp
                   STRING "STEP=" DELIMITED BY SIZE
                       FUNCTION TRIM(ws-parm-disp) DELIMITED BY SIZE
                       INTO ws-transform-parms
                   END-STRING
               WHEN shuffle-wanted
                   IF ws-table-size < 2 OR ws-table-size > 256
                       DISPLAY "randderive: TABLE= must be 2 to 256"
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   MOVE ws-table-size TO ws-parm-disp
                   STRING "TABLE=" DELIMITED BY SIZE
                       FUNCTION TRIM(ws-parm-disp) DELIMITED BY SIZE
                       INTO ws-transform-parms
                   END-STRING
               WHEN combine-wanted
                   IF ws-parent2-run-id = SPACES
                       DISPLAY "randderive: TRANSFORM=COMBINE needs "
                           "PARENT2= naming the second run"
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   MOVE "ADD MOD 1" TO ws-transform-parms
               WHEN OTHER
                   DISPLAY "randderive: unknown TRANSFORM "
                       FUNCTION TRIM(ws-transform)
                       " (DECIMATE, SHUFFLE or COMBINE)"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF NOT combine-wanted AND ws-parent2-run-id NOT = SPACES
               DISPLAY "randderive: PARENT2= is only for "
                   "TRANSFORM=COMBINE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF ws-run-id = SPACES
               MOVE FUNCTION CURRENT-DATE TO ws-cat-date
               MOVE ws-cat-date(1:14) TO ws-run-id
           END-IF
           IF ws-run-id = ws-parent-run-id
               OR ws-run-id = ws-parent2-run-id
               DISPLAY "randderive: RUNID= must differ from the "
                   "parent run-ids"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Both parents must be COMPLETED entries, the child's run-id
      *> must be free, and the output must not overwrite a parent.
       resolve-parents.
           MOVE "OPEN-IN" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               DISPLAY "randderive: unable to open run catalog "
                   FUNCTION TRIM(ws-catfile) " (status "
                   ws-cat-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ws-run-id TO cg-run-id
           MOVE "GET" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status = "00"
               DISPLAY "randderive: run " ws-run-id
                   " is already catalogued -- choose another RUNID="
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE ws-parent-run-id TO cg-run-id
           PERFORM get-parent-entry
           IF RETURN-CODE = 0
               MOVE cg-outfile TO ws-parent-file
               MOVE cg-mode TO ws-parent-mode
               MOVE cg-low TO ws-parent-low
               MOVE cg-high TO ws-parent-high
               MOVE cg-dist-parm1 TO ws-parent-parm1
               MOVE cg-dist-parm2 TO ws-parent-parm2
               MOVE cg-samples TO ws-parent-samples
           END-IF
           IF combine-wanted AND RETURN-CODE = 0
               MOVE ws-parent2-run-id TO cg-run-id
               PERFORM get-parent-entry
               MOVE cg-outfile TO ws-parent2-file
           END-IF

           MOVE "CLOSE" TO ws-cat-action
           PERFORM call-catalog

           IF RETURN-CODE = 0
               IF ws-outfile = ws-parent-file
                   OR (combine-wanted
                       AND ws-outfile = ws-parent2-file)
                   DISPLAY "randderive: OUTFILE= "
                       FUNCTION TRIM(ws-outfile)
                       " is a parent's data file"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       get-parent-entry.
           MOVE "GET" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               DISPLAY "randderive: run " cg-run-id
                   " is not in catalog " FUNCTION TRIM(ws-catfile)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT cg-run-completed
                   DISPLAY "randderive: run " cg-run-id " is "
                       FUNCTION TRIM(cg-status)
                       " in the catalog, not COMPLETED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *> Samples 1, 1+k, 1+2k ... of the parent, in file order.
       derive-decimate.
           MOVE 1 TO ws-next-keep
           PERFORM read-parent
           PERFORM UNTIL end-of-parent
               IF ws-read-count = ws-next-keep
                   MOVE rr-value TO dr-value
                   MOVE rr-int-value TO dr-int-value
                   PERFORM write-derived
                   ADD ws-step TO ws-next-keep
               END-IF
               PERFORM read-parent
           END-PERFORM.

      *> See the header.  The slot is INTEGER(held * n) + 1, so a
      *> held value outside [0,1) would address past the table --
      *> read-uniform-parent refuses those.
       derive-shuffle.
           PERFORM VARYING ws-slot FROM 1 BY 1
                   UNTIL ws-slot > ws-table-size
                   OR end-of-parent
               PERFORM read-uniform-parent
               IF NOT end-of-parent
                   MOVE rr-value TO ws-shuf-value(ws-slot)
                   MOVE rr-int-value TO ws-shuf-int(ws-slot)
               END-IF
           END-PERFORM
           PERFORM read-uniform-parent
           IF end-of-parent
               ADD 1 TO ws-errors
               DISPLAY "randderive: run " ws-parent-run-id
                   " is too short to prime a table of "
                   ws-table-size
           ELSE
               MOVE rr-value TO ws-held-value
               MOVE rr-int-value TO ws-held-int
               PERFORM read-uniform-parent
           END-IF
           PERFORM UNTIL end-of-parent
               COMPUTE ws-slot-work = ws-held-value * ws-table-size
               COMPUTE ws-slot = FUNCTION INTEGER(ws-slot-work)
               ADD 1 TO ws-slot
               MOVE ws-shuf-value(ws-slot) TO ws-held-value
               MOVE ws-shuf-int(ws-slot) TO ws-held-int
               MOVE ws-held-value TO dr-value
               MOVE ws-held-int TO dr-int-value
               PERFORM write-derived
               MOVE rr-value TO ws-shuf-value(ws-slot)
               MOVE rr-int-value TO ws-shuf-int(ws-slot)
               PERFORM read-uniform-parent
           END-PERFORM.

      *> Value by value, (a + b) mod 1, until either run ends.  The
      *> sum has no dice value of its own, so rr-int-value is zero
      *> and the child is MODE=FLOAT.
       derive-combine.
           PERFORM read-uniform-parent
           PERFORM read-uniform-parent2
           PERFORM UNTIL end-of-parent OR end-of-parent2
               COMPUTE ws-combined = rr-value + p2-value
               IF ws-combined >= 1
                   SUBTRACT 1 FROM ws-combined
               END-IF
               MOVE ws-combined TO dr-value
               MOVE 0 TO dr-int-value
               PERFORM write-derived
               PERFORM read-uniform-parent
               PERFORM read-uniform-parent2
           END-PERFORM
           IF ws-read-count NOT = ws-read2-count
               DISPLAY "randderive: note -- the runs differ in "
                   "length, combined as far as the shorter goes"
           END-IF.

      *> A record that isn't the parent's own is counted and the
      *> run fails -- the catalog and the data file disagree about
      *> what the parent is.
       read-parent.
           READ parent-file
               AT END SET end-of-parent TO TRUE
           END-READ
           IF NOT end-of-parent
               ADD 1 TO ws-read-count
               IF rr-run-id NOT = ws-parent-run-id
                   ADD 1 TO ws-errors
                   IF ws-errors <= ws-detail-max
                       DISPLAY "randderive: record " ws-read-count
                           " of " FUNCTION TRIM(ws-parent-file)
                           " carries run-id " rr-run-id
                   END-IF
               END-IF
           END-IF.

      *> The shuffle and the mod-1 sum are only meaningful on [0,1);
      *> a value outside it ends the derivation as a failure.
       read-uniform-parent.
           PERFORM read-parent
           IF NOT end-of-parent
               IF rr-value < 0 OR rr-value >= 1
                   ADD 1 TO ws-errors
                   DISPLAY "randderive: record " ws-read-count
                       " of run " ws-parent-run-id " value "
                       rr-value " outside [0.0,1.0)"
                   SET end-of-parent TO TRUE
               END-IF
           END-IF.

       read-uniform-parent2.
           READ parent2-file
               AT END SET end-of-parent2 TO TRUE
           END-READ
           IF NOT end-of-parent2
               ADD 1 TO ws-read2-count
               IF p2-run-id NOT = ws-parent2-run-id
                   ADD 1 TO ws-errors
                   IF ws-errors <= ws-detail-max
                       DISPLAY "randderive: record " ws-read2-count
                           " of " FUNCTION TRIM(ws-parent2-file)
                           " carries run-id " p2-run-id
                   END-IF
               END-IF
               IF p2-value < 0 OR p2-value >= 1
                   ADD 1 TO ws-errors
                   DISPLAY "randderive: record " ws-read2-count
                       " of run " ws-parent2-run-id " value "
                       p2-value " outside [0.0,1.0)"
                   SET end-of-parent2 TO TRUE
               END-IF
           END-IF.

       write-derived.
           ADD 1 TO ws-written
           MOVE ws-run-id TO dr-run-id
           MOVE "DERIVED" TO dr-generator
           MOVE ws-written TO dr-sample-index
           WRITE derived-record.

      *> Best effort, as in genrand.cbl: an unindexed file is still
      *> readable from the front.
       build-sample-index.
           MOVE "BUILD" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-outfile
               ws-rix-rec ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status NOT = "00"
               DISPLAY "randderive: unable to build positioning index "
                   "for " FUNCTION TRIM(ws-outfile) " (status "
                   ws-rix-status ")"
           END-IF.

      *> The child's entry, with its lineage -- see randcatr.cpy.  A
      *> catalog that can't be updated here leaves a data set nobody
      *> can trace, so unlike the generators it fails the run (16).
       write-catalog-record.
           INITIALIZE ws-catalog-rec
           MOVE ws-run-id TO cg-run-id
           MOVE ws-outfile TO cg-outfile
           MOVE "DERIVED" TO cg-generator
           MOVE "N/A" TO cg-rngname
           MOVE 0 TO cg-seed
           IF combine-wanted
               MOVE "FLOAT" TO cg-mode
               MOVE 0 TO cg-low cg-high
               MOVE 0 TO cg-dist-parm1 cg-dist-parm2
           ELSE
               MOVE ws-parent-mode TO cg-mode
               MOVE ws-parent-low TO cg-low
               MOVE ws-parent-high TO cg-high
               MOVE ws-parent-parm1 TO cg-dist-parm1
               MOVE ws-parent-parm2 TO cg-dist-parm2
           END-IF
           MOVE ws-written TO cg-samples
           MOVE SPACES TO cg-ckptfile
           MOVE "COMPLETED" TO cg-status
           MOVE FUNCTION CURRENT-DATE TO ws-cat-date
           MOVE ws-cat-date(1:14) TO cg-date
           MOVE "N" TO cg-stats-flag
           MOVE 0 TO cg-mean cg-variance cg-chi-square
           MOVE ws-parent-run-id TO cg-parent-run-id
           MOVE ws-parent2-run-id TO cg-parent2-run-id
           MOVE ws-transform TO cg-transform
           MOVE ws-transform-parms TO cg-transform-parms
           MOVE "OPEN-IO" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status = "00"
               MOVE "PUT" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status = "00"
                   DISPLAY "randderive: run " ws-run-id
                       " catalogued COMPLETED, derived from "
                       ws-parent-run-id
               ELSE
                   DISPLAY "randderive: unable to update run catalog "
                       FUNCTION TRIM(ws-catfile) " (status "
                       ws-cat-status ")"
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE "CLOSE" TO ws-cat-action
               PERFORM call-catalog
           ELSE
               DISPLAY "randderive: unable to open run catalog "
                   FUNCTION TRIM(ws-catfile) " (status "
                   ws-cat-status ")"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> rm -f via CALL "SYSTEM", the same shell-out convention as
      *> randasm.cbl.
       remove-partial-output.
           MOVE SPACES TO ws-cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ws-outfile) DELIMITED BY SIZE
               INTO ws-cmd
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> randcatio isn't linked in.
       call-catalog.
           CALL "randcatio" USING ws-cat-action ws-catfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-parm)) TO ws-parm-len

           MOVE 1 TO ws-parm-ptr
           PERFORM UNTIL ws-parm-ptr > ws-parm-len
               MOVE SPACES TO ws-token
               UNSTRING ws-parm DELIMITED BY ALL SPACE
                   INTO ws-token
                   WITH POINTER ws-parm-ptr
               END-UNSTRING
               IF ws-token NOT = SPACES
                   PERFORM parse-token
               END-IF
           END-PERFORM.

       parse-token.
           MOVE SPACES TO ws-key ws-val
           UNSTRING ws-token DELIMITED BY "="
               INTO ws-key ws-val
           END-UNSTRING

           EVALUATE FUNCTION TRIM(ws-key)
               WHEN "TRANSFORM"
                   MOVE FUNCTION TRIM(ws-val) TO ws-transform
               WHEN "PARENT"
                   MOVE FUNCTION TRIM(ws-val) TO ws-parent-run-id
               WHEN "PARENT2"
                   MOVE FUNCTION TRIM(ws-val) TO ws-parent2-run-id
               WHEN "STEP"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-step
               WHEN "TABLE"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-table-size
               WHEN "RUNID"
                   MOVE FUNCTION TRIM(ws-val) TO ws-run-id
               WHEN "OUTFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-outfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "INDEX"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rix-build
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
