      *> Physical reconciliation of the run catalog against what is
      *> actually on disk and in the audit log.  randhouse.cbl and
      *> randrep.cbl both trust cg-outfile blindly -- their footprint
      *> and reclaimed-space figures are computed from the catalog's
      *> record counts, never from the files -- and the generators'
      *> default OUTFILE= names alias easily, so a catalogued run can
      *> quietly have had its data overwritten by a later run, or
      *> lost altogether, with every report still looking healthy.
      *> This job checks the catalog both ways:
      *>   catalog to disk, per entry --
      *>     - COMPLETED: cg-outfile exists, holds exactly cg-samples
      *>       records, and its first record carries the entry's own
      *>       rr-run-id and rr-generator
      *>     - ARCHIVED: the output may have gone offline; if it is
      *>       still on disk the same checks apply
      *>     - SUSPENDED: the output exists and belongs to the run,
      *>       and cg-ckptfile is present, is the run's own (generator
      *>       and seed) and short of cg-samples -- without it the
      *>       RESUME=Y the status promises is impossible
      *>     - STARTED: whatever output exists belongs to the run and
      *>       does not already exceed cg-samples
      *>     - COMPLETED/ARCHIVED with a checkpoint of the run's own
      *>       that stops short of cg-samples: the catalog claims a
      *>       finished run the checkpoint says never finished
      *>     - DELETED: neither the output nor the checkpoint of the
      *>       run is still on disk (a file of the same name holding
      *>       another run's data is that run's business, not this
      *>       entry's)
      *>   disk and audit log to catalog --
      *>     - every file matching PATTERN= (default *.dat, in
      *>       SCANDIR= when given) that reads as randrec.cpy data but
      *>       is no catalog entry's cg-outfile
      *>     - every generator invocation in the audit log (AUDITFILE=,
      *>       default audit.log, NONE to skip) with no catalog entry
      *>       of the same generator, seed and sample count dated at
      *>       or after it -- a CATALOG=NONE run, or one whose catalog
      *>       write failed.  Assembled stripe runs carry no seed in
      *>       the catalog (see write-catalog-record in randasm.cbl),
      *>       so they are matched on generator and sample count.
      *> The directory listing is taken with ls via CALL "SYSTEM" into
      *> a work file (LISTFILE=, default randrecon.lst, removed
      *> afterwards) -- COBOL file I/O cannot enumerate a directory.
      *> Every finding is one line of the exception report.
      *> RETURN-CODE 10 -- its own, distinct from everything else in
      *> this suite -- when any exception is found, so a scheduler can
      *> tell "catalog and disk disagree" from a test FAIL (8); 16
      *> when the catalog can't be opened.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randrecon.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT data-file ASSIGN TO DYNAMIC ws-data-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT ckpt-file ASSIGN TO DYNAMIC ws-ckpt-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ckpt-status.
           SELECT list-file ASSIGN TO DYNAMIC ws-listfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT audit-file ASSIGN TO DYNAMIC ws-auditfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

       DATA DIVISION.
           FILE SECTION.
           FD  data-file.
           01 data-record.
               COPY "randrec.cpy".

           FD  ckpt-file.
           01 ckpt-file-record.
               COPY "randckpt.cpy".

           FD  list-file.
           01 list-record             PIC X(200).

           FD  audit-file.
           01 audit-file-record.
               COPY "randaudit.cpy".

           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-auditfile            PIC X(100) VALUE "audit.log".
              88 audit-disabled       VALUE "NONE".
           01 ws-audit-status         PIC XX.
           01 ws-audit-eof            PIC X.
              88 end-of-audit         VALUE "Y".

           01 ws-scandir              PIC X(100) VALUE SPACES.
           01 ws-pattern              PIC X(40) VALUE "*.dat".
           01 ws-listfile             PIC X(100) VALUE "randrecon.lst".
           01 ws-list-status          PIC XX.
           01 ws-list-eof             PIC X.
              88 end-of-list          VALUE "Y".
           01 ws-cmd                  PIC X(500).

           01 ws-data-name            PIC X(100).
           01 ws-data-status          PIC XX.
           01 ws-data-eof             PIC X.
              88 end-of-data          VALUE "Y".
           01 ws-ckpt-name            PIC X(100).
           01 ws-ckpt-status          PIC XX.

      *> The catalog, loaded in one pass like randrep.cbl's table.
           01 ws-entry-max            USAGE IS BINARY-LONG VALUE 500.
           01 ws-entry-total          USAGE IS BINARY-LONG VALUE 0.
           01 ws-recon-table.
               05 ws-recon-entry OCCURS 500 TIMES.
                   10 ws-ent-run-id    PIC X(16).
                   10 ws-ent-generator PIC X(10).
                   10 ws-ent-seed      USAGE IS BINARY-LONG.
                   10 ws-ent-mode      PIC X(12).
                   10 ws-ent-outfile   PIC X(100).
                   10 ws-ent-ckptfile  PIC X(100).
                   10 ws-ent-samples   PIC 9(18).
                   10 ws-ent-status    PIC X(10).
                   10 ws-ent-date      PIC X(14).
           01 ws-idx                  USAGE IS BINARY-LONG.
           01 ws-eoc                  PIC X.
              88 end-of-catalog       VALUE "Y".

      *> What examine-data-file found: A absent, U unreadable, E
      *> empty, P present -- with the first record's identity and the
      *> record count when present.
           01 ws-data-state           PIC X.
              88 data-absent          VALUE "A".
              88 data-unreadable      VALUE "U".
              88 data-empty           VALUE "E".
              88 data-present         VALUE "P".
           01 ws-data-count           PIC 9(18).
           01 ws-data-run-id          PIC X(16).
           01 ws-data-generator       PIC X(10).
           01 ws-data-index           PIC 9(18).
           01 ws-data-own             PIC X.
              88 data-is-own          VALUE "Y".

      *> What examine-checkpoint found: A absent, O the run's own
      *> (generator and seed match), X another run's.
           01 ws-ckpt-state           PIC X.
              88 ckpt-absent          VALUE "A".
              88 ckpt-own             VALUE "O".
              88 ckpt-foreign         VALUE "X".
           01 ws-ckpt-last            PIC 9(18).

      *> Audit-line fields.
           01 ws-au-date              PIC X(20).
           01 ws-au-generator         PIC X(20).
           01 ws-au-samples-tok       PIC X(40).
           01 ws-au-seed-tok          PIC X(40).
           01 ws-au-word              PIC X(20).
           01 ws-au-number            PIC X(20).
           01 ws-au-samples           PIC 9(18).
           01 ws-au-seed              USAGE IS BINARY-LONG.
           01 ws-au-matched           PIC X.
              88 audit-matched        VALUE "Y".

           01 ws-name-matched         PIC X.
              88 name-is-catalogued   VALUE "Y".

           01 ws-count-disp           PIC Z(17)9.
           01 ws-samples-disp         PIC Z(17)9.
           01 ws-message              PIC X(160).

           01 ws-exceptions           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-entries-checked      USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-files-scanned        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-audit-lines          USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> Catalog availability is tracked in a flag of our own and
      *> RETURN-CODE is only set at the very end: the ls and rm
      *> shell-outs reset the RETURN-CODE register -- the same care
      *> randhouse.cbl takes.
           01 ws-catalog-ok           PIC X VALUE "Y".
              88 catalog-usable       VALUE "Y".

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           DISPLAY "randrecon: reconciling catalog "
               FUNCTION TRIM(ws-catfile) " against disk and "
               FUNCTION TRIM(ws-auditfile)

           PERFORM load-catalog
           IF NOT catalog-usable
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "exception report:"
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-entry-total
               PERFORM check-one-entry
           END-PERFORM
           PERFORM scan-disk
           PERFORM scan-audit-log

           DISPLAY " "
           DISPLAY "randrecon summary:"
           DISPLAY "catalog entries checked : " ws-entries-checked
           DISPLAY "files scanned on disk   : " ws-files-scanned
           DISPLAY "audit lines checked     : " ws-audit-lines
           DISPLAY "exceptions              : " ws-exceptions
           IF ws-exceptions > 0
               DISPLAY "randrecon: catalog and disk disagree"
               MOVE 10 TO RETURN-CODE
           ELSE
               DISPLAY "randrecon: catalog and disk agree"
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       load-catalog.
           MOVE "OPEN-IN" TO ws-cat-action
           PERFORM call-catalog
           IF ws-cat-status NOT = "00"
               DISPLAY "randrecon: unable to open run catalog "
                   ws-catfile " (status " ws-cat-status ")"
               MOVE "N" TO ws-catalog-ok
           ELSE
               MOVE "N" TO ws-eoc
               MOVE "FIRST" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status NOT = "00"
                   SET end-of-catalog TO TRUE
               END-IF
               PERFORM UNTIL end-of-catalog
                   IF ws-entry-total < ws-entry-max
                       ADD 1 TO ws-entry-total
                       MOVE cg-run-id
                           TO ws-ent-run-id(ws-entry-total)
                       MOVE cg-generator
                           TO ws-ent-generator(ws-entry-total)
                       MOVE cg-seed TO ws-ent-seed(ws-entry-total)
                       MOVE cg-mode TO ws-ent-mode(ws-entry-total)
                       MOVE cg-outfile
                           TO ws-ent-outfile(ws-entry-total)
                       MOVE cg-ckptfile
                           TO ws-ent-ckptfile(ws-entry-total)
                       MOVE cg-samples
                           TO ws-ent-samples(ws-entry-total)
                       MOVE cg-status
                           TO ws-ent-status(ws-entry-total)
                       MOVE cg-date TO ws-ent-date(ws-entry-total)
                   ELSE
                       DISPLAY "randrecon: more than " ws-entry-max
                           " catalog entries, ignoring the rest"
                       SET end-of-catalog TO TRUE
                   END-IF
                   IF NOT end-of-catalog
                       MOVE "NEXT" TO ws-cat-action
                       PERFORM call-catalog
                       IF ws-cat-status NOT = "00"
                           SET end-of-catalog TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO ws-cat-action
               PERFORM call-catalog
           END-IF.

      *> Catalog to disk: the expectations per status are listed in
      *> the header.
       check-one-entry.
           ADD 1 TO ws-entries-checked
           MOVE ws-ent-outfile(ws-idx) TO ws-data-name
           PERFORM examine-data-file
           MOVE "N" TO ws-data-own
           IF data-present
               AND ws-data-run-id = ws-ent-run-id(ws-idx)
               AND ws-data-generator = ws-ent-generator(ws-idx)
               MOVE "Y" TO ws-data-own
           END-IF
           PERFORM examine-checkpoint

           EVALUATE ws-ent-status(ws-idx)
               WHEN "COMPLETED"
                   PERFORM check-finished-entry
               WHEN "ARCHIVED"
                   IF NOT data-absent
                       PERFORM check-finished-entry
                   END-IF
               WHEN "SUSPENDED"
                   PERFORM check-suspended-entry
               WHEN "STARTED"
                   PERFORM check-started-entry
               WHEN "DELETED"
                   PERFORM check-deleted-entry
               WHEN OTHER
                   MOVE SPACES TO ws-message
                   STRING "catalog status " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ent-status(ws-idx))
                           DELIMITED BY SIZE
                       " is not one this suite writes"
                           DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
           END-EVALUATE.

       check-finished-entry.
           PERFORM check-output-identity
           IF data-is-own
               AND ws-data-count NOT = ws-ent-samples(ws-idx)
               MOVE ws-data-count TO ws-count-disp
               MOVE ws-ent-samples(ws-idx) TO ws-samples-disp
               MOVE SPACES TO ws-message
               STRING "output " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
                   " holds " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
                   " records, catalog says " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-samples-disp) DELIMITED BY SIZE
                   INTO ws-message
               END-STRING
               PERFORM report-entry-exception
           END-IF
           IF ckpt-own AND ws-ckpt-last < ws-ent-samples(ws-idx)
               MOVE ws-ckpt-last TO ws-count-disp
               MOVE SPACES TO ws-message
               STRING "checkpoint " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-ckpt-name) DELIMITED BY SIZE
                   " stops at sample " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
                   " -- the run never finished" DELIMITED BY SIZE
                   INTO ws-message
               END-STRING
               PERFORM report-entry-exception
           END-IF.

       check-suspended-entry.
           PERFORM check-output-identity
           EVALUATE TRUE
               WHEN ws-ent-ckptfile(ws-idx) = SPACES
                   MOVE "suspended run has no checkpoint file named"
                       TO ws-message
                   PERFORM report-entry-exception
               WHEN ckpt-absent
                   MOVE SPACES TO ws-message
                   STRING "checkpoint " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ckpt-name) DELIMITED BY SIZE
                       " missing -- RESUME=Y is impossible"
                           DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN ckpt-foreign
                   MOVE SPACES TO ws-message
                   STRING "checkpoint " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ckpt-name) DELIMITED BY SIZE
                       " was written by a different run"
                           DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN ws-ckpt-last >= ws-ent-samples(ws-idx)
                   MOVE SPACES TO ws-message
                   STRING "checkpoint " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ckpt-name) DELIMITED BY SIZE
                       " already covers every sample of a "
                           DELIMITED BY SIZE
                       "SUSPENDED run" DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN data-is-own
                   AND ws-data-count NOT = ws-ckpt-last
                   MOVE ws-data-count TO ws-count-disp
                   MOVE ws-ckpt-last TO ws-samples-disp
                   MOVE SPACES TO ws-message
                   STRING "output holds " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
                       " records, checkpoint covers "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(ws-samples-disp)
                           DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A STARTED run may have died before writing anything, so an
      *> absent output is no finding; what is there must be its own.
       check-started-entry.
           IF data-present
               IF NOT data-is-own
                   PERFORM report-foreign-output
               ELSE
                   IF ws-data-count > ws-ent-samples(ws-idx)
                       MOVE ws-data-count TO ws-count-disp
                       MOVE SPACES TO ws-message
                       STRING "output already holds "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(ws-count-disp)
                               DELIMITED BY SIZE
                           " records, more than the run's target"
                               DELIMITED BY SIZE
                           INTO ws-message
                       END-STRING
                       PERFORM report-entry-exception
                   END-IF
               END-IF
           END-IF.

       check-deleted-entry.
           IF data-is-own
               MOVE SPACES TO ws-message
               STRING "deleted run's output " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
                   " is still on disk" DELIMITED BY SIZE
                   INTO ws-message
               END-STRING
               PERFORM report-entry-exception
           END-IF
           IF ckpt-own
               MOVE SPACES TO ws-message
               STRING "deleted run's checkpoint " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-ckpt-name) DELIMITED BY SIZE
                   " is still on disk" DELIMITED BY SIZE
                   INTO ws-message
               END-STRING
               PERFORM report-entry-exception
           END-IF.

      *> The output must exist, hold records, and start with the
      *> entry's own run-id and generator.
       check-output-identity.
           EVALUATE TRUE
               WHEN data-absent
                   MOVE SPACES TO ws-message
                   STRING "output " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
                       " is missing" DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN data-unreadable
                   MOVE SPACES TO ws-message
                   STRING "output " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
                       " can't be read (status " DELIMITED BY SIZE
                       ws-data-status DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN data-empty
                   MOVE SPACES TO ws-message
                   STRING "output " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
                       " holds no records" DELIMITED BY SIZE
                       INTO ws-message
                   END-STRING
                   PERFORM report-entry-exception
               WHEN NOT data-is-own
                   PERFORM report-foreign-output
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       report-foreign-output.
           MOVE SPACES TO ws-message
           STRING "output " DELIMITED BY SIZE
               FUNCTION TRIM(ws-data-name) DELIMITED BY SIZE
               " now holds run " DELIMITED BY SIZE
               FUNCTION TRIM(ws-data-run-id) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(ws-data-generator) DELIMITED BY SIZE
               " -- overwritten" DELIMITED BY SIZE
               INTO ws-message
           END-STRING
           PERFORM report-entry-exception.

       report-entry-exception.
           ADD 1 TO ws-exceptions
           DISPLAY "  " ws-ent-run-id(ws-idx) " "
               ws-ent-status(ws-idx) " " FUNCTION TRIM(ws-message).

      *> Opens ws-data-name as randrec.cpy data, noting the first
      *> record's identity and counting every record.
       examine-data-file.
           MOVE 0 TO ws-data-count
           MOVE SPACES TO ws-data-run-id ws-data-generator
           MOVE 0 TO ws-data-index
           OPEN INPUT data-file
           EVALUATE ws-data-status
               WHEN "00"
                   MOVE "N" TO ws-data-eof
                   PERFORM read-data-record
                   IF end-of-data
                       MOVE "E" TO ws-data-state
                   ELSE
                       MOVE "P" TO ws-data-state
                       MOVE rr-run-id TO ws-data-run-id
                       MOVE rr-generator TO ws-data-generator
                       IF rr-sample-index IS NUMERIC
                           MOVE rr-sample-index TO ws-data-index
                       END-IF
                       PERFORM UNTIL end-of-data
                           ADD 1 TO ws-data-count
                           PERFORM read-data-record
                       END-PERFORM
                   END-IF
                   CLOSE data-file
               WHEN "35"
                   MOVE "A" TO ws-data-state
               WHEN OTHER
                   MOVE "U" TO ws-data-state
           END-EVALUATE.

       read-data-record.
           READ data-file
               AT END SET end-of-data TO TRUE
           END-READ.

       examine-checkpoint.
           MOVE "A" TO ws-ckpt-state
           MOVE 0 TO ws-ckpt-last
           MOVE ws-ent-ckptfile(ws-idx) TO ws-ckpt-name
           IF ws-ckpt-name NOT = SPACES
               OPEN INPUT ckpt-file
               IF ws-ckpt-status = "00"
                   READ ckpt-file
                       AT END CONTINUE
                       NOT AT END
                           IF ck-generator = ws-ent-generator(ws-idx)
                               AND ck-seed = ws-ent-seed(ws-idx)
                               MOVE "O" TO ws-ckpt-state
                               MOVE ck-last-index TO ws-ckpt-last
                           ELSE
                               MOVE "X" TO ws-ckpt-state
                           END-IF
                   END-READ
                   CLOSE ckpt-file
               END-IF
           END-IF.

      *> Disk to catalog: lists PATTERN= into the work file, then
      *> reports every randrec.cpy file no entry names as its output.
       scan-disk.
           MOVE SPACES TO ws-cmd
           IF ws-scandir = SPACES
               STRING "ls -1d " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-pattern) DELIMITED BY SIZE
                   " > " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO ws-cmd
               END-STRING
           ELSE
               STRING "ls -1d " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-scandir) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(ws-pattern) DELIMITED BY SIZE
                   " > " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO ws-cmd
               END-STRING
           END-IF
           CALL "SYSTEM" USING ws-cmd END-CALL

           OPEN INPUT list-file
           IF ws-list-status NOT = "00"
               DISPLAY "randrecon: unable to list "
                   FUNCTION TRIM(ws-pattern)
                   " (status " ws-list-status ")"
           ELSE
               MOVE "N" TO ws-list-eof
               PERFORM read-list-line
               PERFORM UNTIL end-of-list
                   IF list-record NOT = SPACES
                       PERFORM check-disk-file
                   END-IF
                   PERFORM read-list-line
               END-PERFORM
               CLOSE list-file
           END-IF

           MOVE SPACES TO ws-cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
               INTO ws-cmd
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL.

       read-list-line.
           READ list-file
               AT END SET end-of-list TO TRUE
           END-READ.

      *> A listed file that some entry names (as output or as
      *> checkpoint), or that is the catalog itself, is accounted
      *> for.  Anything else is opened as randrec.cpy data: a
      *> numeric, non-zero first sample index and a generator name
      *> mark a generated stream nobody catalogued; other files (the
      *> ledger, the history file, ...) are not this job's concern.
       check-disk-file.
           ADD 1 TO ws-files-scanned
           MOVE list-record TO ws-data-name
           MOVE "N" TO ws-name-matched
           IF ws-data-name = ws-catfile
               MOVE "Y" TO ws-name-matched
           END-IF
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-entry-total
                   OR name-is-catalogued
               IF ws-ent-outfile(ws-idx) = ws-data-name
                   OR ws-ent-ckptfile(ws-idx) = ws-data-name
                   MOVE "Y" TO ws-name-matched
               END-IF
           END-PERFORM
           IF NOT name-is-catalogued
               PERFORM examine-data-file
               IF data-present AND ws-data-index > 0
                   AND ws-data-generator NOT = SPACES
                   ADD 1 TO ws-exceptions
                   MOVE ws-data-count TO ws-count-disp
                   DISPLAY "  uncatalogued data file "
                       FUNCTION TRIM(ws-data-name) " -- run "
                       FUNCTION TRIM(ws-data-run-id) "/"
                       FUNCTION TRIM(ws-data-generator) ", "
                       FUNCTION TRIM(ws-count-disp) " records"
               END-IF
           END-IF.

      *> Audit log to catalog: "yyyymmddhhmmss GENERATOR SAMPLES=n
      *> SEED=n HOST=h" (see write-audit-record in genrand.cbl).
       scan-audit-log.
           IF NOT audit-disabled
               OPEN INPUT audit-file
               IF ws-audit-status NOT = "00"
                   DISPLAY "randrecon: no audit log at "
                       FUNCTION TRIM(ws-auditfile)
                       " (status " ws-audit-status ")"
               ELSE
                   MOVE "N" TO ws-audit-eof
                   PERFORM read-audit-line
                   PERFORM UNTIL end-of-audit
                       PERFORM check-audit-line
                       PERFORM read-audit-line
                   END-PERFORM
                   CLOSE audit-file
               END-IF
           END-IF.

       read-audit-line.
           READ audit-file
               AT END SET end-of-audit TO TRUE
           END-READ.

       check-audit-line.
           MOVE SPACES TO ws-au-date ws-au-generator
               ws-au-samples-tok ws-au-seed-tok
           UNSTRING au-line DELIMITED BY ALL SPACE
               INTO ws-au-date ws-au-generator ws-au-samples-tok
                   ws-au-seed-tok
           END-UNSTRING
           IF ws-au-generator NOT = SPACES
               AND ws-au-samples-tok(1:8) = "SAMPLES="
               ADD 1 TO ws-audit-lines
               MOVE SPACES TO ws-au-word ws-au-number
               UNSTRING ws-au-samples-tok DELIMITED BY "="
                   INTO ws-au-word ws-au-number
               END-UNSTRING
               MOVE FUNCTION NUMVAL(ws-au-number) TO ws-au-samples
               MOVE SPACES TO ws-au-word ws-au-number
               UNSTRING ws-au-seed-tok DELIMITED BY "="
                   INTO ws-au-word ws-au-number
               END-UNSTRING
               MOVE FUNCTION NUMVAL(ws-au-number) TO ws-au-seed

               MOVE "N" TO ws-au-matched
               PERFORM VARYING ws-idx FROM 1 BY 1
                       UNTIL ws-idx > ws-entry-total
                       OR audit-matched
                   IF ws-ent-generator(ws-idx) = ws-au-generator
                       AND ws-ent-samples(ws-idx) = ws-au-samples
                       AND ws-ent-date(ws-idx) >= ws-au-date(1:14)
                       AND (ws-ent-seed(ws-idx) = ws-au-seed
                           OR ws-ent-mode(ws-idx) = "N/A")
                       MOVE "Y" TO ws-au-matched
                   END-IF
               END-PERFORM
               IF NOT audit-matched
                   ADD 1 TO ws-exceptions
                   DISPLAY "  uncatalogued invocation "
                       FUNCTION TRIM(au-line)
               END-IF
           END-IF.

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
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "AUDITFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-auditfile
               WHEN "SCANDIR"
                   MOVE FUNCTION TRIM(ws-val) TO ws-scandir
               WHEN "PATTERN"
                   MOVE FUNCTION TRIM(ws-val) TO ws-pattern
               WHEN "LISTFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-listfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
