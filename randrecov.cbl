      *> Rebuild and point-in-time recovery for the run catalog and
      *> the allocation ledger, and the change history of a run.
      *> Both are single indexed files every job goes through
      *> (randcatio.cbl, randallio.cbl); a REWRITE interrupted by a
      *> full disk or a bad restore leaves them unusable, and with
      *> them everything that catalogues, reserves or draws.  Every
      *> PUT through either module appends the entry's before and
      *> after image to the file's change journal, <file>.jnl
      *> (randjrnl.cpy), which is what this job works from:
      *>   ACTION=REBUILD [FILE=CATALOG|LEDGER]
      *>       rebuilds the file (OUTPUT=, default the file itself
      *>       -- keep a copy of the damaged one, or rebuild to a new
      *>       name and compare first) from
      *>         - BACKUP=, a copy of the indexed file taken while no
      *>           job had it open, loaded entry for entry; then
      *>         - the journal (JOURNAL=, default <file>.jnl, NONE to
      *>           skip), every after image dated at or before UNTIL=
      *>           (yyyymmdd or yyyymmddhhmmss, default everything)
      *>           applied in journal order.
      *>       Every image is a whole entry and nothing is ever
      *>       deleted from either file, so replaying the journal
      *>       from its start over an older backup lands each entry
      *>       on its state as at UNTIL= -- the backup need only have
      *>       been taken before UNTIL=, not at a known moment.
      *>       With BACKUP=NONE (the default) the ledger is rebuilt
      *>       from the journal alone.  The catalog is first
      *>       reconstructed as far as the disk allows: every file
      *>       matching PATTERN= (default *.dat, in SCANDIR= when
      *>       given) that reads as randrec.cpy data becomes an entry
      *>       from its own first record (run-id, generator) and
      *>       record count, with the date, seed and requested sample
      *>       count taken from its generator's audit.log line
      *>       (AUDITFILE=, NONE to skip) -- the line dated at its
      *>       run-id, else the earliest unclaimed one of the same
      *>       generator and sample count.  A file short of the
      *>       audited sample count is entered STARTED, anything else
      *>       COMPLETED; DICE runs get LOW/HIGH from the values
      *>       seen; what can't be recovered (RNGNAME, the mode of a
      *>       non-DICE run, checkpoint, statistics, lineage) is
      *>       left "N/A" or empty, as randimp.cbl enters an
      *>       imported run.  The journal is then replayed over the
      *>       reconstruction, putting back everything it recorded.
      *>       The rebuild holds the output file's lock (randlock.cbl)
      *>       throughout, and writes the file directly, not through
      *>       the I/O modules -- replayed changes are not journalled
      *>       a second time.  A rebuild onto the live file retires
      *>       its journal before releasing the lock, renaming it
      *>       <file>.jnl.<yyyymmddhhmmss>, so the changes a
      *>       point-in-time rebuild left out (dated after UNTIL=)
      *>       can't be replayed back in by a later rebuild, and the
      *>       next PUT starts a new <file>.jnl.  The rebuilt file is
      *>       that new journal's starting point: take a fresh backup
      *>       at once, since an older backup plus the new journal
      *>       no longer adds up to the file.  A retired journal can
      *>       still be read with HISTORY FILE= JOURNAL=.
      *>   ACTION=HISTORY RUNID=x [FILE=CATALOG|LEDGER]
      *>       lists every journalled change to the run's catalog
      *>       and/or ledger entry: when, ADD or CHANGE, the status
      *>       before and after (and for the ledger the consumer),
      *>       and the program, login and host that made it.
      *>   ACTION=CONVERT OLDCAT=f
      *>       reloads a catalog written before the lineage fields
      *>       (cg-parent-run-id through cg-transform-parms) were
      *>       added to randcatr.cpy -- the record is longer now, so
      *>       randcatio.cbl can't open an older runcat.dat at all.
      *>       Rename the old file first (mv runcat.dat runcat.old),
      *>       then CONVERT OLDCAT=runcat.old writes every entry into
      *>       the current layout (OUTPUT=, default CATALOG=) with
      *>       its lineage left empty -- a generated, assembled or
      *>       imported run's lineage is empty anyway, and no derived
      *>       run can predate the fields.  Under the output's lock,
      *>       like a rebuild; nothing is journalled.
      *> CATALOG= and LEDGER= name the live files (defaults
      *> runcat.dat and runalloc.dat).  The directory listing is
      *> taken with ls via CALL "SYSTEM" into a work file
      *> (LISTFILE=, default randrecov.lst, removed afterwards), as
      *> randrecon.cbl does.
      *> RETURN-CODE 16 when the parms make no sense or the output,
      *> backup, old catalog or (for HISTORY) both journals can't be
      *> opened; 13
      *> -- its own, distinct from everything else in this suite --
      *> when a rebuild completed without the journal it was to
      *> replay, so the file stands at the backup or the
      *> reconstruction only; 8 when HISTORY finds no change to the
      *> run-id.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randrecov.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT new-catalog ASSIGN TO DYNAMIC ws-outfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nc-run-id
               FILE STATUS IS ws-out-status.
           SELECT new-ledger ASSIGN TO DYNAMIC ws-outfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nl-run-id
               FILE STATUS IS ws-out-status.
           SELECT old-catalog ASSIGN TO DYNAMIC ws-oldcatfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oc-run-id
               FILE STATUS IS ws-old-status.
           SELECT journal-file ASSIGN TO DYNAMIC ws-jrnlfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-jrnl-status.
           SELECT data-file ASSIGN TO DYNAMIC ws-data-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-data-status.
           SELECT list-file ASSIGN TO DYNAMIC ws-listfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT audit-file ASSIGN TO DYNAMIC ws-auditfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

       DATA DIVISION.
           FILE SECTION.
           FD  new-catalog.
           01 new-catalog-record.
               COPY "randcatr.cpy"
                   REPLACING LEADING ==cg== BY ==nc==.

           FD  new-ledger.
           01 new-ledger-record.
               COPY "randallc.cpy"
                   REPLACING LEADING ==al== BY ==nl==.

      *> The catalog record as it stood before the lineage fields:
      *> every field of randcatr.cpy up to cg-chi-square, 353 bytes.
      *> Only the key is needed by name; the rest moves across whole.
           FD  old-catalog.
           01 old-catalog-record.
               05 oc-run-id               PIC X(16).
               05 oc-rest                 PIC X(337).

           FD  journal-file.
           01 journal-record.
               COPY "randjrnl.cpy".

           FD  data-file.
           01 data-record.
               COPY "randrec.cpy".

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

           01 ws-action               PIC X(10) VALUE SPACES.
           01 ws-file-kind            PIC X(8) VALUE SPACES.
              88 kind-catalog         VALUE "CATALOG".
              88 kind-ledger          VALUE "LEDGER".
           01 ws-run-id               PIC X(16) VALUE SPACES.
           01 ws-until                PIC X(14) VALUE ALL "9".
           01 ws-until-given          PIC X(14) VALUE SPACES.
           01 ws-parm-errors          USAGE IS BINARY-LONG VALUE 0.

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-ledfile              PIC X(100) VALUE "runalloc.dat".
           01 ws-led-status           PIC XX.
           01 ws-led-action           PIC X(8).
           01 ws-ledger-rec.
               COPY "randallc.cpy".

      *> The file being rebuilt, and where from.  The backup is read
      *> through the ordinary I/O module; the output is written here
      *> under its own lock.
           01 ws-livefile             PIC X(100).
           01 ws-outfile              PIC X(100) VALUE SPACES.
           01 ws-oldcatfile           PIC X(100) VALUE SPACES.
           01 ws-old-status           PIC XX.
           01 ws-out-status           PIC XX.
           01 ws-backupfile           PIC X(100) VALUE "NONE".
              88 no-backup            VALUE "NONE".
           01 ws-lock-action          PIC X(8).
           01 ws-lock-status          PIC XX.
           01 ws-eoc                  PIC X.
              88 end-of-backup        VALUE "Y".

           01 ws-jrnlfile             PIC X(110) VALUE SPACES.
              88 journal-disabled     VALUE "NONE".
           01 ws-jrnl-status          PIC XX.
           01 ws-jrnl-eof             PIC X.
              88 end-of-journal       VALUE "Y".

           01 ws-auditfile            PIC X(100) VALUE "audit.log".
              88 audit-disabled       VALUE "NONE".
           01 ws-audit-status         PIC XX.
           01 ws-audit-eof            PIC X.
              88 end-of-audit         VALUE "Y".

           01 ws-scandir              PIC X(100) VALUE SPACES.
           01 ws-pattern              PIC X(40) VALUE "*.dat".
           01 ws-listfile             PIC X(100) VALUE "randrecov.lst".
           01 ws-list-status          PIC XX.
           01 ws-list-eof             PIC X.
              88 end-of-list          VALUE "Y".
           01 ws-cmd                  PIC X(500).
           01 ws-retired-jrnl         PIC X(120).

      *> What examine-data-file found: U unusable (absent, empty or
      *> not randrec.cpy data), P present -- with the first record's
      *> identity, the record count and the DICE value range.
           01 ws-data-name            PIC X(100).
           01 ws-data-status          PIC XX.
           01 ws-data-eof             PIC X.
              88 end-of-data          VALUE "Y".
           01 ws-data-state           PIC X.
              88 data-unusable        VALUE "U".
              88 data-present         VALUE "P".
           01 ws-data-count           PIC 9(18).
           01 ws-data-run-id          PIC X(16).
           01 ws-data-generator       PIC X(10).
           01 ws-data-index           PIC 9(18).
           01 ws-data-dice            PIC X.
              88 data-is-dice         VALUE "Y".
           01 ws-data-low             PIC S9(10).
           01 ws-data-high            PIC S9(10).

      *> Generator invocations from the audit log ("yyyymmddhhmmss
      *> GENERATOR SAMPLES=n SEED=n HOST=h", see write-audit-record in
      *> genrand.cbl), each claimed by at most one data file.
           01 ws-audit-max            USAGE IS BINARY-LONG VALUE 2000.
           01 ws-audit-total          USAGE IS BINARY-LONG VALUE 0.
           01 ws-audit-table.
               05 ws-aud-entry OCCURS 2000 TIMES.
                   10 ws-aud-date      PIC X(14).
                   10 ws-aud-generator PIC X(10).
                   10 ws-aud-samples   PIC 9(18).
                   10 ws-aud-seed      USAGE IS BINARY-LONG.
                   10 ws-aud-claimed   PIC X.
           01 ws-audit-overflow       PIC X VALUE "N".
              88 audit-overflowed     VALUE "Y".
           01 ws-aud-idx              USAGE IS BINARY-LONG.
           01 ws-aud-match            USAGE IS BINARY-LONG.
           01 ws-au-date              PIC X(20).
           01 ws-au-generator         PIC X(20).
           01 ws-au-samples-tok       PIC X(40).
           01 ws-au-seed-tok          PIC X(40).
           01 ws-au-word              PIC X(20).
           01 ws-au-number            PIC X(20).

           01 ws-current-date         PIC X(21).
           01 ws-hist-before          PIC X(10).
           01 ws-hist-after           PIC X(10).
           01 ws-hist-detail          PIC X(40).
           01 ws-hist-found           USAGE IS BINARY-LONG VALUE 0.
           01 ws-hist-journals        USAGE IS BINARY-LONG VALUE 0.
           01 ws-count-disp           PIC Z(17)9.
           01 ws-samples-disp         PIC Z(17)9.

           01 ws-backup-loaded        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-reconstructed        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-files-scanned        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-jrnl-applied         USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-jrnl-later           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-jrnl-foreign         USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-entries-written      USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> RETURN-CODE is only set at the very end: the ls and rm
      *> shell-outs reset the RETURN-CODE register -- the same care
      *> randrecon.cbl takes.
           01 ws-final-rc             USAGE IS BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           IF ws-parm-errors > 0
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE ws-action
               WHEN "REBUILD"
                   IF ws-file-kind = SPACES
                       MOVE "CATALOG" TO ws-file-kind
                   END-IF
                   PERFORM rebuild-file
               WHEN "HISTORY"
                   IF ws-run-id = SPACES
                       DISPLAY "randrecov: ACTION=HISTORY needs a "
                           "RUNID="
                       MOVE 16 TO ws-final-rc
                   ELSE
                       PERFORM show-history
                   END-IF
               WHEN "CONVERT"
                   IF ws-oldcatfile = SPACES
                       DISPLAY "randrecov: ACTION=CONVERT needs an "
                           "OLDCAT="
                       MOVE 16 TO ws-final-rc
                   ELSE
                       PERFORM convert-catalog
                   END-IF
               WHEN OTHER
                   DISPLAY "randrecov: unknown ACTION "
                       FUNCTION TRIM(ws-action)
                       " (REBUILD, HISTORY or CONVERT)"
                   MOVE 16 TO ws-final-rc
           END-EVALUATE

           MOVE ws-final-rc TO RETURN-CODE
           GOBACK.

      *> REBUILD: the output is created empty and reopened I-O (the
      *> same create-and-reopen randcatio.cbl uses), then filled from
      *> the backup or the reconstruction, then the journal.
       rebuild-file.
           IF kind-catalog
               MOVE ws-catfile TO ws-livefile
           ELSE
               MOVE ws-ledfile TO ws-livefile
           END-IF
           IF ws-outfile = SPACES
               MOVE ws-livefile TO ws-outfile
           END-IF
           IF ws-jrnlfile = SPACES
               IF kind-catalog
                   STRING FUNCTION TRIM(ws-catfile) DELIMITED BY SIZE
                       ".jnl" DELIMITED BY SIZE
                       INTO ws-jrnlfile
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(ws-ledfile) DELIMITED BY SIZE
                       ".jnl" DELIMITED BY SIZE
                       INTO ws-jrnlfile
                   END-STRING
               END-IF
           END-IF
           IF ws-backupfile = ws-outfile
               DISPLAY "randrecov: BACKUP= and the output are the "
                   "same file " FUNCTION TRIM(ws-outfile)
               MOVE 16 TO ws-final-rc
           ELSE
               PERFORM show-rebuild-plan
      *> ON EXCEPTION: a build without randlock linked in rebuilds
      *> unserialised, as the I/O modules would.
               MOVE "ACQUIRE" TO ws-lock-action
               CALL "randlock" USING ws-lock-action ws-outfile
                   ws-lock-status
                   ON EXCEPTION MOVE "00" TO ws-lock-status
               END-CALL
               IF ws-lock-status NOT = "00"
                   DISPLAY "randrecov: could not obtain lock on "
                       FUNCTION TRIM(ws-outfile)
                       " -- a job still has it"
                   MOVE 16 TO ws-final-rc
               ELSE
                   PERFORM rebuild-under-lock
                   MOVE "RELEASE" TO ws-lock-action
                   CALL "randlock" USING ws-lock-action ws-outfile
                       ws-lock-status
                       ON EXCEPTION CONTINUE
                   END-CALL
                   IF ws-final-rc NOT = 16
                       PERFORM show-rebuild-summary
                   END-IF
               END-IF
           END-IF.

       show-rebuild-plan.
           DISPLAY "randrecov: rebuilding "
               FUNCTION TRIM(ws-file-kind) " "
               FUNCTION TRIM(ws-outfile)
           IF no-backup
               IF kind-catalog
                   DISPLAY "  from        : data files and "
                       FUNCTION TRIM(ws-auditfile)
               ELSE
                   DISPLAY "  from        : journal only"
               END-IF
           ELSE
               DISPLAY "  from backup : " FUNCTION TRIM(ws-backupfile)
           END-IF
           IF journal-disabled
               DISPLAY "  journal     : not replayed"
           ELSE
               DISPLAY "  journal     : " FUNCTION TRIM(ws-jrnlfile)
               IF ws-until-given = SPACES
                   DISPLAY "  up to       : end of journal"
               ELSE
                   DISPLAY "  up to       : " ws-until
               END-IF
           END-IF.

       rebuild-under-lock.
           PERFORM open-output
           IF ws-out-status NOT = "00"
               DISPLAY "randrecov: unable to create "
                   FUNCTION TRIM(ws-outfile) " (status "
                   ws-out-status ")"
               MOVE 16 TO ws-final-rc
           ELSE
               IF no-backup
                   IF kind-catalog
                       PERFORM reconstruct-catalog
                   END-IF
               ELSE
                   PERFORM load-backup
               END-IF
               IF ws-final-rc = 0 AND NOT journal-disabled
                   PERFORM replay-journal
               END-IF
               IF kind-catalog
                   CLOSE new-catalog
               ELSE
                   CLOSE new-ledger
               END-IF
               IF ws-final-rc NOT = 16 AND ws-outfile = ws-livefile
                   PERFORM retire-journal
               END-IF
           END-IF.

      *> A rebuild onto the live file starts it a new journal: the
      *> old one is renamed <file>.jnl.<yyyymmddhhmmss>, still under
      *> the lock, so the next PUT through the I/O module creates a
      *> fresh <file>.jnl.  Left in place, it would still hold the
      *> changes a point-in-time rebuild abandoned (dated after
      *> UNTIL=), and the next rebuild's replay would bring them
      *> back.  A journal that isn't there is nothing to retire.
       retire-journal.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date
           MOVE SPACES TO ws-retired-jrnl
           STRING FUNCTION TRIM(ws-livefile) DELIMITED BY SIZE
               ".jnl." DELIMITED BY SIZE
               ws-current-date(1:14) DELIMITED BY SIZE
               INTO ws-retired-jrnl
           END-STRING
           MOVE SPACES TO ws-cmd
           STRING "test -f " DELIMITED BY SIZE
               FUNCTION TRIM(ws-livefile) DELIMITED BY SIZE
               ".jnl" DELIMITED BY SIZE
               INTO ws-cmd
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL
           IF RETURN-CODE = 0
               MOVE SPACES TO ws-cmd
               STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-livefile) DELIMITED BY SIZE
                   ".jnl " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-retired-jrnl) DELIMITED BY SIZE
                   INTO ws-cmd
               END-STRING
               CALL "SYSTEM" USING ws-cmd END-CALL
               IF RETURN-CODE = 0
                   DISPLAY "  old journal : retired to "
                       FUNCTION TRIM(ws-retired-jrnl)
               ELSE
                   DISPLAY "randrecov: unable to retire journal "
                       FUNCTION TRIM(ws-livefile)
                       ".jnl -- move it aside before the next rebuild"
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       show-rebuild-summary.
           DISPLAY " "
           DISPLAY "randrecov summary:"
           IF no-backup
               IF kind-catalog
                   DISPLAY "data files scanned      : "
                       ws-files-scanned
                   DISPLAY "entries reconstructed   : "
                       ws-reconstructed
               END-IF
           ELSE
               DISPLAY "entries from backup     : " ws-backup-loaded
           END-IF
           IF NOT journal-disabled
               DISPLAY "journal changes applied : " ws-jrnl-applied
               DISPLAY "journal changes later   : " ws-jrnl-later
               IF ws-jrnl-foreign > 0
                   DISPLAY "not this file's changes : "
                       ws-jrnl-foreign
               END-IF
           END-IF
           DISPLAY "entries written         : " ws-entries-written
           IF ws-final-rc = 13
               DISPLAY "randrecov: " FUNCTION TRIM(ws-outfile)
                   " rebuilt without its journal -- INCOMPLETE"
           ELSE
               DISPLAY "randrecov: " FUNCTION TRIM(ws-outfile)
                   " rebuilt"
           END-IF.

       open-output.
           IF kind-catalog
               OPEN OUTPUT new-catalog
               IF ws-out-status = "00"
                   CLOSE new-catalog
                   OPEN I-O new-catalog
               END-IF
           ELSE
               OPEN OUTPUT new-ledger
               IF ws-out-status = "00"
                   CLOSE new-ledger
                   OPEN I-O new-ledger
               END-IF
           END-IF.

      *> Every entry of the backup, read through the ordinary I/O
      *> module.
       load-backup.
           IF kind-catalog
               MOVE "OPEN-IN" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status NOT = "00"
                   DISPLAY "randrecov: unable to open backup "
                       FUNCTION TRIM(ws-backupfile) " (status "
                       ws-cat-status ")"
                   MOVE 16 TO ws-final-rc
               ELSE
                   MOVE "N" TO ws-eoc
                   MOVE "FIRST" TO ws-cat-action
                   PERFORM call-catalog
                   IF ws-cat-status NOT = "00"
                       SET end-of-backup TO TRUE
                   END-IF
                   PERFORM UNTIL end-of-backup
                       MOVE ws-catalog-rec TO new-catalog-record
                       PERFORM put-new-catalog
                       ADD 1 TO ws-backup-loaded
                       MOVE "NEXT" TO ws-cat-action
                       PERFORM call-catalog
                       IF ws-cat-status NOT = "00"
                           SET end-of-backup TO TRUE
                       END-IF
                   END-PERFORM
                   MOVE "CLOSE" TO ws-cat-action
                   PERFORM call-catalog
               END-IF
           ELSE
               MOVE "OPEN-IN" TO ws-led-action
               PERFORM call-ledger
               IF ws-led-status NOT = "00"
                   DISPLAY "randrecov: unable to open backup "
                       FUNCTION TRIM(ws-backupfile) " (status "
                       ws-led-status ")"
                   MOVE 16 TO ws-final-rc
               ELSE
                   MOVE "N" TO ws-eoc
                   MOVE "FIRST" TO ws-led-action
                   PERFORM call-ledger
                   IF ws-led-status NOT = "00"
                       SET end-of-backup TO TRUE
                   END-IF
                   PERFORM UNTIL end-of-backup
                       MOVE ws-ledger-rec TO new-ledger-record
                       PERFORM put-new-ledger
                       ADD 1 TO ws-backup-loaded
                       MOVE "NEXT" TO ws-led-action
                       PERFORM call-ledger
                       IF ws-led-status NOT = "00"
                           SET end-of-backup TO TRUE
                       END-IF
                   END-PERFORM
                   MOVE "CLOSE" TO ws-led-action
                   PERFORM call-ledger
               END-IF
           END-IF.

      *> Every after image dated at or before UNTIL=, in journal
      *> order.  Later ones are counted, not applied -- and not
      *> taken as the end of the replay, since jobs on hosts whose
      *> clocks disagree a little interleave in the journal.
       replay-journal.
           OPEN INPUT journal-file
           IF ws-jrnl-status NOT = "00"
               DISPLAY "randrecov: unable to read journal "
                   FUNCTION TRIM(ws-jrnlfile) " (status "
                   ws-jrnl-status ")"
               MOVE 13 TO ws-final-rc
           ELSE
               MOVE "N" TO ws-jrnl-eof
               PERFORM read-journal-record
               PERFORM UNTIL end-of-journal
                   EVALUATE TRUE
                       WHEN jr-file NOT = ws-file-kind
                           ADD 1 TO ws-jrnl-foreign
                       WHEN jr-date > ws-until
                           ADD 1 TO ws-jrnl-later
                       WHEN kind-catalog
                           MOVE jr-after TO new-catalog-record
                           PERFORM put-new-catalog
                           ADD 1 TO ws-jrnl-applied
                       WHEN OTHER
                           MOVE jr-after TO new-ledger-record
                           PERFORM put-new-ledger
                           ADD 1 TO ws-jrnl-applied
                   END-EVALUATE
                   PERFORM read-journal-record
               END-PERFORM
               CLOSE journal-file
           END-IF.

       read-journal-record.
           READ journal-file
               AT END SET end-of-journal TO TRUE
           END-READ.

      *> Add or replace, as the I/O modules' PUT; only a new key
      *> adds to the count of entries written.
       put-new-catalog.
           WRITE new-catalog-record
               INVALID KEY
                   REWRITE new-catalog-record
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO ws-entries-written
           END-WRITE
           IF ws-out-status NOT = "00"
               DISPLAY "randrecov: unable to write entry "
                   nc-run-id " (status " ws-out-status ")"
           END-IF.

       put-new-ledger.
           WRITE new-ledger-record
               INVALID KEY
                   REWRITE new-ledger-record
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO ws-entries-written
           END-WRITE
           IF ws-out-status NOT = "00"
               DISPLAY "randrecov: unable to write entry "
                   nl-run-id " (status " ws-out-status ")"
           END-IF.

      *> No backup: one entry per surviving data file, dated and
      *> seeded from the audit log where a line can be matched.
       reconstruct-catalog.
           PERFORM load-audit-log
           DISPLAY " "
           DISPLAY "reconstructed entries:"

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
               DISPLAY "randrecov: unable to list "
                   FUNCTION TRIM(ws-pattern)
                   " (status " ws-list-status ")"
           ELSE
               MOVE "N" TO ws-list-eof
               PERFORM read-list-line
               PERFORM UNTIL end-of-list
                   IF list-record NOT = SPACES
                       PERFORM reconstruct-one-file
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
           CALL "SYSTEM" USING ws-cmd END-CALL

           PERFORM VARYING ws-aud-idx FROM 1 BY 1
                   UNTIL ws-aud-idx > ws-audit-total
               IF ws-aud-claimed(ws-aud-idx) NOT = "Y"
                   MOVE ws-aud-samples(ws-aud-idx) TO ws-samples-disp
                   DISPLAY "  no data file for audited "
                       FUNCTION TRIM(ws-aud-generator(ws-aud-idx))
                       " run of " ws-aud-date(ws-aud-idx) ", "
                       FUNCTION TRIM(ws-samples-disp) " samples"
               END-IF
           END-PERFORM.

       read-list-line.
           READ list-file
               AT END SET end-of-list TO TRUE
           END-READ.

      *> The catalog, ledger and output themselves are skipped, as
      *> is anything that doesn't read as randrec.cpy data (a
      *> numeric, non-zero first sample index and a generator name,
      *> the test randrecon.cbl applies).  A second file carrying a
      *> run-id already entered is reported, not entered.
       reconstruct-one-file.
           MOVE list-record TO ws-data-name
           IF ws-data-name NOT = ws-catfile
               AND ws-data-name NOT = ws-ledfile
               AND ws-data-name NOT = ws-outfile
               ADD 1 TO ws-files-scanned
               PERFORM examine-data-file
               IF data-present
                   MOVE ws-data-run-id TO nc-run-id
                   READ new-catalog
                       KEY IS nc-run-id
                       INVALID KEY CONTINUE
                   END-READ
                   IF ws-out-status = "00"
                       DISPLAY "  " ws-data-run-id " "
                           FUNCTION TRIM(ws-data-name)
                           " -- run already entered from "
                           FUNCTION TRIM(nc-outfile) ", skipped"
                   ELSE
                       PERFORM enter-data-file
                   END-IF
               END-IF
           END-IF.

       enter-data-file.
           PERFORM match-audit-line

           INITIALIZE new-catalog-record
           MOVE ws-data-run-id TO nc-run-id
           MOVE ws-data-name TO nc-outfile
           MOVE ws-data-generator TO nc-generator
           MOVE "N/A" TO nc-rngname
           IF data-is-dice
               MOVE "DICE" TO nc-mode
               MOVE ws-data-low TO nc-low
               MOVE ws-data-high TO nc-high
           ELSE
               MOVE "N/A" TO nc-mode
           END-IF
           MOVE "COMPLETED" TO nc-status
           MOVE ws-data-count TO nc-samples
           IF ws-aud-match > 0
               MOVE ws-aud-seed(ws-aud-match) TO nc-seed
               MOVE ws-aud-date(ws-aud-match) TO nc-date
               IF ws-aud-samples(ws-aud-match) > ws-data-count
                   MOVE ws-aud-samples(ws-aud-match) TO nc-samples
                   MOVE "STARTED" TO nc-status
               END-IF
           ELSE
               IF ws-data-run-id(1:14) IS NUMERIC
                   MOVE ws-data-run-id(1:14) TO nc-date
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO ws-current-date
                   MOVE ws-current-date(1:14) TO nc-date
               END-IF
           END-IF
           MOVE "N" TO nc-stats-flag
           MOVE SPACES TO nc-ckptfile nc-parent-run-id
               nc-parent2-run-id nc-transform nc-transform-parms
           PERFORM put-new-catalog
           ADD 1 TO ws-reconstructed

           MOVE ws-data-count TO ws-count-disp
           IF ws-aud-match > 0
               DISPLAY "  " nc-run-id " " nc-status " "
                   FUNCTION TRIM(ws-data-name) ", "
                   FUNCTION TRIM(ws-count-disp) " records, audited "
                   ws-aud-date(ws-aud-match)
           ELSE
               DISPLAY "  " nc-run-id " " nc-status " "
                   FUNCTION TRIM(ws-data-name) ", "
                   FUNCTION TRIM(ws-count-disp)
                   " records, no audit line -- seed unknown"
           END-IF.

      *> Opens ws-data-name as randrec.cpy data, noting the first
      *> record's identity, counting every record and the range of
      *> DICE values.
       examine-data-file.
           MOVE "U" TO ws-data-state
           MOVE 0 TO ws-data-count ws-data-index
           MOVE SPACES TO ws-data-run-id ws-data-generator
           MOVE "N" TO ws-data-dice
           MOVE 0 TO ws-data-low ws-data-high
           OPEN INPUT data-file
           IF ws-data-status = "00"
               MOVE "N" TO ws-data-eof
               PERFORM read-data-record
               IF NOT end-of-data
                   IF rr-sample-index IS NUMERIC
                       MOVE rr-sample-index TO ws-data-index
                   END-IF
                   IF ws-data-index > 0 AND rr-generator NOT = SPACES
                       AND rr-run-id NOT = SPACES
                       MOVE "P" TO ws-data-state
                       MOVE rr-run-id TO ws-data-run-id
                       MOVE rr-generator TO ws-data-generator
                       MOVE rr-int-value TO ws-data-low ws-data-high
                       PERFORM UNTIL end-of-data
                           ADD 1 TO ws-data-count
                           IF rr-int-value NOT = 0
                               MOVE "Y" TO ws-data-dice
                           END-IF
                           IF rr-int-value < ws-data-low
                               MOVE rr-int-value TO ws-data-low
                           END-IF
                           IF rr-int-value > ws-data-high
                               MOVE rr-int-value TO ws-data-high
                           END-IF
                           PERFORM read-data-record
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE data-file
           END-IF.

       read-data-record.
           READ data-file
               AT END SET end-of-data TO TRUE
           END-READ.

      *> The generators' default run-id is the start timestamp, so
      *> an unclaimed line of the same generator dated at the run-id
      *> is the run's own; failing that, the earliest unclaimed line
      *> of the same generator whose sample count the file reaches
      *> or falls short of (a run that died part way).
       match-audit-line.
           MOVE 0 TO ws-aud-match
           PERFORM VARYING ws-aud-idx FROM 1 BY 1
                   UNTIL ws-aud-idx > ws-audit-total
                   OR ws-aud-match > 0
               IF ws-aud-claimed(ws-aud-idx) NOT = "Y"
                   AND ws-aud-generator(ws-aud-idx) = ws-data-generator
                   AND ws-aud-date(ws-aud-idx) = ws-data-run-id(1:14)
                   MOVE ws-aud-idx TO ws-aud-match
               END-IF
           END-PERFORM
           PERFORM VARYING ws-aud-idx FROM 1 BY 1
                   UNTIL ws-aud-idx > ws-audit-total
                   OR ws-aud-match > 0
               IF ws-aud-claimed(ws-aud-idx) NOT = "Y"
                   AND ws-aud-generator(ws-aud-idx) = ws-data-generator
                   AND ws-aud-samples(ws-aud-idx) >= ws-data-count
                   MOVE ws-aud-idx TO ws-aud-match
               END-IF
           END-PERFORM
           IF ws-aud-match > 0
               MOVE "Y" TO ws-aud-claimed(ws-aud-match)
           END-IF.

       load-audit-log.
           IF NOT audit-disabled
               OPEN INPUT audit-file
               IF ws-audit-status NOT = "00"
                   DISPLAY "randrecov: no audit log at "
                       FUNCTION TRIM(ws-auditfile)
                       " (status " ws-audit-status ")"
               ELSE
                   MOVE "N" TO ws-audit-eof
                   PERFORM read-audit-line
                   PERFORM UNTIL end-of-audit
                       PERFORM load-audit-line
                       PERFORM read-audit-line
                   END-PERFORM
                   CLOSE audit-file
               END-IF
           END-IF.

       read-audit-line.
           READ audit-file
               AT END SET end-of-audit TO TRUE
           END-READ.

       load-audit-line.
           MOVE SPACES TO ws-au-date ws-au-generator
               ws-au-samples-tok ws-au-seed-tok
           UNSTRING au-line DELIMITED BY ALL SPACE
               INTO ws-au-date ws-au-generator ws-au-samples-tok
                   ws-au-seed-tok
           END-UNSTRING
           IF ws-au-generator NOT = SPACES
               AND ws-au-samples-tok(1:8) = "SAMPLES="
               IF ws-audit-total < ws-audit-max
                   ADD 1 TO ws-audit-total
                   MOVE ws-au-date(1:14)
                       TO ws-aud-date(ws-audit-total)
                   MOVE ws-au-generator
                       TO ws-aud-generator(ws-audit-total)
                   MOVE "N" TO ws-aud-claimed(ws-audit-total)
                   MOVE SPACES TO ws-au-word ws-au-number
                   UNSTRING ws-au-samples-tok DELIMITED BY "="
                       INTO ws-au-word ws-au-number
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(ws-au-number)
                       TO ws-aud-samples(ws-audit-total)
                   MOVE SPACES TO ws-au-word ws-au-number
                   UNSTRING ws-au-seed-tok DELIMITED BY "="
                       INTO ws-au-word ws-au-number
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(ws-au-number)
                       TO ws-aud-seed(ws-audit-total)
               ELSE
                   IF NOT audit-overflowed
                       DISPLAY "randrecov: more than " ws-audit-max
                           " audit lines, ignoring the rest"
                       MOVE "Y" TO ws-audit-overflow
                   END-IF
               END-IF
           END-IF.

      *> CONVERT: old-layout entries into a new catalog.  The group
      *> move pads each record out with spaces, which is exactly the
      *> empty lineage of an underived run (the lineage fields are all
      *> alphanumeric).
       convert-catalog.
           MOVE "CATALOG" TO ws-file-kind
           IF ws-outfile = SPACES
               MOVE ws-catfile TO ws-outfile
           END-IF
           IF ws-oldcatfile = ws-outfile
               DISPLAY "randrecov: OLDCAT= and the output are the "
                   "same file " FUNCTION TRIM(ws-outfile)
                   " -- rename the old catalog first"
               MOVE 16 TO ws-final-rc
           ELSE
               DISPLAY "randrecov: converting "
                   FUNCTION TRIM(ws-oldcatfile) " into "
                   FUNCTION TRIM(ws-outfile)
               OPEN INPUT old-catalog
               IF ws-old-status NOT = "00"
                   DISPLAY "randrecov: unable to open old catalog "
                       FUNCTION TRIM(ws-oldcatfile) " (status "
                       ws-old-status ")"
                   MOVE 16 TO ws-final-rc
               ELSE
                   MOVE "ACQUIRE" TO ws-lock-action
                   CALL "randlock" USING ws-lock-action ws-outfile
                       ws-lock-status
                       ON EXCEPTION MOVE "00" TO ws-lock-status
                   END-CALL
                   IF ws-lock-status NOT = "00"
                       DISPLAY "randrecov: could not obtain lock on "
                           FUNCTION TRIM(ws-outfile)
                           " -- a job still has it"
                       MOVE 16 TO ws-final-rc
                   ELSE
                       PERFORM convert-under-lock
                       MOVE "RELEASE" TO ws-lock-action
                       CALL "randlock" USING ws-lock-action ws-outfile
                           ws-lock-status
                           ON EXCEPTION CONTINUE
                       END-CALL
                   END-IF
                   CLOSE old-catalog
               END-IF
           END-IF.

       convert-under-lock.
           PERFORM open-output
           IF ws-out-status NOT = "00"
               DISPLAY "randrecov: unable to create "
                   FUNCTION TRIM(ws-outfile) " (status "
                   ws-out-status ")"
               MOVE 16 TO ws-final-rc
           ELSE
               MOVE "N" TO ws-eoc
               PERFORM read-old-catalog
               PERFORM UNTIL end-of-backup
                   MOVE old-catalog-record TO new-catalog-record
                   PERFORM put-new-catalog
                   ADD 1 TO ws-backup-loaded
                   PERFORM read-old-catalog
               END-PERFORM
               CLOSE new-catalog
               DISPLAY "randrecov: " ws-backup-loaded
                   " entries converted"
           END-IF.

       read-old-catalog.
           READ old-catalog NEXT
               AT END SET end-of-backup TO TRUE
           END-READ
           IF ws-old-status NOT = "00" AND ws-old-status NOT = "10"
               DISPLAY "randrecov: unable to read old catalog "
                   FUNCTION TRIM(ws-oldcatfile) " (status "
                   ws-old-status ")"
               SET end-of-backup TO TRUE
               MOVE 16 TO ws-final-rc
           END-IF.

      *> HISTORY: the run's changes from the catalog journal, the
      *> ledger journal, or (no FILE=) both.
       show-history.
           DISPLAY "randrecov: change history of run "
               FUNCTION TRIM(ws-run-id)
           IF ws-file-kind = SPACES OR kind-catalog
               IF ws-file-kind = SPACES OR ws-jrnlfile = SPACES
                   MOVE SPACES TO ws-jrnlfile
                   STRING FUNCTION TRIM(ws-catfile) DELIMITED BY SIZE
                       ".jnl" DELIMITED BY SIZE
                       INTO ws-jrnlfile
                   END-STRING
               END-IF
               PERFORM history-from-journal
           END-IF
           IF ws-file-kind = SPACES OR kind-ledger
               IF ws-file-kind = SPACES OR ws-jrnlfile = SPACES
                   MOVE SPACES TO ws-jrnlfile
                   STRING FUNCTION TRIM(ws-ledfile) DELIMITED BY SIZE
                       ".jnl" DELIMITED BY SIZE
                       INTO ws-jrnlfile
                   END-STRING
               END-IF
               PERFORM history-from-journal
           END-IF

           IF ws-hist-journals = 0
               DISPLAY "randrecov: no journal could be read"
               MOVE 16 TO ws-final-rc
           ELSE
               IF ws-hist-found = 0
                   DISPLAY "randrecov: no journalled change to run "
                       FUNCTION TRIM(ws-run-id)
                   MOVE 8 TO ws-final-rc
               ELSE
                   MOVE ws-hist-found TO ws-count-disp
                   DISPLAY "randrecov: " FUNCTION TRIM(ws-count-disp)
                       " change(s)"
               END-IF
           END-IF.

       history-from-journal.
           OPEN INPUT journal-file
           IF ws-jrnl-status NOT = "00"
               DISPLAY "  (no journal at " FUNCTION TRIM(ws-jrnlfile)
                   ", status " ws-jrnl-status ")"
           ELSE
               ADD 1 TO ws-hist-journals
               MOVE "N" TO ws-jrnl-eof
               PERFORM read-journal-record
               PERFORM UNTIL end-of-journal
                   IF jr-key = ws-run-id
                       PERFORM show-one-change
                   END-IF
                   PERFORM read-journal-record
               END-PERFORM
               CLOSE journal-file
           END-IF.

      *> One line per change: when, what, status before and after,
      *> and who; a ledger change also names the consumer it leaves
      *> the run bound to.
       show-one-change.
           ADD 1 TO ws-hist-found
           MOVE SPACES TO ws-hist-before ws-hist-after ws-hist-detail
           IF jr-ledger-change
               MOVE jr-before TO ws-ledger-rec
               IF jr-added
                   MOVE "(new)" TO ws-hist-before
               ELSE
                   MOVE al-status TO ws-hist-before
               END-IF
               MOVE jr-after TO ws-ledger-rec
               MOVE al-status TO ws-hist-after
               STRING "consumer " DELIMITED BY SIZE
                   FUNCTION TRIM(al-consumer) DELIMITED BY SIZE
                   INTO ws-hist-detail
               END-STRING
           ELSE
               MOVE jr-before TO ws-catalog-rec
               IF jr-added
                   MOVE "(new)" TO ws-hist-before
               ELSE
                   MOVE cg-status TO ws-hist-before
               END-IF
               MOVE jr-after TO ws-catalog-rec
               MOVE cg-status TO ws-hist-after
               MOVE cg-outfile TO ws-hist-detail
           END-IF
           DISPLAY "  " jr-date " " jr-file " " jr-action " "
               ws-hist-before " -> " ws-hist-after " "
               FUNCTION TRIM(ws-hist-detail)
           DISPLAY "                 by "
               FUNCTION TRIM(jr-program) " ("
               FUNCTION TRIM(jr-user) "@"
               FUNCTION TRIM(jr-host) ")".

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.  Both read the backup.
       call-catalog.
           CALL "randcatio" USING ws-cat-action ws-backupfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL.

       call-ledger.
           CALL "randallio" USING ws-led-action ws-backupfile
               ws-ledger-rec ws-led-status
               ON EXCEPTION MOVE "99" TO ws-led-status
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
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "FILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-file-kind
                   IF NOT kind-catalog AND NOT kind-ledger
                       DISPLAY "randrecov: FILE= must be CATALOG or "
                           "LEDGER"
                       ADD 1 TO ws-parm-errors
                   END-IF
               WHEN "RUNID"
                   MOVE FUNCTION TRIM(ws-val) TO ws-run-id
               WHEN "UNTIL"
                   PERFORM parse-until
               WHEN "BACKUP"
                   MOVE FUNCTION TRIM(ws-val) TO ws-backupfile
               WHEN "JOURNAL"
                   MOVE FUNCTION TRIM(ws-val) TO ws-jrnlfile
               WHEN "OUTPUT"
                   MOVE FUNCTION TRIM(ws-val) TO ws-outfile
               WHEN "OLDCAT"
                   MOVE FUNCTION TRIM(ws-val) TO ws-oldcatfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "LEDGER"
                   MOVE FUNCTION TRIM(ws-val) TO ws-ledfile
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

      *> yyyymmdd means the end of that day; yyyymmddhhmmss is taken
      *> as given.
       parse-until.
           MOVE FUNCTION TRIM(ws-val) TO ws-until-given
           EVALUATE TRUE
               WHEN ws-until-given(9:6) = SPACES
                   AND ws-until-given(1:8) IS NUMERIC
                   MOVE ws-until-given(1:8) TO ws-until(1:8)
                   MOVE "235959" TO ws-until(9:6)
               WHEN ws-until-given IS NUMERIC
                   MOVE ws-until-given TO ws-until
               WHEN OTHER
                   DISPLAY "randrecov: UNTIL= must be yyyymmdd or "
                       "yyyymmddhhmmss, not "
                       FUNCTION TRIM(ws-val)
                   ADD 1 TO ws-parm-errors
           END-EVALUATE
           IF ws-parm-errors = 0
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(ws-until(1:8))) NOT = 0
               DISPLAY "randrecov: UNTIL= " FUNCTION TRIM(ws-val)
                   " is not a date"
               ADD 1 TO ws-parm-errors
           END-IF.
