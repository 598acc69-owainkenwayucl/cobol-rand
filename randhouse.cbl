      *> shares a file name with any surviving entry (the generators'
      *> default OUTFILE/CKPTFILE names alias easily) is protected
      *> too, so no rm ever takes another run's data.  Expired entries
      *> have their output, positioning index (randidxio.cbl) and
      *> checkpoint files removed (rm -f via CALL "SYSTEM", the same
      *> shell-out convention as randdriver.cbl) and are marked
      *> DELETED in the catalog.
      *> AUDITFILE= (default audit.log, NONE to skip) is aged too:
      *> lines older than the MAXAGE window are rolled into a dated
      *> archive file instead of letting one flat file grow forever.
           01 ws-protected-count      USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

           01 ws-cmd                  PIC X(500).
           01 ws-ckpt-deletable       PIC X.
              88 ckpt-can-go          VALUE "Y".
      *> Why a checkpoint may not be removed: U -- it shows an
                       FUNCTION TRIM(ws-ent-outfile(ws-idx))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ent-outfile(ws-idx))
                           DELIMITED BY SIZE
                       ".rix* " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ent-ckptfile(ws-idx))
                           DELIMITED BY SIZE
                       INTO ws-cmd
                   STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ent-outfile(ws-idx))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-ent-outfile(ws-idx))
                           DELIMITED BY SIZE
                       ".rix*" DELIMITED BY SIZE
                       INTO ws-cmd
                   END-STRING
               END-IF
