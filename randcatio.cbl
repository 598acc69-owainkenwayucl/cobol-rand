      *> The create-on-first-use fallback below now also sits inside
      *> the lock, so two jobs racing to create a missing catalog
      *> can no longer clobber each other.
      *>
      *> A catalog created before randcatr.cpy gained its lineage
      *> fields has the shorter record and fails to open here (a
      *> record-length mismatch status, not "35"); reload it into the
      *> current layout with randrecov.cbl ACTION=CONVERT -- see the
      *> note by the lineage fields in randcatr.cpy.
      *>
      *> Every successful PUT also appends the entry's before and
      *> after image to the catalog's change journal, <catalog>.jnl
      *> (see randjrnl.cpy), tagged with the date, the calling
      *> program, the login and the host -- the history of how an
      *> entry got to its current state ("who archived this run, and
      *> when"), and with a backup of the catalog the means of
      *> rebuilding it after damage (randrecov.cbl).  The journal is
      *> appended inside the catalog lock already held for the PUT,
      *> so it needs no lock of its own and its order is the order
      *> the changes were made in.  Like the audit log it is best
      *> effort: a journal that can't be written is reported and the
      *> PUT's own status stands.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randcatio.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cg-run-id
               FILE STATUS IS ws-cat-status.
           SELECT journal-file ASSIGN TO DYNAMIC ws-jrnlfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-jrnl-status.

       DATA DIVISION.
           FILE SECTION.
           01 catalog-record.
               COPY "randcatr.cpy".

           FD  journal-file.
           01 journal-record.
               COPY "randjrnl.cpy".

           WORKING-STORAGE SECTION.
           01 ws-catfile              PIC X(100).
           01 ws-cat-status           PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

      *> Change journal: the file name, the entry as it stood before
      *> the PUT, and who is making the change -- the caller's
      *> executable name (argument zero, less its directory), login
      *> and host, found on the first PUT and kept for the rest of
      *> the run.
           01 ws-jrnlfile             PIC X(110).
           01 ws-jrnl-status          PIC XX.
           01 ws-jrnl-action          PIC X(8).
           01 ws-jrnl-before          PIC X(500).
           01 ws-jrnl-date            PIC X(21).
           01 ws-jrnl-program         PIC X(32) VALUE SPACES.
           01 ws-jrnl-user            PIC X(32).
           01 ws-jrnl-host            PIC X(64).
           01 ws-jrnl-arg0            PIC X(200).
           01 ws-jrnl-slash           USAGE IS BINARY-LONG.
           01 ws-jrnl-idx             USAGE IS BINARY-LONG.

           LINKAGE SECTION.
           01 ca-action               PIC X(8).
           01 ca-filename             PIC X(100).
               MOVE "N" TO ws-lock-held
           END-IF.

      *> The entry as it stands is read first for the journal's
      *> before image; not found means the PUT adds it.
       put-catalog-record.
           MOVE lkcg-run-id TO cg-run-id
           READ catalog-file
               KEY IS cg-run-id
               INVALID KEY
                   MOVE "ADD" TO ws-jrnl-action
                   MOVE SPACES TO ws-jrnl-before
               NOT INVALID KEY
                   MOVE "CHANGE" TO ws-jrnl-action
                   MOVE catalog-record TO ws-jrnl-before
           END-READ
           MOVE ca-record TO catalog-record
           WRITE catalog-record
               INVALID KEY
                   REWRITE catalog-record
                   END-REWRITE
           END-WRITE
           IF ws-cat-status = "00"
               PERFORM write-journal-record
           END-IF.

      *> OPEN EXTEND with the OPEN OUTPUT fallback for a journal that
      *> doesn't exist yet, as the audit log in genrand.cbl; closed
      *> again after every record so a crash loses nothing already
      *> journalled.
       write-journal-record.
           IF ws-jrnl-program = SPACES
               PERFORM identify-caller
           END-IF
           MOVE SPACES TO ws-jrnlfile
           STRING FUNCTION TRIM(ws-catfile) DELIMITED BY SIZE
               ".jnl" DELIMITED BY SIZE
               INTO ws-jrnlfile
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO ws-jrnl-date
           OPEN EXTEND journal-file
           IF ws-jrnl-status NOT = "00"
               OPEN OUTPUT journal-file
           END-IF
           IF ws-jrnl-status = "00"
               MOVE SPACES TO journal-record
               MOVE ws-jrnl-date(1:14) TO jr-date
               MOVE "CATALOG" TO jr-file
               MOVE lkcg-run-id TO jr-key
               MOVE ws-jrnl-action TO jr-action
               MOVE ws-jrnl-program TO jr-program
               MOVE ws-jrnl-user TO jr-user
               MOVE ws-jrnl-host TO jr-host
               MOVE ws-jrnl-before TO jr-before
               MOVE ca-record TO jr-after
               WRITE journal-record
               CLOSE journal-file
           ELSE
               DISPLAY "randcatio: unable to write change journal "
                   FUNCTION TRIM(ws-jrnlfile) " (status "
                   ws-jrnl-status ")"
           END-IF.

       identify-caller.
           DISPLAY 0 UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-jrnl-arg0
           ACCEPT ws-jrnl-arg0 FROM ARGUMENT-VALUE
           MOVE 0 TO ws-jrnl-slash
           PERFORM VARYING ws-jrnl-idx FROM 1 BY 1
                   UNTIL ws-jrnl-idx > 199
               IF ws-jrnl-arg0(ws-jrnl-idx:1) = "/"
                   MOVE ws-jrnl-idx TO ws-jrnl-slash
               END-IF
           END-PERFORM
           MOVE ws-jrnl-arg0(ws-jrnl-slash + 1:) TO ws-jrnl-program
           IF ws-jrnl-program = SPACES
               MOVE "unknown" TO ws-jrnl-program
           END-IF
           ACCEPT ws-jrnl-user FROM ENVIRONMENT "USER"
           IF ws-jrnl-user = SPACES
               MOVE "unknown" TO ws-jrnl-user
           END-IF
           ACCEPT ws-jrnl-host FROM ENVIRONMENT "HOSTNAME"
           IF ws-jrnl-host = SPACES
               MOVE "unknown" TO ws-jrnl-host
           END-IF.

       get-catalog-record.
           MOVE lkcg-run-id TO cg-run-id
