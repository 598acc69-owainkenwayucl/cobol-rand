      *> randlock.cbl and CLOSE releases it -- the same
      *> serialisation discipline as randcatio.cbl, for the same
      *> reasons.
      *>
      *> Every successful PUT also appends the entry's before and
      *> after image to the ledger's change journal, <ledger>.jnl
      *> (see randjrnl.cpy), inside the ledger lock and best effort
      *> -- exactly as randcatio.cbl journals the catalog.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randallio.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS al-run-id
               FILE STATUS IS ws-led-status.
           SELECT journal-file ASSIGN TO DYNAMIC ws-jrnlfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-jrnl-status.

       DATA DIVISION.
           FILE SECTION.
           01 ledger-record.
               COPY "randallc.cpy".

           FD  journal-file.
           01 journal-record.
               COPY "randjrnl.cpy".

           WORKING-STORAGE SECTION.
           01 ws-ledfile              PIC X(100).
           01 ws-led-status           PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

      *> Change journal, as in randcatio.cbl.
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
           01 la-action               PIC X(8).
           01 la-filename             PIC X(100).
               MOVE "N" TO ws-lock-held
           END-IF.

      *> The entry as it stands is read first for the journal's
      *> before image; not found means the PUT adds it.
       put-ledger-record.
           MOVE lkal-run-id TO al-run-id
           READ ledger-file
               KEY IS al-run-id
               INVALID KEY
                   MOVE "ADD" TO ws-jrnl-action
                   MOVE SPACES TO ws-jrnl-before
               NOT INVALID KEY
                   MOVE "CHANGE" TO ws-jrnl-action
                   MOVE ledger-record TO ws-jrnl-before
           END-READ
           MOVE la-record TO ledger-record
           WRITE ledger-record
               INVALID KEY
                   REWRITE ledger-record
                   END-REWRITE
           END-WRITE
           IF ws-led-status = "00"
               PERFORM write-journal-record
           END-IF.

       write-journal-record.
           IF ws-jrnl-program = SPACES
               PERFORM identify-caller
           END-IF
           MOVE SPACES TO ws-jrnlfile
           STRING FUNCTION TRIM(ws-ledfile) DELIMITED BY SIZE
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
               MOVE "LEDGER" TO jr-file
               MOVE lkal-run-id TO jr-key
               MOVE ws-jrnl-action TO jr-action
               MOVE ws-jrnl-program TO jr-program
               MOVE ws-jrnl-user TO jr-user
               MOVE ws-jrnl-host TO jr-host
               MOVE ws-jrnl-before TO jr-before
               MOVE la-record TO jr-after
               WRITE journal-record
               CLOSE journal-file
           ELSE
               DISPLAY "randallio: unable to write change journal "
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

       get-ledger-record.
           MOVE lkal-run-id TO al-run-id
