      *> Shared I/O for the indexed qualification file (see
      *> randqual.cpy), the same shape as randallio.cbl is for the
      *> allocation ledger, so the open/create/lookup/update handling
      *> lives once for the test programs that record verdicts, for
      *> randcert.cbl, and for the randdraw/randalloc gates.
      *> Deliberately NOT INITIAL: the file stays open between calls,
      *> so a caller brackets its work with OPEN-IO or OPEN-IN and
      *> CLOSE.
      *>
      *> Actions (qa-action):
      *>   OPEN-IO  open for read/write, creating an empty file first
      *>            if none exists yet
      *>   OPEN-IN  open read-only
      *>   CLOSE    close the file
      *>   PUT      add the caller's record, replacing any existing
      *>            record with the same run-id and test name
      *>   GET      look up by the run-id and test name in the
      *>            caller's record
      *>   FIRST    position at the lowest key and return that record
      *>   START    position at the first record whose key is not
      *>            less than the caller's (a run-id with a blank test
      *>            name gives that run's first record) and return it
      *>   NEXT     return the following record ("10" at end)
      *> qa-status is the raw file status of the operation -- "00" is
      *> success, "23" is key not found, "10" is end of file, "LK"
      *> means the file lock could not be obtained.
      *>
      *> A PUT of a test record voids a CERTIFIED certificate already
      *> held by the same run: the certificate is rewritten as
      *> INCOMPLETE, so a run re-tested after certification is gated
      *> again until randcert.cbl has weighed the new verdict.  Doing
      *> it here rather than in each test program means no recording
      *> path can forget it.
      *>
      *> Test programs on simultaneous stripe jobs record verdicts at
      *> the same time, so both opens take the advisory lock via
      *> randlock.cbl and CLOSE releases it -- the same serialisation
      *> discipline as randcatio.cbl and randallio.cbl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randqualio.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT qual-file ASSIGN TO DYNAMIC ws-qualfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS qr-key
               FILE STATUS IS ws-qual-status.

       DATA DIVISION.
           FILE SECTION.
           FD  qual-file.
           01 qual-record.
               COPY "randqual.cpy".

           WORKING-STORAGE SECTION.
           01 ws-qualfile             PIC X(100).
           01 ws-qual-status          PIC XX.
           01 ws-put-status           PIC XX.
           01 ws-void-test            PIC X(10).
           01 ws-lock-action          PIC X(8).
           01 ws-lock-status          PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

           LINKAGE SECTION.
           01 qa-action               PIC X(8).
           01 qa-filename             PIC X(100).
           01 qa-record.
               COPY "randqual.cpy"
                   REPLACING LEADING ==qr== BY ==lkqr==.
           01 qa-status               PIC XX.

       PROCEDURE DIVISION USING qa-action qa-filename qa-record
               qa-status.

       main-logic.
           EVALUATE qa-action
               WHEN "OPEN-IO"
                   PERFORM open-qual-io
               WHEN "OPEN-IN"
                   PERFORM open-qual-in
               WHEN "CLOSE"
                   CLOSE qual-file
                   PERFORM release-qual-lock
               WHEN "PUT"
                   PERFORM put-qual-record
               WHEN "GET"
                   PERFORM get-qual-record
               WHEN "FIRST"
                   PERFORM first-qual-record
               WHEN "START"
                   PERFORM start-qual-record
               WHEN "NEXT"
                   PERFORM next-qual-record
               WHEN OTHER
                   MOVE "99" TO ws-qual-status
           END-EVALUATE
           MOVE ws-qual-status TO qa-status
           GOBACK.

      *> Status 35 on OPEN I-O means no file exists yet; create an
      *> empty one and reopen -- the same create-on-first-use
      *> fallback as randallio.cbl's open-ledger-io.
       open-qual-io.
           MOVE qa-filename TO ws-qualfile
           PERFORM acquire-qual-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-qual-status
           ELSE
               OPEN I-O qual-file
               IF ws-qual-status = "35"
                   OPEN OUTPUT qual-file
                   IF ws-qual-status = "00"
                       CLOSE qual-file
                       OPEN I-O qual-file
                   END-IF
               END-IF
               IF ws-qual-status NOT = "00"
                   PERFORM release-qual-lock
               END-IF
           END-IF.

       open-qual-in.
           MOVE qa-filename TO ws-qualfile
           PERFORM acquire-qual-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-qual-status
           ELSE
               OPEN INPUT qual-file
               IF ws-qual-status NOT = "00"
                   PERFORM release-qual-lock
               END-IF
           END-IF.

      *> ON EXCEPTION: a build without randlock linked in keeps the
      *> historical unserialised behaviour rather than making the
      *> file unusable.
       acquire-qual-lock.
           MOVE "ACQUIRE" TO ws-lock-action
           CALL "randlock" USING ws-lock-action ws-qualfile
               ws-lock-status
               ON EXCEPTION MOVE "00" TO ws-lock-status
           END-CALL
           IF ws-lock-status = "00"
               MOVE "Y" TO ws-lock-held
           ELSE
               MOVE "N" TO ws-lock-held
           END-IF.

       release-qual-lock.
           IF lock-is-held
               MOVE "RELEASE" TO ws-lock-action
               CALL "randlock" USING ws-lock-action ws-qualfile
                   ws-lock-status
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "N" TO ws-lock-held
           END-IF.

       put-qual-record.
           MOVE qa-record TO qual-record
           WRITE qual-record
               INVALID KEY
                   REWRITE qual-record
                   END-REWRITE
           END-WRITE
           IF ws-qual-status = "00" AND NOT qr-certificate
               MOVE ws-qual-status TO ws-put-status
               PERFORM void-certificate
               MOVE ws-put-status TO ws-qual-status
           END-IF.

      *> See the header: a new test verdict turns the run's CERTIFIED
      *> certificate back into INCOMPLETE.  A missing certificate, or
      *> one already REJECTED or INCOMPLETE, is left as it is.
       void-certificate.
           MOVE qr-test TO ws-void-test
           MOVE "CERT" TO qr-test
           READ qual-file
               KEY IS qr-key
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF qr-run-certified
                       MOVE "INCOMPLETE" TO qr-verdict
                       MOVE SPACES TO qr-note
                       STRING "new " DELIMITED BY SIZE
                           FUNCTION TRIM(ws-void-test)
                               DELIMITED BY SIZE
                           " verdict since certification"
                               DELIMITED BY SIZE
                           INTO qr-note
                       END-STRING
                       REWRITE qual-record
                       END-REWRITE
                   END-IF
           END-READ.

       get-qual-record.
           MOVE lkqr-key TO qr-key
           READ qual-file
               KEY IS qr-key
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE qual-record TO qa-record
           END-READ.

       first-qual-record.
           MOVE LOW-VALUES TO qr-key
           START qual-file KEY IS NOT LESS THAN qr-key
               INVALID KEY CONTINUE
           END-START
           IF ws-qual-status = "00"
               PERFORM next-qual-record
           END-IF.

       start-qual-record.
           MOVE lkqr-key TO qr-key
           START qual-file KEY IS NOT LESS THAN qr-key
               INVALID KEY CONTINUE
           END-START
           IF ws-qual-status = "00"
               PERFORM next-qual-record
           END-IF.

       next-qual-record.
           READ qual-file NEXT
               AT END CONTINUE
               NOT AT END MOVE qual-record TO qa-record
           END-READ.
