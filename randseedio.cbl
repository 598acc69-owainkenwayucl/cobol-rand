      *> Shared I/O for the indexed seed registry (see randseed.cpy),
      *> the same shape as randallio.cbl is for the allocation ledger,
      *> so the open/create/lookup/update handling lives once for
      *> genrand.cbl, fortrand.cbl, randimp.cbl, randseed.cbl and
      *> randalloc.cbl.
      *> Deliberately NOT INITIAL: the file stays open between calls,
      *> so a caller brackets its work with OPEN-IO or OPEN-IN and
      *> CLOSE -- a generator's check for an earlier use of its seed
      *> and its own registration happen inside one bracket, under
      *> one lock, so two jobs started with the same SEED= at the
      *> same moment can't both find the seed free.
      *>
      *> Actions (sa-action):
      *>   OPEN-IO  open for read/write, creating an empty file first
      *>            if none exists yet
      *>   OPEN-IN  open read-only
      *>   CLOSE    close the file
      *>   PUT      add the caller's record, replacing any existing
      *>            record with the same key
      *>   GET      look up by the key in the caller's record
      *>   FIRST    position at the lowest key and return that record
      *>   START    position at the first record whose key is not
      *>            less than the caller's (a seed with a zero stripe
      *>            and blank run-id gives that seed's first record)
      *>            and return it
      *>   NEXT     return the following record ("10" at end)
      *> sa-status is the raw file status of the operation -- "00" is
      *> success, "23" is key not found, "10" is end of file, "LK"
      *> means the file lock could not be obtained.
      *>
      *> Both opens take the advisory lock via randlock.cbl and CLOSE
      *> releases it -- the same serialisation discipline as
      *> randcatio.cbl and randallio.cbl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randseedio.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seed-file ASSIGN TO DYNAMIC ws-seedfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sd-key
               FILE STATUS IS ws-seed-status.

       DATA DIVISION.
           FILE SECTION.
           FD  seed-file.
           01 seed-record.
               COPY "randseed.cpy".

           WORKING-STORAGE SECTION.
           01 ws-seedfile             PIC X(100).
           01 ws-seed-status          PIC XX.
           01 ws-lock-action          PIC X(8).
           01 ws-lock-status          PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

           LINKAGE SECTION.
           01 sa-action               PIC X(8).
           01 sa-filename             PIC X(100).
           01 sa-record.
               COPY "randseed.cpy"
                   REPLACING LEADING ==sd== BY ==lksd==.
           01 sa-status               PIC XX.

       PROCEDURE DIVISION USING sa-action sa-filename sa-record
               sa-status.

       main-logic.
           EVALUATE sa-action
               WHEN "OPEN-IO"
                   PERFORM open-seed-io
               WHEN "OPEN-IN"
                   PERFORM open-seed-in
               WHEN "CLOSE"
                   CLOSE seed-file
                   PERFORM release-seed-lock
               WHEN "PUT"
                   PERFORM put-seed-record
               WHEN "GET"
                   PERFORM get-seed-record
               WHEN "FIRST"
                   PERFORM first-seed-record
               WHEN "START"
                   PERFORM start-seed-record
               WHEN "NEXT"
                   PERFORM next-seed-record
               WHEN OTHER
                   MOVE "99" TO ws-seed-status
           END-EVALUATE
           MOVE ws-seed-status TO sa-status
           GOBACK.

      *> Status 35 on OPEN I-O means no file exists yet; create an
      *> empty one and reopen -- the same create-on-first-use
      *> fallback as randallio.cbl's open-ledger-io.
       open-seed-io.
           MOVE sa-filename TO ws-seedfile
           PERFORM acquire-seed-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-seed-status
           ELSE
               OPEN I-O seed-file
               IF ws-seed-status = "35"
                   OPEN OUTPUT seed-file
                   IF ws-seed-status = "00"
                       CLOSE seed-file
                       OPEN I-O seed-file
                   END-IF
               END-IF
               IF ws-seed-status NOT = "00"
                   PERFORM release-seed-lock
               END-IF
           END-IF.

       open-seed-in.
           MOVE sa-filename TO ws-seedfile
           PERFORM acquire-seed-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-seed-status
           ELSE
               OPEN INPUT seed-file
               IF ws-seed-status NOT = "00"
                   PERFORM release-seed-lock
               END-IF
           END-IF.

      *> ON EXCEPTION: a build without randlock linked in keeps the
      *> historical unserialised behaviour rather than making the
      *> file unusable.
       acquire-seed-lock.
           MOVE "ACQUIRE" TO ws-lock-action
           CALL "randlock" USING ws-lock-action ws-seedfile
               ws-lock-status
               ON EXCEPTION MOVE "00" TO ws-lock-status
           END-CALL
           IF ws-lock-status = "00"
               MOVE "Y" TO ws-lock-held
           ELSE
               MOVE "N" TO ws-lock-held
           END-IF.

       release-seed-lock.
           IF lock-is-held
               MOVE "RELEASE" TO ws-lock-action
               CALL "randlock" USING ws-lock-action ws-seedfile
                   ws-lock-status
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "N" TO ws-lock-held
           END-IF.

       put-seed-record.
           MOVE sa-record TO seed-record
           WRITE seed-record
               INVALID KEY
                   REWRITE seed-record
                   END-REWRITE
           END-WRITE.

       get-seed-record.
           MOVE lksd-key TO sd-key
           READ seed-file
               KEY IS sd-key
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE seed-record TO sa-record
           END-READ.

       first-seed-record.
           MOVE LOW-VALUES TO sd-key
           START seed-file KEY IS NOT LESS THAN sd-key
               INVALID KEY CONTINUE
           END-START
           IF ws-seed-status = "00"
               PERFORM next-seed-record
           END-IF.

       start-seed-record.
           MOVE lksd-key TO sd-key
           START seed-file KEY IS NOT LESS THAN sd-key
               INVALID KEY CONTINUE
           END-START
           IF ws-seed-status = "00"
               PERFORM next-seed-record
           END-IF.

       next-seed-record.
           READ seed-file NEXT
               AT END CONTINUE
               NOT AT END MOVE seed-record TO sa-record
           END-READ.
