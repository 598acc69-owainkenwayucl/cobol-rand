      *> Shared I/O for the indexed generator registry (see
      *> randgenr.cpy), the same shape as randseedio.cbl is for the
      *> seed registry, so the open/create/lookup/update handling
      *> lives once for genrand.cbl, fortrand.cbl, randgen.cbl,
      *> randtrend.cbl and randdriver.cbl.
      *> Deliberately NOT INITIAL: the file stays open between calls,
      *> so a caller brackets its work with OPEN-IO or OPEN-IN and
      *> CLOSE.
      *>
      *> Actions (ga-action):
      *>   OPEN-IO  open for read/write, creating an empty file first
      *>            if none exists yet
      *>   OPEN-IN  open read-only
      *>   CLOSE    close the file
      *>   PUT      add the caller's record, replacing any existing
      *>            record with the same key
      *>   GET      look up by the key in the caller's record
      *>   FIRST    position at the lowest key and return that record
      *>   NEXT     return the following record ("10" at end)
      *> ga-status is the raw file status of the operation -- "00" is
      *> success, "23" is key not found, "10" is end of file, "35" no
      *> registry yet (OPEN-IN), "LK" means the file lock could not be
      *> obtained.
      *>
      *> Both opens take the advisory lock via randlock.cbl and CLOSE
      *> releases it -- the same serialisation discipline as
      *> randcatio.cbl and randseedio.cbl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randgenio.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gen-file ASSIGN TO DYNAMIC ws-genfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gn-key
               FILE STATUS IS ws-gen-status.

       DATA DIVISION.
           FILE SECTION.
           FD  gen-file.
           01 gen-record.
               COPY "randgenr.cpy".

           WORKING-STORAGE SECTION.
           01 ws-genfile              PIC X(100).
           01 ws-gen-status           PIC XX.
           01 ws-lock-action          PIC X(8).
           01 ws-lock-status          PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

           LINKAGE SECTION.
           01 ga-action               PIC X(8).
           01 ga-filename             PIC X(100).
           01 ga-record.
               COPY "randgenr.cpy"
                   REPLACING LEADING ==gn== BY ==lkgn==.
           01 ga-status               PIC XX.

       PROCEDURE DIVISION USING ga-action ga-filename ga-record
               ga-status.

       main-logic.
           EVALUATE ga-action
               WHEN "OPEN-IO"
                   PERFORM open-gen-io
               WHEN "OPEN-IN"
                   PERFORM open-gen-in
               WHEN "CLOSE"
                   CLOSE gen-file
                   PERFORM release-gen-lock
               WHEN "PUT"
                   PERFORM put-gen-record
               WHEN "GET"
                   PERFORM get-gen-record
               WHEN "FIRST"
                   PERFORM first-gen-record
               WHEN "NEXT"
                   PERFORM next-gen-record
               WHEN OTHER
                   MOVE "99" TO ws-gen-status
           END-EVALUATE
           MOVE ws-gen-status TO ga-status
           GOBACK.

      *> Status 35 on OPEN I-O means no file exists yet; create an
      *> empty one and reopen -- the same create-on-first-use
      *> fallback as randseedio.cbl's open-seed-io.
       open-gen-io.
           MOVE ga-filename TO ws-genfile
           PERFORM acquire-gen-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-gen-status
           ELSE
               OPEN I-O gen-file
               IF ws-gen-status = "35"
                   OPEN OUTPUT gen-file
                   IF ws-gen-status = "00"
                       CLOSE gen-file
                       OPEN I-O gen-file
                   END-IF
               END-IF
               IF ws-gen-status NOT = "00"
                   PERFORM release-gen-lock
               END-IF
           END-IF.

       open-gen-in.
           MOVE ga-filename TO ws-genfile
           PERFORM acquire-gen-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-gen-status
           ELSE
               OPEN INPUT gen-file
               IF ws-gen-status NOT = "00"
                   PERFORM release-gen-lock
               END-IF
           END-IF.

      *> ON EXCEPTION: a build without randlock linked in keeps the
      *> historical unserialised behaviour rather than making the
      *> file unusable.
       acquire-gen-lock.
           MOVE "ACQUIRE" TO ws-lock-action
           CALL "randlock" USING ws-lock-action ws-genfile
               ws-lock-status
               ON EXCEPTION MOVE "00" TO ws-lock-status
           END-CALL
           IF ws-lock-status = "00"
               MOVE "Y" TO ws-lock-held
           ELSE
               MOVE "N" TO ws-lock-held
           END-IF.

       release-gen-lock.
           IF lock-is-held
               MOVE "RELEASE" TO ws-lock-action
               CALL "randlock" USING ws-lock-action ws-genfile
                   ws-lock-status
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "N" TO ws-lock-held
           END-IF.

       put-gen-record.
           MOVE ga-record TO gen-record
           WRITE gen-record
               INVALID KEY
                   REWRITE gen-record
                   END-REWRITE
           END-WRITE.

       get-gen-record.
           MOVE lkgn-key TO gn-key
           READ gen-file
               KEY IS gn-key
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE gen-record TO ga-record
           END-READ.

       first-gen-record.
           MOVE LOW-VALUES TO gn-key
           START gen-file KEY IS NOT LESS THAN gn-key
               INVALID KEY CONTINUE
           END-START
           IF ws-gen-status = "00"
               PERFORM next-gen-record
           END-IF.

       next-gen-record.
           READ gen-file NEXT
               AT END CONTINUE
               NOT AT END MOVE gen-record TO ga-record
           END-READ.
