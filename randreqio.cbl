      *> Shared I/O for the indexed stream-request queue (see
      *> randreqr.cpy), the same shape as randseedio.cbl is for the
      *> seed registry, for randreq.cbl and randdisp.cbl.
      *> Deliberately NOT INITIAL: the file stays open between calls,
      *> so a caller brackets its work with OPEN-IO or OPEN-IN and
      *> CLOSE.  randdisp.cbl brackets each status change on its own,
      *> never a whole night's generation, so requests can still be
      *> submitted while it runs.
      *>
      *> Actions (qa-action):
      *>   OPEN-IO  open for read/write, creating an empty file first
      *>            if none exists yet
      *>   OPEN-IN  open read-only
      *>   CLOSE    close the file
      *>   PUT      add the caller's record, replacing any existing
      *>            record with the same key
      *>   GET      look up by the key in the caller's record
      *>   FIRST    position at the lowest key and return that record
      *>   NEXT     return the following record ("10" at end)
      *> qa-status is the raw file status of the operation -- "00" is
      *> success, "23" is key not found, "10" is end of file, "35" no
      *> queue yet (OPEN-IN), "LK" means the file lock could not be
      *> obtained.
      *>
      *> Both opens take the advisory lock via randlock.cbl and CLOSE
      *> releases it -- the same serialisation discipline as
      *> randcatio.cbl and randseedio.cbl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randreqio.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT req-file ASSIGN TO DYNAMIC ws-reqfile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rq-request-id
               FILE STATUS IS ws-req-status.

       DATA DIVISION.
           FILE SECTION.
           FD  req-file.
           01 req-record.
               COPY "randreqr.cpy".

           WORKING-STORAGE SECTION.
           01 ws-reqfile              PIC X(100).
           01 ws-req-status           PIC XX.
           01 ws-lock-action          PIC X(8).
           01 ws-lock-status          PIC XX.
           01 ws-lock-held            PIC X VALUE "N".
              88 lock-is-held         VALUE "Y".

           LINKAGE SECTION.
           01 qa-action               PIC X(8).
           01 qa-filename             PIC X(100).
           01 qa-record.
               COPY "randreqr.cpy"
                   REPLACING LEADING ==rq== BY ==lkrq==.
           01 qa-status               PIC XX.

       PROCEDURE DIVISION USING qa-action qa-filename qa-record
               qa-status.

       main-logic.
           EVALUATE qa-action
               WHEN "OPEN-IO"
                   PERFORM open-req-io
               WHEN "OPEN-IN"
                   PERFORM open-req-in
               WHEN "CLOSE"
                   CLOSE req-file
                   PERFORM release-req-lock
               WHEN "PUT"
                   PERFORM put-req-record
               WHEN "GET"
                   PERFORM get-req-record
               WHEN "FIRST"
                   PERFORM first-req-record
               WHEN "NEXT"
                   PERFORM next-req-record
               WHEN OTHER
                   MOVE "99" TO ws-req-status
           END-EVALUATE
           MOVE ws-req-status TO qa-status
           GOBACK.

      *> Status 35 on OPEN I-O means no file exists yet; create an
      *> empty one and reopen -- the same create-on-first-use
      *> fallback as randseedio.cbl's open-seed-io.
       open-req-io.
           MOVE qa-filename TO ws-reqfile
           PERFORM acquire-req-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-req-status
           ELSE
               OPEN I-O req-file
               IF ws-req-status = "35"
                   OPEN OUTPUT req-file
                   IF ws-req-status = "00"
                       CLOSE req-file
                       OPEN I-O req-file
                   END-IF
               END-IF
               IF ws-req-status NOT = "00"
                   PERFORM release-req-lock
               END-IF
           END-IF.

       open-req-in.
           MOVE qa-filename TO ws-reqfile
           PERFORM acquire-req-lock
           IF NOT lock-is-held
               MOVE "LK" TO ws-req-status
           ELSE
               OPEN INPUT req-file
               IF ws-req-status NOT = "00"
                   PERFORM release-req-lock
               END-IF
           END-IF.

      *> ON EXCEPTION: a build without randlock linked in keeps the
      *> historical unserialised behaviour rather than making the
      *> file unusable.
       acquire-req-lock.
           MOVE "ACQUIRE" TO ws-lock-action
           CALL "randlock" USING ws-lock-action ws-reqfile
               ws-lock-status
               ON EXCEPTION MOVE "00" TO ws-lock-status
           END-CALL
           IF ws-lock-status = "00"
               MOVE "Y" TO ws-lock-held
           ELSE
               MOVE "N" TO ws-lock-held
           END-IF.

       release-req-lock.
           IF lock-is-held
               MOVE "RELEASE" TO ws-lock-action
               CALL "randlock" USING ws-lock-action ws-reqfile
                   ws-lock-status
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE "N" TO ws-lock-held
           END-IF.

       put-req-record.
           MOVE qa-record TO req-record
           WRITE req-record
               INVALID KEY
                   REWRITE req-record
                   END-REWRITE
           END-WRITE.

       get-req-record.
           MOVE lkrq-request-id TO rq-request-id
           READ req-file
               KEY IS rq-request-id
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE req-record TO qa-record
           END-READ.

       first-req-record.
           MOVE LOW-VALUES TO rq-request-id
           START req-file KEY IS NOT LESS THAN rq-request-id
               INVALID KEY CONTINUE
           END-START
           IF ws-req-status = "00"
               PERFORM next-req-record
           END-IF.

       next-req-record.
           READ req-file NEXT
               AT END CONTINUE
               NOT AT END MOVE req-record TO qa-record
           END-READ.
