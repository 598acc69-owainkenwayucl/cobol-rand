      *> future record-layout changes arrive through the copybook
      *> instead of breaking callers.
      *>
      *> A COMPLETED run must also hold a CERTIFIED qualification
      *> certificate (randqual.cpy, written by randcert.cbl) before
      *> any value is handed out -- a stream nobody has verified and
      *> tested is not one a study may draw from.  The qualification
      *> file is runqual.dat unless the RANDQUALFILE environment
      *> variable names another; the call interface carries only the
      *> catalog name, and every existing caller would otherwise have
      *> to change.
      *>
      *> A persistent per-consumer cursor file (randcurs.cpy, named
      *> draw_<consumer>.cur) records how far the consumer has drawn.
      *> The stored index is advanced AHEAD of the draws it covers
      *> refused; remove the cursor file deliberately when a consumer
      *> moves on to a new stream.
      *>
      *> Positioning at the cursor goes through the stream's
      *> positioning index (<outfile>.rix, see randidxio.cbl) when
      *> one was built with it: the draws then come from the indexed
      *> copy, starting at dc-next-index directly instead of reading
      *> every record in front of it.  A stream with no index, or one
      *> whose index no longer matches it, is read through from the
      *> front as before.
      *>
      *> Deliberately NOT INITIAL: the stream and cursor stay open
      *> between calls, one stream per consumer process at a time --
      *> the same discipline as randcatio.cbl.
      *>   NEXT     return the next record in da-record
      *>   CLOSE    settle the cursor exactly and close the stream
      *> da-status: "00" success, "10" end of stream, "23" run not in
      *> the catalog, "NS" run not COMPLETED, "NQ" run not CERTIFIED
      *> (no certificate, or one REJECTED or INCOMPLETE, or the
      *> qualification file unusable), "CR" cursor bound to a
      *> different run, "CE" cursor file exists but holds no record,
      *> "CW" cursor could not be swapped into place, "99" bad action
      *> or NEXT before OPEN; anything else is the raw file status of
                                       VALUE 1000.
           01 ws-skip-idx             PIC 9(18).

      *> Set when the draws come from the positioning index rather
      *> than the sequential stream -- see the header.
           01 ws-rix-flag             PIC X VALUE "N".
              88 drawing-via-index    VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.

           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-qualfile             PIC X(100).
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".

      *> Cursor persistence goes through a work file moved into
      *> place (the same swap convention as randhouse.cbl's
      *> age-audit-log): an OPEN OUTPUT on the live cursor would
           IF da-status NOT = "00"
               GOBACK
           END-IF
           PERFORM check-certificate
           IF da-status NOT = "00"
               GOBACK
           END-IF

           MOVE cg-outfile TO ws-streamfile
           OPEN INPUT stream-file

      *> Position the stream at the cursor: records below the
      *> resume index have already been consumed (or forfeited by an
      *> earlier abend) -- skipped through the positioning index
      *> where there is one, otherwise read off and discarded.
           MOVE "N" TO ws-rix-flag
           IF ws-current-idx > 1
               PERFORM position-via-index
           END-IF
           IF ws-current-idx > 1 AND NOT drawing-via-index
               PERFORM VARYING ws-skip-idx FROM 2 BY 1
                       UNTIL ws-skip-idx > ws-current-idx
                       OR da-status NOT = "00"
               CLOSE stream-file
           END-IF.

      *> START leaves the index positioned on the first record at or
      *> past the cursor; "23" means the cursor is already past the
      *> last sample, which NEXT reports as end of stream exactly as
      *> the sequential path would.  Any other failure falls back to
      *> the sequential skip.
       position-via-index.
           MOVE "OPEN-IN" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-streamfile
               stream-record ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status = "00"
               MOVE ws-current-idx TO rr-sample-index
               MOVE "START" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-streamfile
                   stream-record ws-rix-status END-CALL
               IF ws-rix-status = "00" OR ws-rix-status = "23"
                   MOVE "Y" TO ws-rix-flag
               ELSE
                   MOVE "CLOSE" TO ws-rix-action
                   CALL "randidxio" USING ws-rix-action ws-streamfile
                       stream-record ws-rix-status END-CALL
               END-IF
           END-IF.

      *> Looks the run up in the catalog and refuses anything that is
      *> not a COMPLETED data set.
       resolve-run.
           CALL "randcatio" USING ws-cat-action da-catfile
               ws-catalog-rec ws-cat-status END-CALL.

      *> Refuses a run without a CERTIFIED certificate -- see the
      *> header.  An unopenable qualification file refuses too: the
      *> gate must not open just because its evidence went missing.
       check-certificate.
           ACCEPT ws-qualfile FROM ENVIRONMENT "RANDQUALFILE"
           IF ws-qualfile = SPACES
               MOVE "runqual.dat" TO ws-qualfile
           END-IF
           MOVE "OPEN-IN" TO ws-qual-action
           CALL "randqualio" USING ws-qual-action ws-qualfile
               ws-qual-rec ws-qual-status
               ON EXCEPTION MOVE "99" TO ws-qual-status
           END-CALL
           IF ws-qual-status NOT = "00"
               MOVE "NQ" TO da-status
           ELSE
               MOVE da-run-id TO qr-run-id
               MOVE "CERT" TO qr-test
               MOVE "GET" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status END-CALL
               IF ws-qual-status NOT = "00" OR NOT qr-run-certified
                   MOVE "NQ" TO da-status
               END-IF
               MOVE "CLOSE" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status END-CALL
           END-IF.

      *> Reads the consumer's cursor back.  No cursor file means a
      *> fresh consumer starting at sample 1; a cursor bound to a
      *> different run is refused outright rather than silently
                   GOBACK
               END-IF
           END-IF
           IF drawing-via-index
               PERFORM next-draw-via-index
           ELSE
               READ stream-file
                   AT END
                       MOVE "10" TO da-status
                   NOT AT END
                       MOVE stream-record TO da-record
                       ADD 1 TO ws-current-idx
                       MOVE "00" TO da-status
               END-READ
           END-IF.

      *> A START past the last sample left nothing to read: every
      *> NEXT is end of stream, as in the sequential path.
       next-draw-via-index.
           IF ws-rix-status = "23"
               MOVE "10" TO da-status
           ELSE
               MOVE "NEXT" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-streamfile
                   stream-record ws-rix-status END-CALL
               IF ws-rix-status = "00"
                   MOVE stream-record TO da-record
                   ADD 1 TO ws-current-idx
                   MOVE "00" TO da-status
               ELSE
                   MOVE "10" TO da-status
               END-IF
           END-IF.

      *> CLOSE settles the cursor exactly on the next undrawn index,
      *> so a clean shutdown forfeits nothing.
           MOVE ws-current-idx TO ws-reserved-idx
           PERFORM write-cursor
           CLOSE stream-file
           IF drawing-via-index
               MOVE "CLOSE" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-streamfile
                   stream-record ws-rix-status END-CALL
               MOVE "N" TO ws-rix-flag
           END-IF
           MOVE "N" TO ws-open-flag.

      *> Writes the cursor to draw_<consumer>.tmp and moves it into
