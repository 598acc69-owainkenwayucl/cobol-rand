      *> RUNID,GENERATOR,INDEX,VALUE,INTVALUE (default: all five).
      *> RUNID= exports only records of one run; FROM=/TO= bound the
      *> sample-index range, so "samples 2,000,000 through 2,100,000
      *> of run X" is one export, not a 10M-row file.  A range
      *> export starts at FROM= directly, and stops after TO=, through
      *> the file's positioning index (<INFILE>.rix, see randidxio.cbl)
      *> when it has one; without one the whole file is read and
      *> filtered as before.
      *> RETURN-CODE 16 when either file can't be used or a COLUMNS=
      *> name is unknown.

           01 ws-from-index           PIC 9(18) VALUE 0.
           01 ws-to-index             PIC 9(18) VALUE
                                       999999999999999999.
           01 ws-rix-flag             PIC X VALUE "N".
              88 reading-via-index    VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.

           01 ws-csv-line             PIC X(200).
           01 ws-csv-ptr              USAGE IS BINARY-LONG UNSIGNED.

           PERFORM write-header-line

           IF ws-from-index > 1
               OR ws-to-index < 999999999999999999
               PERFORM position-via-index
           END-IF

           PERFORM read-next-record
           PERFORM UNTIL end-of-file
               IF (NOT runid-was-given
           PERFORM write-trailer-line
           CLOSE csv-file
           CLOSE in-file
           IF reading-via-index
               MOVE "CLOSE" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-infile
                   in-record ws-rix-status END-CALL
           END-IF

           DISPLAY "randexp: " ws-exported " record(s) exported to "
               FUNCTION TRIM(ws-outfile)

           GOBACK.

      *> The index returns records in sample-index order, so the
      *> range ends at the first record past TO= -- the sequential
      *> file promises no order and has to be read to the end.
       read-next-record.
           IF reading-via-index
               MOVE "NEXT" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-infile
                   in-record ws-rix-status END-CALL
               IF ws-rix-status NOT = "00"
                   OR rr-sample-index > ws-to-index
                   SET end-of-file TO TRUE
               END-IF
           ELSE
               READ in-file
                   AT END SET end-of-file TO TRUE
               END-READ
           END-IF.

      *> START at FROM=; past the last sample ("23") there is nothing
      *> in range.  No usable index leaves the sequential read.
       position-via-index.
           MOVE "OPEN-IN" TO ws-rix-action
           CALL "randidxio" USING ws-rix-action ws-infile
               in-record ws-rix-status
               ON EXCEPTION MOVE "99" TO ws-rix-status
           END-CALL
           IF ws-rix-status = "00"
               MOVE ws-from-index TO rr-sample-index
               MOVE "START" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-infile
                   in-record ws-rix-status END-CALL
               EVALUATE ws-rix-status
                   WHEN "00"
                       MOVE "Y" TO ws-rix-flag
                   WHEN "23"
                       MOVE "Y" TO ws-rix-flag
                       SET end-of-file TO TRUE
                   WHEN OTHER
                       MOVE "CLOSE" TO ws-rix-action
                       CALL "randidxio" USING ws-rix-action ws-infile
                           in-record ws-rix-status END-CALL
               END-EVALUATE
           END-IF
           IF reading-via-index
               DISPLAY "randexp: positioned at sample "
                   ws-from-index " via "
                   FUNCTION TRIM(ws-infile) ".rix"
           END-IF.

      *> COLUMNS= parsing happens here rather than in parse-token so
      *> the default (all five, record order) and an explicit list go
