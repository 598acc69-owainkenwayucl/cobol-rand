      *>     it is non-zero (zero means MODE=FLOAT, see randrec.cpy)
      *> Ends with a PASS/FAIL verdict; RETURN-CODE 8 on FAIL so batch
      *> chains can gate on it, 16 when the file can't be read at all.
      *> The verdict is also recorded as the run's VERIFY test in the
      *> qualification file (QUALFILE=, default runqual.dat, NONE to
      *> skip -- see randqual.cpy) for randcert.cbl to weigh.
      *> FROM=/TO= verify only that sample-index range -- a spot
      *> check of the far end of a large stream, say -- starting at
      *> FROM= directly through the file's positioning index
      *> (<INFILE>.rix, see randidxio.cbl) when it has one, and
      *> otherwise reading through and checking only the records in
      *> range.  A range check proves nothing about the rest of the
      *> file, so its verdict is not recorded as the run's VERIFY
      *> test.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randverify.
                                       VALUE 0.
           01 ws-expected-idx         PIC 9(18) VALUE 1.

           01 ws-from-index           PIC 9(18) VALUE 0.
           01 ws-to-index             PIC 9(18) VALUE
                                       999999999999999999.
           01 ws-range-given          PIC X VALUE "N".
              88 range-was-given      VALUE "Y".
           01 ws-rix-flag             PIC X VALUE "N".
              88 reading-via-index    VALUE "Y".
           01 ws-rix-action           PIC X(8).
           01 ws-rix-status           PIC XX.

      *> First record's identity, against which every later record is
      *> checked -- a resumed run spliced from a different invocation
      *> shows up as a run-id or generator change partway through.

           01 ws-verdict              PIC X(4) VALUE "PASS".

      *> QUALFILE= names the indexed qualification file (randqual.cpy,
      *> all access via randqualio.cbl) the verdict is recorded in.
           01 ws-qualfile             PIC X(100) VALUE "runqual.dat".
              88 qualification-disabled VALUE "NONE".
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".
           01 ws-qual-date            PIC X(21).

       PROCEDURE DIVISION.

       main-logic.
               GOBACK
           END-IF

           IF range-was-given
               IF ws-from-index > 1
                   MOVE ws-from-index TO ws-expected-idx
               END-IF
               PERFORM position-via-index
           END-IF

           PERFORM read-next-record
           IF end-of-file
               IF range-was-given
                   DISPLAY "randverify: " ws-infile
                       " holds no records from sample " ws-from-index
                       " to " ws-to-index
               ELSE
                   DISPLAY "randverify: " ws-infile
                       " opened but contained no records"
               END-IF
               PERFORM close-input
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               PERFORM verify-record
               PERFORM read-next-record
           END-PERFORM
           PERFORM close-input

           PERFORM display-report
           IF range-was-given
               DISPLAY "randverify: range check only, VERIFY verdict "
                   "not recorded"
           ELSE
               PERFORM record-qualification
           END-IF

           IF ws-verdict = "FAIL"
               MOVE 8 TO RETURN-CODE

           GOBACK.

      *> Through the index the records arrive in sample-index order
      *> and the range ends at the first one past TO=; read
      *> sequentially, records outside the range are passed over.
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
               PERFORM read-sequential-record
               IF range-was-given
                   PERFORM UNTIL end-of-file
                           OR (rr-sample-index >= ws-from-index
                           AND rr-sample-index <= ws-to-index)
                       PERFORM read-sequential-record
                   END-PERFORM
               END-IF
           END-IF.

       read-sequential-record.
           READ in-file
               AT END SET end-of-file TO TRUE
           END-READ.

      *> START at FROM= -- the same positioning as randexp.cbl.
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
               DISPLAY "randverify: positioned at sample "
                   ws-from-index " via "
                   FUNCTION TRIM(ws-infile) ".rix"
           END-IF.

       close-input.
           CLOSE in-file
           IF reading-via-index
               MOVE "CLOSE" TO ws-rix-action
               CALL "randidxio" USING ws-rix-action ws-infile
                   in-record ws-rix-status END-CALL
           END-IF.

       verify-record.
           ADD 1 TO ws-count

           END-IF

           DISPLAY "randverify report for " ws-infile
           IF range-was-given
               DISPLAY "sample range           : " ws-from-index
                   " - " ws-to-index
           END-IF
           DISPLAY "records checked        : " ws-count
           DISPLAY "run-id                 : " ws-first-run-id
           DISPLAY "generator              : " ws-first-generator
           DISPLAY "int-value range errors : " ws-int-errors
           DISPLAY "randverify: " ws-verdict.

      *> Records the verdict as the run's VERIFY test, keyed by the
      *> run-id the file's first record carries.  Best effort, like
      *> randstat.cbl's catalog update: a qualification file that
      *> can't be opened is reported, never fatal -- the verdict and
      *> RETURN-CODE above stand regardless.
       record-qualification.
           IF NOT qualification-disabled
               MOVE "OPEN-IO" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randverify: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
               ELSE
                   MOVE ws-first-run-id TO qr-run-id
                   MOVE "VERIFY" TO qr-test
                   MOVE ws-verdict TO qr-verdict
                   MOVE ws-total-errors TO qr-statistic
                   MOVE 0 TO qr-threshold
                   MOVE ws-count TO qr-samples
                   MOVE ws-infile TO qr-infile
                   MOVE FUNCTION CURRENT-DATE TO ws-qual-date
                   MOVE ws-qual-date(1:14) TO qr-date
                   ACCEPT qr-host FROM ENVIRONMENT "HOSTNAME"
                   IF qr-host = SPACES
                       MOVE "unknown" TO qr-host
                   END-IF
                   MOVE "errors found, none allowed" TO qr-note
                   MOVE "PUT" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
                   IF ws-qual-status = "00"
                       DISPLAY "randverify: VERIFY verdict recorded "
                           "for run " ws-first-run-id
                   ELSE
                       DISPLAY "randverify: unable to record verdict "
                           "in " ws-qualfile " (status "
                           ws-qual-status ")"
                   END-IF
                   MOVE "CLOSE" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
               END-IF
           END-IF.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-high
               WHEN "MODE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-mode
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "FROM"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-from-index
                   MOVE "Y" TO ws-range-given
               WHEN "TO"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-to-index
                   MOVE "Y" TO ws-range-given
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
