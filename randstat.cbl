      *> EXPONENTIAL stream is then scored against its own deciles
      *> (see randdist.cpy) instead of the uniform chi-square
      *> expectation it would always fail.
      *> The chi-square is judged against CHILIMIT= (default 21.7,
      *> roughly three standard deviations above the expected 9 --
      *> randcomp.cbl's threshold) and the PASS/FAIL verdict is
      *> recorded as the run's STAT test in the qualification file
      *> (QUALFILE=, default runqual.dat, NONE to skip -- see
      *> randqual.cpy) for randcert.cbl to weigh.  The verdict does
      *> not change RETURN-CODE: randstat has always been a report,
      *> and chains that run it expect 0 whatever the figures say.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randstat.
           01 ws-hist-date            PIC X(21).
           01 ws-hist-host            PIC X(64).

           01 ws-chi-limit            USAGE IS FLOAT-LONG VALUE 21.7.
           01 ws-verdict              PIC X(4) VALUE "PASS".

      *> QUALFILE= names the indexed qualification file (randqual.cpy,
      *> all access via randqualio.cbl) the verdict is recorded in.
           01 ws-qualfile             PIC X(100) VALUE "runqual.dat".
              88 qualification-disabled VALUE "NONE".
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".

       PROCEDURE DIVISION.

       main-logic.
               GOBACK
           END-IF

           IF rs-chi-square > ws-chi-limit
               MOVE "FAIL" TO ws-verdict
           END-IF

           PERFORM display-report
           PERFORM update-catalog-stats
           PERFORM append-history-record
           PERFORM record-qualification

           GOBACK.

               WHEN "MEAN"
               WHEN "SDEV"
               WHEN "RATE"
               WHEN "CHILIMIT"
                   PERFORM check-numeric-value
                   IF numeric-value-ok
                       MOVE ws-pf-line TO ws-token
               WHEN "CATALOG"
               WHEN "HISTFILE"
               WHEN "MODE"
               WHEN "QUALFILE"
                   MOVE ws-pf-line TO ws-token
                   PERFORM parse-token
               WHEN "PARMFILE"
                   COMPUTE ws-sdev = FUNCTION NUMVAL(ws-val)
               WHEN "RATE"
                   COMPUTE ws-rate = FUNCTION NUMVAL(ws-val)
               WHEN "CHILIMIT"
                   COMPUTE ws-chi-limit = FUNCTION NUMVAL(ws-val)
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "PARMFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-parmfile
                   MOVE "Y" TO ws-parmfile-given
               END-IF
           END-IF.

      *> Records the chi-square verdict as the run's STAT test, keyed
      *> by the run-id randcalc captured from the file's first record.
      *> Best effort, like the catalog update above.
       record-qualification.
           IF NOT qualification-disabled
               MOVE "OPEN-IO" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randstat: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
               ELSE
                   MOVE rs-run-id TO qr-run-id
                   MOVE "STAT" TO qr-test
                   MOVE ws-verdict TO qr-verdict
                   MOVE rs-chi-square TO qr-statistic
                   MOVE ws-chi-limit TO qr-threshold
                   MOVE rs-count TO qr-samples
                   MOVE ws-infile TO qr-infile
                   MOVE FUNCTION CURRENT-DATE TO ws-hist-date
                   MOVE ws-hist-date(1:14) TO qr-date
                   ACCEPT qr-host FROM ENVIRONMENT "HOSTNAME"
                   IF qr-host = SPACES
                       MOVE "unknown" TO qr-host
                   END-IF
                   MOVE "decile chi-square, 9 degrees of freedom"
                       TO qr-note
                   MOVE "PUT" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
                   IF ws-qual-status = "00"
                       DISPLAY "randstat: STAT verdict recorded for "
                           "run " rs-run-id
                   ELSE
                       DISPLAY "randstat: unable to record verdict "
                           "in " ws-qualfile " (status "
                           ws-qual-status ")"
                   END-IF
                   MOVE "CLOSE" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
               END-IF
           END-IF.

      *> Appends this run's full result to the statistics history.
      *> OPEN EXTEND with an OPEN OUTPUT fallback for a history that
      *> doesn't exist yet -- the same create-on-first-use convention
           DISPLAY "max         : " rs-max
           DISPLAY "chi-square  : " rs-chi-square
               " (9 degrees of freedom, good fit if close to 9)"
           DISPLAY "chi limit   : " ws-chi-limit " " ws-verdict
           DISPLAY "histogram (bucket, count, expected):"
           PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 10
               DISPLAY "  [" ws-idx "] " rs-bucket-count(ws-idx)
                   " (expected " rs-expected ")"
           END-PERFORM
           DISPLAY "randstat: " ws-verdict.
