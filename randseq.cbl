      *> in genrand.cbl's header for why the suite exists).
      *> RETURN-CODE 8 when any test FAILs, 16 when the file can't be
      *> read or holds fewer than two records.
      *> Each test's verdict is also recorded in the qualification
      *> file (QUALFILE=, default runqual.dat, NONE to skip -- see
      *> randqual.cpy) as the run's SEQCORR, SEQRUNS and SEQPAIR
      *> tests, for randcert.cbl to weigh.
      *> MODE= is the run's generator MODE= (default FLOAT).  The pair
      *> table's buckets are the unit interval's tenths, so for
      *> MODE=NORMAL or MODE=EXPONENTIAL, whose values are not
      *> confined to [0,1), the pair test is reported as SKIP, is not
      *> recorded and does not fail the run -- the same convention as
      *> a skipped randknuth.cbl test.  The correlation and runs
      *> tests make no assumption about the distribution and run for
      *> every mode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randseq.
           01 ws-runs-flag            PIC X(4) VALUE "PASS".
           01 ws-pair-flag            PIC X(4) VALUE "PASS".
           01 ws-overall-flag         PIC X(4) VALUE "PASS".
           01 ws-mode                 PIC X(12) VALUE "FLOAT".
              88 mode-not-unit        VALUE "NORMAL" "EXPONENTIAL".

      *> Run-id from the first record, the key the verdicts are
      *> recorded under.
           01 ws-run-id               PIC X(16) VALUE SPACES.

      *> QUALFILE= names the indexed qualification file (randqual.cpy,
      *> all access via randqualio.cbl) the verdicts are recorded in.
           01 ws-qualfile             PIC X(100) VALUE "runqual.dat".
              88 qualification-disabled VALUE "NONE".
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".
           01 ws-qual-date            PIC X(21).
           01 ws-qual-host            PIC X(64).

       PROCEDURE DIVISION.

           PERFORM compute-runs-test
           PERFORM compute-pair-chi-square
           PERFORM display-report
           PERFORM record-qualification

           IF ws-overall-flag = "FAIL"
               MOVE 8 TO RETURN-CODE
               PERFORM read-next-record
               PERFORM UNTIL end-of-file
                   ADD 1 TO ws-count
                   IF ws-count = 1
                       MOVE rr-run-id TO ws-run-id
                   END-IF
                   MOVE rr-value TO ws-value
                   ADD ws-value TO ws-sum
                   COMPUTE ws-prod = ws-value * ws-value

       compute-pair-chi-square.
           COMPUTE ws-pair-expected = ws-pair-total / 100
           EVALUATE TRUE
               WHEN mode-not-unit
                   MOVE "SKIP" TO ws-pair-flag
               WHEN ws-pair-expected = 0
                   MOVE "FAIL" TO ws-pair-flag
               WHEN OTHER
                   MOVE 0 TO ws-pair-chi
                   PERFORM VARYING ws-row FROM 1 BY 1
                           UNTIL ws-row > 10
                       PERFORM VARYING ws-col FROM 1 BY 1
                               UNTIL ws-col > 10
                           COMPUTE ws-diff =
                               ws-pair-count(ws-row, ws-col)
                               - ws-pair-expected
                           COMPUTE ws-diff = ws-diff * ws-diff
                           COMPUTE ws-pair-chi =
                               ws-pair-chi
                               + (ws-diff / ws-pair-expected)
                       END-PERFORM
                   END-PERFORM
                   IF ws-pair-chi > ws-pair-chi-limit
                       MOVE "FAIL" TO ws-pair-flag
                   END-IF
           END-EVALUATE.

       display-report.
           IF ws-corr-flag = "FAIL" OR ws-runs-flag = "FAIL"
           END-PERFORM
           DISPLAY "randseq: " ws-overall-flag.

      *> Records each test's verdict under the run-id the file's
      *> first record carries.  Best effort, like randstat.cbl's
      *> catalog update: a qualification file that can't be opened
      *> is reported, never fatal.
       record-qualification.
           IF NOT qualification-disabled
               MOVE "OPEN-IO" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randseq: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO ws-qual-date
                   ACCEPT ws-qual-host FROM ENVIRONMENT "HOSTNAME"
                   IF ws-qual-host = SPACES
                       MOVE "unknown" TO ws-qual-host
                   END-IF

                   MOVE "SEQCORR" TO qr-test
                   MOVE ws-corr-flag TO qr-verdict
                   MOVE ws-corr-abs TO qr-statistic
                   MOVE ws-corr-limit TO qr-threshold
                   MOVE "absolute lag-1 serial correlation"
                       TO qr-note
                   PERFORM put-qual-verdict

                   MOVE "SEQRUNS" TO qr-test
                   MOVE ws-runs-flag TO qr-verdict
                   MOVE ws-runs-z-abs TO qr-statistic
                   MOVE ws-runs-limit TO qr-threshold
                   MOVE "absolute runs-test z-score" TO qr-note
                   PERFORM put-qual-verdict

                   IF ws-pair-flag NOT = "SKIP"
                       MOVE "SEQPAIR" TO qr-test
                       MOVE ws-pair-flag TO qr-verdict
                       MOVE ws-pair-chi TO qr-statistic
                       MOVE ws-pair-chi-limit TO qr-threshold
                       MOVE "pair chi-square, 99 degrees of freedom"
                           TO qr-note
                       PERFORM put-qual-verdict
                   END-IF

                   MOVE "CLOSE" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
               END-IF
           END-IF.

      *> The fields every verdict shares, then the PUT.
       put-qual-verdict.
           MOVE ws-run-id TO qr-run-id
           MOVE ws-count TO qr-samples
           MOVE ws-infile TO qr-infile
           MOVE ws-qual-date(1:14) TO qr-date
           MOVE ws-qual-host TO qr-host
           MOVE "PUT" TO ws-qual-action
           CALL "randqualio" USING ws-qual-action ws-qualfile
               ws-qual-rec ws-qual-status END-CALL
           IF ws-qual-status = "00"
               DISPLAY "randseq: " FUNCTION TRIM(qr-test)
                   " verdict recorded for run " ws-run-id
           ELSE
               DISPLAY "randseq: unable to record "
                   FUNCTION TRIM(qr-test) " verdict in "
                   ws-qualfile " (status " ws-qual-status ")"
           END-IF.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
                   COMPUTE ws-runs-limit = FUNCTION NUMVAL(ws-val)
               WHEN "PAIRCHILIMIT"
                   COMPUTE ws-pair-chi-limit = FUNCTION NUMVAL(ws-val)
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "MODE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-mode
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
