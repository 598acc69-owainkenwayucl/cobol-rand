      *> Qualification certificate for a catalogued run.  The test
      *> programs (randverify, randstat, randseq, randdice, randknuth)
      *> each record their verdicts in the qualification file
      *> (randqual.cpy, all access via randqualio.cbl); this program
      *> weighs one run's verdicts against the catalog entry and
      *> writes the run's overall certificate:
      *>   CERTIFIED   the run is COMPLETED, every required test has
      *>               a PASS taken over the run's full cg-samples,
      *>               and no recorded test FAILed
      *>   REJECTED    any recorded test FAILed
      *>   INCOMPLETE  the run is not COMPLETED, or a required test
      *>               is missing or was taken over a different
      *>               number of records than the catalog holds
      *> REQUIRE= lists the required tests, comma separated; the
      *> default is VERIFY,STAT,SEQCORR,SEQRUNS, plus SEQPAIR except
      *> for a MODE=NORMAL or MODE=EXPONENTIAL run (randseq.cbl's pair
      *> table only buckets the unit interval) and DICE for a
      *> MODE=DICE run; the randknuth tests (GAP, POKER, COUPON,
      *> BDAY) are required only where REQUIRE= names them.  Verdicts
      *> from tests outside the list still count against the run if
      *> they FAILed.
      *> randknuth.cbl skips all four for a MODE=NORMAL or
      *> MODE=EXPONENTIAL run, so naming them in REQUIRE= for one
      *> leaves it INCOMPLETE.
      *> randdraw.cbl OPEN and randalloc.cbl ACTION=RESERVE refuse a
      *> run whose certificate is not CERTIFIED, and a test recorded
      *> after certification turns the certificate back into
      *> INCOMPLETE (see randqualio.cbl) until this program is run
      *> again.
      *>   ACTION=CERTIFY RUNID=x  weigh run x and write its
      *>                           certificate (the default action)
      *>   ACTION=SHOW RUNID=x     every recorded test for run x and
      *>                           its certificate
      *>   ACTION=LIST             every certificate on file
      *> CATALOG= and QUALFILE= name the files (defaults runcat.dat
      *> and runqual.dat).
      *> RETURN-CODE 8 for a REJECTED run, 14 -- its own, so a chain
      *> that also reserves can tell "not yet qualified" from
      *> randalloc.cbl's "already taken" (12) -- for an INCOMPLETE
      *> one, 16 when a file can't be opened, the run isn't
      *> catalogued, or the parameters make no sense -- every refusal
      *> at 8 or above, so randchain.cbl stops a chain on anything
      *> short of CERTIFIED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randcert.
       AUTHOR. Owain Kenway.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-qualfile             PIC X(100) VALUE "runqual.dat".
           01 ws-qual-status          PIC XX.
           01 ws-qual-action          PIC X(8).
           01 ws-qual-rec.
               COPY "randqual.cpy".

           01 ws-action               PIC X(10) VALUE "CERTIFY".
           01 ws-run-id               PIC X(16) VALUE SPACES.
           01 ws-require              PIC X(100) VALUE SPACES.
           01 ws-date                 PIC X(21).
           01 ws-eoq                  PIC X.
              88 end-of-qual          VALUE "Y".
           01 ws-listed               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> Required tests, each with whether a usable PASS was found.
           01 ws-req-max              USAGE IS BINARY-LONG VALUE 20.
           01 ws-req-total            USAGE IS BINARY-LONG VALUE 0.
           01 ws-req-table.
               05 ws-req-entry OCCURS 20 TIMES.
                   10 ws-req-test      PIC X(10).
                   10 ws-req-found     PIC X.
           01 ws-req-idx              USAGE IS BINARY-LONG.
           01 ws-req-ptr              USAGE IS BINARY-LONG UNSIGNED.
           01 ws-req-len              USAGE IS BINARY-LONG UNSIGNED.
           01 ws-req-name             PIC X(20).

      *> The weighing itself.
           01 ws-cert-verdict         PIC X(10).
           01 ws-cert-note            PIC X(60).
           01 ws-tests-seen           USAGE IS BINARY-LONG VALUE 0.
           01 ws-tests-passed         USAGE IS BINARY-LONG VALUE 0.
           01 ws-failed-test          PIC X(10).
           01 ws-stale-test           PIC X(10).
           01 ws-missing-test         PIC X(10).

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           IF ws-action NOT = "LIST" AND ws-run-id = SPACES
               DISPLAY "randcert: ACTION=" FUNCTION TRIM(ws-action)
                   " needs a RUNID="
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE ws-action
               WHEN "CERTIFY"
                   PERFORM certify-run
               WHEN "SHOW"
                   PERFORM show-run
               WHEN "LIST"
                   PERFORM list-certificates
               WHEN OTHER
                   DISPLAY "randcert: unknown ACTION "
                       FUNCTION TRIM(ws-action)
                       " (CERTIFY, SHOW or LIST)"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       certify-run.
           PERFORM fetch-catalog-entry
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM build-required-list
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           MOVE "OPEN-IO" TO ws-qual-action
           PERFORM call-qual
           IF ws-qual-status NOT = "00"
               DISPLAY "randcert: unable to open qualification file "
                   ws-qualfile " (status " ws-qual-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "randcert: certificate for run " ws-run-id " "
               FUNCTION TRIM(cg-generator) " "
               FUNCTION TRIM(cg-mode) " " cg-samples " samples"
           PERFORM weigh-recorded-tests
           PERFORM decide-verdict

           MOVE ws-run-id TO qr-run-id
           MOVE "CERT" TO qr-test
           MOVE ws-cert-verdict TO qr-verdict
           MOVE ws-tests-passed TO qr-statistic
           MOVE ws-req-total TO qr-threshold
           MOVE cg-samples TO qr-samples
           MOVE cg-outfile TO qr-infile
           MOVE FUNCTION CURRENT-DATE TO ws-date
           MOVE ws-date(1:14) TO qr-date
           ACCEPT qr-host FROM ENVIRONMENT "HOSTNAME"
           IF qr-host = SPACES
               MOVE "unknown" TO qr-host
           END-IF
           MOVE ws-cert-note TO qr-note
           MOVE "PUT" TO ws-qual-action
           PERFORM call-qual
           IF ws-qual-status NOT = "00"
               DISPLAY "randcert: unable to record certificate in "
                   ws-qualfile " (status " ws-qual-status ")"
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE "CLOSE" TO ws-qual-action
           PERFORM call-qual
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           DISPLAY "randcert: run " ws-run-id " "
               FUNCTION TRIM(ws-cert-verdict) " -- "
               FUNCTION TRIM(ws-cert-note)
           EVALUATE ws-cert-verdict
               WHEN "REJECTED"
                   MOVE 8 TO RETURN-CODE
               WHEN "INCOMPLETE"
                   MOVE 14 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The run must be catalogued: its sample count and mode are
      *> what the recorded verdicts are judged against.
       fetch-catalog-entry.
           MOVE "OPEN-IN" TO ws-cat-action
           CALL "randcatio" USING ws-cat-action ws-catfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL
           IF ws-cat-status NOT = "00"
               DISPLAY "randcert: unable to open run catalog "
                   ws-catfile " (status " ws-cat-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ws-run-id TO cg-run-id
               MOVE "GET" TO ws-cat-action
               CALL "randcatio" USING ws-cat-action ws-catfile
                   ws-catalog-rec ws-cat-status END-CALL
               IF ws-cat-status NOT = "00"
                   DISPLAY "randcert: run " ws-run-id
                       " is not in catalog " ws-catfile
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE "CLOSE" TO ws-cat-action
               CALL "randcatio" USING ws-cat-action ws-catfile
                   ws-catalog-rec ws-cat-status END-CALL
           END-IF.

      *> REQUIRE= when given, otherwise the standard chain's tests
      *> (DICE only for a dice run -- a FLOAT stream has no faces --
      *> and SEQPAIR only where the values lie in [0,1)).
       build-required-list.
           MOVE 0 TO ws-req-total
           IF ws-require = SPACES
               MOVE "VERIFY" TO ws-req-name
               PERFORM add-required-test
               MOVE "STAT" TO ws-req-name
               PERFORM add-required-test
               MOVE "SEQCORR" TO ws-req-name
               PERFORM add-required-test
               MOVE "SEQRUNS" TO ws-req-name
               PERFORM add-required-test
               IF cg-mode NOT = "NORMAL" AND cg-mode NOT = "EXPONENTIAL"
                   MOVE "SEQPAIR" TO ws-req-name
                   PERFORM add-required-test
               END-IF
               IF cg-mode = "DICE"
                   MOVE "DICE" TO ws-req-name
                   PERFORM add-required-test
               END-IF
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-require))
                   TO ws-req-len
               MOVE 1 TO ws-req-ptr
               PERFORM UNTIL ws-req-ptr > ws-req-len
                   MOVE SPACES TO ws-req-name
                   UNSTRING ws-require DELIMITED BY ","
                       INTO ws-req-name
                       WITH POINTER ws-req-ptr
                   END-UNSTRING
                   MOVE FUNCTION TRIM(ws-req-name) TO ws-req-name
                   IF ws-req-name NOT = SPACES
                       PERFORM add-required-test
                   END-IF
               END-PERFORM
           END-IF
           IF ws-req-total = 0
               DISPLAY "randcert: REQUIRE= names no tests"
               MOVE 16 TO RETURN-CODE
           END-IF.

       add-required-test.
           IF ws-req-total < ws-req-max
               ADD 1 TO ws-req-total
               MOVE ws-req-name TO ws-req-test(ws-req-total)
               MOVE "N" TO ws-req-found(ws-req-total)
           ELSE
               DISPLAY "randcert: more than " ws-req-max
                   " required tests, ignoring "
                   FUNCTION TRIM(ws-req-name)
           END-IF.

      *> Walks every record held for the run (positioned with START
      *> on the run-id and a blank test name), listing each and
      *> noting failures, required tests satisfied, and required
      *> tests taken over the wrong number of records.
       weigh-recorded-tests.
           MOVE SPACES TO ws-failed-test ws-stale-test
           MOVE 0 TO ws-tests-seen ws-tests-passed
           MOVE ws-run-id TO qr-run-id
           MOVE SPACES TO qr-test
           MOVE "N" TO ws-eoq
           MOVE "START" TO ws-qual-action
           PERFORM call-qual
           IF ws-qual-status NOT = "00" OR qr-run-id NOT = ws-run-id
               SET end-of-qual TO TRUE
           END-IF
           PERFORM UNTIL end-of-qual
               IF NOT qr-certificate
                   ADD 1 TO ws-tests-seen
                   PERFORM weigh-one-test
               END-IF
               MOVE "NEXT" TO ws-qual-action
               PERFORM call-qual
               IF ws-qual-status NOT = "00"
                   OR qr-run-id NOT = ws-run-id
                   SET end-of-qual TO TRUE
               END-IF
           END-PERFORM.

       weigh-one-test.
           DISPLAY "  " qr-test " " qr-verdict " " qr-statistic
               " (limit " qr-threshold ") " qr-samples " records "
               qr-date
           IF qr-test-failed AND ws-failed-test = SPACES
               MOVE qr-test TO ws-failed-test
           END-IF
           PERFORM VARYING ws-req-idx FROM 1 BY 1
                   UNTIL ws-req-idx > ws-req-total
               IF ws-req-test(ws-req-idx) = qr-test
                   IF qr-samples NOT = cg-samples
                       IF ws-stale-test = SPACES
                           MOVE qr-test TO ws-stale-test
                       END-IF
                   ELSE
                       IF qr-test-passed
                           MOVE "Y" TO ws-req-found(ws-req-idx)
                           ADD 1 TO ws-tests-passed
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A FAIL outweighs everything; then the run's own status; then
      *> missing or stale required tests.
       decide-verdict.
           MOVE SPACES TO ws-missing-test
           PERFORM VARYING ws-req-idx FROM 1 BY 1
                   UNTIL ws-req-idx > ws-req-total
               IF ws-req-found(ws-req-idx) = "N"
                   AND ws-missing-test = SPACES
                   MOVE ws-req-test(ws-req-idx) TO ws-missing-test
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-cert-note
           EVALUATE TRUE
               WHEN ws-failed-test NOT = SPACES
                   MOVE "REJECTED" TO ws-cert-verdict
                   STRING FUNCTION TRIM(ws-failed-test)
                           DELIMITED BY SIZE
                       " FAILed" DELIMITED BY SIZE
                       INTO ws-cert-note
                   END-STRING
               WHEN NOT cg-run-completed
                   MOVE "INCOMPLETE" TO ws-cert-verdict
                   STRING "run is " DELIMITED BY SIZE
                       FUNCTION TRIM(cg-status) DELIMITED BY SIZE
                       ", not COMPLETED" DELIMITED BY SIZE
                       INTO ws-cert-note
                   END-STRING
               WHEN ws-missing-test NOT = SPACES
                   AND ws-missing-test = ws-stale-test
                   MOVE "INCOMPLETE" TO ws-cert-verdict
                   STRING FUNCTION TRIM(ws-stale-test)
                           DELIMITED BY SIZE
                       " was taken over a different record count"
                           DELIMITED BY SIZE
                       INTO ws-cert-note
                   END-STRING
               WHEN ws-missing-test NOT = SPACES
                   MOVE "INCOMPLETE" TO ws-cert-verdict
                   STRING "no usable " DELIMITED BY SIZE
                       FUNCTION TRIM(ws-missing-test)
                           DELIMITED BY SIZE
                       " verdict" DELIMITED BY SIZE
                       INTO ws-cert-note
                   END-STRING
               WHEN OTHER
                   MOVE "CERTIFIED" TO ws-cert-verdict
                   STRING "all required tests passed"
                           DELIMITED BY SIZE
                       INTO ws-cert-note
                   END-STRING
           END-EVALUATE.

       show-run.
           MOVE "OPEN-IN" TO ws-qual-action
           PERFORM call-qual
           IF ws-qual-status NOT = "00"
               DISPLAY "randcert: unable to open qualification file "
                   ws-qualfile " (status " ws-qual-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "randcert: qualification record for run "
                   ws-run-id
               MOVE ws-run-id TO qr-run-id
               MOVE SPACES TO qr-test
               MOVE "N" TO ws-eoq
               MOVE "START" TO ws-qual-action
               PERFORM call-qual
               IF ws-qual-status NOT = "00"
                   OR qr-run-id NOT = ws-run-id
                   SET end-of-qual TO TRUE
               END-IF
               PERFORM UNTIL end-of-qual
                   ADD 1 TO ws-listed
                   DISPLAY "  " qr-test " " qr-verdict " "
                       qr-statistic " (limit " qr-threshold ") "
                       qr-samples " records " qr-date " "
                       FUNCTION TRIM(qr-host)
                   DISPLAY "      " FUNCTION TRIM(qr-infile) " -- "
                       FUNCTION TRIM(qr-note)
                   MOVE "NEXT" TO ws-qual-action
                   PERFORM call-qual
                   IF ws-qual-status NOT = "00"
                       OR qr-run-id NOT = ws-run-id
                       SET end-of-qual TO TRUE
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO ws-qual-action
               PERFORM call-qual
               IF ws-listed = 0
                   DISPLAY "randcert: nothing recorded for run "
                       ws-run-id
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       list-certificates.
           MOVE "OPEN-IN" TO ws-qual-action
           PERFORM call-qual
           IF ws-qual-status NOT = "00"
               DISPLAY "randcert: unable to open qualification file "
                   ws-qualfile " (status " ws-qual-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-eoq
               MOVE "FIRST" TO ws-qual-action
               PERFORM call-qual
               IF ws-qual-status NOT = "00"
                   SET end-of-qual TO TRUE
               END-IF
               PERFORM UNTIL end-of-qual
                   IF qr-certificate
                       ADD 1 TO ws-listed
                       DISPLAY qr-run-id " " qr-verdict " " qr-date
                           " " FUNCTION TRIM(qr-note)
                   END-IF
                   MOVE "NEXT" TO ws-qual-action
                   PERFORM call-qual
                   IF ws-qual-status NOT = "00"
                       SET end-of-qual TO TRUE
                   END-IF
               END-PERFORM
               MOVE "CLOSE" TO ws-qual-action
               PERFORM call-qual
               DISPLAY "randcert: " ws-listed " certificate(s)"
           END-IF.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.
       call-qual.
           CALL "randqualio" USING ws-qual-action ws-qualfile
               ws-qual-rec ws-qual-status
               ON EXCEPTION MOVE "99" TO ws-qual-status
           END-CALL.

       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-parm)) TO ws-parm-len

           MOVE 1 TO ws-parm-ptr
           PERFORM UNTIL ws-parm-ptr > ws-parm-len
               MOVE SPACES TO ws-token
               UNSTRING ws-parm DELIMITED BY ALL SPACE
                   INTO ws-token
                   WITH POINTER ws-parm-ptr
               END-UNSTRING
               IF ws-token NOT = SPACES
                   PERFORM parse-token
               END-IF
           END-PERFORM.

       parse-token.
           MOVE SPACES TO ws-key ws-val
           UNSTRING ws-token DELIMITED BY "="
               INTO ws-key ws-val
           END-UNSTRING

           EVALUATE FUNCTION TRIM(ws-key)
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "RUNID"
                   MOVE FUNCTION TRIM(ws-val) TO ws-run-id
               WHEN "REQUIRE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-require
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
