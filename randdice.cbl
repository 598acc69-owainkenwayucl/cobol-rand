      *>     faces outside the declared range
      *> RETURN-CODE 8 on any FAIL, 16 when the file can't be read,
      *> is empty, or the declared range is unusable.
      *> The overall verdict is also recorded as the run's DICE test
      *> in the qualification file (QUALFILE=, default runqual.dat,
      *> NONE to skip -- see randqual.cpy) for randcert.cbl to weigh.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randdice.
           01 ws-faces-flag           PIC X(4) VALUE "PASS".
           01 ws-overall-flag         PIC X(4) VALUE "PASS".

      *> Run-id from the first record, the key the verdict is
      *> recorded under.
           01 ws-run-id               PIC X(16) VALUE SPACES.

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

           MOVE rr-run-id TO ws-run-id
           PERFORM UNTIL end-of-file
               PERFORM tally-face
               PERFORM read-next-record

           PERFORM compute-face-chi-square
           PERFORM display-report
           PERFORM record-qualification

           IF ws-overall-flag = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-PERFORM
           DISPLAY "randdice: " ws-overall-flag.

      *> Records the overall verdict as the run's DICE test, with the
      *> face chi-square and its limit as the figures judged.  Best
      *> effort, like randstat.cbl's catalog update.
       record-qualification.
           IF NOT qualification-disabled
               MOVE "OPEN-IO" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randdice: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
               ELSE
                   MOVE ws-run-id TO qr-run-id
                   MOVE "DICE" TO qr-test
                   MOVE ws-overall-flag TO qr-verdict
                   MOVE ws-chi-square TO qr-statistic
                   MOVE ws-chi-limit TO qr-threshold
                   MOVE ws-count TO qr-samples
                   MOVE ws-infile TO qr-infile
                   MOVE FUNCTION CURRENT-DATE TO ws-qual-date
                   MOVE ws-qual-date(1:14) TO qr-date
                   ACCEPT qr-host FROM ENVIRONMENT "HOSTNAME"
                   IF qr-host = SPACES
                       MOVE "unknown" TO qr-host
                   END-IF
                   IF ws-faces-flag = "FAIL"
                       MOVE "zero or out-of-range faces found"
                           TO qr-note
                   ELSE
                       MOVE "face chi-square" TO qr-note
                   END-IF
                   MOVE "PUT" TO ws-qual-action
                   CALL "randqualio" USING ws-qual-action ws-qualfile
                       ws-qual-rec ws-qual-status END-CALL
                   IF ws-qual-status = "00"
                       DISPLAY "randdice: DICE verdict recorded for "
                           "run " ws-run-id
                   ELSE
                       DISPLAY "randdice: unable to record verdict "
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
               WHEN "CHILIMIT"
                   COMPUTE ws-chi-limit = FUNCTION NUMVAL(ws-val)
                   MOVE "Y" TO ws-chi-limit-given
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
