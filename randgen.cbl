      *> Generator registry maintenance (randgenr.cpy, all access via
      *> randgenio.cbl): which generator/RNGNAME pairs are APPROVED
      *> for production, on TRIAL, or QUARANTINED.  genrand.cbl and
      *> fortrand.cbl consult it before every catalogued run;
      *> randtrend.cbl and randdriver.cbl quarantine a generator
      *> automatically when it drifts or fails the skew check.
      *>   ACTION=LIST                     every registration (the
      *>                                   default action)
      *>   ACTION=SET GENERATOR=g RNGNAME=n STATUS=s REASON=text
      *>                                   register a generator or
      *>                                   change its status
      *>   ACTION=REVIEW [GENERATOR=g RNGNAME=n]
      *>                                   one registration in full,
      *>                                   or every QUARANTINED one
      *>   ACTION=REINSTATE GENERATOR=g RNGNAME=n REASON=text
      *>                                   lift a quarantine, back to
      *>                                   the status it interrupted
      *>                                   (TRIAL when the quarantine
      *>                                   was its first status)
      *> RNGNAME= defaults to N/A, GENRAND's own.  REASON= is the
      *> change's justification and takes the rest of the line, so it
      *> must come last; SET and REINSTATE refuse to run without one.
      *> GENREG= names the registry (default rungen.dat).
      *> RETURN-CODE 8 when the named generator isn't registered (or,
      *> for REINSTATE, isn't quarantined), 16 when the registry
      *> can't be opened or the parameters make no sense.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randgen.
       AUTHOR. Owain Kenway.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token-start          USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-action               PIC X(10) VALUE "LIST".
           01 ws-generator            PIC X(10) VALUE SPACES.
           01 ws-rngname              PIC X(20) VALUE "N/A".
           01 ws-new-status           PIC X(12) VALUE SPACES.
              88 new-status-valid     VALUE "APPROVED" "TRIAL"
                                            "QUARANTINED".
           01 ws-reason               PIC X(80) VALUE SPACES.

           01 ws-genfile              PIC X(100) VALUE "rungen.dat".
           01 ws-gen-status           PIC XX.
           01 ws-gen-action           PIC X(8).
           01 ws-gen-rec.
               COPY "randgenr.cpy".

           01 ws-date                 PIC X(21).
           01 ws-listed               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           EVALUATE ws-action
               WHEN "LIST"
                   PERFORM list-registry
               WHEN "SET"
                   PERFORM set-generator
               WHEN "REVIEW"
                   PERFORM review-generators
               WHEN "REINSTATE"
                   PERFORM reinstate-generator
               WHEN OTHER
                   DISPLAY "randgen: unknown ACTION "
                       FUNCTION TRIM(ws-action)
                       " (LIST, SET, REVIEW or REINSTATE)"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       list-registry.
           MOVE "OPEN-IN" TO ws-gen-action
           PERFORM call-registry
           IF ws-gen-status NOT = "00"
               DISPLAY "randgen: unable to open generator registry "
                   FUNCTION TRIM(ws-genfile) " (status "
                   ws-gen-status ")"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "FIRST" TO ws-gen-action
               PERFORM call-registry
               PERFORM UNTIL ws-gen-status NOT = "00"
                   ADD 1 TO ws-listed
                   DISPLAY gn-generator " " gn-rngname " "
                       gn-status " " gn-date " "
                       FUNCTION TRIM(gn-reason)
                   MOVE "NEXT" TO ws-gen-action
                   PERFORM call-registry
               END-PERFORM
               MOVE "CLOSE" TO ws-gen-action
               PERFORM call-registry
               DISPLAY "randgen: " ws-listed " generator(s) registered"
           END-IF.

      *> Registers a new pair or changes an existing one's status;
      *> the status it had is kept as gn-prior-status.
       set-generator.
           PERFORM check-generator-given
           IF NOT new-status-valid
               DISPLAY "randgen: ACTION=SET needs STATUS=APPROVED, "
                   "TRIAL or QUARANTINED"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM check-reason-given
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM open-registry-io
           MOVE ws-generator TO gn-generator
           MOVE ws-rngname TO gn-rngname
           MOVE "GET" TO ws-gen-action
           PERFORM call-registry
           IF ws-gen-status = "00"
               MOVE gn-status TO gn-prior-status
           ELSE
               MOVE SPACES TO gn-prior-status
           END-IF
           MOVE ws-generator TO gn-generator
           MOVE ws-rngname TO gn-rngname
           MOVE ws-new-status TO gn-status
           PERFORM put-change
           IF ws-gen-status = "00"
               IF gn-prior-status = SPACES
                   DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                       "/" FUNCTION TRIM(ws-rngname)
                       " registered " FUNCTION TRIM(gn-status)
               ELSE
                   DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                       "/" FUNCTION TRIM(ws-rngname) " "
                       FUNCTION TRIM(gn-prior-status) " -> "
                       FUNCTION TRIM(gn-status)
               END-IF
           END-IF
           PERFORM close-registry.

      *> With GENERATOR= the full registration, otherwise every
      *> quarantined one -- the reviewer's worklist.  A quarantined
      *> generator is re-qualified (randdriver.cbl, randstat.cbl with
      *> randtrend.cbl) with uncatalogued CATALOG=NONE runs, which the
      *> generators still allow, before ACTION=REINSTATE.
       review-generators.
           MOVE "OPEN-IN" TO ws-gen-action
           PERFORM call-registry
           IF ws-gen-status NOT = "00"
               DISPLAY "randgen: unable to open generator registry "
                   FUNCTION TRIM(ws-genfile) " (status "
                   ws-gen-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ws-generator NOT = SPACES
               MOVE ws-generator TO gn-generator
               MOVE ws-rngname TO gn-rngname
               MOVE "GET" TO ws-gen-action
               PERFORM call-registry
               IF ws-gen-status = "00"
                   PERFORM display-registration
               ELSE
                   DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                       "/" FUNCTION TRIM(ws-rngname)
                       " is not registered"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "FIRST" TO ws-gen-action
               PERFORM call-registry
               PERFORM UNTIL ws-gen-status NOT = "00"
                   IF gn-quarantined
                       ADD 1 TO ws-listed
                       PERFORM display-registration
                   END-IF
                   MOVE "NEXT" TO ws-gen-action
                   PERFORM call-registry
               END-PERFORM
               DISPLAY "randgen: " ws-listed
                   " generator(s) QUARANTINED"
           END-IF
           MOVE "CLOSE" TO ws-gen-action
           PERFORM call-registry.

       display-registration.
           DISPLAY "generator   : " gn-generator
           DISPLAY "rngname     : " gn-rngname
           DISPLAY "status      : " gn-status
           DISPLAY "changed     : " gn-date " by " gn-changed-by
           DISPLAY "reason      : " FUNCTION TRIM(gn-reason)
           IF gn-prior-status NOT = SPACES
               DISPLAY "was         : " gn-prior-status
           END-IF
           IF gn-quarantined
               DISPLAY "  refused for catalogued runs until "
                   "ACTION=REINSTATE"
           END-IF
           DISPLAY " ".

       reinstate-generator.
           PERFORM check-generator-given
           PERFORM check-reason-given
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM open-registry-io
           MOVE ws-generator TO gn-generator
           MOVE ws-rngname TO gn-rngname
           MOVE "GET" TO ws-gen-action
           PERFORM call-registry
           EVALUATE TRUE
               WHEN ws-gen-status NOT = "00"
                   DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                       "/" FUNCTION TRIM(ws-rngname)
                       " is not registered"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT gn-quarantined
                   DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                       "/" FUNCTION TRIM(ws-rngname) " is "
                       FUNCTION TRIM(gn-status) ", not QUARANTINED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   IF gn-prior-status = "APPROVED"
                       OR gn-prior-status = "TRIAL"
                       MOVE gn-prior-status TO ws-new-status
                   ELSE
                       MOVE "TRIAL" TO ws-new-status
                   END-IF
                   MOVE gn-status TO gn-prior-status
                   MOVE ws-new-status TO gn-status
                   PERFORM put-change
                   IF ws-gen-status = "00"
                       DISPLAY "randgen: " FUNCTION TRIM(ws-generator)
                           "/" FUNCTION TRIM(ws-rngname)
                           " reinstated " FUNCTION TRIM(gn-status)
                   END-IF
           END-EVALUATE
           PERFORM close-registry.

       check-generator-given.
           IF ws-generator = SPACES
               DISPLAY "randgen: ACTION=" FUNCTION TRIM(ws-action)
                   " needs a GENERATOR="
               MOVE 16 TO RETURN-CODE
           END-IF.

       check-reason-given.
           IF ws-reason = SPACES
               DISPLAY "randgen: ACTION=" FUNCTION TRIM(ws-action)
                   " needs a REASON= saying why"
               MOVE 16 TO RETURN-CODE
           END-IF.

       open-registry-io.
           MOVE "OPEN-IO" TO ws-gen-action
           PERFORM call-registry
           IF ws-gen-status NOT = "00"
               DISPLAY "randgen: unable to open generator registry "
                   FUNCTION TRIM(ws-genfile) " (status "
                   ws-gen-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> Stamps the change (date, RANDGEN, reason) on the staged
      *> record and writes it.
       put-change.
           MOVE FUNCTION CURRENT-DATE TO ws-date
           MOVE ws-date(1:14) TO gn-date
           MOVE "RANDGEN" TO gn-changed-by
           MOVE ws-reason TO gn-reason
           MOVE "PUT" TO ws-gen-action
           PERFORM call-registry
           IF ws-gen-status NOT = "00"
               DISPLAY "randgen: unable to update generator registry "
                   FUNCTION TRIM(ws-genfile) " (status "
                   ws-gen-status ")"
               MOVE 16 TO RETURN-CODE
           END-IF.

       close-registry.
           MOVE "CLOSE" TO ws-gen-action
           PERFORM call-registry.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.
       call-registry.
           CALL "randgenio" USING ws-gen-action ws-genfile
               ws-gen-rec ws-gen-status
               ON EXCEPTION MOVE "99" TO ws-gen-status
           END-CALL.

      *> As everywhere else, except that REASON= swallows the rest of
      *> the line -- a justification is free text.
       read-parms.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE FUNCTION TRIM(ws-parm) TO ws-parm
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-parm)) TO ws-parm-len

           MOVE 1 TO ws-parm-ptr
           PERFORM UNTIL ws-parm-ptr > ws-parm-len
               MOVE SPACES TO ws-token
               MOVE ws-parm-ptr TO ws-token-start
               UNSTRING ws-parm DELIMITED BY ALL SPACE
                   INTO ws-token
                   WITH POINTER ws-parm-ptr
               END-UNSTRING
               IF ws-token(1:7) = "REASON="
                   ADD 7 TO ws-token-start
                   IF ws-token-start <= ws-parm-len
                       MOVE ws-parm(ws-token-start:) TO ws-reason
                   END-IF
                   COMPUTE ws-parm-ptr = ws-parm-len + 1
               ELSE
                   IF ws-token NOT = SPACES
                       PERFORM parse-token
                   END-IF
               END-IF
           END-PERFORM.

       parse-token.
           MOVE SPACES TO ws-key ws-val
           UNSTRING ws-token DELIMITED BY "="
               INTO ws-key ws-val
           END-UNSTRING

           EVALUATE FUNCTION TRIM(ws-key)
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "GENERATOR"
                   MOVE FUNCTION TRIM(ws-val) TO ws-generator
               WHEN "RNGNAME"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rngname
               WHEN "STATUS"
                   MOVE FUNCTION TRIM(ws-val) TO ws-new-status
               WHEN "GENREG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-genfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
