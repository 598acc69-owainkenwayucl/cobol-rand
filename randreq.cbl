      *> Stream-request intake (randreqr.cpy, all access via
      *> randreqio.cbl): the queue scientists submit "I need N values
      *> of this distribution from this generator for this job by
      *> this date" to, instead of emailing an operator who then
      *> hand-builds a randchain card file.  randdisp.cbl works the
      *> queue overnight.
      *>   ACTION=SUBMIT CONSUMER=c SAMPLES=n [GENERATOR=g RNGNAME=r
      *>          MODE=m LOW= HIGH= MEAN= SDEV= RATE= NEEDBY=yyyymmdd
      *>          PRIORITY=p REQUESTER=who]
      *>                      queue a new request, status QUEUED;
      *>                      its request-id is displayed
      *>   ACTION=LIST [STATUS=s]
      *>                      every request, or those in status s
      *>                      (the default action)
      *>   ACTION=SHOW REQID=q
      *>                      one request in full
      *>   ACTION=CHANGE REQID=q [PRIORITY=p] [NEEDBY=yyyymmdd]
      *>                      re-prioritise a request still QUEUED
      *>   ACTION=CANCEL REQID=q
      *>                      withdraw a request still QUEUED (it is
      *>                      kept, as FAILED, noted "cancelled")
      *>   ACTION=REQUEUE REQID=q
      *>                      put a FAILED request -- or one left
      *>                      RUNNING by a dispatch that died -- back
      *>                      in the queue
      *> SUBMIT validates the stream the way the generators validate
      *> their parameters, but refuses instead of falling back to a
      *> default: a request is run unattended, so a typo must come
      *> back to the requester now, not as the wrong stream tomorrow.
      *> GENERATOR= is GENRAND (the default) or FORTRAND; RNGNAME= is
      *> fortrand.cbl's routine (default GENRAND) and N/A for
      *> GENRAND.  MODE= is the generators' FLOAT (default), DICE
      *> (LOW=/HIGH=, default 1-6), NORMAL (MEAN=/SDEV=, default 0/1)
      *> or EXPONENTIAL (RATE=, default 1).  CONSUMER= is the job the
      *> delivered run will be reserved to (randalloc.cbl).  PRIORITY=
      *> runs from 1 (most urgent) to 9, default 5; NEEDBY= is
      *> optional and, when given, orders requests of equal priority.
      *> REQUESTER= defaults to the submitting login.
      *> REQFILE= names the queue (default runreq.dat).
      *> RETURN-CODE 8 when the request isn't on file or isn't in a
      *> status the action applies to, or when SUBMIT finds all ten
      *> request-ids for the current second taken; 16 when the queue
      *> can't be opened or the parameters make no sense.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randreq.
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

           01 ws-action               PIC X(10) VALUE "LIST".
           01 ws-req-id               PIC X(16) VALUE SPACES.
           01 ws-list-status          PIC X(10) VALUE SPACES.
           01 ws-requester            PIC X(32) VALUE SPACES.
           01 ws-consumer             PIC X(32) VALUE SPACES.
           01 ws-generator            PIC X(10) VALUE "GENRAND".
              88 generator-known      VALUE "GENRAND" "FORTRAND".
           01 ws-rngname              PIC X(20) VALUE SPACES.
           01 ws-mode                 PIC X(12) VALUE "FLOAT".
              88 dice-mode            VALUE "DICE".
              88 normal-mode          VALUE "NORMAL".
              88 exponential-mode     VALUE "EXPONENTIAL".
              88 known-mode           VALUE "FLOAT" "DICE"
                                            "NORMAL" "EXPONENTIAL".
           01 ws-low                  USAGE IS BINARY-LONG VALUE 1.
           01 ws-high                 USAGE IS BINARY-LONG VALUE 6.
           01 ws-dist-mean            USAGE IS FLOAT-LONG VALUE 0.
           01 ws-dist-sdev            USAGE IS FLOAT-LONG VALUE 1.
           01 ws-dist-rate            USAGE IS FLOAT-LONG VALUE 1.
      *> Which distribution parameters were given at all, so one
      *> that doesn't belong to MODE= is refused rather than ignored.
           01 ws-range-given          PIC X VALUE "N".
              88 range-was-given      VALUE "Y".
           01 ws-normal-given         PIC X VALUE "N".
              88 normal-parms-given   VALUE "Y".
           01 ws-rate-given           PIC X VALUE "N".
              88 rate-was-given       VALUE "Y".
      *> SAMPLES= is held wider than the generators' own count so an
      *> oversized request can be recognised and refused.
           01 ws-samples              PIC 9(12) VALUE 0.
           01 ws-samples-max          PIC 9(12) VALUE 4294967295.
           01 ws-needed-by            PIC X(8) VALUE SPACES.
           01 ws-priority             PIC 9 VALUE 0.
           01 ws-priority-given       PIC X VALUE "N".
              88 priority-was-given   VALUE "Y".
           01 ws-errors               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

           01 ws-reqfile              PIC X(100) VALUE "runreq.dat".
           01 ws-req-status           PIC XX.
           01 ws-req-action           PIC X(8).
           01 ws-req-rec.
               COPY "randreqr.cpy".

           01 ws-date                 PIC X(21).
           01 ws-seq                  PIC 99.
           01 ws-id-free              PIC X.
              88 request-id-free      VALUE "Y".
           01 ws-listed               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-samples-disp         PIC Z(9)9.
           01 ws-float-disp           PIC -(9)9.9(6).

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           EVALUATE ws-action
               WHEN "SUBMIT"
                   PERFORM submit-request
               WHEN "LIST"
                   PERFORM list-requests
               WHEN "SHOW"
                   PERFORM show-request
               WHEN "CHANGE"
                   PERFORM change-request
               WHEN "CANCEL"
                   PERFORM cancel-request
               WHEN "REQUEUE"
                   PERFORM requeue-request
               WHEN OTHER
                   DISPLAY "randreq: unknown ACTION "
                       FUNCTION TRIM(ws-action)
                       " (SUBMIT, LIST, SHOW, CHANGE, CANCEL or "
                       "REQUEUE)"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       submit-request.
           PERFORM check-submission
           IF ws-errors > 0
               DISPLAY "randreq: " ws-errors " parameter error(s) -- "
                   "request not queued"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE ws-req-rec
           MOVE ws-requester TO rq-requester
           MOVE ws-consumer TO rq-consumer
           MOVE ws-generator TO rq-generator
           MOVE ws-rngname TO rq-rngname
           MOVE ws-mode TO rq-mode
           MOVE ws-samples TO rq-samples
           MOVE ws-needed-by TO rq-needed-by
           MOVE ws-priority TO rq-priority
           MOVE 0 TO rq-low rq-high rq-dist-parm1 rq-dist-parm2
           EVALUATE TRUE
               WHEN dice-mode
                   MOVE ws-low TO rq-low
                   MOVE ws-high TO rq-high
               WHEN normal-mode
                   MOVE ws-dist-mean TO rq-dist-parm1
                   MOVE ws-dist-sdev TO rq-dist-parm2
               WHEN exponential-mode
                   MOVE ws-dist-rate TO rq-dist-parm1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "QUEUED" TO rq-status
           MOVE SPACES TO rq-run-id rq-note
           MOVE 0 TO rq-attempts

           PERFORM open-queue-io
           PERFORM assign-request-id
           IF NOT request-id-free
               DISPLAY "randreq: no free request-id this second -- "
                   "submit again"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM put-request
               IF ws-req-status = "00"
                   MOVE rq-samples TO ws-samples-disp
                   DISPLAY "randreq: request " rq-request-id
                       " QUEUED -- " FUNCTION TRIM(ws-samples-disp)
                       " " FUNCTION TRIM(rq-mode) " value(s) from "
                       FUNCTION TRIM(rq-generator) " for "
                       FUNCTION TRIM(rq-consumer)
               END-IF
           END-IF
           PERFORM close-queue.

      *> Every problem is reported, not just the first, so one
      *> resubmission can put them all right.
       check-submission.
           IF ws-consumer = SPACES
               DISPLAY "randreq: ACTION=SUBMIT needs a CONSUMER= -- "
                   "the job the stream is reserved to"
               ADD 1 TO ws-errors
           END-IF
           IF ws-samples = 0 OR ws-samples > ws-samples-max
               DISPLAY "randreq: SAMPLES= must be from 1 to "
                   ws-samples-max
               ADD 1 TO ws-errors
           END-IF
           IF NOT generator-known
               DISPLAY "randreq: unknown GENERATOR "
                   FUNCTION TRIM(ws-generator)
                   " (GENRAND or FORTRAND)"
               ADD 1 TO ws-errors
           END-IF
      *> fortrand.cbl refuses any RNGNAME outside its rng-name-known
      *> list, which is only GENRAND today.
           EVALUATE TRUE
               WHEN ws-generator = "GENRAND"
                   IF ws-rngname = SPACES
                       MOVE "N/A" TO ws-rngname
                   END-IF
                   IF ws-rngname NOT = "N/A"
                       DISPLAY "randreq: GENRAND takes no RNGNAME="
                       ADD 1 TO ws-errors
                   END-IF
               WHEN ws-generator = "FORTRAND"
                   IF ws-rngname = SPACES
                       MOVE "GENRAND" TO ws-rngname
                   END-IF
                   IF ws-rngname NOT = "GENRAND"
                       DISPLAY "randreq: unknown RNGNAME "
                           FUNCTION TRIM(ws-rngname)
                           " for FORTRAND"
                       ADD 1 TO ws-errors
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT known-mode
               DISPLAY "randreq: unknown MODE " FUNCTION TRIM(ws-mode)
                   " (FLOAT, DICE, NORMAL or EXPONENTIAL)"
               ADD 1 TO ws-errors
           END-IF
           IF range-was-given AND NOT dice-mode
               DISPLAY "randreq: LOW=/HIGH= need MODE=DICE"
               ADD 1 TO ws-errors
           END-IF
           IF normal-parms-given AND NOT normal-mode
               DISPLAY "randreq: MEAN=/SDEV= need MODE=NORMAL"
               ADD 1 TO ws-errors
           END-IF
           IF rate-was-given AND NOT exponential-mode
               DISPLAY "randreq: RATE= needs MODE=EXPONENTIAL"
               ADD 1 TO ws-errors
           END-IF
           IF dice-mode AND ws-high < ws-low
               DISPLAY "randreq: HIGH must be >= LOW"
               ADD 1 TO ws-errors
           END-IF
           IF normal-mode AND ws-dist-sdev <= 0
               DISPLAY "randreq: SDEV must be positive"
               ADD 1 TO ws-errors
           END-IF
           IF exponential-mode AND ws-dist-rate <= 0
               DISPLAY "randreq: RATE must be positive"
               ADD 1 TO ws-errors
           END-IF
           PERFORM check-needed-by
           IF priority-was-given
               PERFORM check-priority
           ELSE
               MOVE 5 TO ws-priority
           END-IF
           IF ws-requester = SPACES
               ACCEPT ws-requester FROM ENVIRONMENT "USER"
               IF ws-requester = SPACES
                   MOVE "UNKNOWN" TO ws-requester
               END-IF
           END-IF.

       check-needed-by.
           IF ws-needed-by NOT = SPACES
               IF ws-needed-by IS NOT NUMERIC
                   DISPLAY "randreq: NEEDBY= must be yyyymmdd"
                   ADD 1 TO ws-errors
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(ws-needed-by)) NOT = 0
                       DISPLAY "randreq: NEEDBY=" ws-needed-by
                           " is not a date"
                       ADD 1 TO ws-errors
                   END-IF
               END-IF
           END-IF.

       check-priority.
           IF ws-priority < 1
               DISPLAY "randreq: PRIORITY= runs from 1 (most urgent) "
                   "to 9"
               ADD 1 TO ws-errors
           END-IF.

      *> "Q" + submission timestamp + a sequence digit; the digit
      *> moves on while the id is already taken, so ten submissions
      *> can share a second.  ws-seq counts to 10 so the loop ends
      *> once all ten are taken; only its units digit goes in the id.
       assign-request-id.
           MOVE FUNCTION CURRENT-DATE TO ws-date
           MOVE ws-date(1:14) TO rq-submitted rq-updated
           MOVE "N" TO ws-id-free
           MOVE 0 TO ws-seq
           PERFORM UNTIL request-id-free OR ws-seq > 9
               STRING "Q" ws-date(1:14) ws-seq(2:1)
                   DELIMITED BY SIZE
                   INTO rq-request-id
               END-STRING
               MOVE "GET" TO ws-req-action
               PERFORM call-queue
               IF ws-req-status = "23"
                   MOVE "Y" TO ws-id-free
               ELSE
                   ADD 1 TO ws-seq
               END-IF
           END-PERFORM.

       list-requests.
           PERFORM open-queue-in
           MOVE "FIRST" TO ws-req-action
           PERFORM call-queue
           PERFORM UNTIL ws-req-status NOT = "00"
               IF ws-list-status = SPACES
                   OR ws-list-status = rq-status
                   ADD 1 TO ws-listed
                   MOVE rq-samples TO ws-samples-disp
                   DISPLAY rq-request-id " " rq-status " P"
                       rq-priority " " rq-needed-by " "
                       ws-samples-disp " " rq-generator " "
                       FUNCTION TRIM(rq-consumer) " "
                       FUNCTION TRIM(rq-run-id)
               END-IF
               MOVE "NEXT" TO ws-req-action
               PERFORM call-queue
           END-PERFORM
           PERFORM close-queue
           IF ws-list-status = SPACES
               DISPLAY "randreq: " ws-listed " request(s) on file"
           ELSE
               DISPLAY "randreq: " ws-listed " request(s) "
                   FUNCTION TRIM(ws-list-status)
           END-IF.

       show-request.
           PERFORM check-request-id-given
           PERFORM open-queue-in
           PERFORM get-request
           IF ws-req-status = "00"
               PERFORM display-request
           END-IF
           PERFORM close-queue.

       display-request.
           DISPLAY "request     : " rq-request-id
           DISPLAY "status      : " rq-status "  since " rq-updated
           DISPLAY "requester   : " FUNCTION TRIM(rq-requester)
           DISPLAY "consumer    : " FUNCTION TRIM(rq-consumer)
           DISPLAY "generator   : " rq-generator " " rq-rngname
           MOVE rq-samples TO ws-samples-disp
           DISPLAY "samples     : " FUNCTION TRIM(ws-samples-disp)
           EVALUATE rq-mode
               WHEN "DICE"
                   DISPLAY "mode        : DICE " rq-low " - " rq-high
               WHEN "NORMAL"
                   MOVE rq-dist-parm1 TO ws-float-disp
                   DISPLAY "mode        : NORMAL mean "
                       FUNCTION TRIM(ws-float-disp) WITH NO ADVANCING
                   MOVE rq-dist-parm2 TO ws-float-disp
                   DISPLAY " sdev " FUNCTION TRIM(ws-float-disp)
               WHEN "EXPONENTIAL"
                   MOVE rq-dist-parm1 TO ws-float-disp
                   DISPLAY "mode        : EXPONENTIAL rate "
                       FUNCTION TRIM(ws-float-disp)
               WHEN OTHER
                   DISPLAY "mode        : " rq-mode
           END-EVALUATE
           DISPLAY "priority    : " rq-priority
           IF rq-needed-by = SPACES
               DISPLAY "needed by   : (no date)"
           ELSE
               DISPLAY "needed by   : " rq-needed-by
           END-IF
           DISPLAY "submitted   : " rq-submitted
           DISPLAY "attempts    : " rq-attempts
           IF rq-run-id NOT = SPACES
               DISPLAY "run-id      : " rq-run-id
           END-IF
           IF rq-note NOT = SPACES
               DISPLAY "note        : " FUNCTION TRIM(rq-note)
           END-IF.

       change-request.
           PERFORM check-request-id-given
           IF NOT priority-was-given AND ws-needed-by = SPACES
               DISPLAY "randreq: ACTION=CHANGE needs PRIORITY= and/or "
                   "NEEDBY="
               ADD 1 TO ws-errors
           END-IF
           IF priority-was-given
               PERFORM check-priority
           END-IF
           PERFORM check-needed-by
           IF ws-errors > 0
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM open-queue-io
           PERFORM get-request
           IF ws-req-status = "00"
               IF NOT rq-queued
                   PERFORM refuse-status
               ELSE
                   IF priority-was-given
                       MOVE ws-priority TO rq-priority
                   END-IF
                   IF ws-needed-by NOT = SPACES
                       MOVE ws-needed-by TO rq-needed-by
                   END-IF
                   PERFORM put-request
                   IF ws-req-status = "00"
                       DISPLAY "randreq: request " rq-request-id
                           " now priority " rq-priority
                           ", needed by " rq-needed-by
                   END-IF
               END-IF
           END-IF
           PERFORM close-queue.

       cancel-request.
           PERFORM check-request-id-given
           PERFORM open-queue-io
           PERFORM get-request
           IF ws-req-status = "00"
               IF NOT rq-queued
                   PERFORM refuse-status
               ELSE
                   MOVE "FAILED" TO rq-status
                   MOVE SPACES TO rq-note
                   STRING "cancelled by "
                       FUNCTION TRIM(ws-requester)
                       DELIMITED BY SIZE INTO rq-note
                   END-STRING
                   PERFORM stamp-and-put
                   IF ws-req-status = "00"
                       DISPLAY "randreq: request " rq-request-id
                           " cancelled"
                   END-IF
               END-IF
           END-IF
           PERFORM close-queue.

      *> A RUNNING request is only ever stale when no dispatch is
      *> running -- randdisp.cbl reports those it finds -- so
      *> requeueing one is the operator's call, with a warning.
       requeue-request.
           PERFORM check-request-id-given
           PERFORM open-queue-io
           PERFORM get-request
           IF ws-req-status = "00"
               IF rq-failed OR rq-running
                   IF rq-running
                       DISPLAY "randreq: request " rq-request-id
                           " was RUNNING -- make sure no randdisp "
                           "run is still working it"
                   END-IF
                   MOVE "QUEUED" TO rq-status
                   MOVE "requeued" TO rq-note
                   PERFORM stamp-and-put
                   IF ws-req-status = "00"
                       DISPLAY "randreq: request " rq-request-id
                           " QUEUED again"
                   END-IF
               ELSE
                   PERFORM refuse-status
               END-IF
           END-IF
           PERFORM close-queue.

       refuse-status.
           DISPLAY "randreq: request " rq-request-id " is "
               FUNCTION TRIM(rq-status) " -- ACTION="
               FUNCTION TRIM(ws-action) " does not apply"
           MOVE 8 TO RETURN-CODE.

       check-request-id-given.
           IF ws-req-id = SPACES
               DISPLAY "randreq: ACTION=" FUNCTION TRIM(ws-action)
                   " needs a REQID="
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ws-requester = SPACES
               ACCEPT ws-requester FROM ENVIRONMENT "USER"
           END-IF.

       get-request.
           MOVE ws-req-id TO rq-request-id
           MOVE "GET" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status NOT = "00"
               DISPLAY "randreq: request " FUNCTION TRIM(ws-req-id)
                   " is not on file"
               MOVE 8 TO RETURN-CODE
           END-IF.

       stamp-and-put.
           MOVE FUNCTION CURRENT-DATE TO ws-date
           MOVE ws-date(1:14) TO rq-updated
           PERFORM put-request.

       put-request.
           MOVE "PUT" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status NOT = "00"
               DISPLAY "randreq: unable to update request queue "
                   FUNCTION TRIM(ws-reqfile) " (status "
                   ws-req-status ")"
               MOVE 16 TO RETURN-CODE
           END-IF.

       open-queue-io.
           MOVE "OPEN-IO" TO ws-req-action
           PERFORM call-queue
           PERFORM check-queue-open.

      *> No queue yet ("35") is simply an empty one for LIST; for
      *> SHOW it still ends as "not on file".
       open-queue-in.
           MOVE "OPEN-IN" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status = "35"
               DISPLAY "randreq: no request queue at "
                   FUNCTION TRIM(ws-reqfile)
               IF ws-action NOT = "LIST"
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM check-queue-open.

       check-queue-open.
           IF ws-req-status NOT = "00"
               DISPLAY "randreq: unable to open request queue "
                   FUNCTION TRIM(ws-reqfile) " (status "
                   ws-req-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       close-queue.
           MOVE "CLOSE" TO ws-req-action
           PERFORM call-queue.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.
       call-queue.
           CALL "randreqio" USING ws-req-action ws-reqfile
               ws-req-rec ws-req-status
               ON EXCEPTION MOVE "99" TO ws-req-status
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
               WHEN "ACTION"
                   MOVE FUNCTION TRIM(ws-val) TO ws-action
               WHEN "REQID"
                   MOVE FUNCTION TRIM(ws-val) TO ws-req-id
               WHEN "STATUS"
                   MOVE FUNCTION TRIM(ws-val) TO ws-list-status
               WHEN "REQUESTER"
                   MOVE FUNCTION TRIM(ws-val) TO ws-requester
               WHEN "CONSUMER"
                   MOVE FUNCTION TRIM(ws-val) TO ws-consumer
               WHEN "GENERATOR"
                   MOVE FUNCTION TRIM(ws-val) TO ws-generator
               WHEN "RNGNAME"
                   MOVE FUNCTION TRIM(ws-val) TO ws-rngname
               WHEN "MODE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-mode
               WHEN "LOW"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-low
                   MOVE "Y" TO ws-range-given
               WHEN "HIGH"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-high
                   MOVE "Y" TO ws-range-given
               WHEN "MEAN"
                   COMPUTE ws-dist-mean = FUNCTION NUMVAL(ws-val)
                   MOVE "Y" TO ws-normal-given
               WHEN "SDEV"
                   COMPUTE ws-dist-sdev = FUNCTION NUMVAL(ws-val)
                   MOVE "Y" TO ws-normal-given
               WHEN "RATE"
                   COMPUTE ws-dist-rate = FUNCTION NUMVAL(ws-val)
                   MOVE "Y" TO ws-rate-given
               WHEN "SAMPLES"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-samples
               WHEN "NEEDBY"
                   MOVE FUNCTION TRIM(ws-val) TO ws-needed-by
               WHEN "PRIORITY"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-priority
                   MOVE "Y" TO ws-priority-given
               WHEN "REQFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-reqfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
