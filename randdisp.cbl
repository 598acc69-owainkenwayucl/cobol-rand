      *> Nightly dispatcher for the stream-request queue (randreqr.cpy,
      *> submitted with randreq.cbl): works every QUEUED request in
      *> priority order -- PRIORITY 1 first, then the earliest
      *> needed-by date (undated last), then submission order -- and
      *> for each one does what an operator used to do by hand:
      *>   1. marks it RUNNING, with the request-id as the run-id
      *>   2. writes the generator's control cards (<runid>.parm, the
      *>      PARMFILE= of genrand.cbl / fortrand.cbl) for the
      *>      requested generator, distribution and size
      *>   3. for a request of STRIPEAT= values or more, generates it
      *>      as STRIPES= simultaneous stripes (<runid>.s<k>)
      *>   4. writes the chain file (<runid>.chain) and runs it with
      *>      randchain.cbl: the generator itself (or randasm.cbl
      *>      merging and verifying the stripes), randverify,
      *>      randstat, randseq (told the stream's MODE=, so it
      *>      skips the unit-interval pair test for NORMAL and
      *>      EXPONENTIAL), randdice for a DICE stream, randcert
      *>      and finally randalloc ACTION=RESERVE to the request's
      *>      consumer -- so nothing is reserved that isn't CERTIFIED
      *>   5. marks it DELIVERED with its run-id (<runid>.dat) when the
      *>      chain completes, FAILED with the chain's RETURN-CODE in
      *>      the note when it doesn't
      *> DEADLINE=hhmmss is the end of the batch window (tomorrow's
      *> clock time when it is earlier than the start).  Before each
      *> request the dispatcher estimates its run time from the
      *> planning rates GENRATE= (values generated per second by one
      *> generator, default 1000000) and QUALRATE= (values per second
      *> through the whole qualification chain, default 200000); a
      *> request that would not finish inside the window is deferred
      *> -- it stays QUEUED, is noted, and is reported -- and the
      *> smaller requests behind it are still tried.  A request once
      *> started is run to the end.  Without DEADLINE= everything
      *> queued is worked.
      *> Requests found RUNNING were left so by a dispatch that
      *> died; they are reported, not touched -- randreq.cbl
      *> ACTION=REQUEUE puts one back once it has been looked at.
      *> The queue is opened only to read it and to record each
      *> status change, so requests can be submitted while a long
      *> dispatch is running; one submitted after the dispatch read
      *> the queue waits for the next night.
      *> Files are written in the current directory, which is the
      *> production data directory; BINDIR= names where the suite's
      *> programs live (default the current directory).  The chain
      *> programs use their usual catalog, ledger, qualification
      *> file and registries.  STATEFILE= is the chain state file
      *> (default randdisp.state).  REQFILE= names the queue
      *> (default runreq.dat).
      *> RETURN-CODE 8 when any request FAILED, otherwise 4 when any
      *> was deferred to the next window, 16 when the queue can't be
      *> read or the parameters make no sense.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randdisp.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT card-file ASSIGN TO DYNAMIC ws-cardfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-card-status.

       DATA DIVISION.
           FILE SECTION.
           FD  card-file.
           01 card-line               PIC X(200).

           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).
           01 ws-errors               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

           01 ws-deadline             PIC 9(6) VALUE 0.
           01 ws-deadline-given       PIC X VALUE "N".
              88 deadline-was-given   VALUE "Y".
           01 ws-bindir               PIC X(60) VALUE ".".
           01 ws-genrate              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 1000000.
           01 ws-qualrate             USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 200000.
           01 ws-stripe-at            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 10000000.
           01 ws-stripes              USAGE IS BINARY-LONG VALUE 4.
           01 ws-statefile            PIC X(100)
                                       VALUE "randdisp.state".

           01 ws-reqfile              PIC X(100) VALUE "runreq.dat".
           01 ws-req-status           PIC XX.
           01 ws-req-action           PIC X(8).
           01 ws-req-rec.
               COPY "randreqr.cpy".

      *> The night's work list: every QUEUED request found when the
      *> queue was read, insertion-sorted on ws-q-order (priority,
      *> needed-by with undated as 99999999, submitted, id) -- the
      *> same simple sort randasm.cbl uses for its stripes.
           01 ws-q-max                USAGE IS BINARY-LONG VALUE 200.
           01 ws-q-total              USAGE IS BINARY-LONG VALUE 0.
           01 ws-q-overflow           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-q-table.
               05 ws-q-entry OCCURS 200 TIMES.
                   10 ws-q-order.
                       15 ws-q-priority  PIC 9.
                       15 ws-q-needed-by PIC X(8).
                       15 ws-q-submitted PIC X(14).
                       15 ws-q-id        PIC X(16).
                   10 ws-q-outcome     PIC X.
                      88 q-delivered  VALUE "D".
                      88 q-failed     VALUE "F".
                      88 q-deferred   VALUE "W".
                      88 q-skipped    VALUE "S".
           01 ws-hold-entry           PIC X(40).
           01 ws-hold-order           PIC X(39).
           01 ws-q-idx                USAGE IS BINARY-LONG.
           01 ws-sort-i               USAGE IS BINARY-LONG.
           01 ws-sort-j               USAGE IS BINARY-LONG.
           01 ws-sort-done            PIC X.
              88 sort-slot-found      VALUE "Y".

      *> The clock, in seconds since the dispatch's own midnight:
      *> past midnight a reading is taken as tomorrow's, so a window
      *> from 22:00 to DEADLINE=060000 compares correctly.
           01 ws-now                  PIC X(21).
           01 ws-today                PIC X(8).
           01 ws-now-secs             USAGE IS BINARY-LONG.
           01 ws-start-secs           USAGE IS BINARY-LONG VALUE 0.
           01 ws-deadline-secs        USAGE IS BINARY-LONG.
           01 ws-est-secs             USAGE IS BINARY-LONG.
           01 ws-hh-val               USAGE IS BINARY-LONG.
           01 ws-mm-val               USAGE IS BINARY-LONG.
           01 ws-ss-val               USAGE IS BINARY-LONG.
           01 ws-fits                 PIC X.
              88 request-fits         VALUE "Y".

      *> One request's run.
           01 ws-run-id               PIC X(16).
           01 ws-gen-prog             PIC X(8).
           01 ws-striped              PIC X.
              88 request-striped      VALUE "Y".
           01 ws-stripe-k             USAGE IS BINARY-LONG.
           01 ws-k-disp               PIC 9.
           01 ws-seed                 USAGE IS BINARY-LONG.
           01 ws-cardfile             PIC X(100).
           01 ws-card-status          PIC XX.
           01 ws-card-ok              PIC X.
              88 cards-ok             VALUE "Y".
           01 ws-line                 PIC X(200).
           01 ws-infiles              PIC X(200).
           01 ws-ptr                  USAGE IS BINARY-LONG.
           01 ws-cmd                  PIC X(1500).
           01 ws-child-rc             USAGE IS BINARY-LONG.

           01 ws-samples-disp         PIC Z(9)9.
           01 ws-int-disp             PIC -(9)9.
           01 ws-float-disp           PIC -(9)9.9(6).
           01 ws-seed-disp            PIC Z(9)9.
           01 ws-secs-disp            PIC Z(8)9.
           01 ws-rc-disp              PIC Z(2)9.

           01 ws-delivered            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-failed               USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-deferred             USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-skipped              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-stale-running        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms
           PERFORM check-parms
           IF ws-errors > 0
               DISPLAY "randdisp: " ws-errors " parameter error(s) -- "
                   "refusing to start"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM read-clock
           MOVE ws-now-secs TO ws-start-secs
           MOVE ws-now(1:8) TO ws-today
           IF deadline-was-given
               PERFORM split-deadline
               COMPUTE ws-deadline-secs =
                   ws-hh-val * 3600 + ws-mm-val * 60 + ws-ss-val
               IF ws-deadline-secs <= ws-start-secs
                   ADD 86400 TO ws-deadline-secs
               END-IF
               DISPLAY "randdisp: window closes at " ws-deadline
           END-IF

           PERFORM load-queue
           IF ws-q-total = 0
               DISPLAY "randdisp: no QUEUED requests"
           ELSE
               PERFORM sort-queue
               DISPLAY "randdisp: " ws-q-total " QUEUED request(s)"
               PERFORM VARYING ws-q-idx FROM 1 BY 1
                       UNTIL ws-q-idx > ws-q-total
                   PERFORM dispatch-request
               END-PERFORM
           END-IF

           PERFORM report-dispatch

           EVALUATE TRUE
               WHEN ws-failed > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-deferred > 0 OR ws-q-overflow > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       check-parms.
           IF deadline-was-given
               PERFORM split-deadline
               IF ws-hh-val > 23 OR ws-mm-val > 59 OR ws-ss-val > 59
                   DISPLAY "randdisp: DEADLINE must be hhmmss"
                   ADD 1 TO ws-errors
               END-IF
           END-IF
           IF ws-genrate = 0 OR ws-qualrate = 0
               DISPLAY "randdisp: GENRATE= and QUALRATE= must be "
                   "positive"
               ADD 1 TO ws-errors
           END-IF
           IF ws-stripes < 2 OR ws-stripes > 8
               DISPLAY "randdisp: STRIPES= must be from 2 to 8"
               ADD 1 TO ws-errors
           END-IF
           IF ws-stripe-at < 8
               DISPLAY "randdisp: STRIPEAT= must be at least 8"
               ADD 1 TO ws-errors
           END-IF
           IF ws-bindir = SPACES
               MOVE "." TO ws-bindir
           END-IF.

      *> hh, mm and ss of DEADLINE=, each truncated as it is stored.
       split-deadline.
           COMPUTE ws-hh-val = ws-deadline / 10000
           COMPUTE ws-mm-val = FUNCTION MOD(ws-deadline, 10000) / 100
           COMPUTE ws-ss-val = FUNCTION MOD(ws-deadline, 100).

       read-clock.
           MOVE FUNCTION CURRENT-DATE TO ws-now
           COMPUTE ws-hh-val = FUNCTION NUMVAL(ws-now(9:2))
           COMPUTE ws-mm-val = FUNCTION NUMVAL(ws-now(11:2))
           COMPUTE ws-ss-val = FUNCTION NUMVAL(ws-now(13:2))
           COMPUTE ws-now-secs =
               ws-hh-val * 3600 + ws-mm-val * 60 + ws-ss-val
           IF ws-now-secs < ws-start-secs
               ADD 86400 TO ws-now-secs
           END-IF.

      *> QUEUED requests join the work list; RUNNING ones are only
      *> reported.  A work list already full leaves the rest QUEUED
      *> for the next dispatch.
       load-queue.
           MOVE "OPEN-IN" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status = "35"
               DISPLAY "randdisp: no request queue at "
                   FUNCTION TRIM(ws-reqfile)
           ELSE
               IF ws-req-status NOT = "00"
                   DISPLAY "randdisp: unable to open request queue "
                       FUNCTION TRIM(ws-reqfile) " (status "
                       ws-req-status ")"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "FIRST" TO ws-req-action
               PERFORM call-queue
               PERFORM UNTIL ws-req-status NOT = "00"
                   EVALUATE TRUE
                       WHEN rq-queued
                           PERFORM add-to-work-list
                       WHEN rq-running
                           ADD 1 TO ws-stale-running
                           DISPLAY "randdisp: request " rq-request-id
                               " was left RUNNING since " rq-updated
                               " -- check run " rq-run-id
                               " and REQUEUE it"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE "NEXT" TO ws-req-action
                   PERFORM call-queue
               END-PERFORM
               MOVE "CLOSE" TO ws-req-action
               PERFORM call-queue
           END-IF.

       add-to-work-list.
           IF ws-q-total >= ws-q-max
               ADD 1 TO ws-q-overflow
           ELSE
               ADD 1 TO ws-q-total
               MOVE rq-priority TO ws-q-priority(ws-q-total)
               IF rq-needed-by = SPACES
                   MOVE "99999999" TO ws-q-needed-by(ws-q-total)
               ELSE
                   MOVE rq-needed-by TO ws-q-needed-by(ws-q-total)
               END-IF
               MOVE rq-submitted TO ws-q-submitted(ws-q-total)
               MOVE rq-request-id TO ws-q-id(ws-q-total)
               MOVE SPACE TO ws-q-outcome(ws-q-total)
           END-IF.

      *> Insertion sort, with the slot test inside the loop body for
      *> the reason given at randasm.cbl's sort-stripes.
       sort-queue.
           PERFORM VARYING ws-sort-i FROM 2 BY 1
                   UNTIL ws-sort-i > ws-q-total
               MOVE ws-q-entry(ws-sort-i) TO ws-hold-entry
               MOVE ws-q-order(ws-sort-i) TO ws-hold-order
               MOVE ws-sort-i TO ws-sort-j
               MOVE "N" TO ws-sort-done
               PERFORM UNTIL ws-sort-j < 2 OR sort-slot-found
                   IF ws-q-order(ws-sort-j - 1) <= ws-hold-order
                       MOVE "Y" TO ws-sort-done
                   ELSE
                       MOVE ws-q-entry(ws-sort-j - 1)
                           TO ws-q-entry(ws-sort-j)
                       SUBTRACT 1 FROM ws-sort-j
                   END-IF
               END-PERFORM
               MOVE ws-hold-entry TO ws-q-entry(ws-sort-j)
           END-PERFORM.

      *> The request is re-read first: it may have been cancelled or
      *> changed since the queue was loaded.
       dispatch-request.
           MOVE "OPEN-IO" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status NOT = "00"
               DISPLAY "randdisp: unable to open request queue "
                   FUNCTION TRIM(ws-reqfile) " (status "
                   ws-req-status ") -- " ws-q-id(ws-q-idx)
                   " not started"
               MOVE "S" TO ws-q-outcome(ws-q-idx)
               ADD 1 TO ws-skipped
           ELSE
               MOVE ws-q-id(ws-q-idx) TO rq-request-id
               MOVE "GET" TO ws-req-action
               PERFORM call-queue
               IF ws-req-status NOT = "00" OR NOT rq-queued
                   DISPLAY "randdisp: request " ws-q-id(ws-q-idx)
                       " is no longer QUEUED -- skipped"
                   MOVE "S" TO ws-q-outcome(ws-q-idx)
                   ADD 1 TO ws-skipped
               ELSE
                   PERFORM plan-request
                   IF request-fits
                       MOVE "RUNNING" TO rq-status
                       MOVE rq-request-id TO rq-run-id
                       ADD 1 TO rq-attempts
                       MOVE SPACES TO rq-note
                   ELSE
                       MOVE SPACES TO rq-note
                       MOVE ws-est-secs TO ws-secs-disp
                       STRING "deferred " ws-now(1:8)
                           ": needs about "
                           FUNCTION TRIM(ws-secs-disp)
                           "s, past the window"
                           DELIMITED BY SIZE INTO rq-note
                       END-STRING
                   END-IF
                   PERFORM put-request
                   IF ws-req-status NOT = "00"
                       MOVE "S" TO ws-q-outcome(ws-q-idx)
                       ADD 1 TO ws-skipped
                   END-IF
               END-IF
               MOVE "CLOSE" TO ws-req-action
               PERFORM call-queue
               IF ws-q-outcome(ws-q-idx) = SPACE
                   IF request-fits
                       PERFORM run-request
                   ELSE
                       PERFORM defer-request
                   END-IF
               END-IF
           END-IF.

      *> Estimated seconds: generation (shared across the stripes
      *> when striped) plus the qualification chain, rounded up.
       plan-request.
           IF rq-samples >= ws-stripe-at
               MOVE "Y" TO ws-striped
               COMPUTE ws-est-secs = rq-samples
                   / (ws-genrate * ws-stripes)
                   + rq-samples / ws-qualrate + 1
           ELSE
               MOVE "N" TO ws-striped
               COMPUTE ws-est-secs = rq-samples / ws-genrate
                   + rq-samples / ws-qualrate + 1
           END-IF
           MOVE "Y" TO ws-fits
           PERFORM read-clock
           IF deadline-was-given
               IF ws-now-secs + ws-est-secs > ws-deadline-secs
                   MOVE "N" TO ws-fits
               END-IF
           END-IF.

       defer-request.
           MOVE "W" TO ws-q-outcome(ws-q-idx)
           ADD 1 TO ws-deferred
           MOVE rq-samples TO ws-samples-disp
           MOVE ws-est-secs TO ws-secs-disp
           DISPLAY "randdisp: request " rq-request-id " deferred -- "
               FUNCTION TRIM(ws-samples-disp) " value(s) need about "
               FUNCTION TRIM(ws-secs-disp) "s, past DEADLINE "
               ws-deadline.

       run-request.
           MOVE rq-run-id TO ws-run-id
           IF rq-generator = "FORTRAND"
               MOVE "fortrand" TO ws-gen-prog
           ELSE
               MOVE "genrand" TO ws-gen-prog
           END-IF
           MOVE rq-samples TO ws-samples-disp
           DISPLAY "randdisp: request " rq-request-id " -- "
               FUNCTION TRIM(ws-samples-disp) " "
               FUNCTION TRIM(rq-mode) " value(s) from "
               FUNCTION TRIM(rq-generator) " for "
               FUNCTION TRIM(rq-consumer)

           MOVE "Y" TO ws-card-ok
           PERFORM write-generator-cards
           IF cards-ok AND request-striped
               PERFORM run-stripes
           END-IF
           IF cards-ok
               PERFORM write-chain-cards
           END-IF
           IF cards-ok
               PERFORM run-chain
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:14) TO rq-updated
           MOVE SPACES TO rq-note
           EVALUATE TRUE
               WHEN NOT cards-ok
                   MOVE "FAILED" TO rq-status
                   MOVE "F" TO ws-q-outcome(ws-q-idx)
                   ADD 1 TO ws-failed
                   MOVE "control cards not written -- see the log"
                       TO rq-note
               WHEN ws-child-rc = 0
                   MOVE "DELIVERED" TO rq-status
                   MOVE "D" TO ws-q-outcome(ws-q-idx)
                   ADD 1 TO ws-delivered
                   STRING "delivered as " ws-run-id ".dat"
                       DELIMITED BY SIZE INTO rq-note
                   END-STRING
               WHEN OTHER
                   MOVE "FAILED" TO rq-status
                   MOVE "F" TO ws-q-outcome(ws-q-idx)
                   ADD 1 TO ws-failed
                   MOVE ws-child-rc TO ws-rc-disp
                   STRING "chain " ws-run-id " ended RETURN-CODE "
                       FUNCTION TRIM(ws-rc-disp)
                       DELIMITED BY SIZE INTO rq-note
                   END-STRING
           END-EVALUATE
           DISPLAY "randdisp: request " rq-request-id " "
               FUNCTION TRIM(rq-status) " -- " FUNCTION TRIM(rq-note)

           MOVE "OPEN-IO" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status = "00"
               PERFORM put-request
               MOVE "CLOSE" TO ws-req-action
               PERFORM call-queue
           ELSE
               DISPLAY "randdisp: unable to open request queue "
                   FUNCTION TRIM(ws-reqfile) " (status "
                   ws-req-status ") -- request " rq-request-id
                   " stays RUNNING, record it as "
                   FUNCTION TRIM(rq-status) " by hand"
           END-IF.

      *> <runid>.parm: the request's stream as generator control
      *> cards.  A striped run's stripes must share one seed, so the
      *> dispatcher supplies it; an unstriped run lets the generator
      *> pick its own as usual.
       write-generator-cards.
           MOVE SPACES TO ws-cardfile
           STRING FUNCTION TRIM(ws-run-id) ".parm"
               DELIMITED BY SIZE INTO ws-cardfile
           END-STRING
           PERFORM open-card-file
           IF cards-ok
               MOVE rq-samples TO ws-samples-disp
               STRING "SAMPLES=" FUNCTION TRIM(ws-samples-disp)
                   DELIMITED BY SIZE INTO ws-line
               END-STRING
               PERFORM write-card-line
               STRING "MODE=" FUNCTION TRIM(rq-mode)
                   DELIMITED BY SIZE INTO ws-line
               END-STRING
               PERFORM write-card-line
               EVALUATE rq-mode
                   WHEN "DICE"
                       MOVE rq-low TO ws-int-disp
                       STRING "LOW=" FUNCTION TRIM(ws-int-disp)
                           DELIMITED BY SIZE INTO ws-line
                       END-STRING
                       PERFORM write-card-line
                       MOVE rq-high TO ws-int-disp
                       STRING "HIGH=" FUNCTION TRIM(ws-int-disp)
                           DELIMITED BY SIZE INTO ws-line
                       END-STRING
                       PERFORM write-card-line
                   WHEN "NORMAL"
                       MOVE rq-dist-parm1 TO ws-float-disp
                       STRING "MEAN=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                       END-STRING
                       PERFORM write-card-line
                       MOVE rq-dist-parm2 TO ws-float-disp
                       STRING "SDEV=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                       END-STRING
                       PERFORM write-card-line
                   WHEN "EXPONENTIAL"
                       MOVE rq-dist-parm1 TO ws-float-disp
                       STRING "RATE=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                       END-STRING
                       PERFORM write-card-line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               STRING "RUNID=" FUNCTION TRIM(ws-run-id)
                   DELIMITED BY SIZE INTO ws-line
               END-STRING
               PERFORM write-card-line
               IF rq-generator = "FORTRAND"
                   STRING "RNGNAME=" FUNCTION TRIM(rq-rngname)
                       DELIMITED BY SIZE INTO ws-line
                   END-STRING
                   PERFORM write-card-line
               END-IF
               IF request-striped
                   MOVE ws-stripes TO ws-k-disp
                   STRING "STRIPES=" ws-k-disp
                       DELIMITED BY SIZE INTO ws-line
                   END-STRING
                   PERFORM write-card-line
                   MOVE FUNCTION CURRENT-DATE TO ws-now
                   COMPUTE ws-seed = FUNCTION NUMVAL(ws-now(9:8))
                   MOVE ws-seed TO ws-seed-disp
                   STRING "SEED=" FUNCTION TRIM(ws-seed-disp)
                       DELIMITED BY SIZE INTO ws-line
                   END-STRING
                   PERFORM write-card-line
               ELSE
                   STRING "OUTFILE=" FUNCTION TRIM(ws-run-id) ".dat"
                       DELIMITED BY SIZE INTO ws-line
                   END-STRING
                   PERFORM write-card-line
                   STRING "CKPTFILE=" FUNCTION TRIM(ws-run-id)
                       ".ckpt" DELIMITED BY SIZE INTO ws-line
                   END-STRING
                   PERFORM write-card-line
               END-IF
               CLOSE card-file
           END-IF.

      *> Every stripe at once, as background jobs of one shell; the
      *> stripes' own exit codes are not collected here -- a stripe
      *> that failed or was refused leaves a gap or a short file, and
      *> randasm.cbl's tiling and SAMPLES= checks fail the chain on
      *> it before anything is tested or reserved.
       run-stripes.
           MOVE SPACES TO ws-cmd
           MOVE 1 TO ws-ptr
           PERFORM VARYING ws-stripe-k FROM 1 BY 1
                   UNTIL ws-stripe-k > ws-stripes
               MOVE ws-stripe-k TO ws-k-disp
               STRING FUNCTION TRIM(ws-bindir) "/"
                   FUNCTION TRIM(ws-gen-prog) " STRIPE=" ws-k-disp
                   " PARMFILE=" FUNCTION TRIM(ws-run-id) ".parm"
                   " OUTFILE=" FUNCTION TRIM(ws-run-id) ".s" ws-k-disp
                   " CKPTFILE=" FUNCTION TRIM(ws-run-id) ".c"
                   ws-k-disp " & "
                   DELIMITED BY SIZE INTO ws-cmd
                   WITH POINTER ws-ptr
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
           END-PERFORM
           STRING "wait" DELIMITED BY SIZE INTO ws-cmd
               WITH POINTER ws-ptr
               ON OVERFLOW MOVE "N" TO ws-card-ok
           END-STRING
           IF NOT cards-ok
               DISPLAY "randdisp: stripe command too long -- shorten "
                   "BINDIR="
           ELSE
               MOVE ws-stripes TO ws-k-disp
               DISPLAY "randdisp: generating " ws-run-id " as "
                   ws-k-disp " stripes"
               CALL "SYSTEM" USING ws-cmd END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> <runid>.chain: the qualification chain through to the
      *> reservation, for randchain.cbl.
       write-chain-cards.
           MOVE SPACES TO ws-cardfile
           STRING FUNCTION TRIM(ws-run-id) ".chain"
               DELIMITED BY SIZE INTO ws-cardfile
           END-STRING
           PERFORM open-card-file
           IF cards-ok
               STRING "RUNID=" FUNCTION TRIM(ws-run-id)
                   DELIMITED BY SIZE INTO ws-line
               END-STRING
               PERFORM write-card-line
               STRING "STATEFILE=" FUNCTION TRIM(ws-statefile)
                   DELIMITED BY SIZE INTO ws-line
               END-STRING
               PERFORM write-card-line

               IF request-striped
                   PERFORM build-stripe-list
                   MOVE rq-samples TO ws-samples-disp
                   STRING "STEP=" FUNCTION TRIM(ws-bindir)
                       "/randasm INFILES=" FUNCTION TRIM(ws-infiles)
                       " OUTFILE=" FUNCTION TRIM(ws-run-id) ".dat"
                       " SAMPLES=" FUNCTION TRIM(ws-samples-disp)
                       DELIMITED BY SIZE INTO ws-line
                       ON OVERFLOW MOVE "N" TO ws-card-ok
                   END-STRING
               ELSE
                   STRING "STEP=" FUNCTION TRIM(ws-bindir) "/"
                       FUNCTION TRIM(ws-gen-prog) " PARMFILE="
                       FUNCTION TRIM(ws-run-id) ".parm"
                       DELIMITED BY SIZE INTO ws-line
                       ON OVERFLOW MOVE "N" TO ws-card-ok
                   END-STRING
               END-IF
               PERFORM write-card-line

               STRING "STEP=" FUNCTION TRIM(ws-bindir)
                   "/randverify INFILE=" FUNCTION TRIM(ws-run-id)
                   ".dat MODE=" FUNCTION TRIM(rq-mode)
                   DELIMITED BY SIZE INTO ws-line
                   WITH POINTER ws-ptr
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
               IF rq-mode = "DICE"
                   PERFORM append-dice-range
               END-IF
               PERFORM write-card-line

               STRING "STEP=" FUNCTION TRIM(ws-bindir)
                   "/randstat INFILE=" FUNCTION TRIM(ws-run-id)
                   ".dat MODE=" FUNCTION TRIM(rq-mode)
                   DELIMITED BY SIZE INTO ws-line
                   WITH POINTER ws-ptr
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
               EVALUATE rq-mode
                   WHEN "NORMAL"
                       MOVE rq-dist-parm1 TO ws-float-disp
                       STRING " MEAN=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                           WITH POINTER ws-ptr
                           ON OVERFLOW MOVE "N" TO ws-card-ok
                       END-STRING
                       MOVE rq-dist-parm2 TO ws-float-disp
                       STRING " SDEV=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                           WITH POINTER ws-ptr
                           ON OVERFLOW MOVE "N" TO ws-card-ok
                       END-STRING
                   WHEN "EXPONENTIAL"
                       MOVE rq-dist-parm1 TO ws-float-disp
                       STRING " RATE=" FUNCTION TRIM(ws-float-disp)
                           DELIMITED BY SIZE INTO ws-line
                           WITH POINTER ws-ptr
                           ON OVERFLOW MOVE "N" TO ws-card-ok
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM write-card-line

               STRING "STEP=" FUNCTION TRIM(ws-bindir)
                   "/randseq INFILE=" FUNCTION TRIM(ws-run-id) ".dat"
                   " MODE=" FUNCTION TRIM(rq-mode)
                   DELIMITED BY SIZE INTO ws-line
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
               PERFORM write-card-line

               IF rq-mode = "DICE"
                   STRING "STEP=" FUNCTION TRIM(ws-bindir)
                       "/randdice INFILE=" FUNCTION TRIM(ws-run-id)
                       ".dat"
                       DELIMITED BY SIZE INTO ws-line
                       WITH POINTER ws-ptr
                       ON OVERFLOW MOVE "N" TO ws-card-ok
                   END-STRING
                   PERFORM append-dice-range
                   PERFORM write-card-line
               END-IF

               STRING "STEP=" FUNCTION TRIM(ws-bindir)
                   "/randcert RUNID=" FUNCTION TRIM(ws-run-id)
                   DELIMITED BY SIZE INTO ws-line
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
               PERFORM write-card-line

               STRING "STEP=" FUNCTION TRIM(ws-bindir)
                   "/randalloc ACTION=RESERVE RUNID="
                   FUNCTION TRIM(ws-run-id) " CONSUMER="
                   FUNCTION TRIM(rq-consumer)
                   DELIMITED BY SIZE INTO ws-line
                   ON OVERFLOW MOVE "N" TO ws-card-ok
               END-STRING
               PERFORM write-card-line
               CLOSE card-file
               IF NOT cards-ok
                   DISPLAY "randdisp: a chain card for " ws-run-id
                       " is over 200 characters -- shorten BINDIR="
               END-IF
           END-IF.

       build-stripe-list.
           MOVE SPACES TO ws-infiles
           MOVE 1 TO ws-ptr
           PERFORM VARYING ws-stripe-k FROM 1 BY 1
                   UNTIL ws-stripe-k > ws-stripes
               MOVE ws-stripe-k TO ws-k-disp
               IF ws-stripe-k > 1
                   STRING "," DELIMITED BY SIZE INTO ws-infiles
                       WITH POINTER ws-ptr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(ws-run-id) ".s" ws-k-disp
                   DELIMITED BY SIZE INTO ws-infiles
                   WITH POINTER ws-ptr
               END-STRING
           END-PERFORM.

       append-dice-range.
           MOVE rq-low TO ws-int-disp
           STRING " LOW=" FUNCTION TRIM(ws-int-disp)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-ptr
               ON OVERFLOW MOVE "N" TO ws-card-ok
           END-STRING
           MOVE rq-high TO ws-int-disp
           STRING " HIGH=" FUNCTION TRIM(ws-int-disp)
               DELIMITED BY SIZE INTO ws-line
               WITH POINTER ws-ptr
               ON OVERFLOW MOVE "N" TO ws-card-ok
           END-STRING.

      *> The chain's exit code, decoded out of the wait status as
      *> randchain.cbl's run-one-step does for its own steps.
       run-chain.
           MOVE SPACES TO ws-cmd
           STRING FUNCTION TRIM(ws-bindir) "/randchain PARMFILE="
               FUNCTION TRIM(ws-run-id) ".chain"
               DELIMITED BY SIZE INTO ws-cmd
           END-STRING
           DISPLAY "randdisp: running " FUNCTION TRIM(ws-cmd)
           CALL "SYSTEM" USING ws-cmd END-CALL
           MOVE RETURN-CODE TO ws-child-rc
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN ws-child-rc = 0
                   CONTINUE
               WHEN ws-child-rc >= 256
                   AND FUNCTION MOD(ws-child-rc, 256) = 0
                   COMPUTE ws-child-rc = ws-child-rc / 256
               WHEN OTHER
                   DISPLAY "randdisp: chain " ws-run-id
                       " was killed by a signal (wait status "
                       ws-child-rc ")"
                   MOVE 16 TO ws-child-rc
           END-EVALUATE.

       open-card-file.
           OPEN OUTPUT card-file
           IF ws-card-status NOT = "00"
               DISPLAY "randdisp: unable to write "
                   FUNCTION TRIM(ws-cardfile) " (status "
                   ws-card-status ")"
               MOVE "N" TO ws-card-ok
           END-IF
           MOVE SPACES TO ws-line
           MOVE 1 TO ws-ptr.

      *> Writes the staged line and clears it for the next one.
       write-card-line.
           MOVE ws-line TO card-line
           WRITE card-line
           MOVE SPACES TO ws-line
           MOVE 1 TO ws-ptr.

      *> The close-of-dispatch report: what was delivered, what
      *> failed, and what is still waiting -- overdue marked.
       report-dispatch.
           DISPLAY " "
           DISPLAY "randdisp: " ws-delivered " delivered, " ws-failed
               " failed, " ws-deferred " deferred, " ws-skipped
               " skipped"
           PERFORM VARYING ws-q-idx FROM 1 BY 1
                   UNTIL ws-q-idx > ws-q-total
               IF q-deferred(ws-q-idx)
                   IF ws-q-needed-by(ws-q-idx) = "99999999"
                       DISPLAY "  still QUEUED: " ws-q-id(ws-q-idx)
                           " priority " ws-q-priority(ws-q-idx)
                           " no needed-by date"
                   ELSE
                       IF ws-q-needed-by(ws-q-idx) < ws-today
                           DISPLAY "  still QUEUED: "
                               ws-q-id(ws-q-idx) " priority "
                               ws-q-priority(ws-q-idx)
                               " needed by "
                               ws-q-needed-by(ws-q-idx) " OVERDUE"
                       ELSE
                           DISPLAY "  still QUEUED: "
                               ws-q-id(ws-q-idx) " priority "
                               ws-q-priority(ws-q-idx)
                               " needed by "
                               ws-q-needed-by(ws-q-idx)
                       END-IF
                   END-IF
               END-IF
               IF q-failed(ws-q-idx)
                   DISPLAY "  FAILED: " ws-q-id(ws-q-idx)
                       " -- randreq ACTION=SHOW for the reason"
               END-IF
           END-PERFORM
           IF ws-q-overflow > 0
               DISPLAY "randdisp: " ws-q-overflow " further QUEUED "
                   "request(s) beyond this dispatch's " ws-q-max
                   " wait for the next"
           END-IF
           IF ws-stale-running > 0
               DISPLAY "randdisp: " ws-stale-running " request(s) "
                   "left RUNNING by an earlier dispatch"
           END-IF.

       put-request.
           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:14) TO rq-updated
           MOVE "PUT" TO ws-req-action
           PERFORM call-queue
           IF ws-req-status NOT = "00"
               DISPLAY "randdisp: unable to update request "
                   rq-request-id " (status " ws-req-status ")"
           END-IF.

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
               WHEN "DEADLINE"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-deadline
                   MOVE "Y" TO ws-deadline-given
               WHEN "BINDIR"
                   MOVE FUNCTION TRIM(ws-val) TO ws-bindir
               WHEN "GENRATE"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-genrate
               WHEN "QUALRATE"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-qualrate
               WHEN "STRIPEAT"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-stripe-at
               WHEN "STRIPES"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-stripes
               WHEN "STATEFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-statefile
               WHEN "REQFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-reqfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
