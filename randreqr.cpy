      *> One stream-request record per request a scientist has asked
      *> for -- what used to arrive by email and wait for an operator
      *> to hand-build a randchain card file, run it, and remember
      *> the randalloc RESERVE afterwards.  Submitted and maintained
      *> with randreq.cbl; worked overnight by randdisp.cbl, which
      *> generates the stream, runs the qualification chain, reserves
      *> the run to rq-consumer and records the run-id here.  All
      *> access goes through randreqio.cbl.
      *> Keyed by rq-request-id, "Q" and the submission timestamp
      *> plus a one-digit sequence for submissions in the same
      *> second.
           05 rq-request-id            PIC X(16).
           05 rq-requester             PIC X(32).
      *> The consuming job the delivered run is reserved to -- the
      *> randalloc.cbl CONSUMER=.
           05 rq-consumer              PIC X(32).
      *> GENRAND, or FORTRAND with its RNGNAME ("N/A" for GENRAND).
           05 rq-generator             PIC X(10).
           05 rq-rngname               PIC X(20).
      *> Distribution, as the generators' MODE=, LOW=/HIGH= (DICE),
      *> MEAN=/SDEV= (NORMAL) and RATE= (EXPONENTIAL) -- the same
      *> fields the run catalog keeps (randcatr.cpy).
           05 rq-mode                  PIC X(12).
           05 rq-low                   USAGE IS BINARY-LONG.
           05 rq-high                  USAGE IS BINARY-LONG.
           05 rq-dist-parm1            USAGE IS FLOAT-LONG.
           05 rq-dist-parm2            USAGE IS FLOAT-LONG.
           05 rq-samples               PIC 9(10).
      *> yyyymmdd the requester needs the stream by, and priority 1
      *> (most urgent) to 9; the dispatcher works priority first,
      *> then needed-by date, then submission order.
           05 rq-needed-by             PIC X(8).
           05 rq-priority              PIC 9.
           05 rq-status                PIC X(10).
              88 rq-queued             VALUE "QUEUED".
              88 rq-running            VALUE "RUNNING".
              88 rq-delivered          VALUE "DELIVERED".
              88 rq-failed             VALUE "FAILED".
           05 rq-submitted             PIC X(14).
      *> When rq-status last changed, and why when it's FAILED (or a
      *> maintenance note).
           05 rq-updated               PIC X(14).
           05 rq-note                  PIC X(60).
      *> The run delivered (or last attempted) for the request.
           05 rq-run-id                PIC X(16).
           05 rq-attempts              PIC 9(3).
