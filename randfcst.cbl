      *> Stream consumption and exhaustion forecast.  The draw cursors
      *> (draw_<consumer>.cur, randcurs.cpy, kept by randdraw.cbl) and
      *> the allocation ledger (randallc.cpy) know how far every
      *> consumer has got into its stream, but nobody looked until a
      *> simulation hit end of stream ("10" from randdraw NEXT)
      *> halfway through a month-end run.  This report joins every
      *> cursor with the ledger and the run catalog and shows, per
      *> consumer:
      *>   - the bound run-id, cg-samples and dc-next-index
      *>   - the percentage consumed and the values remaining
      *>   - the draw rate per day, measured against the consumption
      *>     history (randconh.cpy, CONSHIST=, default randcons.dat,
      *>     NONE to neither read nor write it): the earliest snapshot
      *>     of the same consumer and run in the last LOOKBACK= days
      *>     (default 30)
      *>   - the date the stream runs out at that rate
      *> and, after the live consumers:
      *>   - orphaned cursors: bound to a run that is no longer
      *>     catalogued or is DELETED, or whose ledger reservation
      *>     was RELEASED (or names another consumer, or is missing)
      *>   - reservations never drawn from: RESERVED in the ledger
      *>     with no cursor of that consumer past its first index
      *> Each run then appends a snapshot of every live cursor to the
      *> consumption history, which is what the next run's rates are
      *> measured from -- so the first run has no rates, and the
      *> report is worth scheduling daily.
      *> Cursor files are found the way randrecon.cbl finds data
      *> files: ls via CALL "SYSTEM" into a work file (LISTFILE=,
      *> default randfcst.lst, removed afterwards), in SCANDIR= when
      *> given, else the current directory where randdraw.cbl writes
      *> them.  CATALOG= and LEDGER= name the files (defaults
      *> runcat.dat and runalloc.dat).
      *> RETURN-CODE 6 -- its own, so a scheduler can page on it
      *> without mistaking it for a failure -- when any consumer has
      *> exhausted its stream or is forecast to within WITHIN= days
      *> (default 7); 16 when the catalog or ledger can't be opened.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randfcst.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cursor-file ASSIGN TO DYNAMIC ws-cursorfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cursor-status.
           SELECT list-file ASSIGN TO DYNAMIC ws-listfile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT cons-file ASSIGN TO DYNAMIC ws-consfile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cons-status.

       DATA DIVISION.
           FILE SECTION.
           FD  cursor-file.
           01 cursor-record.
               COPY "randcurs.cpy".

           FD  list-file.
           01 list-record             PIC X(200).

           FD  cons-file.
           01 cons-record.
               COPY "randconh.cpy".

           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-within               USAGE IS BINARY-LONG VALUE 7.
           01 ws-lookback             USAGE IS BINARY-LONG VALUE 30.

           01 ws-catfile              PIC X(100) VALUE "runcat.dat".
           01 ws-cat-status           PIC XX.
           01 ws-cat-action           PIC X(8).
           01 ws-catalog-rec.
               COPY "randcatr.cpy".

           01 ws-ledfile              PIC X(100) VALUE "runalloc.dat".
           01 ws-led-status           PIC XX.
           01 ws-led-action           PIC X(8).
           01 ws-ledger-rec.
               COPY "randallc.cpy".

           01 ws-consfile             PIC X(100) VALUE "randcons.dat".
              88 cons-history-disabled VALUE "NONE".
           01 ws-cons-status          PIC XX.
           01 ws-cons-eof             PIC X.
              88 end-of-cons-history  VALUE "Y".

           01 ws-scandir              PIC X(100) VALUE SPACES.
           01 ws-listfile             PIC X(100) VALUE "randfcst.lst".
           01 ws-list-status          PIC XX.
           01 ws-list-eof             PIC X.
              88 end-of-list          VALUE "Y".
           01 ws-cmd                  PIC X(250).
           01 ws-cursorfile           PIC X(200).
           01 ws-cursor-status        PIC XX.

      *> The ledger, loaded in one pass; ws-al-drawn is set when a
      *> cursor of the reserving consumer has drawn from the run.
           01 ws-al-max               USAGE IS BINARY-LONG VALUE 500.
           01 ws-al-total             USAGE IS BINARY-LONG VALUE 0.
           01 ws-al-table.
               05 ws-al-entry OCCURS 500 TIMES.
                   10 ws-al-run-id    PIC X(16).
                   10 ws-al-consumer  PIC X(32).
                   10 ws-al-status    PIC X(10).
                   10 ws-al-date      PIC X(14).
                   10 ws-al-drawn     PIC X.
           01 ws-al-idx               USAGE IS BINARY-LONG.
           01 ws-al-found             USAGE IS BINARY-LONG.

      *> Every cursor found, with its catalog and ledger verdict (A
      *> live, O orphaned, U unreadable) and its history baseline.
           01 ws-cur-max              USAGE IS BINARY-LONG VALUE 200.
           01 ws-cur-total            USAGE IS BINARY-LONG VALUE 0.
           01 ws-cur-table.
               05 ws-cur-entry OCCURS 200 TIMES.
                   10 ws-cur-file      PIC X(100).
                   10 ws-cur-consumer  PIC X(16).
                   10 ws-cur-run-id    PIC X(16).
                   10 ws-cur-next      PIC 9(18).
                   10 ws-cur-samples   PIC 9(18).
                   10 ws-cur-state     PIC X.
                      88 cur-live     VALUE "A".
                      88 cur-orphaned VALUE "O".
                      88 cur-unreadable VALUE "U".
                   10 ws-cur-reason    PIC X(60).
                   10 ws-cur-has-base  PIC X.
                      88 cur-has-base VALUE "Y".
                   10 ws-cur-base-date PIC X(14).
                   10 ws-cur-base-next PIC 9(18).
           01 ws-cur-idx              USAGE IS BINARY-LONG.
           01 ws-cur-skipped          USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> Dates and the forecast arithmetic.
           01 ws-now                  PIC X(21).
           01 ws-today-num            PIC 9(8).
           01 ws-today-int            USAGE IS BINARY-LONG.
           01 ws-window-num           PIC 9(8).
           01 ws-window-date          PIC X(8).
           01 ws-date-num             PIC 9(8).
           01 ws-day-int              USAGE IS BINARY-LONG.
           01 ws-now-secs             USAGE IS BINARY-LONG.
           01 ws-base-secs            USAGE IS BINARY-LONG.
           01 ws-consumed             PIC 9(18).
           01 ws-remaining            PIC 9(18).
           01 ws-pct                  USAGE IS FLOAT-LONG.
           01 ws-elapsed-days         USAGE IS FLOAT-LONG.
           01 ws-rate                 USAGE IS FLOAT-LONG.
           01 ws-days-left            USAGE IS FLOAT-LONG.
           01 ws-forecast             PIC X(40).

           01 ws-samples-disp         PIC Z(11)9.
           01 ws-next-disp            PIC Z(11)9.
           01 ws-remaining-disp       PIC Z(11)9.
           01 ws-pct-disp             PIC ZZ9.99.
           01 ws-rate-disp            PIC Z(10)9.
           01 ws-days-disp            PIC Z(4)9.

           01 ws-live                 USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-flagged              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-orphans              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-undrawn              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-snapshots            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

      *> RETURN-CODE is only set at the very end: the ls and rm
      *> shell-outs reset the RETURN-CODE register, as randrecon.cbl
      *> notes.
           01 ws-files-ok             PIC X VALUE "Y".
              88 files-usable         VALUE "Y".

       PROCEDURE DIVISION.

       main-logic.
           PERFORM read-parms

           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:8) TO ws-today-num
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-today-num)
           COMPUTE ws-day-int = ws-today-int - ws-lookback
           COMPUTE ws-window-num = FUNCTION DATE-OF-INTEGER(ws-day-int)
           MOVE ws-window-num TO ws-window-date
           COMPUTE ws-now-secs =
               FUNCTION NUMVAL(ws-now(9:2)) * 3600
               + FUNCTION NUMVAL(ws-now(11:2)) * 60
               + FUNCTION NUMVAL(ws-now(13:2))

           PERFORM load-ledger
           IF files-usable
               MOVE "OPEN-IN" TO ws-cat-action
               PERFORM call-catalog
               IF ws-cat-status NOT = "00"
                   DISPLAY "randfcst: unable to open run catalog "
                       FUNCTION TRIM(ws-catfile) " (status "
                       ws-cat-status ")"
                   MOVE "N" TO ws-files-ok
               END-IF
           END-IF
           IF NOT files-usable
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM scan-cursors
           PERFORM VARYING ws-cur-idx FROM 1 BY 1
                   UNTIL ws-cur-idx > ws-cur-total
               IF NOT cur-unreadable(ws-cur-idx)
                   PERFORM judge-cursor
               END-IF
           END-PERFORM
           MOVE "CLOSE" TO ws-cat-action
           PERFORM call-catalog

           IF NOT cons-history-disabled
               PERFORM read-cons-history
           END-IF

           PERFORM report-live-consumers
           PERFORM report-orphans
           PERFORM report-undrawn
           IF NOT cons-history-disabled
               PERFORM append-snapshots
           END-IF

           MOVE ws-within TO ws-days-disp
           DISPLAY " "
           DISPLAY "randfcst: " ws-live " live consumer(s), "
               ws-flagged " running out within "
               FUNCTION TRIM(ws-days-disp) " day(s), " ws-orphans
               " orphaned cursor(s), "
               ws-undrawn " undrawn reservation(s)"
           IF ws-flagged > 0
               MOVE 6 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      *> No ledger yet ("35") is simply an empty one.
       load-ledger.
           MOVE "OPEN-IN" TO ws-led-action
           PERFORM call-ledger
           EVALUATE ws-led-status
               WHEN "00"
                   MOVE "FIRST" TO ws-led-action
                   PERFORM call-ledger
                   PERFORM UNTIL ws-led-status NOT = "00"
                       IF ws-al-total < ws-al-max
                           ADD 1 TO ws-al-total
                           MOVE al-run-id
                               TO ws-al-run-id(ws-al-total)
                           MOVE al-consumer
                               TO ws-al-consumer(ws-al-total)
                           MOVE al-status
                               TO ws-al-status(ws-al-total)
                           MOVE al-date TO ws-al-date(ws-al-total)
                           MOVE "N" TO ws-al-drawn(ws-al-total)
                       ELSE
                           DISPLAY "randfcst: ledger table full at "
                               ws-al-max " entries -- "
                               al-run-id " not loaded"
                       END-IF
                       MOVE "NEXT" TO ws-led-action
                       PERFORM call-ledger
                   END-PERFORM
                   MOVE "CLOSE" TO ws-led-action
                   PERFORM call-ledger
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "randfcst: unable to open allocation ledger "
                       FUNCTION TRIM(ws-ledfile) " (status "
                       ws-led-status ")"
                   MOVE "N" TO ws-files-ok
           END-EVALUATE.

      *> Lists draw_*.cur into the work file and loads each cursor's
      *> one record.
       scan-cursors.
           MOVE SPACES TO ws-cmd
           IF ws-scandir = SPACES
               STRING "ls -1d draw_*.cur > " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO ws-cmd
               END-STRING
           ELSE
               STRING "ls -1d " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-scandir) DELIMITED BY SIZE
                   "/draw_*.cur > " DELIMITED BY SIZE
                   FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO ws-cmd
               END-STRING
           END-IF
           CALL "SYSTEM" USING ws-cmd END-CALL

           OPEN INPUT list-file
           IF ws-list-status NOT = "00"
               DISPLAY "randfcst: unable to list cursors (status "
                   ws-list-status ")"
           ELSE
               MOVE "N" TO ws-list-eof
               PERFORM read-list-line
               PERFORM UNTIL end-of-list
                   IF list-record NOT = SPACES
                       PERFORM load-cursor
                   END-IF
                   PERFORM read-list-line
               END-PERFORM
               CLOSE list-file
           END-IF

           MOVE SPACES TO ws-cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ws-listfile) DELIMITED BY SIZE
               INTO ws-cmd
           END-STRING
           CALL "SYSTEM" USING ws-cmd END-CALL.

       read-list-line.
           READ list-file
               AT END SET end-of-list TO TRUE
           END-READ.

       load-cursor.
           IF ws-cur-total >= ws-cur-max
               ADD 1 TO ws-cur-skipped
           ELSE
               ADD 1 TO ws-cur-total
               MOVE list-record TO ws-cursorfile
               MOVE list-record TO ws-cur-file(ws-cur-total)
               MOVE SPACES TO ws-cur-consumer(ws-cur-total)
                   ws-cur-run-id(ws-cur-total)
                   ws-cur-reason(ws-cur-total)
               MOVE 0 TO ws-cur-next(ws-cur-total)
                   ws-cur-samples(ws-cur-total)
               MOVE "N" TO ws-cur-has-base(ws-cur-total)
               MOVE "U" TO ws-cur-state(ws-cur-total)
               OPEN INPUT cursor-file
               IF ws-cursor-status = "00"
                   READ cursor-file
                       AT END
                           MOVE "cursor file holds no record"
                               TO ws-cur-reason(ws-cur-total)
                       NOT AT END
                           MOVE dc-consumer
                               TO ws-cur-consumer(ws-cur-total)
                           MOVE dc-run-id
                               TO ws-cur-run-id(ws-cur-total)
                           MOVE dc-next-index
                               TO ws-cur-next(ws-cur-total)
                           MOVE "A" TO ws-cur-state(ws-cur-total)
                   END-READ
                   CLOSE cursor-file
               ELSE
                   STRING "cursor file unreadable (status "
                       ws-cursor-status ")"
                       DELIMITED BY SIZE
                       INTO ws-cur-reason(ws-cur-total)
                   END-STRING
               END-IF
           END-IF.

      *> A cursor is live only while its run is catalogued and not
      *> DELETED and the ledger still has the run RESERVED to this
      *> consumer; anything else makes it an orphan, with the reason.
       judge-cursor.
           MOVE ws-cur-run-id(ws-cur-idx) TO cg-run-id
           MOVE "GET" TO ws-cat-action
           PERFORM call-catalog
           MOVE 0 TO ws-al-found
           PERFORM VARYING ws-al-idx FROM 1 BY 1
                   UNTIL ws-al-idx > ws-al-total
               IF ws-al-run-id(ws-al-idx) = ws-cur-run-id(ws-cur-idx)
                   MOVE ws-al-idx TO ws-al-found
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-cat-status NOT = "00"
                   MOVE "O" TO ws-cur-state(ws-cur-idx)
                   MOVE "run no longer catalogued"
                       TO ws-cur-reason(ws-cur-idx)
               WHEN cg-run-deleted
                   MOVE "O" TO ws-cur-state(ws-cur-idx)
                   STRING "run DELETED " cg-date
                       DELIMITED BY SIZE
                       INTO ws-cur-reason(ws-cur-idx)
                   END-STRING
               WHEN ws-al-found = 0
                   MOVE "O" TO ws-cur-state(ws-cur-idx)
                   MOVE "no reservation in the ledger"
                       TO ws-cur-reason(ws-cur-idx)
               WHEN ws-al-status(ws-al-found) = "RELEASED"
                   MOVE "O" TO ws-cur-state(ws-cur-idx)
                   STRING "reservation RELEASED "
                       ws-al-date(ws-al-found)
                       DELIMITED BY SIZE
                       INTO ws-cur-reason(ws-cur-idx)
                   END-STRING
               WHEN ws-al-consumer(ws-al-found)
                       NOT = ws-cur-consumer(ws-cur-idx)
                   MOVE "O" TO ws-cur-state(ws-cur-idx)
                   STRING "run reserved to "
                       FUNCTION TRIM(ws-al-consumer(ws-al-found))
                       DELIMITED BY SIZE
                       INTO ws-cur-reason(ws-cur-idx)
                   END-STRING
               WHEN OTHER
                   MOVE cg-samples TO ws-cur-samples(ws-cur-idx)
                   IF ws-cur-next(ws-cur-idx) > 1
                       MOVE "Y" TO ws-al-drawn(ws-al-found)
                   END-IF
           END-EVALUATE.

      *> The baseline for each live cursor: the first (so earliest)
      *> snapshot of the same consumer and run inside the look-back
      *> window.  A snapshot ahead of the cursor belongs to an
      *> earlier binding and is passed over.
       read-cons-history.
           OPEN INPUT cons-file
           IF ws-cons-status = "00"
               MOVE "N" TO ws-cons-eof
               PERFORM read-cons-record
               PERFORM UNTIL end-of-cons-history
                   IF ch-date(1:8) >= ws-window-date
                       PERFORM match-snapshot
                   END-IF
                   PERFORM read-cons-record
               END-PERFORM
               CLOSE cons-file
           END-IF.

       read-cons-record.
           READ cons-file
               AT END SET end-of-cons-history TO TRUE
           END-READ.

       match-snapshot.
           PERFORM VARYING ws-cur-idx FROM 1 BY 1
                   UNTIL ws-cur-idx > ws-cur-total
               IF cur-live(ws-cur-idx)
                   AND NOT cur-has-base(ws-cur-idx)
                   AND ch-consumer = ws-cur-consumer(ws-cur-idx)
                   AND ch-run-id = ws-cur-run-id(ws-cur-idx)
                   AND ch-next-index <= ws-cur-next(ws-cur-idx)
                   MOVE "Y" TO ws-cur-has-base(ws-cur-idx)
                   MOVE ch-date TO ws-cur-base-date(ws-cur-idx)
                   MOVE ch-next-index TO ws-cur-base-next(ws-cur-idx)
               END-IF
           END-PERFORM.

       report-live-consumers.
           MOVE ws-lookback TO ws-days-disp
           DISPLAY "randfcst: consumption as of " ws-now(1:8) " "
               ws-now(9:6) ", rates over the last "
               FUNCTION TRIM(ws-days-disp) " day(s)"
           DISPLAY " "
           DISPLAY "consumer         run-id           "
               "     samples   next-index  used%"
               "    remaining    rate/day runs out"
           PERFORM VARYING ws-cur-idx FROM 1 BY 1
                   UNTIL ws-cur-idx > ws-cur-total
               IF cur-live(ws-cur-idx)
                   ADD 1 TO ws-live
                   PERFORM forecast-consumer
                   MOVE ws-cur-samples(ws-cur-idx) TO ws-samples-disp
                   MOVE ws-cur-next(ws-cur-idx) TO ws-next-disp
                   MOVE ws-remaining TO ws-remaining-disp
                   MOVE ws-pct TO ws-pct-disp
                   DISPLAY ws-cur-consumer(ws-cur-idx) " "
                       ws-cur-run-id(ws-cur-idx) " "
                       ws-samples-disp " " ws-next-disp " "
                       ws-pct-disp " " ws-remaining-disp " "
                       ws-forecast
               END-IF
           END-PERFORM
           IF ws-cur-skipped > 0
               DISPLAY "randfcst: cursor table full at " ws-cur-max
                   " -- " ws-cur-skipped " cursor(s) not reported"
           END-IF.

      *> Consumption is everything below the cursor; the rate is
      *> values per day since the baseline snapshot, and the stream
      *> runs out remaining / rate days from today.
       forecast-consumer.
           IF ws-cur-next(ws-cur-idx) > 1
               COMPUTE ws-consumed = ws-cur-next(ws-cur-idx) - 1
           ELSE
               MOVE 0 TO ws-consumed
           END-IF
           IF ws-consumed > ws-cur-samples(ws-cur-idx)
               MOVE ws-cur-samples(ws-cur-idx) TO ws-consumed
           END-IF
           COMPUTE ws-remaining =
               ws-cur-samples(ws-cur-idx) - ws-consumed
           IF ws-cur-samples(ws-cur-idx) > 0
               COMPUTE ws-pct =
                   ws-consumed * 100 / ws-cur-samples(ws-cur-idx)
           ELSE
               MOVE 0 TO ws-pct
           END-IF

           MOVE 0 TO ws-rate
           IF cur-has-base(ws-cur-idx)
               MOVE ws-cur-base-date(ws-cur-idx)(1:8) TO ws-date-num
               COMPUTE ws-base-secs =
                   FUNCTION NUMVAL(ws-cur-base-date(ws-cur-idx)(9:2))
                       * 3600
                   + FUNCTION NUMVAL(ws-cur-base-date(ws-cur-idx)(11:2))
                       * 60
                   + FUNCTION NUMVAL(ws-cur-base-date(ws-cur-idx)(13:2))
               COMPUTE ws-elapsed-days =
                   ws-today-int - FUNCTION INTEGER-OF-DATE(ws-date-num)
                   + (ws-now-secs - ws-base-secs) / 86400
               IF ws-elapsed-days > 0
                   COMPUTE ws-rate =
                       (ws-cur-next(ws-cur-idx)
                       - ws-cur-base-next(ws-cur-idx))
                       / ws-elapsed-days
               END-IF
           END-IF

           MOVE SPACES TO ws-forecast
           EVALUATE TRUE
               WHEN ws-remaining = 0
                   MOVE "          0 EXHAUSTED <<<" TO ws-forecast
                   ADD 1 TO ws-flagged
               WHEN NOT cur-has-base(ws-cur-idx)
                   MOVE "          - no history yet" TO ws-forecast
               WHEN ws-rate <= 0
                   MOVE "          0 no draws in window"
                       TO ws-forecast
               WHEN OTHER
                   COMPUTE ws-days-left = ws-remaining / ws-rate
                   MOVE ws-rate TO ws-rate-disp
                   IF ws-days-left > 36500
                       STRING ws-rate-disp " beyond 100 years"
                           DELIMITED BY SIZE INTO ws-forecast
                       END-STRING
                   ELSE
                       COMPUTE ws-day-int =
                           ws-today-int + ws-days-left
                       COMPUTE ws-date-num =
                           FUNCTION DATE-OF-INTEGER(ws-day-int)
                       IF ws-days-left <= ws-within
                           ADD 1 TO ws-flagged
                           STRING ws-rate-disp " " ws-date-num
                               " <<<" DELIMITED BY SIZE
                               INTO ws-forecast
                           END-STRING
                       ELSE
                           STRING ws-rate-disp " " ws-date-num
                               DELIMITED BY SIZE INTO ws-forecast
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE.

       report-orphans.
           DISPLAY " "
           DISPLAY "orphaned cursors:"
           PERFORM VARYING ws-cur-idx FROM 1 BY 1
                   UNTIL ws-cur-idx > ws-cur-total
               IF NOT cur-live(ws-cur-idx)
                   ADD 1 TO ws-orphans
                   IF cur-unreadable(ws-cur-idx)
                       DISPLAY "  "
                           FUNCTION TRIM(ws-cur-file(ws-cur-idx)) " -- "
                           FUNCTION TRIM(ws-cur-reason(ws-cur-idx))
                   ELSE
                       MOVE ws-cur-next(ws-cur-idx) TO ws-next-disp
                       DISPLAY "  " ws-cur-consumer(ws-cur-idx) " "
                           ws-cur-run-id(ws-cur-idx) " at "
                           FUNCTION TRIM(ws-next-disp) " -- "
                           FUNCTION TRIM(ws-cur-reason(ws-cur-idx))
                   END-IF
               END-IF
           END-PERFORM
           IF ws-orphans = 0
               DISPLAY "  (none)"
           END-IF.

       report-undrawn.
           DISPLAY " "
           DISPLAY "reservations never drawn from:"
           PERFORM VARYING ws-al-idx FROM 1 BY 1
                   UNTIL ws-al-idx > ws-al-total
               IF ws-al-status(ws-al-idx) = "RESERVED"
                   AND ws-al-drawn(ws-al-idx) = "N"
                   ADD 1 TO ws-undrawn
                   DISPLAY "  " ws-al-run-id(ws-al-idx) " "
                       FUNCTION TRIM(ws-al-consumer(ws-al-idx))
                       " reserved " ws-al-date(ws-al-idx)
               END-IF
           END-PERFORM
           IF ws-undrawn = 0
               DISPLAY "  (none)"
           END-IF.

      *> OPEN EXTEND with an OPEN OUTPUT fallback for a history that
      *> doesn't exist yet, as randstat.cbl appends its statistics.
       append-snapshots.
           OPEN EXTEND cons-file
           IF ws-cons-status NOT = "00"
               OPEN OUTPUT cons-file
           END-IF
           IF ws-cons-status NOT = "00"
               DISPLAY "randfcst: unable to write consumption history "
                   FUNCTION TRIM(ws-consfile) " (status "
                   ws-cons-status ")"
           ELSE
               PERFORM VARYING ws-cur-idx FROM 1 BY 1
                       UNTIL ws-cur-idx > ws-cur-total
                   IF cur-live(ws-cur-idx)
                       MOVE ws-cur-consumer(ws-cur-idx) TO ch-consumer
                       MOVE ws-cur-run-id(ws-cur-idx) TO ch-run-id
                       MOVE ws-now(1:14) TO ch-date
                       MOVE ws-cur-next(ws-cur-idx) TO ch-next-index
                       MOVE ws-cur-samples(ws-cur-idx) TO ch-samples
                       WRITE cons-record
                       ADD 1 TO ws-snapshots
                   END-IF
               END-PERFORM
               CLOSE cons-file
               DISPLAY " "
               DISPLAY "randfcst: " ws-snapshots " snapshot(s) added "
                   "to " FUNCTION TRIM(ws-consfile)
           END-IF.

      *> ON EXCEPTION: same degraded behaviour as randcat.cbl when
      *> the I/O module isn't linked in.
       call-catalog.
           CALL "randcatio" USING ws-cat-action ws-catfile
               ws-catalog-rec ws-cat-status
               ON EXCEPTION MOVE "99" TO ws-cat-status
           END-CALL.

       call-ledger.
           CALL "randallio" USING ws-led-action ws-ledfile
               ws-ledger-rec ws-led-status
               ON EXCEPTION MOVE "99" TO ws-led-status
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
               WHEN "WITHIN"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-within
               WHEN "LOOKBACK"
                   MOVE FUNCTION NUMVAL(ws-val) TO ws-lookback
               WHEN "CONSHIST"
                   MOVE FUNCTION TRIM(ws-val) TO ws-consfile
               WHEN "CATALOG"
                   MOVE FUNCTION TRIM(ws-val) TO ws-catfile
               WHEN "LEDGER"
                   MOVE FUNCTION TRIM(ws-val) TO ws-ledfile
               WHEN "SCANDIR"
                   MOVE FUNCTION TRIM(ws-val) TO ws-scandir
               WHEN "LISTFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-listfile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
