      *> Knuth's empirical test battery (The Art of Computer
      *> Programming vol. 2, 3.3.2) for a randrec.cpy output file.
      *> randcalc.cbl tests only the marginal 10-bucket histogram and
      *> randseq.cbl only lag-1 correlation, runs about the mean and
      *> successive pairs; a generator can pass all of those and
      *> still fail the classic tests the risk-simulation auditors
      *> ask for by name.  This program reads the stream once and
      *> runs, each with its own chi-square and PASS/FAIL against a
      *> configurable limit:
      *>   - gap test: lengths of the gaps between successive values
      *>     falling in [GAPLOW=,GAPHIGH=) (default [0.0,0.5)), in
      *>     eleven cells 0..9 and 10-or-more, 10 degrees of freedom
      *>     (GAPCHILIMIT=, default 23.21, the 99% point)
      *>   - poker test: non-overlapping hands of five digits
      *>     (INTEGER(value * 10)) classed by how many different
      *>     digits they hold -- one and two lumped together, as
      *>     Knuth recommends, since five-of-a-kind is far too rare
      *>     to chi-square on its own -- 3 degrees of freedom
      *>     (POKERCHILIMIT=, default 11.34)
      *>   - coupon-collector test: lengths of the segments needed to
      *>     see all five values of INTEGER(value * 5), in cells
      *>     5..19 and 20-or-more, 15 degrees of freedom
      *>     (COUPONCHILIMIT=, default 30.58)
      *>   - birthday-spacings test: trials of 512 "birthdays" in a
      *>     year of 2**25 days, counting the repeated values among
      *>     the sorted spacings, which is Poisson with mean 1; the
      *>     trials are classed 0, 1, 2 and 3-or-more, 3 degrees of
      *>     freedom (BDAYCHILIMIT=, default 11.34)
      *> A partial hand, segment or trial at the end of the file is
      *> ignored.  A test whose smallest expected cell count is under
      *> 5 has too few samples for its chi-square to mean anything;
      *> it is reported as SKIP, is not recorded, and does not fail
      *> the run.
      *> RETURN-CODE 8 when any test FAILs, so randchain.cbl can gate
      *> on it; 16 when the file can't be read, GAPLOW/GAPHIGH make
      *> no sense, or the file is too short for any test at all.
      *> Each test's verdict is also recorded in the qualification
      *> file (QUALFILE=, default runqual.dat, NONE to skip -- see
      *> randqual.cpy) as the run's GAP, POKER, COUPON and BDAY
      *> tests, for randcert.cbl to weigh.
      *> MODE= is the run's generator MODE= (default FLOAT).  Every
      *> test here scores the values as uniform on [0,1), so for
      *> MODE=NORMAL or MODE=EXPONENTIAL all four are reported as
      *> SKIP, are not recorded and do not fail the run -- otherwise
      *> a certified run of either mode would be revoked by
      *> randcert.cbl on a FAIL that only reflects its distribution.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. randknuth.
       AUTHOR. Owain Kenway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT in-file ASSIGN TO DYNAMIC ws-infile
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in-status.

       DATA DIVISION.
           FILE SECTION.
           FD  in-file.
           01 in-record.
               COPY "randrec.cpy".

           WORKING-STORAGE SECTION.
      *> PARM handling (same KEY=VALUE convention as genrand/fortrand).
           01 ws-parm                 PIC X(500).
           01 ws-parm-len             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-parm-ptr             USAGE IS BINARY-LONG UNSIGNED.
           01 ws-token                PIC X(200).
           01 ws-key                  PIC X(20).
           01 ws-val                  PIC X(100).

           01 ws-infile               PIC X(100) VALUE "genrand.dat".
           01 ws-in-status            PIC XX.
           01 ws-eof                  PIC X VALUE "N".
              88 end-of-file          VALUE "Y".

           01 ws-gap-low              USAGE IS FLOAT-LONG VALUE 0.0.
           01 ws-gap-high             USAGE IS FLOAT-LONG VALUE 0.5.
           01 ws-gap-chi-limit        USAGE IS FLOAT-LONG VALUE 23.21.
           01 ws-poker-chi-limit      USAGE IS FLOAT-LONG VALUE 11.34.
           01 ws-coupon-chi-limit     USAGE IS FLOAT-LONG VALUE 30.58.
           01 ws-bday-chi-limit       USAGE IS FLOAT-LONG VALUE 11.34.

           01 ws-count                USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-value                USAGE IS FLOAT-LONG.
           01 ws-digit                USAGE IS BINARY-LONG.

      *> Gap test: ws-gap-run is the length of the gap in progress;
      *> cell r+1 counts gaps of length r, cell 11 those of 10 or
      *> more.
           01 ws-gap-table.
               05 ws-gap-count OCCURS 11 TIMES
                       USAGE IS BINARY-LONG UNSIGNED.
           01 ws-gap-run              USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-gap-total            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-gap-p                USAGE IS FLOAT-LONG.
           01 ws-gap-q                USAGE IS FLOAT-LONG.
           01 ws-gap-q-power          USAGE IS FLOAT-LONG.
           01 ws-gap-chi              USAGE IS FLOAT-LONG VALUE 0.

      *> Poker test: the digits seen in the hand in progress; cell 1
      *> counts hands with one or two different digits, cells 2-4
      *> those with three, four and five.
           01 ws-hand-seen-table.
               05 ws-hand-seen OCCURS 10 TIMES PIC X.
           01 ws-hand-size            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-hand-distinct        USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-poker-table.
               05 ws-poker-count OCCURS 4 TIMES
                       USAGE IS BINARY-LONG UNSIGNED.
           01 ws-poker-total          USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-poker-chi            USAGE IS FLOAT-LONG VALUE 0.

      *> Coupon-collector test: the values seen in the segment in
      *> progress; cell r-4 counts segments of length r (5..19),
      *> cell 16 those of 20 or more.
           01 ws-coupon-seen-table.
               05 ws-coupon-seen OCCURS 5 TIMES PIC X.
           01 ws-segment-length       USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-segment-distinct     USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-coupon-table.
               05 ws-coupon-count OCCURS 16 TIMES
                       USAGE IS BINARY-LONG UNSIGNED.
           01 ws-coupon-total         USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-coupon-chi           USAGE IS FLOAT-LONG VALUE 0.
      *> Stirling numbers of the second kind S(n,k), n 0..19 and k
      *> 0..5, stored at (n+1,k+1), for the coupon probabilities
      *> p(r) = 5!/5**r * S(r-1,4) and p(20+) = 1 - 5!/5**19 * S(19,5).
           01 ws-stirling-table.
               05 ws-stirling-row OCCURS 20 TIMES.
                   10 ws-stirling OCCURS 6 TIMES
                           USAGE IS FLOAT-LONG.
           01 ws-power-of-5           USAGE IS FLOAT-LONG.

      *> Birthday-spacings test: the trial's birthdays, sorted in
      *> place, then their spacings, sorted in the same table.
           01 ws-bday-days            USAGE IS BINARY-LONG VALUE 512.
           01 ws-bday-year            USAGE IS BINARY-LONG
                                       VALUE 33554432.
           01 ws-bday-table.
               05 ws-bday-key OCCURS 512 TIMES
                       USAGE IS BINARY-LONG.
           01 ws-bday-space-table.
               05 ws-bday-space OCCURS 512 TIMES
                       USAGE IS BINARY-LONG.
           01 ws-bday-filled          USAGE IS BINARY-LONG VALUE 0.
           01 ws-bday-day             USAGE IS BINARY-LONG.
           01 ws-bday-repeats         USAGE IS BINARY-LONG.
           01 ws-bday-table-counts.
               05 ws-bday-count OCCURS 4 TIMES
                       USAGE IS BINARY-LONG UNSIGNED.
           01 ws-bday-total           USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.
           01 ws-bday-chi             USAGE IS FLOAT-LONG VALUE 0.

      *> Shell sort of ws-bday-key(1..ws-bday-days), Knuth's 3h+1
      *> increments.
           01 ws-sort-gap             USAGE IS BINARY-LONG.
           01 ws-sort-start           USAGE IS BINARY-LONG.
           01 ws-sort-i               USAGE IS BINARY-LONG.
           01 ws-sort-j               USAGE IS BINARY-LONG.
           01 ws-sort-k               USAGE IS BINARY-LONG.
           01 ws-sort-hold            USAGE IS BINARY-LONG.
           01 ws-sort-placed          PIC X.
              88 sort-placed          VALUE "Y".

      *> One chi-square engine for all four tests: each loads its
      *> observed counts and cell probabilities here, then performs
      *> compute-chi-square.
           01 ws-chi-cells            USAGE IS BINARY-LONG.
           01 ws-chi-total            USAGE IS FLOAT-LONG.
           01 ws-chi-work.
               05 ws-chi-cell OCCURS 16 TIMES.
                   10 ws-chi-observed  USAGE IS BINARY-LONG UNSIGNED.
                   10 ws-chi-prob      USAGE IS FLOAT-LONG.
                   10 ws-chi-expected  USAGE IS FLOAT-LONG.
           01 ws-chi-stat             USAGE IS FLOAT-LONG.
           01 ws-chi-min-expected     USAGE IS FLOAT-LONG.
           01 ws-chi-flag             PIC X(4).
           01 ws-chi-limit            USAGE IS FLOAT-LONG.
           01 ws-cell                 USAGE IS BINARY-LONG.
           01 ws-diff                 USAGE IS FLOAT-LONG.
           01 ws-term                 USAGE IS FLOAT-LONG.

           01 ws-gap-flag             PIC X(4) VALUE "PASS".
           01 ws-poker-flag           PIC X(4) VALUE "PASS".
           01 ws-coupon-flag          PIC X(4) VALUE "PASS".
           01 ws-bday-flag            PIC X(4) VALUE "PASS".
           01 ws-overall-flag         PIC X(4) VALUE "PASS".
           01 ws-mode                 PIC X(12) VALUE "FLOAT".
              88 mode-not-unit        VALUE "NORMAL" "EXPONENTIAL".
           01 ws-tests-run            USAGE IS BINARY-LONG UNSIGNED
                                       VALUE 0.

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

       main-logic.
           PERFORM read-parms

           IF ws-gap-low < 0 OR ws-gap-high > 1
               OR ws-gap-low NOT < ws-gap-high
               DISPLAY "randknuth: GAPLOW=" ws-gap-low " GAPHIGH="
                   ws-gap-high " is not an interval within [0,1)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM read-stream
           IF ws-in-status NOT = "00" AND ws-in-status NOT = "10"
               DISPLAY "randknuth: unable to open " ws-infile
                   " (status " ws-in-status ")"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "randknuth empirical tests for " ws-infile
           DISPLAY "samples            : " ws-count
           IF mode-not-unit
               DISPLAY "randknuth: MODE=" FUNCTION TRIM(ws-mode)
                   " values are not uniform on [0,1) -- every test "
                   "skipped"
               MOVE "SKIP" TO ws-gap-flag ws-poker-flag
                   ws-coupon-flag ws-bday-flag ws-overall-flag
           ELSE
               PERFORM compute-gap-test
               PERFORM compute-poker-test
               PERFORM compute-coupon-test
               PERFORM compute-bday-test
           END-IF
           PERFORM display-report

           IF ws-tests-run = 0 AND NOT mode-not-unit
               DISPLAY "randknuth: " ws-infile " holds " ws-count
                   " record(s), too few for any of the tests"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM record-qualification

           IF ws-overall-flag = "FAIL"
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      *> On an OPEN failure the bad status is left in ws-in-status for
      *> main-logic to report -- a CLOSE here would overwrite it.
       read-stream.
           INITIALIZE ws-gap-table ws-poker-table ws-coupon-table
               ws-bday-table-counts
           MOVE ALL "N" TO ws-hand-seen-table
           MOVE ALL "N" TO ws-coupon-seen-table
           COMPUTE ws-gap-p = ws-gap-high - ws-gap-low
           OPEN INPUT in-file
           IF ws-in-status = "00"
               PERFORM read-next-record
               PERFORM UNTIL end-of-file
                   ADD 1 TO ws-count
                   IF ws-count = 1
                       MOVE rr-run-id TO ws-run-id
                   END-IF
                   MOVE rr-value TO ws-value
                   PERFORM accumulate-gap
                   PERFORM accumulate-poker
                   PERFORM accumulate-coupon
                   PERFORM accumulate-bday
                   PERFORM read-next-record
               END-PERFORM
               CLOSE in-file
           END-IF.

       read-next-record.
           READ in-file
               AT END SET end-of-file TO TRUE
           END-READ.

      *> A value inside [GAPLOW,GAPHIGH) ends the gap in progress.
       accumulate-gap.
           IF ws-value NOT < ws-gap-low AND ws-value < ws-gap-high
               IF ws-gap-run > 9
                   ADD 1 TO ws-gap-count(11)
               ELSE
                   ADD 1 TO ws-gap-count(ws-gap-run + 1)
               END-IF
               ADD 1 TO ws-gap-total
               MOVE 0 TO ws-gap-run
           ELSE
               ADD 1 TO ws-gap-run
           END-IF.

       accumulate-poker.
           COMPUTE ws-digit = FUNCTION INTEGER(ws-value * 10)
           IF ws-digit > 9
               MOVE 9 TO ws-digit
           END-IF
           IF ws-digit < 0
               MOVE 0 TO ws-digit
           END-IF
           IF ws-hand-seen(ws-digit + 1) = "N"
               MOVE "Y" TO ws-hand-seen(ws-digit + 1)
               ADD 1 TO ws-hand-distinct
           END-IF
           ADD 1 TO ws-hand-size
           IF ws-hand-size = 5
               IF ws-hand-distinct < 3
                   ADD 1 TO ws-poker-count(1)
               ELSE
                   ADD 1 TO ws-poker-count(ws-hand-distinct - 1)
               END-IF
               ADD 1 TO ws-poker-total
               MOVE ALL "N" TO ws-hand-seen-table
               MOVE 0 TO ws-hand-size
               MOVE 0 TO ws-hand-distinct
           END-IF.

       accumulate-coupon.
           COMPUTE ws-digit = FUNCTION INTEGER(ws-value * 5)
           IF ws-digit > 4
               MOVE 4 TO ws-digit
           END-IF
           IF ws-digit < 0
               MOVE 0 TO ws-digit
           END-IF
           ADD 1 TO ws-segment-length
           IF ws-coupon-seen(ws-digit + 1) = "N"
               MOVE "Y" TO ws-coupon-seen(ws-digit + 1)
               ADD 1 TO ws-segment-distinct
           END-IF
           IF ws-segment-distinct = 5
               IF ws-segment-length > 19
                   ADD 1 TO ws-coupon-count(16)
               ELSE
                   ADD 1 TO ws-coupon-count(ws-segment-length - 4)
               END-IF
               ADD 1 TO ws-coupon-total
               MOVE ALL "N" TO ws-coupon-seen-table
               MOVE 0 TO ws-segment-length
               MOVE 0 TO ws-segment-distinct
           END-IF.

       accumulate-bday.
           COMPUTE ws-bday-day =
               FUNCTION INTEGER(ws-value * ws-bday-year)
           IF ws-bday-day NOT < ws-bday-year
               COMPUTE ws-bday-day = ws-bday-year - 1
           END-IF
           IF ws-bday-day < 0
               MOVE 0 TO ws-bday-day
           END-IF
           ADD 1 TO ws-bday-filled
           MOVE ws-bday-day TO ws-bday-key(ws-bday-filled)
           IF ws-bday-filled = ws-bday-days
               PERFORM score-bday-trial
               MOVE 0 TO ws-bday-filled
           END-IF.

      *> Sort the birthdays, take the spacings between neighbours
      *> (the last wrapping round the year to the first), sort those
      *> and count the ones equal to their predecessor.
       score-bday-trial.
           PERFORM sort-bday-keys
           PERFORM VARYING ws-sort-i FROM 2 BY 1
                   UNTIL ws-sort-i > ws-bday-days
               COMPUTE ws-sort-j = ws-sort-i - 1
               COMPUTE ws-bday-space(ws-sort-j) =
                   ws-bday-key(ws-sort-i) - ws-bday-key(ws-sort-j)
           END-PERFORM
           COMPUTE ws-bday-space(ws-bday-days) =
               ws-bday-key(1) + ws-bday-year
           SUBTRACT ws-bday-key(ws-bday-days)
               FROM ws-bday-space(ws-bday-days)
           MOVE ws-bday-space-table TO ws-bday-table
           PERFORM sort-bday-keys
           MOVE 0 TO ws-bday-repeats
           PERFORM VARYING ws-sort-i FROM 2 BY 1
                   UNTIL ws-sort-i > ws-bday-days
               COMPUTE ws-sort-j = ws-sort-i - 1
               IF ws-bday-key(ws-sort-i) = ws-bday-key(ws-sort-j)
                   ADD 1 TO ws-bday-repeats
               END-IF
           END-PERFORM
           IF ws-bday-repeats > 2
               ADD 1 TO ws-bday-count(4)
           ELSE
               ADD 1 TO ws-bday-count(ws-bday-repeats + 1)
           END-IF
           ADD 1 TO ws-bday-total.

       sort-bday-keys.
           MOVE 364 TO ws-sort-gap
           PERFORM UNTIL ws-sort-gap < 1
               COMPUTE ws-sort-start = ws-sort-gap + 1
               PERFORM VARYING ws-sort-i FROM ws-sort-start BY 1
                       UNTIL ws-sort-i > ws-bday-days
                   MOVE ws-bday-key(ws-sort-i) TO ws-sort-hold
                   MOVE ws-sort-i TO ws-sort-j
                   MOVE "N" TO ws-sort-placed
                   PERFORM UNTIL sort-placed
                       IF ws-sort-j > ws-sort-gap
                           COMPUTE ws-sort-k = ws-sort-j - ws-sort-gap
                           IF ws-bday-key(ws-sort-k) > ws-sort-hold
                               MOVE ws-bday-key(ws-sort-k)
                                   TO ws-bday-key(ws-sort-j)
                               MOVE ws-sort-k TO ws-sort-j
                           ELSE
                               MOVE "Y" TO ws-sort-placed
                           END-IF
                       ELSE
                           MOVE "Y" TO ws-sort-placed
                       END-IF
                   END-PERFORM
                   MOVE ws-sort-hold TO ws-bday-key(ws-sort-j)
               END-PERFORM
               DIVIDE 3 INTO ws-sort-gap
           END-PERFORM.

      *> p(r) = p * q**r for a gap of r < 10, q**10 for 10 or more.
       compute-gap-test.
           COMPUTE ws-gap-q = 1 - ws-gap-p
           MOVE 1 TO ws-gap-q-power
           MOVE 11 TO ws-chi-cells
           MOVE ws-gap-total TO ws-chi-total
           PERFORM VARYING ws-cell FROM 1 BY 1 UNTIL ws-cell > 10
               MOVE ws-gap-count(ws-cell) TO ws-chi-observed(ws-cell)
               COMPUTE ws-chi-prob(ws-cell) = ws-gap-p * ws-gap-q-power
               COMPUTE ws-gap-q-power = ws-gap-q-power * ws-gap-q
           END-PERFORM
           MOVE ws-gap-count(11) TO ws-chi-observed(11)
           MOVE ws-gap-q-power TO ws-chi-prob(11)
           MOVE ws-gap-chi-limit TO ws-chi-limit
           PERFORM compute-chi-square
           MOVE ws-chi-stat TO ws-gap-chi
           MOVE ws-chi-flag TO ws-gap-flag
           DISPLAY "gap test cells (gap length 0..9, 10+):"
           PERFORM display-chi-cells.

      *> Probabilities for five decimal digits with 1-2, 3, 4 and 5
      *> different values: 10*9*...*(10-r+1)/10**5 * S(5,r).
       compute-poker-test.
           MOVE 4 TO ws-chi-cells
           MOVE ws-poker-total TO ws-chi-total
           PERFORM VARYING ws-cell FROM 1 BY 1 UNTIL ws-cell > 4
               MOVE ws-poker-count(ws-cell) TO ws-chi-observed(ws-cell)
           END-PERFORM
           MOVE 0.0136 TO ws-chi-prob(1)
           MOVE 0.18 TO ws-chi-prob(2)
           MOVE 0.504 TO ws-chi-prob(3)
           MOVE 0.3024 TO ws-chi-prob(4)
           MOVE ws-poker-chi-limit TO ws-chi-limit
           PERFORM compute-chi-square
           MOVE ws-chi-stat TO ws-poker-chi
           MOVE ws-chi-flag TO ws-poker-flag
           DISPLAY "poker test cells (1-2, 3, 4, 5 different digits):"
           PERFORM display-chi-cells.

       compute-coupon-test.
           PERFORM build-stirling-table
           MOVE 16 TO ws-chi-cells
           MOVE ws-coupon-total TO ws-chi-total
      *> 5**4 going in, so the first pass through the loop makes it
      *> 5**5 for r = 5.
           MOVE 625 TO ws-power-of-5
           PERFORM VARYING ws-cell FROM 1 BY 1 UNTIL ws-cell > 15
               MOVE ws-coupon-count(ws-cell)
                   TO ws-chi-observed(ws-cell)
               COMPUTE ws-power-of-5 = ws-power-of-5 * 5
               COMPUTE ws-term = 120 / ws-power-of-5
      *> r = cell + 4, so S(r-1,4) sits at (cell+4, 5).
               COMPUTE ws-chi-prob(ws-cell) =
                   ws-term * ws-stirling(ws-cell + 4, 5)
           END-PERFORM
      *> ws-power-of-5 is now 5**19.
           MOVE ws-coupon-count(16) TO ws-chi-observed(16)
           COMPUTE ws-term = 120 / ws-power-of-5
           COMPUTE ws-term = ws-term * ws-stirling(20, 6)
           COMPUTE ws-chi-prob(16) = 1 - ws-term
           MOVE ws-coupon-chi-limit TO ws-chi-limit
           PERFORM compute-chi-square
           MOVE ws-chi-stat TO ws-coupon-chi
           MOVE ws-chi-flag TO ws-coupon-flag
           DISPLAY "coupon-collector cells (segment length 5..19, "
               "20+):"
           PERFORM display-chi-cells.

      *> S(n,k) = k * S(n-1,k) + S(n-1,k-1), S(0,0) = 1.
       build-stirling-table.
           INITIALIZE ws-stirling-table
           MOVE 1 TO ws-stirling(1, 1)
           PERFORM VARYING ws-sort-i FROM 2 BY 1 UNTIL ws-sort-i > 20
               COMPUTE ws-sort-j = ws-sort-i - 1
               PERFORM VARYING ws-sort-k FROM 2 BY 1
                       UNTIL ws-sort-k > 6
                   COMPUTE ws-term = ws-sort-k - 1
                   COMPUTE ws-term =
                       ws-term * ws-stirling(ws-sort-j, ws-sort-k)
                   COMPUTE ws-stirling(ws-sort-i, ws-sort-k) =
                       ws-term + ws-stirling(ws-sort-j, ws-sort-k - 1)
               END-PERFORM
           END-PERFORM.

      *> Poisson with mean m**3 / 4n = 512**3 / 2**27 = 1: e**-1,
      *> e**-1, e**-1 / 2 and the remainder.
       compute-bday-test.
           MOVE 4 TO ws-chi-cells
           MOVE ws-bday-total TO ws-chi-total
           PERFORM VARYING ws-cell FROM 1 BY 1 UNTIL ws-cell > 4
               MOVE ws-bday-count(ws-cell) TO ws-chi-observed(ws-cell)
           END-PERFORM
           MOVE 0.36787944117 TO ws-chi-prob(1)
           MOVE 0.36787944117 TO ws-chi-prob(2)
           MOVE 0.18393972059 TO ws-chi-prob(3)
           MOVE 0.08030139707 TO ws-chi-prob(4)
           MOVE ws-bday-chi-limit TO ws-chi-limit
           PERFORM compute-chi-square
           MOVE ws-chi-stat TO ws-bday-chi
           MOVE ws-chi-flag TO ws-bday-flag
           DISPLAY "birthday-spacings cells (0, 1, 2, 3+ repeated "
               "spacings per trial):"
           PERFORM display-chi-cells.

      *> Chi-square of ws-chi-observed against ws-chi-total times
      *> ws-chi-prob over ws-chi-cells cells, split into
      *> single-operator COMPUTEs -- see the note by randcalc.cbl's
      *> WORKING-STORAGE SECTION.  SKIP when any expected count is
      *> under 5.
       compute-chi-square.
           MOVE 0 TO ws-chi-stat
           MOVE ws-chi-total TO ws-chi-min-expected
           PERFORM VARYING ws-cell FROM 1 BY 1
                   UNTIL ws-cell > ws-chi-cells
               COMPUTE ws-chi-expected(ws-cell) =
                   ws-chi-total * ws-chi-prob(ws-cell)
               IF ws-chi-expected(ws-cell) < ws-chi-min-expected
                   MOVE ws-chi-expected(ws-cell)
                       TO ws-chi-min-expected
               END-IF
           END-PERFORM
           IF ws-chi-min-expected < 5
               MOVE "SKIP" TO ws-chi-flag
           ELSE
               PERFORM VARYING ws-cell FROM 1 BY 1
                       UNTIL ws-cell > ws-chi-cells
                   COMPUTE ws-diff = ws-chi-observed(ws-cell)
                       - ws-chi-expected(ws-cell)
                   COMPUTE ws-diff = ws-diff * ws-diff
                   COMPUTE ws-term =
                       ws-diff / ws-chi-expected(ws-cell)
                   ADD ws-term TO ws-chi-stat
               END-PERFORM
               IF ws-chi-stat > ws-chi-limit
                   MOVE "FAIL" TO ws-chi-flag
               ELSE
                   MOVE "PASS" TO ws-chi-flag
               END-IF
               ADD 1 TO ws-tests-run
           END-IF.

       display-chi-cells.
           PERFORM VARYING ws-cell FROM 1 BY 1
                   UNTIL ws-cell > ws-chi-cells
               DISPLAY "  [" ws-cell "] observed "
                   ws-chi-observed(ws-cell) " expected "
                   ws-chi-expected(ws-cell)
           END-PERFORM.

       display-report.
           IF ws-gap-flag = "FAIL" OR ws-poker-flag = "FAIL"
               OR ws-coupon-flag = "FAIL" OR ws-bday-flag = "FAIL"
               MOVE "FAIL" TO ws-overall-flag
           END-IF

           DISPLAY "gaps in [" ws-gap-low "," ws-gap-high ")"
           DISPLAY "gaps counted       : " ws-gap-total
           DISPLAY "gap chi-square     : " ws-gap-chi
               " (10 degrees of freedom, limit " ws-gap-chi-limit
               ") " ws-gap-flag
           DISPLAY "poker hands        : " ws-poker-total
           DISPLAY "poker chi-square   : " ws-poker-chi
               " (3 degrees of freedom, limit " ws-poker-chi-limit
               ") " ws-poker-flag
           DISPLAY "coupon segments    : " ws-coupon-total
           DISPLAY "coupon chi-square  : " ws-coupon-chi
               " (15 degrees of freedom, limit " ws-coupon-chi-limit
               ") " ws-coupon-flag
           DISPLAY "birthday trials    : " ws-bday-total
           DISPLAY "birthday chi-square: " ws-bday-chi
               " (3 degrees of freedom, limit " ws-bday-chi-limit
               ") " ws-bday-flag
           DISPLAY "randknuth: " ws-overall-flag.

      *> Records each test's verdict under the run-id the file's
      *> first record carries; a SKIPped test records nothing.  Best
      *> effort, like randseq.cbl: a qualification file that can't be
      *> opened is reported, never fatal.
       record-qualification.
           IF NOT qualification-disabled
               MOVE "OPEN-IO" TO ws-qual-action
               CALL "randqualio" USING ws-qual-action ws-qualfile
                   ws-qual-rec ws-qual-status
                   ON EXCEPTION MOVE "99" TO ws-qual-status
               END-CALL
               IF ws-qual-status NOT = "00"
                   DISPLAY "randknuth: unable to open qualification "
                       "file " ws-qualfile " (status " ws-qual-status
                       ")"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO ws-qual-date
                   ACCEPT ws-qual-host FROM ENVIRONMENT "HOSTNAME"
                   IF ws-qual-host = SPACES
                       MOVE "unknown" TO ws-qual-host
                   END-IF

                   IF ws-gap-flag NOT = "SKIP"
                       MOVE "GAP" TO qr-test
                       MOVE ws-gap-flag TO qr-verdict
                       MOVE ws-gap-chi TO qr-statistic
                       MOVE ws-gap-chi-limit TO qr-threshold
                       MOVE "gap chi-square, 10 degrees of freedom"
                           TO qr-note
                       PERFORM put-qual-verdict
                   END-IF

                   IF ws-poker-flag NOT = "SKIP"
                       MOVE "POKER" TO qr-test
                       MOVE ws-poker-flag TO qr-verdict
                       MOVE ws-poker-chi TO qr-statistic
                       MOVE ws-poker-chi-limit TO qr-threshold
                       MOVE "poker chi-square, 3 degrees of freedom"
                           TO qr-note
                       PERFORM put-qual-verdict
                   END-IF

                   IF ws-coupon-flag NOT = "SKIP"
                       MOVE "COUPON" TO qr-test
                       MOVE ws-coupon-flag TO qr-verdict
                       MOVE ws-coupon-chi TO qr-statistic
                       MOVE ws-coupon-chi-limit TO qr-threshold
                       MOVE "coupon-collector chi-square, 15 degrees"
                           TO qr-note
                       PERFORM put-qual-verdict
                   END-IF

                   IF ws-bday-flag NOT = "SKIP"
                       MOVE "BDAY" TO qr-test
                       MOVE ws-bday-flag TO qr-verdict
                       MOVE ws-bday-chi TO qr-statistic
                       MOVE ws-bday-chi-limit TO qr-threshold
                       MOVE "birthday-spacings chi-square, 3 degrees"
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
               DISPLAY "randknuth: " FUNCTION TRIM(qr-test)
                   " verdict recorded for run " ws-run-id
           ELSE
               DISPLAY "randknuth: unable to record "
                   FUNCTION TRIM(qr-test) " verdict in "
                   ws-qualfile " (status " ws-qual-status ")"
           END-IF.

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
               WHEN "INFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-infile
               WHEN "GAPLOW"
                   COMPUTE ws-gap-low = FUNCTION NUMVAL(ws-val)
               WHEN "GAPHIGH"
                   COMPUTE ws-gap-high = FUNCTION NUMVAL(ws-val)
               WHEN "GAPCHILIMIT"
                   COMPUTE ws-gap-chi-limit = FUNCTION NUMVAL(ws-val)
               WHEN "POKERCHILIMIT"
                   COMPUTE ws-poker-chi-limit =
                       FUNCTION NUMVAL(ws-val)
               WHEN "COUPONCHILIMIT"
                   COMPUTE ws-coupon-chi-limit =
                       FUNCTION NUMVAL(ws-val)
               WHEN "BDAYCHILIMIT"
                   COMPUTE ws-bday-chi-limit = FUNCTION NUMVAL(ws-val)
               WHEN "QUALFILE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-qualfile
               WHEN "MODE"
                   MOVE FUNCTION TRIM(ws-val) TO ws-mode
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
