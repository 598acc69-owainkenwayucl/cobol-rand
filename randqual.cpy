      *> One qualification record per test per run, keyed by run-id
      *> and test name -- the persistent evidence that a generated
      *> stream was actually put through the test programs before a
      *> study was fed from it.  The verdicts used to live only in
      *> job logs; nobody could say afterwards whether the run a
      *> simulation drew from had ever been verified at all.  Written
      *> by randverify.cbl (VERIFY), randstat.cbl (STAT), randseq.cbl
      *> (SEQCORR, SEQRUNS, SEQPAIR), randdice.cbl (DICE) and
      *> randknuth.cbl (GAP, POKER, COUPON, BDAY), each with the
      *> statistic it judged and the threshold it judged it against;
      *> a re-run of a test replaces that test's record.
      *> randcert.cbl weighs a run's records and writes the run's
      *> overall certificate as one more record under the test name
      *> CERT, whose qr-verdict is CERTIFIED, REJECTED or INCOMPLETE.
      *> randdraw.cbl OPEN and randalloc.cbl ACTION=RESERVE refuse a
      *> run without a CERTIFIED certificate.  All access goes
      *> through randqualio.cbl.
           05 qr-key.
               10 qr-run-id            PIC X(16).
               10 qr-test              PIC X(10).
                  88 qr-certificate    VALUE "CERT".
      *> PASS or FAIL for a test record; CERTIFIED, REJECTED or
      *> INCOMPLETE for the CERT record.
           05 qr-verdict               PIC X(10).
              88 qr-test-passed        VALUE "PASS".
              88 qr-test-failed        VALUE "FAIL".
              88 qr-run-certified      VALUE "CERTIFIED".
              88 qr-run-rejected       VALUE "REJECTED".
              88 qr-run-incomplete     VALUE "INCOMPLETE".
           05 qr-statistic             USAGE IS FLOAT-LONG.
           05 qr-threshold             USAGE IS FLOAT-LONG.
      *> Records the test actually read -- a verdict over fewer
      *> records than the catalog's cg-samples was taken against a
      *> partial or different file and proves nothing about the run.
           05 qr-samples               PIC 9(18).
           05 qr-infile                PIC X(100).
           05 qr-date                  PIC X(14).
           05 qr-host                  PIC X(64).
      *> Free text: which test tripped a REJECTED, which was missing
      *> for an INCOMPLETE, and so on.
           05 qr-note                  PIC X(60).
