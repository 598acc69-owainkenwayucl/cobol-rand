      *> One consumption snapshot: where a consumer's draw cursor
      *> (randcurs.cpy) stood in its bound run at a given moment.
      *> randfcst.cbl appends one per live cursor each time it runs,
      *> to the consumption-history file (CONSHIST=), and measures
      *> each consumer's draw rate from the earliest snapshot of the
      *> same consumer and run inside its look-back window -- the
      *> cursor itself only ever knows "now".  Appended in time
      *> order, like the statistics history (randhist.cpy).
           05 ch-consumer              PIC X(16).
           05 ch-run-id                PIC X(16).
           05 ch-date                  PIC X(14).
           05 ch-next-index            PIC 9(18).
           05 ch-samples               PIC 9(18).
