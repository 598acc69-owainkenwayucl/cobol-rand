      *> One change-journal record: the before and after image of a
      *> single catalog (randcatr.cpy) or allocation-ledger
      *> (randallc.cpy) entry, appended by randcatio.cbl /
      *> randallio.cbl on every successful PUT.  Each indexed file
      *> has its own journal beside it, <file>.jnl (runcat.dat.jnl,
      *> runalloc.dat.jnl), appended in time order and never
      *> rewritten -- the history of how every entry reached its
      *> current state, and with a backup the means of rebuilding
      *> either file to any point in time (randrecov.cbl).
           05 jr-date                  PIC X(14).
      *> CATALOG or LEDGER, and the entry's key (cg-run-id /
      *> al-run-id).
           05 jr-file                  PIC X(8).
              88 jr-catalog-change     VALUE "CATALOG".
              88 jr-ledger-change      VALUE "LEDGER".
           05 jr-key                   PIC X(16).
      *> ADD when the PUT created the entry (jr-before is spaces),
      *> CHANGE when it replaced one.
           05 jr-action                PIC X(8).
              88 jr-added              VALUE "ADD".
              88 jr-changed            VALUE "CHANGE".
      *> Who made the change: the program that called the I/O
      *> module (its executable name), the login and the host.
           05 jr-program               PIC X(32).
           05 jr-user                  PIC X(32).
           05 jr-host                  PIC X(64).
      *> The record images, sized for the longer of the two layouts
      *> with room to spare; a ledger image occupies the leading
      *> bytes and the rest is spaces.
           05 jr-before                PIC X(500).
           05 jr-after                 PIC X(500).
