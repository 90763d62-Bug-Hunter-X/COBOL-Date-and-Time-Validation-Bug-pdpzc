      *> operator who keyed the entry in a BUG session - spaces
      *> on batch-fed records - so keyed work is attributable the
      *> way DTHOLMNT maintenance commands already are.
      *> AUD-CHAIN is the line's tamper check value, worked out by
      *> DTAUDCHN from the first 127 bytes of the line and the
      *> chain value of the line before it; DTAUDVFY walks the
      *> trail and its AUDSEAL daily seals to prove nothing has
      *> been altered, removed or added. Lines logged before the
      *> chain was introduced have spaces there. Each writer takes
      *> the last value from the end of DTAUDIT, so BUG keying is
      *> not to run while DTBATCH has the log open.
      *> ---------------------------------------------------------
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP            PIC 9(14).
           05  AUD-SOURCE-ID            PIC X(8).
           05  AUD-SEP10                PIC X.
           05  AUD-USER-ID              PIC X(8).
           05  AUD-SEP11                PIC X.
           05  AUD-CHAIN                PIC 9(10).
