      *> ---------------------------------------------------------
      *> PSTKREC - keyed companion to DTPOSTFL, one record per
      *> posting in the PSTKEY indexed file. DTPOSTFL is the day's
      *> hand-off and starts over every run; PSTKEY keeps every
      *> posting DTBATCH has made, by key, together with what the
      *> posting side said about it. DTKEYLOD builds it from
      *> DTPOSTFL and the DTPSTLDG posted ledger.
      *>
      *> Prime key: the permanent transaction id - a posting is
      *> made once per id (a reversal has an id of its own).
      *> Alternate keys, duplicates allowed:
      *>   PKY-SRC-DATE  source id and posting date
      *>   PKY-REV-ID    on a reversal, the id it reverses (zero
      *>                 otherwise)
      *>
      *> DTPSTRCN records each acknowledgement on the posting it
      *> answers - ACK or REJ, the reason, and the date it came
      *> in - so matching an acknowledgement, today's or a late
      *> one, is a direct read. Spaces until acknowledged.
      *> ---------------------------------------------------------
       01  PKY-RECORD.
           05  PKY-TRANS-ID             PIC 9(12).
           05  PKY-SRC-DATE.
               10  PKY-SOURCE-ID        PIC X(8).
               10  PKY-POST-DATE        PIC 9(8).
           05  PKY-REV-ID               PIC 9(12).
           05  PKY-RUN-DATE             PIC 9(8).
           05  PKY-ACK-STATUS           PIC X(3).
               88  PKY-NOT-ACKNOWLEDGED        VALUE SPACES.
               88  PKY-WAS-REJECTED            VALUE "REJ".
           05  PKY-ACK-REASON           PIC X(40).
           05  PKY-ACK-DATE             PIC 9(8).
           05  PKY-POST-LINE            PIC X(80).
