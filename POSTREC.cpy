      *> records), so the posting side and the DTPSTRCN
      *> reconciliation can tell which feed a posting came from
      *> without a join through the audit trail.
      *>
      *> A reversal posting (PST-REV-FLAG "R") undoes an earlier
      *> posting at the request of an R record in TRANSFIL. It
      *> carries its own transaction id, the id of the posting it
      *> reverses in PST-REV-TRANS-ID, and that posting's dates,
      *> time and adjustment flag, so the posting side can offset
      *> the original exactly. Ordinary postings carry "N" and a
      *> zero reversed id; lines written before reversals existed
      *> end at the source id and read as spaces here.
      *> ---------------------------------------------------------
       01  WS-POSTING-RECORD.
           05  PST-SEQ-NO               PIC 9(6).
           05  PST-TRANS-ID             PIC 9(12).
           05  PST-SEP6                 PIC X.
           05  PST-SOURCE-ID            PIC X(8).
           05  PST-SEP7                 PIC X.
           05  PST-REV-FLAG             PIC X.
               88  PST-IS-REVERSAL             VALUE "R".
           05  PST-SEP8                 PIC X.
           05  PST-REV-TRANS-ID         PIC 9(12).
