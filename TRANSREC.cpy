      *>
      *>   H source-id create-date        batch header
      *>   D date time zone [trans-id]    detail transaction
      *>   R date time zone trans-id      reversal of a posting
      *>   T count hash-total             batch trailer
      *>
      *> The optional trans-id on a detail is the permanent
      *> release; branch feeds leave it blank and DTBATCH assigns
      *> a fresh id at validation.
      *>
      *> A reversal record asks for an earlier posting to be
      *> undone. It has the detail layout, but its trans-id is
      *> required and names the permanent id of the posting to
      *> reverse; the date and time are when the reversal was
      *> raised, as keyed. It counts toward the trailer's record
      *> count and hash total like any detail, and DTBATCH gives
      *> the reversal its own id when it validates it.
      *>
      *> A record that starts with a digit is a detail in the old
      *> bare WS-AREA layout, so transaction files built before
      *> batching are still readable (with no reconciliation).
           05  TRN-ZONE-CODE            PIC X(3).
           05  TRN-D-SEP4               PIC X.
           05  TRN-TRANS-ID             PIC X(12).
       01  TRN-REVERSAL-RECORD.
           05  TRN-R-TYPE               PIC X.
           05  TRN-R-SEP1               PIC X.
           05  TRN-R-DATE               PIC 9(8).
           05  TRN-R-SEP2               PIC X.
           05  TRN-R-TIME               PIC 9(6).
           05  TRN-R-SEP3               PIC X.
           05  TRN-R-ZONE-CODE          PIC X(3).
           05  TRN-R-SEP4               PIC X.
           05  TRN-REVERSE-ID           PIC X(12).
       01  TRN-TRAILER-RECORD.
           05  TRN-T-TYPE               PIC X.
           05  TRN-T-SEP1               PIC X.
