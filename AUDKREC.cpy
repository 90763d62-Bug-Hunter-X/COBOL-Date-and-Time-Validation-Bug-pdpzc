      *> ---------------------------------------------------------
      *> AUDKREC - keyed companion to the DTAUDIT audit trail,
      *> one record per audit line in the AUDKEY indexed file.
      *> BUG and DTBATCH add a record every time they write an
      *> audit line; DTKEYLOD builds the file from the sequential
      *> history (AUDARCHV, then DTAUDIT). The DTAUDRPT archive
      *> sweep does not touch it, so AUDKEY keeps the whole trail
      *> by key while the live log stays small.
      *>
      *> Prime key: the permanent transaction id, the line's
      *> timestamp and an occurrence number that only moves off
      *> zero when one id gets two lines in the same second - so
      *> all of a transaction's decisions sit together in time
      *> order. Alternate keys, duplicates allowed:
      *>   AKY-SRC-DATE  source id and the date as keyed, which
      *>                 turns a source/date/time enquiry into a
      *>                 direct read
      *>   AKY-REL-ID    on a REVR line, the id it reversed (zero
      *>                 otherwise), so the original's lineage
      *>                 finds its reversal without a scan
      *> The audit line itself rides behind the keys unchanged.
      *> Lines without a transaction id (written before ids were
      *> assigned) are not carried - they cannot be looked up.
      *> ---------------------------------------------------------
       01  AKY-RECORD.
           05  AKY-KEY.
               10  AKY-TRANS-ID         PIC 9(12).
               10  AKY-TIMESTAMP        PIC 9(14).
               10  AKY-OCCUR            PIC 9(2).
           05  AKY-SRC-DATE.
               10  AKY-SOURCE-ID        PIC X(8).
               10  AKY-DATE-IN          PIC 9(8).
           05  AKY-REL-ID               PIC 9(12).
           05  AKY-AUDIT-LINE           PIC X(160).
