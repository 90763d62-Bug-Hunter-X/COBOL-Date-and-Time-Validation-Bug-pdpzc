      *> ---------------------------------------------------------
      *> EXCKREC - keyed companion to the EXCPFIL exceptions
      *> report, one record per exception in the EXCKEY indexed
      *> file. BUG and DTBATCH add a record with every rejection;
      *> DTRESUB and DTPERMNT post each lifecycle status change
      *> to it by key as they make it; DTKEYLOD builds it from
      *> the sequential history (EXCARCHV, then EXCPFIL). The
      *> DTEXCARC archive sweep does not touch it.
      *>
      *> Prime key: the permanent transaction id, then the run
      *> date and sequence number of the run that rejected it -
      *> one id can be rejected again after a failed correction,
      *> and each rejection is its own exception. Alternate key
      *> EKY-SRC-DATE (source id and date as keyed, duplicates
      *> allowed) finds a branch's exceptions directly. EKY-STATUS
      *> repeats the lifecycle status from the exception line that
      *> rides behind the keys. Exceptions without a transaction
      *> id are not carried.
      *> ---------------------------------------------------------
       01  EKY-RECORD.
           05  EKY-KEY.
               10  EKY-TRANS-ID         PIC 9(12).
               10  EKY-RUN-DATE         PIC 9(8).
               10  EKY-SEQ-NO           PIC 9(6).
           05  EKY-SRC-DATE.
               10  EKY-SOURCE-ID        PIC X(8).
               10  EKY-DATE-IN          PIC 9(8).
           05  EKY-STATUS               PIC X.
           05  EKY-EXC-LINE             PIC X(120).
