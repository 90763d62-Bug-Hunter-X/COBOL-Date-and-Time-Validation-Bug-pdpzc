      *> ---------------------------------------------------------
      *> RTNREC - one line of a branch reject return extract.
      *> DTRTNEXT writes one extract per source system, RTN
      *> followed by the source id (RTNBRANCH03), holding that
      *> source's open exceptions - the keys that identify each
      *> one, the date and time as keyed and the reason it was
      *> rejected - with the two correction fields left blank.
      *> The branch keys the corrected date and time into them and
      *> sends the file back as COR followed by the source id
      *> (CORBRANCH03), where DTRTNINT turns the corrected lines
      *> into DTCORFIL records. A line with both correction fields
      *> still blank is an item the branch has not worked.
      *> Lines starting "**" are headings and are passed over.
      *> ---------------------------------------------------------
       01  RTN-RECORD.
           05  RTN-SEQ-NO               PIC 9(6).
           05  RTN-SEP1                 PIC X.
           05  RTN-RUN-DATE             PIC 9(8).
           05  RTN-SEP2                 PIC X.
           05  RTN-TRANS-ID             PIC 9(12).
           05  RTN-SEP3                 PIC X.
           05  RTN-SOURCE-ID            PIC X(8).
           05  RTN-SEP4                 PIC X.
           05  RTN-DATE-IN              PIC 9(8).
           05  RTN-SEP5                 PIC X.
           05  RTN-TIME-IN              PIC 9(6).
           05  RTN-SEP6                 PIC X.
           05  RTN-REASON               PIC X(40).
           05  RTN-SEP7                 PIC X.
           05  RTN-COR-DATE             PIC X(8).
           05  RTN-SEP8                 PIC X.
           05  RTN-COR-TIME             PIC X(6).
