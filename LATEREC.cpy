      *> ---------------------------------------------------------
      *> LATEREC - one late-declared holiday per line in the
      *> HOLLATE file. DTHOLMNT appends a line whenever an ADD
      *> puts a holiday on a date no later than its business-day
      *> horizon - a date transactions may already be posted or
      *> held for. DTHOLIMP works every line into its impact
      *> report and re-dating batch, then empties the file. The
      *> region is the holiday's own (spaces = all regions).
      *> ---------------------------------------------------------
       01  LAT-RECORD.
           05  LAT-DATE                 PIC 9(8).
           05  LAT-SEP1                 PIC X.
           05  LAT-REGION               PIC X(3).
           05  LAT-SEP2                 PIC X.
           05  LAT-DESC                 PIC X(20).
           05  LAT-SEP3                 PIC X.
           05  LAT-USER                 PIC X(8).
           05  LAT-SEP4                 PIC X.
           05  LAT-TIMESTAMP            PIC 9(14).
