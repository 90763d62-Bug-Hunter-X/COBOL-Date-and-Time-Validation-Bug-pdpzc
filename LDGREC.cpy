      *> ---------------------------------------------------------
      *> LDGREC - one posting per line in the DTPSTLDG posted
      *> ledger. DTPOSTFL starts over every DTBATCH run; the
      *> ledger keeps every posting DTBATCH has written inside
      *> the DTCTLFIL REVDAYS window, so a reversal can be checked
      *> against a posting made on an earlier run. Type P is an
      *> ordinary posting and R a reversal posting; the reversed
      *> flag is set to Y on a P line once it has been reversed.
      *> DTBATCH maintains the file; DTKEYLOD and DTHOLIMP read
      *> it.
      *> ---------------------------------------------------------
       01  LEDGER-RECORD.
           05  LDG-TRANS-ID             PIC 9(12).
           05  LDG-SEP1                 PIC X.
           05  LDG-RUN-DATE             PIC 9(8).
           05  LDG-SEP2                 PIC X.
           05  LDG-ORIG-DATE            PIC 9(8).
           05  LDG-SEP3                 PIC X.
           05  LDG-POST-DATE            PIC 9(8).
           05  LDG-SEP4                 PIC X.
           05  LDG-TIME                 PIC 9(6).
           05  LDG-SEP5                 PIC X.
           05  LDG-ADJ-FLAG             PIC X.
           05  LDG-SEP6                 PIC X.
           05  LDG-SOURCE-ID            PIC X(8).
           05  LDG-SEP7                 PIC X.
           05  LDG-TYPE                 PIC X.
           05  LDG-SEP8                 PIC X.
           05  LDG-REVERSED             PIC X.
