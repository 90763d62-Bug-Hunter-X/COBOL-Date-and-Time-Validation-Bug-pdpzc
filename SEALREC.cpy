      *> ---------------------------------------------------------
      *> SEALREC - one daily seal of the audit trail per line in
      *> the AUDSEAL control file, appended by DTAUDVFY FUNC SEAL
      *> once the trail has verified clean. The line count is the
      *> whole trail - AUDARCHV and DTAUDIT together, so archiving
      *> never changes it - at the moment of sealing; the day
      *> count is the lines added since the seal before; the
      *> chain is the AUD-CHAIN value the trail closed on. Every
      *> later verification checks that the trail still reaches
      *> each sealed line count with the sealed chain value.
      *> ---------------------------------------------------------
       01  SEAL-RECORD.
           05  SEAL-DATE                PIC 9(8).
           05  SEAL-SEP1                PIC X.
           05  SEAL-TIMESTAMP           PIC 9(14).
           05  SEAL-SEP2                PIC X.
           05  SEAL-LINE-COUNT          PIC 9(9).
           05  SEAL-SEP3                PIC X.
           05  SEAL-DAY-COUNT           PIC 9(9).
           05  SEAL-SEP4                PIC X.
           05  SEAL-CHAIN               PIC 9(10).
           05  SEAL-SEP5                PIC X.
           05  SEAL-USER                PIC X(8).
