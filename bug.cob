      *> exactly as it does for branch feeds; the session's
      *> validation is the operator's immediate feedback, not a
      *> substitute for the batch pass.
      *>
      *> Each audit line and exception is also added to its keyed
      *> companion (AUDKEY, EXCKEY) the way DTBATCH adds its own,
      *> so a keyed entry can be traced by transaction id the
      *> moment it is made.
      *>
      *> Each audit line carries the AUD-CHAIN check value from
      *> DTAUDCHN, chained on from the line last written to
      *> DTAUDIT by whichever program wrote it.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO "AUDKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKY-KEY
               ALTERNATE RECORD KEY IS AKY-SRC-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AKY-REL-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT EXCEPT-KEY-FILE ASSIGN TO "EXCKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKY-KEY
               ALTERNATE RECORD KEY IS EKY-SRC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DT-CTL-FILE.
       FD  TRANS-FILE.
       COPY TRANSREC.

       FD  AUDIT-KEY-FILE.
       COPY AUDKREC.

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.

       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRANS-STATUS              PIC X(2) VALUE SPACES.
       01  WS-AUDKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-AUD-TAIL-EOF              PIC X VALUE "N".
           88  END-OF-AUDIT-TAIL               VALUE "Y".
       01  WS-AUD-CHAIN                 PIC 9(10) VALUE ZERO.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-MAX-DATE                  PIC 9(8).
       01  WS-RUN-DATE                  PIC 9(8).
      *> Open-ended cutoff for the future-date decision, the same
              OPEN OUTPUT EXCEPT-FILE
           END-IF
           WRITE WS-EXCEPTION-RECORD
           PERFORM INDEX-EXCEPTION
           CLOSE EXCEPT-FILE.

       INDEX-EXCEPTION.
      *> A companion that cannot be opened is reported and the
      *> session goes on - the sequential file is still written,
      *> and DTKEYLOD can rebuild the companion from it.
           OPEN I-O EXCEPT-KEY-FILE
           IF WS-EXCKEY-STATUS = "35"
              OPEN OUTPUT EXCEPT-KEY-FILE
           END-IF
           IF WS-EXCKEY-STATUS = "00"
              IF EXC-TRANS-ID > 0
                 MOVE EXC-TRANS-ID  TO EKY-TRANS-ID
                 MOVE EXC-RUN-DATE  TO EKY-RUN-DATE
                 MOVE EXC-SEQ-NO    TO EKY-SEQ-NO
                 MOVE EXC-SOURCE-ID TO EKY-SOURCE-ID
                 MOVE EXC-DATE-IN   TO EKY-DATE-IN
                 MOVE EXC-STATUS    TO EKY-STATUS
                 MOVE WS-EXCEPTION-RECORD TO EKY-EXC-LINE
                 WRITE EKY-RECORD
              END-IF
              CLOSE EXCEPT-KEY-FILE
           ELSE
              DISPLAY "BUG: unable to open EXCKEY - file status "
                      WS-EXCKEY-STATUS
           END-IF.

       LOAD-MAX-DATE.
      *> The upper bound for an acceptable date is normally the
      *> current system date, but a site can override it (e.g. to
      *> DTAUDIT accumulates across runs so every check this program
      *> has ever made - pass or fail - stays on the record for
      *> compliance review, now with the operator id on each line.
      *> The log is opened afresh for every entry, so the chain
      *> is picked up from its last line each time as well.
           PERFORM FIND-LAST-AUDIT-CHAIN
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE SPACE        TO AUD-SEP10
           MOVE WS-USER-ID   TO AUD-USER-ID
           MOVE SPACE        TO AUD-SEP11
           CALL "DTAUDCHN" USING WS-AUD-CHAIN
                                 WS-AUDIT-RECORD (1:127)
                                 AUD-CHAIN
           END-CALL
           WRITE WS-AUDIT-RECORD
           PERFORM INDEX-AUDIT-ENTRY
           CLOSE AUDIT-FILE.

       FIND-LAST-AUDIT-CHAIN.
      *> An empty or missing log, or one ending on a line logged
      *> before the chain was kept, starts the chain from zero.
           MOVE ZERO TO WS-AUD-CHAIN
           MOVE "N" TO WS-AUD-TAIL-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL END-OF-AUDIT-TAIL
                 READ AUDIT-FILE
                    AT END
                       SET END-OF-AUDIT-TAIL TO TRUE
                    NOT AT END
                       IF AUD-CHAIN IS NUMERIC
                          MOVE AUD-CHAIN TO WS-AUD-CHAIN
                       ELSE
                          MOVE ZERO TO WS-AUD-CHAIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       INDEX-AUDIT-ENTRY.
           OPEN I-O AUDIT-KEY-FILE
           IF WS-AUDKEY-STATUS = "35"
              OPEN OUTPUT AUDIT-KEY-FILE
           END-IF
           IF WS-AUDKEY-STATUS = "00"
              IF AUD-TRANS-ID > 0
                 MOVE AUD-TRANS-ID  TO AKY-TRANS-ID
                 MOVE AUD-TIMESTAMP TO AKY-TIMESTAMP
                 MOVE ZERO          TO AKY-OCCUR
                 MOVE AUD-SOURCE-ID TO AKY-SOURCE-ID
                 MOVE AUD-DATE-IN   TO AKY-DATE-IN
                 MOVE ZERO          TO AKY-REL-ID
                 MOVE WS-AUDIT-RECORD TO AKY-AUDIT-LINE
                 WRITE AKY-RECORD
                 PERFORM UNTIL WS-AUDKEY-STATUS NOT = "22"
                            OR AKY-OCCUR = 99
                    ADD 1 TO AKY-OCCUR
                    WRITE AKY-RECORD
                 END-PERFORM
              END-IF
              CLOSE AUDIT-KEY-FILE
           ELSE
              DISPLAY "BUG: unable to open AUDKEY - file status "
                      WS-AUDKEY-STATUS
           END-IF.
