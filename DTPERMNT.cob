      *> Every action is written to the PERMLOG maintenance log
      *> with a timestamp and the user id on the command, in the
      *> same style as the DTHOLMNT holiday-master log.
      *>
      *> Items written off by FCL are marked on the EXCKEY keyed
      *> companion too, read directly by key, so the keyed readers
      *> see the write-off the day it happens.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT EXCEPT-KEY-FILE ASSIGN TO "EXCKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKY-KEY
               ALTERNATE RECORD KEY IS EKY-SRC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERD-FILE.
           05  MLG-SEP4                 PIC X.
           05  MLG-TEXT                 PIC X(40).

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       WORKING-STORAGE SECTION.
       01  WS-PERD-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                PIC X(2) VALUE SPACES.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-WORK-STATUS               PIC X(2) VALUE SPACES.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXCKEY-OPEN               PIC X VALUE "N".
           88  EXCKEY-IS-OPEN                  VALUE "Y".
       01  WS-WORK-EOF                  PIC X.
           88  END-OF-WORK-FILE                VALUE "Y".
       01  WS-RUN-DATE                  PIC 9(8).
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS = "00"
              OPEN OUTPUT WORK-FILE
              MOVE "N" TO WS-EXCKEY-OPEN
              OPEN I-O EXCEPT-KEY-FILE
              IF WS-EXCKEY-STATUS = "00"
                 SET EXCKEY-IS-OPEN TO TRUE
              ELSE
                 DISPLAY "DTPERMNT: unable to open EXCKEY - file "
                         "status " WS-EXCKEY-STATUS
                         " - write-offs not marked there."
              END-IF
              PERFORM UNTIL END-OF-EXCEPT-FILE
                 READ EXCEPT-FILE
                    AT END
                          MOVE "W"         TO EXC-STATUS
                          MOVE SPACE       TO EXC-SEP8
                          MOVE WS-RUN-DATE TO EXC-DISP-DATE
                          IF EXCKEY-IS-OPEN
                             PERFORM POST-EXCEPTION-INDEX
                          END-IF
                       END-IF
                       MOVE WS-EXCEPTION-RECORD TO WORK-LINE
                       WRITE WORK-LINE
              END-PERFORM
              CLOSE EXCEPT-FILE
              CLOSE WORK-FILE
              IF EXCKEY-IS-OPEN
                 CLOSE EXCEPT-KEY-FILE
              END-IF
              PERFORM COPY-WORK-TO-EXCEPTIONS
           END-IF
           MOVE "N" TO WS-RCY-EOF
                   " exception(s) written off for period "
                   CMD-PERIOD.

       POST-EXCEPTION-INDEX.
      *> Same direct update DTRESUB makes when it closes an item.
           IF EXC-TRANS-ID IS NUMERIC AND EXC-TRANS-ID > 0
              MOVE EXC-TRANS-ID TO EKY-TRANS-ID
              MOVE EXC-RUN-DATE TO EKY-RUN-DATE
              MOVE EXC-SEQ-NO   TO EKY-SEQ-NO
              READ EXCEPT-KEY-FILE
                 INVALID KEY
                    MOVE EXC-SOURCE-ID TO EKY-SOURCE-ID
                    MOVE EXC-DATE-IN   TO EKY-DATE-IN
                    MOVE EXC-STATUS    TO EKY-STATUS
                    MOVE WS-EXCEPTION-RECORD TO EKY-EXC-LINE
                    WRITE EKY-RECORD
                 NOT INVALID KEY
                    MOVE EXC-STATUS    TO EKY-STATUS
                    MOVE WS-EXCEPTION-RECORD TO EKY-EXC-LINE
                    REWRITE EKY-RECORD
              END-READ
           END-IF.

       COPY-WORK-TO-EXCEPTIONS.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT WORK-FILE
