      *>   TRANSID n               the id to follow, or
      *>   SOURCE   source-id      with DATE and TIME, the entry
      *>   DATE     yyyymmdd       as keyed - the audit trail is
      *>   TIME     hhmmss         read to resolve the id(s)
      *>
      *> A source/date/time triple can match more than one id (a
      *> re-keyed entry, a duplicate); every id found is reported,
      *> each in its own section.
      *>
      *> Reversals show on both sides: following a reversal's own
      *> id gives its REVERSAL posting and the id it undid, and
      *> following the original id adds a REVERSED event naming
      *> the reversal, from the REVR audit line and from the
      *> reversal posting itself.
      *>
      *> The audit, exception and posting history is read from the
      *> keyed companions AUDKEY, EXCKEY and PSTKEY rather than by
      *> scanning DTAUDIT, EXCPFIL and DTPOSTFL: a triple resolves
      *> through the audit source/date key, and each id's audit
      *> lines, rejections and postings - with any REVR line or
      *> reversal posting that names it - are direct reads. The
      *> companions keep what the DTAUDRPT and DTEXCARC archive
      *> sweeps and the daily DTPOSTFL restart take out of the
      *> sequential files, so a lineage reaches back past them.
      *> DTRECYCL and DTESCAL are small and still read in full.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

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

           SELECT RECYCLE-FILE ASSIGN TO "DTRECYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCAL-STATUS.

           SELECT POST-KEY-FILE ASSIGN TO "PSTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKY-TRANS-ID
               ALTERNATE RECORD KEY IS PKY-SRC-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PKY-REV-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PSTKEY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LINRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  AUDIT-KEY-FILE.
       COPY AUDKREC.

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  ESC-SEP7                 PIC X.
           05  ESC-TRANS-ID             PIC 9(12).

       FD  POST-KEY-FILE.
       COPY PSTKREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-AUDKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-ESCAL-STATUS              PIC X(2) VALUE SPACES.
       01  WS-PSTKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.

      *> The lines carried on the companions, laid out for use.
       COPY AUDITREC.
       COPY EXCPREC.
       COPY POSTREC.

       01  WS-AUDKEY-OPEN               PIC X VALUE "N".
           88  AUDKEY-IS-OPEN                  VALUE "Y".
       01  WS-EXCKEY-OPEN               PIC X VALUE "N".
           88  EXCKEY-IS-OPEN                  VALUE "Y".
       01  WS-PSTKEY-OPEN               PIC X VALUE "N".
           88  PSTKEY-IS-OPEN                  VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-AUD-EOF                   PIC X VALUE "N".
           88  END-OF-AUDIT-KEYS               VALUE "Y".
       01  WS-EXC-EOF                   PIC X VALUE "N".
           88  END-OF-EXCEPT-KEYS              VALUE "Y".
       01  WS-RCY-EOF                   PIC X VALUE "N".
           88  END-OF-RECYCLE-FILE             VALUE "Y".
       01  WS-ESC-EOF                   PIC X VALUE "N".
           88  END-OF-ESCAL-FILE               VALUE "Y".
       01  WS-PST-EOF                   PIC X VALUE "N".
           88  END-OF-POST-KEYS                VALUE "Y".

       01  WS-SEL-TRANS-ID              PIC 9(12) VALUE ZERO.
       01  WS-SEL-SOURCE                PIC X(8) VALUE SPACES.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS
           PERFORM OPEN-KEYED-FILES

           IF WS-SEL-TRANS-ID > 0
              MOVE 1 TO WS-ID-COUNT
              END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           PERFORM CLOSE-KEYED-FILES
           STOP RUN.

       OPEN-KEYED-FILES.
      *> A companion that is not there leaves its events out of
      *> the report, as a missing sequential file always has.
           OPEN INPUT AUDIT-KEY-FILE
           IF WS-AUDKEY-STATUS = "00"
              SET AUDKEY-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT EXCEPT-KEY-FILE
           IF WS-EXCKEY-STATUS = "00"
              SET EXCKEY-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT POST-KEY-FILE
           IF WS-PSTKEY-STATUS = "00"
              SET PSTKEY-IS-OPEN TO TRUE
           END-IF.

       CLOSE-KEYED-FILES.
           IF AUDKEY-IS-OPEN
              CLOSE AUDIT-KEY-FILE
           END-IF
           IF EXCKEY-IS-OPEN
              CLOSE EXCEPT-KEY-FILE
           END-IF
           IF PSTKEY-IS-OPEN
              CLOSE POST-KEY-FILE
           END-IF.

       LOAD-SELECTIONS.
           OPEN INPUT SEL-FILE
           IF WS-SEL-STATUS = "00"
      *> The audit trail holds every validation decision with the
      *> entry as keyed, the source and the id, so it is the one
      *> place a source/date/time triple can be turned into ids.
      *> The source/date key brings up that source's entries for
      *> the day; only the time is left to compare.
           IF NOT AUDKEY-IS-OPEN
              DISPLAY "DTLINQRY: unable to open AUDKEY - "
                      "file status " WS-AUDKEY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-AUD-EOF
           MOVE WS-SEL-SOURCE TO AKY-SOURCE-ID
           MOVE WS-SEL-DATE   TO AKY-DATE-IN
           START AUDIT-KEY-FILE KEY IS = AKY-SRC-DATE
              INVALID KEY
                 SET END-OF-AUDIT-KEYS TO TRUE
           END-START
           PERFORM UNTIL END-OF-AUDIT-KEYS
              READ AUDIT-KEY-FILE NEXT RECORD
                 AT END
                    SET END-OF-AUDIT-KEYS TO TRUE
                 NOT AT END
                    IF AKY-SOURCE-ID NOT = WS-SEL-SOURCE
                       OR AKY-DATE-IN NOT = WS-SEL-DATE
                       SET END-OF-AUDIT-KEYS TO TRUE
                    ELSE
                       MOVE AKY-AUDIT-LINE TO WS-AUDIT-RECORD
                       IF AUD-TIME-IN = WS-SEL-TIME
                          PERFORM LIST-RESOLVED-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       LIST-RESOLVED-ID.
           MOVE "N" TO WS-ID-FOUND
           PERFORM WRITE-TRANSACTION-SECTION.

       COLLECT-AUDIT-EVENTS.
      *> The id's own lines sit together under the prime key in
      *> time order; a REVR line naming it is found on the
      *> reversed-id key.
           IF AUDKEY-IS-OPEN
              MOVE "N" TO WS-AUD-EOF
              MOVE WS-CUR-ID TO AKY-TRANS-ID
              START AUDIT-KEY-FILE KEY IS = AKY-TRANS-ID
                 INVALID KEY
                    SET END-OF-AUDIT-KEYS TO TRUE
              END-START
              PERFORM UNTIL END-OF-AUDIT-KEYS
                 READ AUDIT-KEY-FILE NEXT RECORD
                    AT END
                       SET END-OF-AUDIT-KEYS TO TRUE
                    NOT AT END
                       IF AKY-TRANS-ID NOT = WS-CUR-ID
                          SET END-OF-AUDIT-KEYS TO TRUE
                       ELSE
                          MOVE AKY-AUDIT-LINE TO WS-AUDIT-RECORD
                          MOVE AUD-TIMESTAMP TO WS-EVT-KEY-WORK
                          MOVE SPACES TO WS-EVT-TEXT-WORK
                          STRING "AUDITED " AUD-RESULT
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "N" TO WS-AUD-EOF
              MOVE WS-CUR-ID TO AKY-REL-ID
              START AUDIT-KEY-FILE KEY IS = AKY-REL-ID
                 INVALID KEY
                    SET END-OF-AUDIT-KEYS TO TRUE
              END-START
              PERFORM UNTIL END-OF-AUDIT-KEYS
                 READ AUDIT-KEY-FILE NEXT RECORD
                    AT END
                       SET END-OF-AUDIT-KEYS TO TRUE
                    NOT AT END
                       IF AKY-REL-ID NOT = WS-CUR-ID
                          SET END-OF-AUDIT-KEYS TO TRUE
                       ELSE
                          MOVE AKY-AUDIT-LINE TO WS-AUDIT-RECORD
                          MOVE AUD-TIMESTAMP TO WS-EVT-KEY-WORK
                          MOVE SPACES TO WS-EVT-TEXT-WORK
                          STRING "REVERSED by " AUD-TRANS-ID
                                 " accepted from source "
                                 AUD-SOURCE-ID
                                 DELIMITED BY SIZE
                                 INTO WS-EVT-TEXT-WORK
                          PERFORM ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       COLLECT-EXCEPTION-EVENTS.
           IF EXCKEY-IS-OPEN
              MOVE "N" TO WS-EXC-EOF
              MOVE WS-CUR-ID TO EKY-TRANS-ID
              START EXCEPT-KEY-FILE KEY IS = EKY-TRANS-ID
                 INVALID KEY
                    SET END-OF-EXCEPT-KEYS TO TRUE
              END-START
              PERFORM UNTIL END-OF-EXCEPT-KEYS
                 READ EXCEPT-KEY-FILE NEXT RECORD
                    AT END
                       SET END-OF-EXCEPT-KEYS TO TRUE
                    NOT AT END
                       IF EKY-TRANS-ID NOT = WS-CUR-ID
                          SET END-OF-EXCEPT-KEYS TO TRUE
                       ELSE
                          MOVE EKY-EXC-LINE TO WS-EXCEPTION-RECORD
                          COMPUTE WS-EVT-KEY-WORK =
                                  EXC-RUN-DATE * 1000000
                          MOVE SPACES TO WS-EVT-TEXT-WORK
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       COLLECT-RECYCLE-EVENTS.
           END-IF.

       COLLECT-POSTING-EVENTS.
      *> The id's own posting is one read on the prime key; any
      *> reversal of it is found on the reversed-id key.
           IF PSTKEY-IS-OPEN
              MOVE WS-CUR-ID TO PKY-TRANS-ID
              READ POST-KEY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PKY-POST-LINE TO WS-POSTING-RECORD
                    PERFORM ADD-OWN-POSTING-EVENT
              END-READ
              MOVE "N" TO WS-PST-EOF
              MOVE WS-CUR-ID TO PKY-REV-ID
              START POST-KEY-FILE KEY IS = PKY-REV-ID
                 INVALID KEY
                    SET END-OF-POST-KEYS TO TRUE
              END-START
              PERFORM UNTIL END-OF-POST-KEYS
                 READ POST-KEY-FILE NEXT RECORD
                    AT END
                       SET END-OF-POST-KEYS TO TRUE
                    NOT AT END
                       IF PKY-REV-ID NOT = WS-CUR-ID
                          SET END-OF-POST-KEYS TO TRUE
                       ELSE
                          MOVE PKY-POST-LINE TO WS-POSTING-RECORD
                          COMPUTE WS-EVT-KEY-WORK =
                                  PST-POST-DATE * 1000000
                                  + PST-TIME
                          MOVE SPACES TO WS-EVT-TEXT-WORK
                          STRING "REVERSED by posting " PST-TRANS-ID
                                 " source " PST-SOURCE-ID
                                 DELIMITED BY SIZE
                                 INTO WS-EVT-TEXT-WORK
                          PERFORM ADD-EVENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       ADD-OWN-POSTING-EVENT.
           COMPUTE WS-EVT-KEY-WORK =
                   PST-POST-DATE * 1000000 + PST-TIME
           MOVE SPACES TO WS-EVT-TEXT-WORK
           IF PST-IS-REVERSAL
              STRING "REVERSAL posted for " PST-POST-DATE
                     " time " PST-TIME
                     " source " PST-SOURCE-ID
                     " reverses " PST-REV-TRANS-ID
                     DELIMITED BY SIZE
                     INTO WS-EVT-TEXT-WORK
           ELSE
              STRING "POSTED for " PST-POST-DATE
                     " time " PST-TIME
                     " source " PST-SOURCE-ID
                     " (entered date " PST-ORIG-DATE
                     ", adjusted " PST-ADJ-FLAG ")"
                     DELIMITED BY SIZE
                     INTO WS-EVT-TEXT-WORK
           END-IF
           PERFORM ADD-EVENT.

       ADD-EVENT.
           IF WS-EVT-COUNT < 200
              ADD 1 TO WS-EVT-COUNT
