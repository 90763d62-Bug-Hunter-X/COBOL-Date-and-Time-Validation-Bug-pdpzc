      *> and rewrites the live DTAUDIT with only the lines kept,
      *> so the daily file stays small without losing the history
      *> the auditors require.
      *>
      *> The archive keeps the AUD-CHAIN sequence intact: lines
      *> leave DTAUDIT only from the front, up to the first line
      *> inside the retention period and never the newest line,
      *> so AUDARCHV followed by DTAUDIT is still the trail in the
      *> order it was written and the next line written always
      *> has its predecessor on DTAUDIT to chain on from.
      *> Each section closes with a trailer giving the number of
      *> lines archived and the chain value of the last of them -
      *> the value the first line left on DTAUDIT chains on from -
      *> so DTAUDVFY can prove the split lost and added nothing.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  SEL-VALUE                PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(160).

       FD  ARCH-FILE.
       01  ARCH-LINE                    PIC X(160).

       FD  KEEP-FILE.
       01  KEEP-LINE                    PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
           88  END-OF-AUDIT-FILE               VALUE "Y".
       01  WS-KEEP-EOF                  PIC X VALUE "N".
           88  END-OF-KEEP-FILE                VALUE "Y".
       01  WS-KEEP-REST                 PIC X VALUE "N".
           88  KEEPING-THE-REST                VALUE "Y".
       01  WS-HELD-FLAG                 PIC X VALUE "N".
           88  LINE-IS-HELD                    VALUE "Y".
       01  WS-HELD-LINE                 PIC X(160).
       01  WS-HELD-CHAIN                PIC 9(10) VALUE ZERO.

       01  WS-FUNCTION                  PIC X(7) VALUE "REPORT".
           88  FUNCTION-ARCHIVE                VALUE "ARCHIVE".
       01  WS-AUD-DATE-NUM              PIC 9(8).
       01  WS-CUTOFF-DATE               PIC 9(8).
       01  WS-CUTOFF-INT                PIC 9(8).
       01  WS-ARCH-CHAIN                PIC 9(10) VALUE ZERO.

       01  WS-READ-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-SELECT-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-SEL-DUPL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SEL-FUTR-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SEL-FAIL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SEL-REVR-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-KEPT-COUNT                PIC 9(6) VALUE ZERO.

                    ADD 1 TO WS-SEL-DUPL-COUNT
                 WHEN "FUTR"
                    ADD 1 TO WS-SEL-FUTR-COUNT
                 WHEN "REVR"
                    ADD 1 TO WS-SEL-REVR-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-SEL-FAIL-COUNT
              END-EVALUATE
                  INTO REPORT-LINE
           MOVE "ZON NORM-DAT NORM-T" TO REPORT-LINE (78:19)
           MOVE "TRANS-ID     SOURCE" TO REPORT-LINE (98:19)
           MOVE "USER     CHAIN" TO REPORT-LINE (120:14)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "  FAIL              : " WS-SEL-FAIL-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REVERSAL          : " WS-SEL-REVR-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       ARCHIVE-AUDIT-LOG.
      *> retention cutoff go behind a dated section header in the
      *> archive, everything else to a work file. Pass two copies
      *> the work file back over DTAUDIT, so the live log is only
      *> rewritten once the split has completed cleanly. The
      *> first line inside the retention period ends the
      *> archiving - everything from there on is kept, even an
      *> older-stamped line behind it - so the chain order of the
      *> trail is never disturbed. Each line due for the archive
      *> is held back until the next line is read, so the newest
      *> line always stays on DTAUDIT even when every line is past
      *> the cutoff: BUG and DTBATCH chain their next line on from
      *> the last line of DTAUDIT and never find it empty.
           COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-RETAIN-DAYS
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE-NUM
                    IF WS-AUD-DATE-NUM >= WS-CUTOFF-DATE
                       SET KEEPING-THE-REST TO TRUE
                    END-IF
                    IF LINE-IS-HELD
                       PERFORM ARCHIVE-HELD-LINE
                    END-IF
                    IF NOT KEEPING-THE-REST
                       MOVE WS-AUDIT-RECORD TO WS-HELD-LINE
                       IF AUD-CHAIN IS NUMERIC
                          MOVE AUD-CHAIN TO WS-HELD-CHAIN
                       ELSE
                          MOVE ZERO TO WS-HELD-CHAIN
                       END-IF
                       SET LINE-IS-HELD TO TRUE
                    ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE WS-AUDIT-RECORD TO KEEP-LINE
                    END-IF
              END-READ
           END-PERFORM
      *> A line still held is the last on the log - it stays.
           IF LINE-IS-HELD
              ADD 1 TO WS-KEPT-COUNT
              MOVE WS-HELD-LINE TO KEEP-LINE
              WRITE KEEP-LINE
              MOVE "N" TO WS-HELD-FLAG
           END-IF

      *> Section trailer - the layout DTAUDVFY reads it by.
           MOVE SPACES TO ARCH-LINE
           STRING "** END ARCHIVED " WS-RUN-DATE
                  " - " WS-ARCHIVED-COUNT
                  " LINE(S) - CHAIN " WS-ARCH-CHAIN " **"
                  DELIMITED BY SIZE
                  INTO ARCH-LINE
           WRITE ARCH-LINE

           CLOSE AUDIT-FILE
           CLOSE ARCH-FILE
                   " line(s) archived, " WS-KEPT-COUNT
                   " line(s) kept on DTAUDIT.".

       ARCHIVE-HELD-LINE.
           ADD 1 TO WS-ARCHIVED-COUNT
           MOVE WS-HELD-CHAIN TO WS-ARCH-CHAIN
           MOVE WS-HELD-LINE TO ARCH-LINE
           WRITE ARCH-LINE
           MOVE "N" TO WS-HELD-FLAG.

       REWRITE-LIVE-LOG.
           OPEN INPUT KEEP-FILE
           OPEN OUTPUT AUDIT-FILE
