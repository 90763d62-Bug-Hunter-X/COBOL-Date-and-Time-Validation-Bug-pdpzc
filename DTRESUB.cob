      *> Reads the accumulated EXCPFIL exceptions report together
      *> with an operator-prepared correction file (DTCORFIL) and
      *> pairs each rejected entry, by sequence number and run
      *> date (and transaction id where the correction gives
      *> one), with its correction. Every corrected date/time pair
      *> is pushed back through the same DTVALID and DTHOLCHK
      *> calls DTBATCH makes, so a mis-keyed correction cannot
      *> slip into the resubmission stream the way it could when
      *>              correction file
      *>   DTDISPRP - disposition report: every exception shown as
      *>              CORRECTED, STILL-FAILING, ESCALATED or
      *>              UNWORKED, every correction line that paired
      *>              with nothing shown as UNMATCHED, with totals
      *>   DTESCAL  - accumulating escalation file, one line per
      *>              item that reached the escalation limit
      *>
      *> kept off DTRECYCL so it stops recycling and gets a
      *> supervisor's attention.
      *>
      *> A correction line is consumed when it pairs: once every
      *> exception has been worked and EXCPFIL rewritten, DTCORFIL
      *> is rebuilt through the CORWORK work file holding only the
      *> lines that paired with nothing - keyed ahead of their
      *> exception, or not matching its transaction id - so a
      *> correction is paired once only and an unpaired one is
      *> neither lost nor silent: it is listed UNMATCHED on
      *> DTDISPRP and waits on DTCORFIL for the next run. A
      *> still-failing item comes back through DTRECYCL or a
      *> fresh branch reply, never by the same line being matched
      *> again night after night with its count stepping on its
      *> own.
      *>
      *> Every exception stays on EXCPFIL with its lifecycle
      *> status kept current - corrected items flip to "C" and
      *> escalated ones to "E", each stamped with the disposition
      *> Items already closed on a prior run pass through
      *> untouched and are not re-matched; the DTEXCARC archive
      *> sweep is what eventually moves them off the live file.
      *>
      *> Rejected reversals (reason "Reversal - ...") are left
      *> UNWORKED and never paired with a correction line - they
      *> are resolved by a fresh reversal, not by re-dating.
      *>
      *> Each status change is also posted straight to the
      *> exception's record on the EXCKEY keyed companion, read
      *> by transaction id, run date and sequence number, so the
      *> keyed readers see an item close the day it closes.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT COR-WORK-FILE ASSIGN TO "CORWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORWORK-STATUS.

           SELECT ESCAL-FILE ASSIGN TO "DTESCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCAL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT EXCEPT-KEY-FILE ASSIGN TO "EXCKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKY-KEY
               ALTERNATE RECORD KEY IS EKY-SRC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPT-FILE.
       FD  EXC-WORK-FILE.
       01  EXC-WORK-LINE                PIC X(120).

       FD  COR-WORK-FILE.
       01  COR-WORK-LINE                PIC X(47).

       FD  SOURCE-FILE.
       COPY SRCREC.

           05  ESC-SEP7                 PIC X.
           05  ESC-TRANS-ID             PIC 9(12).

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CORR-STATUS               PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS               PIC X(2) VALUE SPACES.
       01  WS-WORK-STATUS               PIC X(2) VALUE SPACES.
       01  WS-ESCAL-STATUS              PIC X(2) VALUE SPACES.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CORWORK-STATUS            PIC X(2) VALUE SPACES.
       01  WS-WORK-EOF                  PIC X VALUE "N".
           88  END-OF-WORK-FILE                VALUE "Y".
       01  WS-CORWORK-EOF               PIC X VALUE "N".
           88  END-OF-CORWORK-FILE             VALUE "Y".

       01  WS-MAX-DATE                  PIC 9(8).
       01  WS-RUN-DATE                  PIC 9(8).
               10  WS-COR-DATE          PIC 9(8).
               10  WS-COR-TIME          PIC 9(6).
               10  WS-COR-RESUB-CNT     PIC 9(2).
               10  WS-COR-TRANS-ID      PIC X(12).
               10  WS-COR-USED          PIC X.
                   88  CORRECTION-USED         VALUE "Y".

      *> Lines past the table's capacity are not worked this run
      *> but stay on DTCORFIL; the line number ties each line
      *> read back at the rebuild to its table entry.
       01  WS-CORR-OVER-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CORR-LINE-NO              PIC 9(6) VALUE ZERO.
       01  WS-CORR-KEEP-FLAG            PIC X VALUE "N".
           88  KEEP-CORRECTION-LINE            VALUE "Y".

       01  WS-CORR-FOUND                PIC X VALUE "N".
           88  CORRECTION-FOUND                VALUE "Y".
       01  WS-NEW-RESUB-CNT             PIC 9(2).
       01  WS-STILLFAIL-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ESCALATED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-UNWORKED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  DET-SEQ-NO               PIC 9(6).
              END-READ
           END-PERFORM

           PERFORM REPORT-UNMATCHED-CORRECTIONS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           PERFORM REWRITE-EXCEPT-FILE
           IF WS-CORR-COUNT > 0
              PERFORM REWRITE-CORRECTION-FILE
           END-IF
           STOP RUN.

       OPEN-FILES.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O EXCEPT-KEY-FILE
           IF WS-EXCKEY-STATUS = "35"
              OPEN OUTPUT EXCEPT-KEY-FILE
              CLOSE EXCEPT-KEY-FILE
              OPEN I-O EXCEPT-KEY-FILE
           END-IF
           IF WS-EXCKEY-STATUS NOT = "00"
              DISPLAY "DTRESUB: unable to open EXCKEY - file status "
                      WS-EXCKEY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RESUB-FILE
           PERFORM WRITE-RESUB-HEADER
           OPEN OUTPUT RECYCLE-FILE
           CLOSE RECYCLE-FILE
           CLOSE DISP-FILE
           CLOSE EXC-WORK-FILE
           CLOSE ESCAL-FILE
           CLOSE EXCEPT-KEY-FILE.

       REWRITE-EXCEPT-FILE.
      *> Every exception was copied to the work file with its
           CLOSE EXC-WORK-FILE
           CLOSE EXCEPT-FILE.

       REWRITE-CORRECTION-FILE.
      *> Paired lines come off DTCORFIL; the rest - unmatched, or
      *> past the table's capacity - are copied through CORWORK
      *> and back, in their original order, for the next run.
           OPEN INPUT CORR-FILE
           OPEN OUTPUT COR-WORK-FILE
           MOVE "N" TO WS-CORR-EOF
           MOVE ZERO TO WS-CORR-LINE-NO
           PERFORM UNTIL END-OF-CORR-FILE
              READ CORR-FILE
                 AT END
                    SET END-OF-CORR-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CORR-LINE-NO
                    SET KEEP-CORRECTION-LINE TO TRUE
                    IF WS-CORR-LINE-NO NOT > WS-CORR-COUNT
                       IF CORRECTION-USED (WS-CORR-LINE-NO)
                          MOVE "N" TO WS-CORR-KEEP-FLAG
                       END-IF
                    END-IF
                    IF KEEP-CORRECTION-LINE
                       MOVE CORR-RECORD TO COR-WORK-LINE
                       WRITE COR-WORK-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CORR-FILE
           CLOSE COR-WORK-FILE
           OPEN INPUT COR-WORK-FILE
           OPEN OUTPUT CORR-FILE
           PERFORM UNTIL END-OF-CORWORK-FILE
              READ COR-WORK-FILE
                 AT END
                    SET END-OF-CORWORK-FILE TO TRUE
                 NOT AT END
                    MOVE COR-WORK-LINE TO CORR-RECORD
                    WRITE CORR-RECORD
              END-READ
           END-PERFORM
           CLOSE COR-WORK-FILE
           CLOSE CORR-FILE.

       REPORT-UNMATCHED-CORRECTIONS.
      *> A correction no open exception took is listed, so the
      *> operator or branch that keyed it learns it is waiting.
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > WS-CORR-COUNT
              IF NOT CORRECTION-USED (COR-IDX)
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE WS-COR-SEQ-NO (COR-IDX)    TO DET-SEQ-NO
                 MOVE WS-COR-RUN-DATE (COR-IDX)  TO DET-RUN-DATE
                 MOVE WS-COR-DATE (COR-IDX)      TO DET-DATE
                 MOVE WS-COR-TIME (COR-IDX)      TO DET-TIME
                 MOVE "UNMATCHED"                TO DET-DISPOSITION
                 MOVE WS-COR-RESUB-CNT (COR-IDX) TO DET-RESUB-CNT
                 IF WS-COR-TRANS-ID (COR-IDX) IS NUMERIC
                    MOVE WS-COR-TRANS-ID (COR-IDX) TO DET-TRANS-ID
                 ELSE
                    MOVE ZERO TO DET-TRANS-ID
                 END-IF
                 MOVE "No open exception - kept on DTCORFIL"
                      TO DET-REASON
                 MOVE WS-DETAIL-LINE TO DISP-LINE
                 WRITE DISP-LINE
              END-IF
           END-PERFORM.

       KEEP-EXCEPTION.
           MOVE WS-EXCEPTION-RECORD TO EXC-WORK-LINE
           WRITE EXC-WORK-LINE.
      *> The correction file is small (one line per exception the
      *> operator worked), so it is held in a table and matched
      *> against each exception by sequence number plus the run
      *> date of the run that rejected it - and by transaction id
      *> too when the line carries one, as every line DTRTNINT
      *> builds from a branch's reply does, so a correction can
      *> only reach the item it was written for.
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS = "00"
              PERFORM UNTIL END-OF-CORR-FILE
                    AT END
                       SET END-OF-CORR-FILE TO TRUE
                    NOT AT END
                       IF WS-CORR-COUNT < 1000
                          AND WS-CORR-OVER-COUNT = 0
                          PERFORM STORE-CORRECTION
                       ELSE
                          ADD 1 TO WS-CORR-OVER-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CORR-FILE
              IF WS-CORR-OVER-COUNT > 0
                 DISPLAY "DTRESUB: correction table full - "
                         WS-CORR-OVER-COUNT " DTCORFIL line(s) "
                         "left for the next run."
              END-IF
           END-IF.

       STORE-CORRECTION.
           ADD 1 TO WS-CORR-COUNT
           MOVE COR-SEQ-NO    TO WS-COR-SEQ-NO (WS-CORR-COUNT)
           MOVE COR-RUN-DATE  TO WS-COR-RUN-DATE (WS-CORR-COUNT)
           MOVE COR-DATE      TO WS-COR-DATE (WS-CORR-COUNT)
           MOVE COR-TIME      TO WS-COR-TIME (WS-CORR-COUNT)
           MOVE COR-RESUB-CNT TO WS-COR-RESUB-CNT (WS-CORR-COUNT)
           MOVE COR-TRANS-ID  TO WS-COR-TRANS-ID (WS-CORR-COUNT)
           MOVE "N"           TO WS-COR-USED (WS-CORR-COUNT).

       PROCESS-EXCEPTION.
      *> Items closed by an earlier run (corrected, escalated or
      *> written off) pass straight through with their status
      *> records into the resubmission file. The second and later
      *> exceptions on a consumed key report UNWORKED and wait for
      *> their own correction line.
      *> A rejected reversal is never paired: no date or time
      *> correction can make its target reversible, and a
      *> resubmitted line would go back as an ordinary detail
      *> rather than a reversal. It stays UNWORKED until the
      *> branch raises a fresh R record or it is written off.
           MOVE "N" TO WS-CORR-FOUND
           IF WS-CORR-COUNT > 0
              AND EXC-REASON (1:10) NOT = "Reversal -"
              SET COR-IDX TO 1
              SEARCH WS-CORR-ENTRY
                 WHEN WS-COR-SEQ-NO (COR-IDX) = EXC-SEQ-NO
                      AND WS-COR-RUN-DATE (COR-IDX) = EXC-RUN-DATE
                      AND (WS-COR-TRANS-ID (COR-IDX) = SPACES
                           OR WS-COR-TRANS-ID (COR-IDX) =
                              EXC-TRANS-ID)
                      AND NOT CORRECTION-USED (COR-IDX)
                    SET CORRECTION-FOUND TO TRUE
              END-SEARCH
           MOVE SPACE TO EXC-SEP7
           MOVE "O"   TO EXC-STATUS
           MOVE SPACE TO EXC-SEP8
           MOVE ZERO  TO EXC-DISP-DATE
           PERFORM POST-EXCEPTION-INDEX.

       SET-EXCEPTION-CLOSED.
      *> WS-DISPOSITION has been decided; stamp the matching
              MOVE "E" TO EXC-STATUS
           END-IF
           MOVE SPACE       TO EXC-SEP8
           MOVE WS-RUN-DATE TO EXC-DISP-DATE
           PERFORM POST-EXCEPTION-INDEX.

       POST-EXCEPTION-INDEX.
      *> Direct read of the exception's companion record,
      *> rewritten only when the line has changed; one missing
      *> from the companion (rejected before it existed and not
      *> yet loaded) is added as it now stands.
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
                    IF EKY-EXC-LINE NOT = WS-EXCEPTION-RECORD
                       MOVE EXC-STATUS    TO EKY-STATUS
                       MOVE WS-EXCEPTION-RECORD TO EKY-EXC-LINE
                       REWRITE EKY-RECORD
                    END-IF
              END-READ
           END-IF.

       REVALIDATE-CORRECTION.
           MOVE WS-COR-DATE (COR-IDX) TO WS-DATE-N
           STRING "Closed, passed over : " WS-CLOSED-SKIP-COUNT
                  DELIMITED BY SIZE
                  INTO DISP-LINE
           WRITE DISP-LINE
           MOVE SPACES TO DISP-LINE
           STRING "Unmatched, kept     : " WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE
                  INTO DISP-LINE
           WRITE DISP-LINE.

       LOAD-CONTROL-FILE.
