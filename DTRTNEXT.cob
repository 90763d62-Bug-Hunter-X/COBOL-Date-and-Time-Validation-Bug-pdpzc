       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTRTNEXT.
      *> ---------------------------------------------------------
      *> DTRTNEXT - per-branch reject return extracts.
      *> Corrections used to reach DTCORFIL by way of a screenshot
      *> of each branch's rejects and a retyped reply. This
      *> program splits the open exceptions on EXCPFIL by source
      *> system and writes each source its own return extract,
      *> RTN followed by the source id, in the RTNREC layout:
      *> sequence number, run date, transaction id, source, the
      *> date and time as keyed and the reason, with blank
      *> corrected date and time fields for the branch to fill
      *> in. The branch sends the file back as COR followed by
      *> the source id, and DTRTNINT builds DTCORFIL from it.
      *>
      *> Left out of the extracts, and counted on the report:
      *>   - exceptions with no transaction id (rejected before
      *>     ids were assigned) - the intake could not prove
      *>     whose they are, so they stay with the operator
      *>   - rejected reversals - DTRESUB never re-dates them; the
      *>     branch raises a fresh R record instead
      *>
      *> Each extract is rewritten whole every run, so it always
      *> shows the source's current open stock. A known source -
      *> one on EXCPFIL, open items or not, or on the SOURCEFIL
      *> registry, the same sources DTRTNINT looks for replies
      *> from - with nothing open has its extract emptied, so a
      *> branch is never left working items already resolved; no
      *> extract is created for a source that never had one.
      *>
      *> A selection control file (RTNSELCT) in the DTAUDRPT
      *> keyword style can narrow the run to one source:
      *>
      *>   SOURCE   source-id      extract this source only
      *>
      *> The extracts written and their line counts go to
      *> RTNXRPT. RC 16 when EXCPFIL cannot be read.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "RTNSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "EXCPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT SOURCE-FILE ASSIGN TO "SOURCEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT RTN-FILE ASSIGN USING WS-RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RTNXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-RECORD.
           05  SEL-KEYWORD              PIC X(8).
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  EXCEPT-FILE.
       COPY EXCPREC.

       FD  SOURCE-FILE.
       COPY SRCREC.

       FD  RTN-FILE.
       COPY RTNREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RTN-STATUS                PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.

       01  WS-RTN-NAME                  PIC X(20) VALUE SPACES.

       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-EXC-EOF                   PIC X VALUE "N".
           88  END-OF-EXCEPT-FILE              VALUE "Y".
       01  WS-SRC-EOF                   PIC X VALUE "N".
           88  END-OF-SOURCE-FILE              VALUE "Y".

       01  WS-SEL-SOURCE                PIC X(8) VALUE SPACES.

      *> The open exceptions going out, in EXCPFIL order.
       01  WS-OPN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-OPN-TABLE.
           05  WS-OPN-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-OPN-COUNT.
               10  WS-OPN-SEQ-NO        PIC 9(6).
               10  WS-OPN-RUN-DATE      PIC 9(8).
               10  WS-OPN-TRANS-ID      PIC 9(12).
               10  WS-OPN-SOURCE        PIC X(8).
               10  WS-OPN-DATE-IN       PIC 9(8).
               10  WS-OPN-TIME-IN       PIC 9(6).
               10  WS-OPN-REASON        PIC X(40).
       01  WS-OPN-SUB                   PIC 9(4).

      *> Known sources, one extract each; a source with no lines
      *> has nothing open and its extract is emptied.
       01  WS-SRC-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SRC-COUNT
                            INDEXED BY SRC-IDX.
               10  WS-SRC-ID            PIC X(8).
               10  WS-SRC-LINES         PIC 9(6).
       01  WS-SRC-FOUND                 PIC X.
           88  SOURCE-LISTED                   VALUE "Y".
       01  WS-SRC-SUB                   PIC 9(3).
       01  WS-FIND-SOURCE               PIC X(8).

       01  WS-READ-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-OPEN-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-EXTRACTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-NO-ID-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REVERSAL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-WRITTEN-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-EMPTIED-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-EXTRACT-LINE.
           05  EXL-NAME                 PIC X(20).
           05  EXL-SEP1                 PIC X(2) VALUE SPACES.
           05  EXL-SOURCE               PIC X(8).
           05  EXL-SEP2                 PIC X(2) VALUE SPACES.
           05  EXL-LINES                PIC ZZZZZ9.
           05  EXL-SEP3                 PIC X(2) VALUE SPACES.
           05  EXL-STATUS               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS
           PERFORM LOAD-OPEN-EXCEPTIONS
           PERFORM LOAD-SOURCE-REGISTRY

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           IF WS-SRC-COUNT > 0
              PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SRC-COUNT
                 IF WS-SRC-LINES (WS-SRC-SUB) > 0
                    PERFORM WRITE-SOURCE-EXTRACT
                 ELSE
                    PERFORM EMPTY-SOURCE-EXTRACT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-OPN-COUNT = 0
              MOVE SPACES TO REPORT-LINE
              MOVE "  none - no open exceptions to return"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "DTRTNEXT: " WS-EXTRACTED-COUNT
                   " open exception(s) extracted for "
                   WS-WRITTEN-COUNT " source(s), "
                   WS-EMPTIED-COUNT " extract(s) emptied."
           STOP RUN.

       LOAD-SELECTIONS.
           OPEN INPUT SEL-FILE
           IF WS-SEL-STATUS = "00"
              PERFORM UNTIL END-OF-SEL-FILE
                 READ SEL-FILE
                    AT END
                       SET END-OF-SEL-FILE TO TRUE
                    NOT AT END
                       PERFORM APPLY-SELECTION-RECORD
                 END-READ
              END-PERFORM
              CLOSE SEL-FILE
           END-IF.

       APPLY-SELECTION-RECORD.
           EVALUATE SEL-KEYWORD
              WHEN "SOURCE"
                 MOVE SEL-VALUE (1:8) TO WS-SEL-SOURCE
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTRTNEXT: unknown RTNSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       LOAD-OPEN-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              DISPLAY "DTRTNEXT: unable to open EXCPFIL - "
                      "file status " WS-EXCEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL END-OF-EXCEPT-FILE
              READ EXCEPT-FILE
                 AT END
                    SET END-OF-EXCEPT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF WS-SEL-SOURCE = SPACES
                       OR EXC-SOURCE-ID = WS-SEL-SOURCE
                       IF EXC-IS-OPEN
                          ADD 1 TO WS-OPEN-COUNT
                          PERFORM TAKE-OPEN-EXCEPTION
                       ELSE
                          MOVE EXC-SOURCE-ID TO WS-FIND-SOURCE
                          PERFORM REGISTER-KNOWN-SOURCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE.

       LOAD-SOURCE-REGISTRY.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS = "00"
              PERFORM UNTIL END-OF-SOURCE-FILE
                 READ SOURCE-FILE
                    AT END
                       SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                       IF WS-SEL-SOURCE = SPACES
                          OR SRC-SOURCE-ID = WS-SEL-SOURCE
                          MOVE SRC-SOURCE-ID TO WS-FIND-SOURCE
                          PERFORM REGISTER-KNOWN-SOURCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           END-IF.

       REGISTER-KNOWN-SOURCE.
      *> A source with nothing open only needs a row so that an
      *> extract left from an earlier run is emptied; with the
      *> table full it is passed over without a message.
           IF WS-FIND-SOURCE NOT = SPACES
              MOVE "N" TO WS-SRC-FOUND
              IF WS-SRC-COUNT > 0
                 SET SRC-IDX TO 1
                 SEARCH WS-SRC-ENTRY
                    WHEN WS-SRC-ID (SRC-IDX) = WS-FIND-SOURCE
                       SET SOURCE-LISTED TO TRUE
                 END-SEARCH
              END-IF
              IF NOT SOURCE-LISTED AND WS-SRC-COUNT < 100
                 ADD 1 TO WS-SRC-COUNT
                 SET SRC-IDX TO WS-SRC-COUNT
                 MOVE WS-FIND-SOURCE TO WS-SRC-ID (SRC-IDX)
                 MOVE ZERO           TO WS-SRC-LINES (SRC-IDX)
              END-IF
           END-IF.

       TAKE-OPEN-EXCEPTION.
           EVALUATE TRUE
              WHEN EXC-TRANS-ID NOT NUMERIC
                   OR EXC-TRANS-ID = ZERO
                 ADD 1 TO WS-NO-ID-COUNT
              WHEN EXC-REASON (1:10) = "Reversal -"
                 ADD 1 TO WS-REVERSAL-COUNT
              WHEN WS-OPN-COUNT >= 5000
                 DISPLAY "DTRTNEXT: open exception table full - "
                         "id " EXC-TRANS-ID " not extracted."
              WHEN OTHER
                 MOVE EXC-SOURCE-ID TO WS-FIND-SOURCE
                 PERFORM FIND-SOURCE-ROW
                 IF SOURCE-LISTED
                    ADD 1 TO WS-OPN-COUNT
                    MOVE EXC-SEQ-NO    TO WS-OPN-SEQ-NO (WS-OPN-COUNT)
                    MOVE EXC-RUN-DATE  TO
                         WS-OPN-RUN-DATE (WS-OPN-COUNT)
                    MOVE EXC-TRANS-ID  TO
                         WS-OPN-TRANS-ID (WS-OPN-COUNT)
                    MOVE EXC-SOURCE-ID TO WS-OPN-SOURCE (WS-OPN-COUNT)
                    MOVE EXC-DATE-IN   TO
                         WS-OPN-DATE-IN (WS-OPN-COUNT)
                    MOVE EXC-TIME-IN   TO
                         WS-OPN-TIME-IN (WS-OPN-COUNT)
                    MOVE EXC-REASON    TO WS-OPN-REASON (WS-OPN-COUNT)
                    ADD 1 TO WS-SRC-LINES (SRC-IDX)
                 END-IF
           END-EVALUATE.

       FIND-SOURCE-ROW.
           MOVE "N" TO WS-SRC-FOUND
           IF WS-SRC-COUNT > 0
              SET SRC-IDX TO 1
              SEARCH WS-SRC-ENTRY
                 WHEN WS-SRC-ID (SRC-IDX) = WS-FIND-SOURCE
                    SET SOURCE-LISTED TO TRUE
              END-SEARCH
           END-IF
           IF NOT SOURCE-LISTED
              IF WS-SRC-COUNT < 100
                 ADD 1 TO WS-SRC-COUNT
                 SET SRC-IDX TO WS-SRC-COUNT
                 MOVE WS-FIND-SOURCE TO WS-SRC-ID (SRC-IDX)
                 MOVE ZERO           TO WS-SRC-LINES (SRC-IDX)
                 SET SOURCE-LISTED TO TRUE
              ELSE
                 DISPLAY "DTRTNEXT: source table full - "
                         WS-FIND-SOURCE " not extracted."
              END-IF
           END-IF.

       WRITE-SOURCE-EXTRACT.
           PERFORM BUILD-EXTRACT-NAME
           MOVE WS-RTN-NAME             TO EXL-NAME
           MOVE WS-SRC-ID (WS-SRC-SUB)  TO EXL-SOURCE
           MOVE WS-SRC-LINES (WS-SRC-SUB) TO EXL-LINES
           OPEN OUTPUT RTN-FILE
           IF WS-RTN-STATUS NOT = "00"
              MOVE SPACES TO EXL-STATUS
              STRING "NOT WRITTEN - " WS-RTN-STATUS
                     DELIMITED BY SIZE
                     INTO EXL-STATUS
           ELSE
              PERFORM WRITE-EXTRACT-HEADINGS
              PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                      UNTIL WS-OPN-SUB > WS-OPN-COUNT
                 IF WS-OPN-SOURCE (WS-OPN-SUB) =
                    WS-SRC-ID (WS-SRC-SUB)
                    PERFORM WRITE-EXTRACT-LINE
                 END-IF
              END-PERFORM
              CLOSE RTN-FILE
              MOVE "WRITTEN" TO EXL-STATUS
              ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           MOVE WS-EXTRACT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       EMPTY-SOURCE-EXTRACT.
      *> Only an extract already on disk is emptied and reported.
           PERFORM BUILD-EXTRACT-NAME
           OPEN INPUT RTN-FILE
           IF WS-RTN-STATUS = "00"
              CLOSE RTN-FILE
              MOVE WS-RTN-NAME             TO EXL-NAME
              MOVE WS-SRC-ID (WS-SRC-SUB)  TO EXL-SOURCE
              MOVE ZERO                    TO EXL-LINES
              OPEN OUTPUT RTN-FILE
              IF WS-RTN-STATUS NOT = "00"
                 MOVE SPACES TO EXL-STATUS
                 STRING "NOT EMPTIED - " WS-RTN-STATUS
                        DELIMITED BY SIZE
                        INTO EXL-STATUS
              ELSE
                 CLOSE RTN-FILE
                 MOVE "EMPTIED" TO EXL-STATUS
                 ADD 1 TO WS-EMPTIED-COUNT
              END-IF
              MOVE WS-EXTRACT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       BUILD-EXTRACT-NAME.
      *> The extract is named for its source; a source id with
      *> embedded spaces is cut at the first one.
           MOVE SPACES TO WS-RTN-NAME
           STRING "RTN" DELIMITED BY SIZE
                  WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SPACE
                  INTO WS-RTN-NAME.

       WRITE-EXTRACT-HEADINGS.
           MOVE SPACES TO RTN-RECORD
           STRING "** RETURN EXTRACT " WS-SRC-ID (WS-SRC-SUB)
                  " RUN " WS-RUN-DATE
                  " - KEY CORRECTED DATE AND TIME AT RIGHT **"
                  DELIMITED BY SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
      *> Column captions over the fields they name.
           MOVE SPACES     TO RTN-RECORD
           MOVE "**SEQ"    TO RTN-RECORD (1:6)
           MOVE "RUN-DATE" TO RTN-RECORD (8:8)
           MOVE "TRANS-ID" TO RTN-RECORD (17:12)
           MOVE "SOURCE"   TO RTN-RECORD (30:8)
           MOVE "DATE-IN"  TO RTN-RECORD (39:8)
           MOVE "TIME"     TO RTN-RECORD (48:6)
           MOVE "REASON"   TO RTN-RECORD (55:40)
           MOVE "YYYYMMDD" TO RTN-RECORD (96:8)
           MOVE "HHMMSS"   TO RTN-RECORD (105:6)
           WRITE RTN-RECORD.

       WRITE-EXTRACT-LINE.
           MOVE WS-OPN-SEQ-NO (WS-OPN-SUB)   TO RTN-SEQ-NO
           MOVE SPACE                        TO RTN-SEP1
           MOVE WS-OPN-RUN-DATE (WS-OPN-SUB) TO RTN-RUN-DATE
           MOVE SPACE                        TO RTN-SEP2
           MOVE WS-OPN-TRANS-ID (WS-OPN-SUB) TO RTN-TRANS-ID
           MOVE SPACE                        TO RTN-SEP3
           MOVE WS-OPN-SOURCE (WS-OPN-SUB)   TO RTN-SOURCE-ID
           MOVE SPACE                        TO RTN-SEP4
           MOVE WS-OPN-DATE-IN (WS-OPN-SUB)  TO RTN-DATE-IN
           MOVE SPACE                        TO RTN-SEP5
           MOVE WS-OPN-TIME-IN (WS-OPN-SUB)  TO RTN-TIME-IN
           MOVE SPACE                        TO RTN-SEP6
           MOVE WS-OPN-REASON (WS-OPN-SUB)   TO RTN-REASON
           MOVE SPACE                        TO RTN-SEP7
           MOVE SPACES                       TO RTN-COR-DATE
           MOVE SPACE                        TO RTN-SEP8
           MOVE SPACES                       TO RTN-COR-TIME
           WRITE RTN-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Branch Reject Return Extracts - Run Date "
                  WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXTRACT               SOURCE     LINES  STATUS"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions read     : " WS-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Open                : " WS-OPEN-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Extracted           : " WS-EXTRACTED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Held back, no id    : " WS-NO-ID-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Held back, reversal : " WS-REVERSAL-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Extracts emptied    : " WS-EMPTIED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
