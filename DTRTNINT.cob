       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTRTNINT.
      *> ---------------------------------------------------------
      *> DTRTNINT - branch correction intake.
      *> The other half of DTRTNEXT. A branch keys its corrected
      *> date and time into the return extract it was sent and
      *> sends the file back as COR followed by its source id
      *> (CORBRANCH03), in the RTNREC layout. This program reads
      *> every returned file it finds, one for each source on
      *> EXCPFIL or in the SOURCEFIL registry, and turns each
      *> corrected line into a DTCORFIL record for DTRESUB -
      *> sequence number, run date, corrected date and time, the
      *> resubmission count so far and the transaction id - so
      *> nobody retypes a branch's reply.
      *>
      *> A returned line is rejected, and reported with the
      *> reason, when
      *>   - its sequence number, run date and transaction id do
      *>     not name an exception still open on EXCPFIL
      *>   - that exception belongs to another source than the
      *>     file it came back in, or than the line says - a
      *>     branch cannot correct another branch's items
      *>   - the exception is a rejected reversal, which is never
      *>     re-dated
      *>   - the corrected date or time is not numeric
      *>   - DTCORFIL already holds a correction for the item
      *> A line with both correction fields blank is one the
      *> branch did not work; it is counted, not rejected. Whether
      *> the corrected date and time are good is left to DTRESUB,
      *> which revalidates every correction.
      *>
      *> The resubmission count is carried forward from DTRECYCL
      *> when the item is there (a correction that already failed
      *> once), matched on sequence number, run date and
      *> transaction id - sequence numbers restart with every
      *> DTBATCH run and every BUG session, so two items rejected
      *> on the same run date can share one and only the id tells
      *> them apart - so escalation still counts every attempt of
      *> that item.
      *>
      *> Corrections are added to whatever DTCORFIL already holds
      *> for the day; DTRESUB takes each line off DTCORFIL once it
      *> has paired with its exception, so the file only ever
      *> holds corrections not yet tried. A returned file is
      *> emptied once it has been read, so the same reply cannot
      *> be taken in twice.
      *>
      *> A selection control file (RTNSELCT) can narrow the run:
      *>
      *>   SOURCE   source-id      take in this source only
      *>
      *> Every accepted and rejected line is listed on RTNIRPT.
      *> RC 4 when any line was rejected, 16 when EXCPFIL or
      *> DTCORFIL cannot be opened.
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

           SELECT RECYCLE-FILE ASSIGN TO "DTRECYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT CORR-FILE ASSIGN TO "DTCORFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT RTN-FILE ASSIGN USING WS-RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RTNIRPT"
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

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RCY-SEQ-NO               PIC 9(6).
           05  RCY-SEP1                 PIC X.
           05  RCY-RUN-DATE             PIC 9(8).
           05  RCY-SEP2                 PIC X.
           05  RCY-DATE                 PIC 9(8).
           05  RCY-SEP3                 PIC X.
           05  RCY-TIME                 PIC 9(6).
           05  RCY-SEP4                 PIC X.
           05  RCY-RESUB-CNT            PIC 9(2).
           05  RCY-SEP5                 PIC X.
           05  RCY-TRANS-ID             PIC 9(12).

       FD  CORR-FILE.
       01  CORR-RECORD.
           05  COR-SEQ-NO               PIC 9(6).
           05  COR-SEP1                 PIC X.
           05  COR-RUN-DATE             PIC 9(8).
           05  COR-SEP2                 PIC X.
           05  COR-DATE                 PIC 9(8).
           05  COR-SEP3                 PIC X.
           05  COR-TIME                 PIC 9(6).
           05  COR-SEP4                 PIC X.
           05  COR-RESUB-CNT            PIC 9(2).
           05  COR-SEP5                 PIC X.
           05  COR-TRANS-ID             PIC X(12).

       FD  RTN-FILE.
       COPY RTNREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-SOURCE-FILE-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RECYCLE-STATUS            PIC X(2) VALUE SPACES.
       01  WS-CORR-STATUS               PIC X(2) VALUE SPACES.
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
       01  WS-RCY-EOF                   PIC X VALUE "N".
           88  END-OF-RECYCLE-FILE             VALUE "Y".
       01  WS-COR-EOF                   PIC X VALUE "N".
           88  END-OF-CORR-FILE                VALUE "Y".
       01  WS-RTN-EOF                   PIC X VALUE "N".
           88  END-OF-RTN-FILE                 VALUE "Y".

       01  WS-SEL-SOURCE                PIC X(8) VALUE SPACES.

      *> Every exception still open on EXCPFIL - what a returned
      *> line has to match.
       01  WS-OPN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-OPN-TABLE.
           05  WS-OPN-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-OPN-COUNT
                            INDEXED BY OPN-IDX.
               10  WS-OPN-SEQ-NO        PIC 9(6).
               10  WS-OPN-RUN-DATE      PIC 9(8).
               10  WS-OPN-TRANS-ID      PIC 9(12).
               10  WS-OPN-SOURCE        PIC X(8).
               10  WS-OPN-REVERSAL      PIC X.
                   88  OPN-IS-REVERSAL         VALUE "Y".
       01  WS-OPN-FOUND                 PIC X.
           88  OPEN-ITEM-FOUND                 VALUE "Y".

      *> Sources whose returned file is looked for.
       01  WS-SRC-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SRC-COUNT
                            INDEXED BY SRC-IDX.
               10  WS-SRC-ID            PIC X(8).
       01  WS-SRC-FOUND                 PIC X.
           88  SOURCE-LISTED                   VALUE "Y".
       01  WS-SRC-WORK                  PIC X(8).
       01  WS-SRC-SUB                   PIC 9(3).

      *> Resubmission counts of corrections that already failed.
       01  WS-RCY-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-RCY-TABLE.
           05  WS-RCY-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-RCY-COUNT
                            INDEXED BY RCY-IDX.
               10  WS-RCY-SEQ-NO        PIC 9(6).
               10  WS-RCY-RUN-DATE      PIC 9(8).
               10  WS-RCY-RESUB-CNT     PIC 9(2).
               10  WS-RCY-TRANS-ID      PIC 9(12).

      *> Items DTCORFIL already carries a correction for,
      *> including those added by this run.
       01  WS-HAVE-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-HAVE-TABLE.
           05  WS-HAVE-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-HAVE-COUNT
                             INDEXED BY HAVE-IDX.
               10  WS-HAVE-SEQ-NO       PIC 9(6).
               10  WS-HAVE-RUN-DATE     PIC 9(8).
               10  WS-HAVE-TRANS-ID     PIC X(12).
       01  WS-HAVE-FOUND                PIC X.
           88  ALREADY-CORRECTED               VALUE "Y".

       01  WS-RESUB-CNT                 PIC 9(2).
       01  WS-REJECT-REASON             PIC X(40).

       01  WS-FILES-READ-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-LINES-READ-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ACCEPTED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-UNWORKED-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  DET-TAG                  PIC X(8).
           05  DET-SEP1                 PIC X VALUE SPACE.
           05  DET-FILE-SOURCE          PIC X(8).
           05  DET-SEP2                 PIC X VALUE SPACE.
           05  DET-SEQ-NO               PIC X(6).
           05  DET-SEP3                 PIC X VALUE SPACE.
           05  DET-RUN-DATE             PIC X(8).
           05  DET-SEP4                 PIC X VALUE SPACE.
           05  DET-TRANS-ID             PIC X(12).
           05  DET-SEP5                 PIC X VALUE SPACE.
           05  DET-COR-DATE             PIC X(8).
           05  DET-SEP6                 PIC X VALUE SPACE.
           05  DET-COR-TIME             PIC X(6).
           05  DET-SEP7                 PIC X VALUE SPACE.
           05  DET-REASON               PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS
           PERFORM LOAD-OPEN-EXCEPTIONS
           PERFORM LOAD-SOURCE-REGISTRY
           PERFORM LOAD-RECYCLE-COUNTS
           PERFORM LOAD-EXISTING-CORRECTIONS

      *> Corrections accumulate on DTCORFIL for the day, next to
      *> anything the operator has already put there.
           OPEN EXTEND CORR-FILE
           IF WS-CORR-STATUS NOT = "00"
              OPEN OUTPUT CORR-FILE
           END-IF
           IF WS-CORR-STATUS NOT = "00"
              DISPLAY "DTRTNINT: unable to open DTCORFIL - "
                      "file status " WS-CORR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           IF WS-SRC-COUNT > 0
              PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                      UNTIL WS-SRC-SUB > WS-SRC-COUNT
                 PERFORM TAKE-IN-SOURCE-FILE
              END-PERFORM
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE CORR-FILE

           DISPLAY "DTRTNINT: " WS-FILES-READ-COUNT
                   " returned file(s), " WS-ACCEPTED-COUNT
                   " correction(s) taken in, " WS-REJECTED-COUNT
                   " line(s) rejected."
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
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
                 DISPLAY "DTRTNINT: unknown RTNSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       LOAD-OPEN-EXCEPTIONS.
      *> Every source on EXCPFIL is listed, open items or not, so
      *> a reply from a branch whose items have all since closed
      *> is still read and its lines reported.
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              DISPLAY "DTRTNINT: unable to open EXCPFIL - "
                      "file status " WS-EXCEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL END-OF-EXCEPT-FILE
              READ EXCEPT-FILE
                 AT END
                    SET END-OF-EXCEPT-FILE TO TRUE
                 NOT AT END
                    MOVE EXC-SOURCE-ID TO WS-SRC-WORK
                    PERFORM LIST-SOURCE
                    IF EXC-IS-OPEN
                       AND EXC-TRANS-ID IS NUMERIC
                       AND EXC-TRANS-ID > 0
                       PERFORM TAKE-OPEN-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE.

       TAKE-OPEN-EXCEPTION.
           IF WS-OPN-COUNT < 5000
              ADD 1 TO WS-OPN-COUNT
              MOVE EXC-SEQ-NO    TO WS-OPN-SEQ-NO (WS-OPN-COUNT)
              MOVE EXC-RUN-DATE  TO WS-OPN-RUN-DATE (WS-OPN-COUNT)
              MOVE EXC-TRANS-ID  TO WS-OPN-TRANS-ID (WS-OPN-COUNT)
              MOVE EXC-SOURCE-ID TO WS-OPN-SOURCE (WS-OPN-COUNT)
              IF EXC-REASON (1:10) = "Reversal -"
                 MOVE "Y" TO WS-OPN-REVERSAL (WS-OPN-COUNT)
              ELSE
                 MOVE "N" TO WS-OPN-REVERSAL (WS-OPN-COUNT)
              END-IF
           ELSE
              DISPLAY "DTRTNINT: open exception table full - "
                      "id " EXC-TRANS-ID " cannot be matched."
           END-IF.

       LOAD-SOURCE-REGISTRY.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-FILE-STATUS = "00"
              PERFORM UNTIL END-OF-SOURCE-FILE
                 READ SOURCE-FILE
                    AT END
                       SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                       MOVE SRC-SOURCE-ID TO WS-SRC-WORK
                       PERFORM LIST-SOURCE
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           END-IF.

       LIST-SOURCE.
           IF WS-SRC-WORK NOT = SPACES
              AND (WS-SEL-SOURCE = SPACES
                   OR WS-SRC-WORK = WS-SEL-SOURCE)
              MOVE "N" TO WS-SRC-FOUND
              IF WS-SRC-COUNT > 0
                 SET SRC-IDX TO 1
                 SEARCH WS-SRC-ENTRY
                    WHEN WS-SRC-ID (SRC-IDX) = WS-SRC-WORK
                       SET SOURCE-LISTED TO TRUE
                 END-SEARCH
              END-IF
              IF NOT SOURCE-LISTED
                 IF WS-SRC-COUNT < 100
                    ADD 1 TO WS-SRC-COUNT
                    MOVE WS-SRC-WORK TO WS-SRC-ID (WS-SRC-COUNT)
                 ELSE
                    DISPLAY "DTRTNINT: source table full - "
                            WS-SRC-WORK " not looked for."
                 END-IF
              END-IF
           END-IF.

       LOAD-RECYCLE-COUNTS.
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "00"
              PERFORM UNTIL END-OF-RECYCLE-FILE
                 READ RECYCLE-FILE
                    AT END
                       SET END-OF-RECYCLE-FILE TO TRUE
                    NOT AT END
                       IF WS-RCY-COUNT < 5000
                          ADD 1 TO WS-RCY-COUNT
                          MOVE RCY-SEQ-NO    TO
                               WS-RCY-SEQ-NO (WS-RCY-COUNT)
                          MOVE RCY-RUN-DATE  TO
                               WS-RCY-RUN-DATE (WS-RCY-COUNT)
                          MOVE RCY-RESUB-CNT TO
                               WS-RCY-RESUB-CNT (WS-RCY-COUNT)
                          IF RCY-TRANS-ID IS NUMERIC
                             MOVE RCY-TRANS-ID TO
                                  WS-RCY-TRANS-ID (WS-RCY-COUNT)
                          ELSE
                             MOVE ZERO TO
                                  WS-RCY-TRANS-ID (WS-RCY-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECYCLE-FILE
           END-IF.

       LOAD-EXISTING-CORRECTIONS.
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS = "00"
              PERFORM UNTIL END-OF-CORR-FILE
                 READ CORR-FILE
                    AT END
                       SET END-OF-CORR-FILE TO TRUE
                    NOT AT END
                       IF WS-HAVE-COUNT < 5000
                          ADD 1 TO WS-HAVE-COUNT
                          MOVE COR-SEQ-NO   TO
                               WS-HAVE-SEQ-NO (WS-HAVE-COUNT)
                          MOVE COR-RUN-DATE TO
                               WS-HAVE-RUN-DATE (WS-HAVE-COUNT)
                          MOVE COR-TRANS-ID TO
                               WS-HAVE-TRANS-ID (WS-HAVE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CORR-FILE
           END-IF.

       TAKE-IN-SOURCE-FILE.
      *> No returned file for a source simply means the branch
      *> has not replied.
           MOVE SPACES TO WS-RTN-NAME
           STRING "COR" DELIMITED BY SIZE
                  WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SPACE
                  INTO WS-RTN-NAME
           OPEN INPUT RTN-FILE
           IF WS-RTN-STATUS = "00"
              ADD 1 TO WS-FILES-READ-COUNT
              MOVE "N" TO WS-RTN-EOF
              PERFORM UNTIL END-OF-RTN-FILE
                 READ RTN-FILE
                    AT END
                       SET END-OF-RTN-FILE TO TRUE
                    NOT AT END
                       IF RTN-RECORD (1:2) NOT = "**"
                          AND RTN-RECORD NOT = SPACES
                          ADD 1 TO WS-LINES-READ-COUNT
                          PERFORM TAKE-IN-RETURN-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RTN-FILE
              OPEN OUTPUT RTN-FILE
              CLOSE RTN-FILE
           END-IF.

       TAKE-IN-RETURN-LINE.
           IF RTN-COR-DATE = SPACES AND RTN-COR-TIME = SPACES
              ADD 1 TO WS-UNWORKED-COUNT
           ELSE
              PERFORM CHECK-RETURN-LINE
              IF WS-REJECT-REASON = SPACES
                 PERFORM WRITE-CORRECTION
                 ADD 1 TO WS-ACCEPTED-COUNT
                 MOVE "ACCEPTED" TO DET-TAG
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "REJECTED" TO DET-TAG
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-IF.

       CHECK-RETURN-LINE.
      *> The first failing test gives the reason.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-OPEN-ITEM
           EVALUATE TRUE
              WHEN NOT OPEN-ITEM-FOUND
                 MOVE "No open exception with this seq/date/id"
                      TO WS-REJECT-REASON
              WHEN WS-OPN-SOURCE (OPN-IDX) NOT =
                   WS-SRC-ID (WS-SRC-SUB)
                   OR RTN-SOURCE-ID NOT = WS-SRC-ID (WS-SRC-SUB)
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING "Exception belongs to source "
                        WS-OPN-SOURCE (OPN-IDX)
                        DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
              WHEN OPN-IS-REVERSAL (OPN-IDX)
                 MOVE "Reversal - raise a fresh R record"
                      TO WS-REJECT-REASON
              WHEN RTN-COR-DATE IS NOT NUMERIC
                   OR RTN-COR-TIME IS NOT NUMERIC
                 MOVE "Corrected date/time not numeric"
                      TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM FIND-EXISTING-CORRECTION
                 IF ALREADY-CORRECTED
                    MOVE "Correction already on DTCORFIL"
                         TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE.

       FIND-OPEN-ITEM.
           MOVE "N" TO WS-OPN-FOUND
           IF WS-OPN-COUNT > 0
              AND RTN-SEQ-NO IS NUMERIC
              AND RTN-RUN-DATE IS NUMERIC
              AND RTN-TRANS-ID IS NUMERIC
              SET OPN-IDX TO 1
              SEARCH WS-OPN-ENTRY
                 WHEN WS-OPN-TRANS-ID (OPN-IDX) = RTN-TRANS-ID
                      AND WS-OPN-SEQ-NO (OPN-IDX) = RTN-SEQ-NO
                      AND WS-OPN-RUN-DATE (OPN-IDX) = RTN-RUN-DATE
                    SET OPEN-ITEM-FOUND TO TRUE
              END-SEARCH
           END-IF.

       FIND-EXISTING-CORRECTION.
      *> Matched the way DTRESUB pairs them: a line without an id
      *> counts against every item with its sequence number and
      *> run date.
           MOVE "N" TO WS-HAVE-FOUND
           IF WS-HAVE-COUNT > 0
              SET HAVE-IDX TO 1
              SEARCH WS-HAVE-ENTRY
                 WHEN WS-HAVE-SEQ-NO (HAVE-IDX) = RTN-SEQ-NO
                      AND WS-HAVE-RUN-DATE (HAVE-IDX) = RTN-RUN-DATE
                      AND (WS-HAVE-TRANS-ID (HAVE-IDX) = SPACES
                           OR WS-HAVE-TRANS-ID (HAVE-IDX) =
                              RTN-TRANS-ID)
                    SET ALREADY-CORRECTED TO TRUE
              END-SEARCH
           END-IF.

       WRITE-CORRECTION.
           MOVE ZERO TO WS-RESUB-CNT
           IF WS-RCY-COUNT > 0
              SET RCY-IDX TO 1
              SEARCH WS-RCY-ENTRY
                 WHEN WS-RCY-SEQ-NO (RCY-IDX) = RTN-SEQ-NO
                      AND WS-RCY-RUN-DATE (RCY-IDX) = RTN-RUN-DATE
                      AND WS-RCY-TRANS-ID (RCY-IDX) = RTN-TRANS-ID
                    MOVE WS-RCY-RESUB-CNT (RCY-IDX) TO WS-RESUB-CNT
              END-SEARCH
           END-IF
           MOVE RTN-SEQ-NO    TO COR-SEQ-NO
           MOVE SPACE         TO COR-SEP1
           MOVE RTN-RUN-DATE  TO COR-RUN-DATE
           MOVE SPACE         TO COR-SEP2
           MOVE RTN-COR-DATE  TO COR-DATE
           MOVE SPACE         TO COR-SEP3
           MOVE RTN-COR-TIME  TO COR-TIME
           MOVE SPACE         TO COR-SEP4
           MOVE WS-RESUB-CNT  TO COR-RESUB-CNT
           MOVE SPACE         TO COR-SEP5
           MOVE RTN-TRANS-ID  TO COR-TRANS-ID
           WRITE CORR-RECORD
           IF WS-HAVE-COUNT < 5000
              ADD 1 TO WS-HAVE-COUNT
              MOVE RTN-SEQ-NO   TO WS-HAVE-SEQ-NO (WS-HAVE-COUNT)
              MOVE RTN-RUN-DATE TO WS-HAVE-RUN-DATE (WS-HAVE-COUNT)
              MOVE RTN-TRANS-ID TO WS-HAVE-TRANS-ID (WS-HAVE-COUNT)
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE WS-SRC-ID (WS-SRC-SUB) TO DET-FILE-SOURCE
           MOVE RTN-RECORD (1:6)       TO DET-SEQ-NO
           MOVE RTN-RECORD (8:8)       TO DET-RUN-DATE
           MOVE RTN-RECORD (17:12)     TO DET-TRANS-ID
           MOVE RTN-COR-DATE           TO DET-COR-DATE
           MOVE RTN-COR-TIME           TO DET-COR-TIME
           MOVE WS-REJECT-REASON       TO DET-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Branch Correction Intake - Run Date "
                  WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESULT   SOURCE   SEQ-NO RUN-DATE TRANS-ID     "
                  "DATE     TIME   REASON"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Files returned      : " WS-FILES-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Lines read          : " WS-LINES-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Corrections taken in: " WS-ACCEPTED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Lines rejected      : " WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Not worked by branch: " WS-UNWORKED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
