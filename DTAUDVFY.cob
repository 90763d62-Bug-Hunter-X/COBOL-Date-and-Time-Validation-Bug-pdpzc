       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTAUDVFY.
      *> ---------------------------------------------------------
      *> DTAUDVFY - audit trail chain verification and daily seal.
      *> Every line BUG and DTBATCH write to DTAUDIT carries an
      *> AUD-CHAIN check value worked out by DTAUDCHN from the
      *> line and the chain value before it. This program walks
      *> the whole trail in the order it was written - the
      *> AUDARCHV archive first, then the live DTAUDIT - works
      *> each value out again and reports, on AUDVRPT:
      *>
      *>   CHAIN BREAK    a line whose value does not follow from
      *>                  the line before it: the line was
      *>                  altered, or a line ahead of it was
      *>                  removed or slipped in
      *>   UNCHAINED      a line with no value after the chain
      *>                  has begun
      *>   SECTION        an AUDARCHV section whose DTAUDRPT
      *>                  trailer does not agree with the lines
      *>                  found in it
      *>   SEAL MISMATCH  the trail does not hold the sealed chain
      *>                  value at a sealed line count, or a seal
      *>                  is out of order or unreadable
      *>   MISSING LINES  a seal counts more lines than the trail
      *>                  now holds - lines cut from its end
      *>
      *> After a break the walk carries on from the value stored
      *> on the line, so each tampered spot is reported once.
      *> Lines logged before the chain was introduced have no
      *> value and are counted, not checked; the first chained
      *> line after them chains on from zero.
      *>
      *> Run options come from a selection control file
      *> (AUDVSELCT) in the DTAUDRPT keyword style:
      *>
      *>   FUNC    VERIFY or SEAL           (default VERIFY)
      *>   USER    user id                  recorded on the seal
      *>
      *> SEAL verifies first and, only if the trail is clean,
      *> appends the day's seal to the AUDSEAL control file (see
      *> SEALREC): the trail's line count, the lines added since
      *> the last seal, and the chain value it closed on. A trail
      *> that fails is never sealed. The daily cycle runs it with
      *> FUNC SEAL after the audit archive.
      *>
      *> Return code 0 when the trail verifies, 8 when anything
      *> is reported (and no seal is written), 16 when DTAUDIT
      *> cannot be read.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "AUDVSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT ARCH-FILE ASSIGN TO "AUDARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SEAL-FILE ASSIGN TO "AUDSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-RECORD.
           05  SEL-KEYWORD              PIC X(8).
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  ARCH-FILE.
       01  ARCH-LINE                    PIC X(160).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                   PIC X(160).

       FD  SEAL-FILE.
       COPY SEALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-ARCH-STATUS               PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-SEAL-STATUS               PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-FUNCTION                  PIC X(7) VALUE "VERIFY".
           88  FUNCTION-SEAL                   VALUE "SEAL".
       01  WS-USER-ID                   PIC X(8) VALUE SPACES.

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-ARCH-EOF                  PIC X VALUE "N".
           88  END-OF-ARCH-FILE                VALUE "Y".
       01  WS-AUD-EOF                   PIC X VALUE "N".
           88  END-OF-AUDIT-FILE               VALUE "Y".
       01  WS-SEAL-EOF                  PIC X VALUE "Y".
           88  END-OF-SEAL-FILE                VALUE "Y".
       01  WS-SEAL-VALID                PIC X.
           88  SEAL-IS-VALID                   VALUE "Y".
       01  WS-CHAIN-FLAG                PIC X VALUE "N".
           88  CHAIN-HAS-BEGUN                 VALUE "Y".
       01  WS-SEAL-OPEN                 PIC X VALUE "N".
           88  SEAL-FILE-IS-OPEN               VALUE "Y".

      *> Where the walk is: the chain value so far, the file and
      *> line being checked, and the lines in the open archive
      *> section.
       01  WS-RUN-CHAIN                 PIC 9(10) VALUE ZERO.
       01  WS-CALC-CHAIN                PIC 9(10) VALUE ZERO.
       01  WS-LINE-FILE                 PIC X(8) VALUE SPACES.
       01  WS-FILE-LINE-NO              PIC 9(9) VALUE ZERO.
       01  WS-SEAL-LINE-NO              PIC 9(9) VALUE ZERO.
       01  WS-SECTION-LINES             PIC 9(6) VALUE ZERO.
       01  WS-LAST-SEAL-COUNT           PIC 9(9) VALUE ZERO.

      *> DTAUDRPT section trailer:
      *>   ** END ARCHIVED yyyymmdd - nnnnnn LINE(S) - CHAIN n **
       01  WS-TRAILER-LINE.
           05  TRL-TAG                  PIC X(16).
               88  TRL-IS-TRAILER      VALUE "** END ARCHIVED ".
           05  TRL-RUN-DATE             PIC X(8).
           05  FILLER                   PIC X(3).
           05  TRL-COUNT                PIC 9(6).
           05  FILLER                   PIC X(17).
           05  TRL-CHAIN                PIC 9(10).
           05  FILLER                   PIC X(100).

       01  WS-TOTAL-LINES               PIC 9(9) VALUE ZERO.
       01  WS-ARCH-LINES                PIC 9(9) VALUE ZERO.
       01  WS-LIVE-LINES                PIC 9(9) VALUE ZERO.
       01  WS-LEGACY-LINES              PIC 9(9) VALUE ZERO.
       01  WS-CHAINED-LINES             PIC 9(9) VALUE ZERO.
       01  WS-BREAK-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-SECTION-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-SECTION-ERR-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SEALS-CHECKED             PIC 9(6) VALUE ZERO.
       01  WS-SEAL-ERR-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SEALS-PAST-END            PIC 9(6) VALUE ZERO.
       01  WS-MISSING-LINES             PIC 9(9) VALUE ZERO.
       01  WS-DAY-COUNT                 PIC 9(9) VALUE ZERO.

       01  WS-VFY-LINE.
           05  VFL-KIND                 PIC X(14).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-FILE                 PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-LINE-NO              PIC 9(9).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-STORED               PIC X(10).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-EXPECTED             PIC X(10).
           05  FILLER                   PIC X VALUE SPACE.
           05  VFL-NOTE                 PIC X(50).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "DTAUDVFY: unable to open DTAUDIT - file status "
                      WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM OPEN-SEAL-FILE
           PERFORM CHECK-DUE-SEALS
           PERFORM WALK-AUDIT-ARCHIVE
           PERFORM WALK-LIVE-AUDIT
           PERFORM REPORT-SEALS-PAST-END
           IF SEAL-FILE-IS-OPEN
              CLOSE SEAL-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           IF WS-BREAK-COUNT > 0
              OR WS-SECTION-ERR-COUNT > 0
              OR WS-SEAL-ERR-COUNT > 0
              OR WS-SEALS-PAST-END > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "AUDIT TRAIL FAILED VERIFICATION - NOT SEALED"
                   TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "DTAUDVFY: audit trail failed verification"
                      " - see AUDVRPT."
              MOVE 8 TO RETURN-CODE
           ELSE
              IF FUNCTION-SEAL
                 PERFORM WRITE-SEAL-RECORD
              END-IF
              DISPLAY "DTAUDVFY: audit trail verified, "
                      WS-TOTAL-LINES " line(s)."
           END-IF
           CLOSE REPORT-FILE
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
              WHEN "FUNC"
                 MOVE SEL-VALUE (1:7) TO WS-FUNCTION
              WHEN "USER"
                 MOVE SEL-VALUE (1:8) TO WS-USER-ID
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTAUDVFY: unknown AUDVSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       OPEN-SEAL-FILE.
      *> No AUDSEAL yet means nothing has been sealed - there is
      *> nothing to check the trail against but its own chain.
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS = "00"
              SET SEAL-FILE-IS-OPEN TO TRUE
              MOVE "N" TO WS-SEAL-EOF
              PERFORM READ-NEXT-SEAL
           END-IF.

       READ-NEXT-SEAL.
      *> Passes over, and reports, any seal line that cannot be
      *> read as one.
           MOVE "N" TO WS-SEAL-VALID
           PERFORM UNTIL END-OF-SEAL-FILE OR SEAL-IS-VALID
              READ SEAL-FILE
                 AT END
                    SET END-OF-SEAL-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SEAL-LINE-NO
                    IF SEAL-LINE-COUNT IS NUMERIC
                       AND SEAL-CHAIN IS NUMERIC
                       SET SEAL-IS-VALID TO TRUE
                    ELSE
                       ADD 1 TO WS-SEAL-ERR-COUNT
                       MOVE SPACES TO VFL-STORED VFL-EXPECTED
                       MOVE "unreadable seal line"
                            TO VFL-NOTE
                       PERFORM WRITE-SEAL-FINDING
                    END-IF
              END-READ
           END-PERFORM.

       WALK-AUDIT-ARCHIVE.
      *> Section headers and trailers start "**"; only the lines
      *> between them are audit lines.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              MOVE "AUDARCHV not available - live DTAUDIT only."
                   TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE "AUDARCHV" TO WS-LINE-FILE
              MOVE ZERO TO WS-FILE-LINE-NO
              PERFORM UNTIL END-OF-ARCH-FILE
                 READ ARCH-FILE
                    AT END
                       SET END-OF-ARCH-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-FILE-LINE-NO
                       EVALUATE TRUE
                          WHEN ARCH-LINE (1:2) = "**"
                             PERFORM CHECK-ARCHIVE-MARKER
                          WHEN ARCH-LINE = SPACES
                             CONTINUE
                          WHEN OTHER
                             ADD 1 TO WS-ARCH-LINES
                             ADD 1 TO WS-SECTION-LINES
                             MOVE ARCH-LINE TO WS-AUDIT-RECORD
                             PERFORM CHECK-AUDIT-LINE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE ARCH-FILE
           END-IF.

       CHECK-ARCHIVE-MARKER.
      *> A section header opens a count; its trailer must agree
      *> with the lines found since and, when any were archived,
      *> with the chain value the last of them closed on.
      *> Sections archived before trailers were written have
      *> none, and are only chain-checked.
           MOVE ARCH-LINE TO WS-TRAILER-LINE
           IF TRL-IS-TRAILER
              ADD 1 TO WS-SECTION-COUNT
              MOVE SPACES TO VFL-STORED VFL-EXPECTED VFL-NOTE
              EVALUATE TRUE
                 WHEN TRL-COUNT NOT NUMERIC
                    OR TRL-CHAIN NOT NUMERIC
                    MOVE "unreadable section trailer" TO VFL-NOTE
                 WHEN TRL-COUNT NOT = WS-SECTION-LINES
                    STRING "trailer counts " TRL-COUNT
                           ", section holds "
                           WS-SECTION-LINES
                           DELIMITED BY SIZE
                           INTO VFL-NOTE
                 WHEN TRL-COUNT > 0
                    AND TRL-CHAIN NOT = WS-RUN-CHAIN
                    MOVE TRL-CHAIN TO VFL-STORED
                    MOVE WS-RUN-CHAIN TO VFL-EXPECTED
                    MOVE "trailer chain differs from section"
                         TO VFL-NOTE
              END-EVALUATE
              IF VFL-NOTE NOT = SPACES
                 ADD 1 TO WS-SECTION-ERR-COUNT
                 MOVE "SECTION" TO VFL-KIND
                 MOVE WS-LINE-FILE TO VFL-FILE
                 MOVE WS-FILE-LINE-NO TO VFL-LINE-NO
                 MOVE TRL-RUN-DATE TO VFL-TIMESTAMP
                 PERFORM WRITE-VERIFY-LINE
              END-IF
           ELSE
              IF ARCH-LINE (1:12) = "** ARCHIVED "
                 MOVE ZERO TO WS-SECTION-LINES
              END-IF
           END-IF.

       WALK-LIVE-AUDIT.
           MOVE "DTAUDIT" TO WS-LINE-FILE
           MOVE ZERO TO WS-FILE-LINE-NO
           PERFORM UNTIL END-OF-AUDIT-FILE
              READ AUDIT-FILE
                 AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FILE-LINE-NO
                    ADD 1 TO WS-LIVE-LINES
                    MOVE AUDIT-LINE TO WS-AUDIT-RECORD
                    PERFORM CHECK-AUDIT-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       CHECK-AUDIT-LINE.
      *> After a break the stored value is taken as the chain so
      *> far, so the next line is checked against what it was
      *> actually chained on from.
           ADD 1 TO WS-TOTAL-LINES
           IF AUD-CHAIN IS NUMERIC
              ADD 1 TO WS-CHAINED-LINES
              SET CHAIN-HAS-BEGUN TO TRUE
              CALL "DTAUDCHN" USING WS-RUN-CHAIN
                                    WS-AUDIT-RECORD (1:127)
                                    WS-CALC-CHAIN
              END-CALL
              IF WS-CALC-CHAIN NOT = AUD-CHAIN
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE "CHAIN BREAK" TO VFL-KIND
                 MOVE AUD-CHAIN TO VFL-STORED
                 MOVE WS-CALC-CHAIN TO VFL-EXPECTED
                 MOVE "altered, or a line before it removed/added"
                      TO VFL-NOTE
                 PERFORM WRITE-LINE-FINDING
              END-IF
              MOVE AUD-CHAIN TO WS-RUN-CHAIN
           ELSE
              IF CHAIN-HAS-BEGUN
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE "UNCHAINED" TO VFL-KIND
                 MOVE SPACES TO VFL-STORED
                 MOVE SPACES TO VFL-EXPECTED
                 MOVE "no chain value on a line after the chain began"
                      TO VFL-NOTE
                 PERFORM WRITE-LINE-FINDING
              ELSE
                 ADD 1 TO WS-LEGACY-LINES
              END-IF
              MOVE ZERO TO WS-RUN-CHAIN
           END-IF
           PERFORM CHECK-DUE-SEALS.

       CHECK-DUE-SEALS.
      *> Seals are in line-count order; every seal whose count
      *> the walk has now reached is checked against the chain
      *> value at that point.
           PERFORM UNTIL END-OF-SEAL-FILE
                      OR SEAL-LINE-COUNT > WS-TOTAL-LINES
              ADD 1 TO WS-SEALS-CHECKED
              MOVE SEAL-CHAIN TO VFL-STORED
              MOVE WS-RUN-CHAIN TO VFL-EXPECTED
              EVALUATE TRUE
                 WHEN SEAL-LINE-COUNT < WS-LAST-SEAL-COUNT
                    ADD 1 TO WS-SEAL-ERR-COUNT
                    MOVE SPACES TO VFL-NOTE
                    STRING "seal at line " SEAL-LINE-COUNT
                           " is out of order"
                           DELIMITED BY SIZE
                           INTO VFL-NOTE
                    PERFORM WRITE-SEAL-FINDING
                 WHEN SEAL-CHAIN NOT = WS-RUN-CHAIN
                    ADD 1 TO WS-SEAL-ERR-COUNT
                    MOVE SPACES TO VFL-NOTE
                    STRING "chain differs at sealed line "
                           SEAL-LINE-COUNT
                           DELIMITED BY SIZE
                           INTO VFL-NOTE
                    PERFORM WRITE-SEAL-FINDING
              END-EVALUATE
              MOVE SEAL-LINE-COUNT TO WS-LAST-SEAL-COUNT
              PERFORM READ-NEXT-SEAL
           END-PERFORM.

       REPORT-SEALS-PAST-END.
      *> A seal the walk never reached counts lines the trail no
      *> longer holds.
           PERFORM UNTIL END-OF-SEAL-FILE
              ADD 1 TO WS-SEALS-CHECKED
              ADD 1 TO WS-SEALS-PAST-END
              COMPUTE WS-MISSING-LINES =
                      SEAL-LINE-COUNT - WS-TOTAL-LINES
              MOVE "MISSING LINES" TO VFL-KIND
              MOVE SEAL-CHAIN TO VFL-STORED
              MOVE SPACES TO VFL-EXPECTED
              MOVE SPACES TO VFL-NOTE
              STRING "sealed at line " SEAL-LINE-COUNT
                     ", trail ends at " WS-TOTAL-LINES
                     DELIMITED BY SIZE
                     INTO VFL-NOTE
              MOVE "AUDSEAL" TO VFL-FILE
              MOVE WS-SEAL-LINE-NO TO VFL-LINE-NO
              MOVE SEAL-TIMESTAMP TO VFL-TIMESTAMP
              PERFORM WRITE-VERIFY-LINE
              MOVE SEAL-LINE-COUNT TO WS-LAST-SEAL-COUNT
              PERFORM READ-NEXT-SEAL
           END-PERFORM.

       WRITE-SEAL-RECORD.
           COMPUTE WS-DAY-COUNT = WS-TOTAL-LINES - WS-LAST-SEAL-COUNT
           OPEN EXTEND SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
              OPEN OUTPUT SEAL-FILE
           END-IF
           MOVE WS-RUN-DATE      TO SEAL-DATE
           MOVE SPACE            TO SEAL-SEP1
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEAL-TIMESTAMP
           MOVE SPACE            TO SEAL-SEP2
           MOVE WS-TOTAL-LINES   TO SEAL-LINE-COUNT
           MOVE SPACE            TO SEAL-SEP3
           MOVE WS-DAY-COUNT     TO SEAL-DAY-COUNT
           MOVE SPACE            TO SEAL-SEP4
           MOVE WS-RUN-CHAIN     TO SEAL-CHAIN
           MOVE SPACE            TO SEAL-SEP5
           MOVE WS-USER-ID       TO SEAL-USER
           WRITE SEAL-RECORD
           CLOSE SEAL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Trail sealed at " WS-TOTAL-LINES " line(s), "
                  WS-DAY-COUNT " since the last seal, chain "
                  WS-RUN-CHAIN
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "DTAUDVFY: trail sealed at " WS-TOTAL-LINES
                   " line(s), chain " WS-RUN-CHAIN.

       WRITE-LINE-FINDING.
           MOVE WS-LINE-FILE TO VFL-FILE
           MOVE WS-FILE-LINE-NO TO VFL-LINE-NO
           MOVE WS-AUDIT-RECORD (1:14) TO VFL-TIMESTAMP
           PERFORM WRITE-VERIFY-LINE.

       WRITE-SEAL-FINDING.
           MOVE "SEAL MISMATCH" TO VFL-KIND
           MOVE "AUDSEAL" TO VFL-FILE
           MOVE WS-SEAL-LINE-NO TO VFL-LINE-NO
           MOVE SEAL-RECORD (10:14) TO VFL-TIMESTAMP
           PERFORM WRITE-VERIFY-LINE.

       WRITE-VERIFY-LINE.
           MOVE WS-VFY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Audit Trail Chain Verification - Run Date "
                  WS-RUN-DATE " - " WS-FUNCTION
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FINDING        FILE     LINE      "
                  "TIMESTAMP      STORED     EXPECTED   NOTE"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Archived lines      : " WS-ARCH-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Live lines          : " WS-LIVE-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Unchained (earlier) : " WS-LEGACY-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Chained lines       : " WS-CHAINED-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Chain breaks        : " WS-BREAK-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Sections checked    : " WS-SECTION-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Section mismatches  : " WS-SECTION-ERR-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Seals checked       : " WS-SEALS-CHECKED
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Seal mismatches     : " WS-SEAL-ERR-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Seals past trail end: " WS-SEALS-PAST-END
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Lines missing       : " WS-MISSING-LINES
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
