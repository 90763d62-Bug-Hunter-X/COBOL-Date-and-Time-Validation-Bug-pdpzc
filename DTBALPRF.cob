       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTBALPRF.
      *> ---------------------------------------------------------
      *> DTBALPRF - record-accounting balance proof for a DTBATCH
      *> run. The DTSUMRPT counts say how many records passed or
      *> failed, but not that every detail read from TRANSFIL
      *> landed in exactly one place - and after a restart from
      *> DTRESTRT nothing showed whether a segment had been
      *> posted twice or dropped. This program proves it, per
      *> source and per transaction id, for one run date.
      *>
      *> The run date comes from a selection control file
      *> (BALSELCT) in the DTAUDRPT keyword style:
      *>
      *>   RUNDATE yyyymmdd        run date to prove - must be a
      *>                           date that passes DTVALID
      *>
      *> With no RUNDATE the date proved is the run date of the
      *> last line on the DTRUNHST run history (today when there
      *> is none), so a daily cycle stopped at this step and
      *> resumed after midnight still proves the date it stopped
      *> on.
      *>
      *> The proof takes every decision and output stamped with
      *> the run date, so it holds only for a date with a single
      *> completed DTBATCH run. EXCPFIL, DTFUTURE and DTQRNTN
      *> carry the date alone, so the outputs of two runs on one
      *> date cannot be told apart; when DTRUNHST shows more than
      *> one run for the date the proof is refused rather than
      *> list the earlier run's decisions as orphans.
      *>
      *> Inputs are the detail and reversal records on TRANSFIL,
      *> counted under their batch header's source (legacy and
      *> stray details under no source). Decisions are the
      *> DTAUDIT lines DTBATCH wrote on the run date - interactive
      *> BUG lines carry an operator id and are not batch
      *> decisions. The places a record can end up are DTPOSTFL
      *> (a posting or a reversal posting), EXCPFIL (a rejection,
      *> or a duplicate rejection when the reason says so),
      *> DTFUTURE (held on the run date) and DTQRNTN (a detail in
      *> a batch quarantined on the run date, never validated and
      *> so never given an id or a decision).
      *>
      *> The DTBALRPT report prints, for each source and for the
      *> run, the proof
      *>
      *>   input = posted + reversals + exceptions + duplicates
      *>           + held + quarantined
      *>
      *> and checks the decision count against the input less
      *> the quarantined details. It then lists by transaction id
      *> every ORPHAN (decided but in no output), DOUBLE-OUTPUT
      *> (in two outputs, or posted twice), DOUBLE-DECIDED
      *> (decided twice - the mark of a resumed segment run
      *> again), MISPLACED (in an output its decision does not
      *> lead to) and NO-DECISION (in an output with no audit
      *> decision behind it). Session rejects BUG wrote to
      *> EXCPFIL under its own ids are left out of the proof and
      *> only counted.
      *>
      *> DTPOSTFL holds the last run only and DTFUTREL and the
      *> DTEXCARC sweep rework the held and exception files, so
      *> the proof is run straight after DTBATCH, before the next
      *> step touches its outputs. Return code 8 when the run does
      *> not balance or any id is listed, so the posting stream
      *> can be held; 0 when it balances; 16 when TRANSFIL or
      *> DTAUDIT cannot be read, when RUNDATE is not a valid date
      *> and when the date has more than one DTBATCH run.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "BALSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT POST-FILE ASSIGN TO "DTPOSTFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "EXCPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "DTFUTURE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUTURE-STATUS.

           SELECT QRNTN-FILE ASSIGN TO "DTQRNTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRNTN-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "DTRUNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DTBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-RECORD.
           05  SEL-KEYWORD              PIC X(8).
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  TRANS-FILE.
       COPY TRANSREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  POST-FILE.
       COPY POSTREC.

       FD  EXCEPT-FILE.
       COPY EXCPREC.

       FD  FUTURE-FILE.
       COPY FUTREC.

       FD  QRNTN-FILE.
       01  QRNTN-LINE                   PIC X(80).

       FD  RUNHIST-FILE.
       COPY RUNHREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-TRANS-STATUS              PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-POST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-FUTURE-STATUS             PIC X(2) VALUE SPACES.
       01  WS-QRNTN-STATUS              PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-RUNHIST-STATUS            PIC X(2) VALUE SPACES.
       01  WS-RUNHIST-EOF               PIC X VALUE "N".
           88  END-OF-RUNHIST-FILE             VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-DATE-RUN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-RUN-DATE-FLAG             PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID               VALUE "Y".

       COPY WSAREA.

      *> RUNDATE only has to be a real calendar date, so the
      *> DTVALID cutoff check itself is disarmed.
       01  WS-MAX-DATE                  PIC 9(8) VALUE 99991231.
       01  WS-STATUS-CODE               PIC 9(2).
       01  WS-REASON                    PIC X(40).

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-TRANS-EOF                 PIC X VALUE "N".
           88  END-OF-TRANS-FILE               VALUE "Y".
       01  WS-AUD-EOF                   PIC X VALUE "N".
           88  END-OF-AUDIT-FILE               VALUE "Y".
       01  WS-PST-EOF                   PIC X VALUE "N".
           88  END-OF-POST-FILE                VALUE "Y".
       01  WS-EXC-EOF                   PIC X VALUE "N".
           88  END-OF-EXCEPT-FILE              VALUE "Y".
       01  WS-FUT-EOF                   PIC X VALUE "N".
           88  END-OF-FUTURE-FILE              VALUE "Y".
       01  WS-QRN-EOF                   PIC X VALUE "N".
           88  END-OF-QRNTN-FILE               VALUE "Y".

      *> Source of the TRANSFIL batch being read, and whether the
      *> DTQRNTN lines being read sit under a banner for the run.
       01  WS-CUR-SOURCE                PIC X(8) VALUE SPACES.
       01  WS-IN-QRN-BATCH              PIC X VALUE "N".
           88  IN-RUN-QUARANTINE               VALUE "Y".

      *> Per-source accounting. Outputs are counted under the
      *> source each output file carries.
       01  WS-SRC-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-SRC-COUNT
                            INDEXED BY SRC-IDX.
               10  WS-SRC-ID            PIC X(8).
               10  WS-SRC-INPUT         PIC 9(6).
               10  WS-SRC-DECIDED       PIC 9(6).
               10  WS-SRC-POSTED        PIC 9(6).
               10  WS-SRC-REVERSAL      PIC 9(6).
               10  WS-SRC-EXCEPT        PIC 9(6).
               10  WS-SRC-DUPL          PIC 9(6).
               10  WS-SRC-FUTURE        PIC 9(6).
               10  WS-SRC-QRNTN         PIC 9(6).
       01  WS-SRC-FOUND                 PIC X.
           88  SOURCE-FOUND                    VALUE "Y".
       01  WS-FIND-SOURCE               PIC X(8).

      *> Per-id accounting: every id with a batch decision on the
      *> run date, every id BUG decided in a session that day, and
      *> every id found in an output with neither.
       01  WS-ID-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-ID-COUNT
                           INDEXED BY ID-IDX.
               10  WS-ID-VALUE          PIC 9(12).
               10  WS-ID-SOURCE         PIC X(8).
               10  WS-ID-DECISION       PIC X(4).
               10  WS-ID-KIND           PIC X.
                   88  ID-BATCH-DECIDED        VALUE "B".
                   88  ID-SESSION-ONLY         VALUE "S".
                   88  ID-NOT-DECIDED          VALUE "N".
               10  WS-ID-AUD-CNT        PIC 9(2).
               10  WS-ID-PST-CNT        PIC 9(2).
               10  WS-ID-REV-CNT        PIC 9(2).
               10  WS-ID-EXC-CNT        PIC 9(2).
               10  WS-ID-DUP-CNT        PIC 9(2).
               10  WS-ID-FUT-CNT        PIC 9(2).
       01  WS-ID-FOUND                  PIC X.
           88  ID-FOUND                        VALUE "Y".
       01  WS-FIND-ID                   PIC 9(12).
       01  WS-ID-TABLE-FULL             PIC X VALUE "N".
           88  ID-TABLE-FULL                   VALUE "Y".
       01  WS-ID-SUB                    PIC 9(5).
       01  WS-OUT-CNT                   PIC 9(3).
       01  WS-PLACE-OK                  PIC X.
           88  PLACE-IS-RIGHT                  VALUE "Y".

       01  WS-SRC-OUTPUT                PIC 9(7).
       01  WS-SRC-EXPECT-DEC            PIC S9(7).
       01  WS-SRC-BALANCED              PIC X.
           88  SOURCE-BALANCED                 VALUE "Y".

       01  WS-TOT-INPUT                 PIC 9(7) VALUE ZERO.
       01  WS-TOT-DECIDED               PIC 9(7) VALUE ZERO.
       01  WS-TOT-POSTED                PIC 9(7) VALUE ZERO.
       01  WS-TOT-REVERSAL              PIC 9(7) VALUE ZERO.
       01  WS-TOT-EXCEPT                PIC 9(7) VALUE ZERO.
       01  WS-TOT-DUPL                  PIC 9(7) VALUE ZERO.
       01  WS-TOT-FUTURE                PIC 9(7) VALUE ZERO.
       01  WS-TOT-QRNTN                 PIC 9(7) VALUE ZERO.
       01  WS-TOT-OUTPUT                PIC 9(7) VALUE ZERO.
       01  WS-SESSION-EXC-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-UNBAL-SRC-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-ORPHAN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-DBL-OUT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-DBL-DEC-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-MISPLACED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-NODEC-COUNT               PIC 9(6) VALUE ZERO.

       01  WS-SOURCE-LINE.
           05  SRL-SOURCE               PIC X(8).
           05  SRL-SEP1                 PIC X VALUE SPACE.
           05  SRL-INPUT                PIC ZZZZZZ9.
           05  SRL-SEP2                 PIC X VALUE SPACE.
           05  SRL-DECIDED              PIC ZZZZZZ9.
           05  SRL-SEP3                 PIC X VALUE SPACE.
           05  SRL-POSTED               PIC ZZZZZZ9.
           05  SRL-SEP4                 PIC X VALUE SPACE.
           05  SRL-REVERSAL             PIC ZZZZZZ9.
           05  SRL-SEP5                 PIC X VALUE SPACE.
           05  SRL-EXCEPT               PIC ZZZZZZ9.
           05  SRL-SEP6                 PIC X VALUE SPACE.
           05  SRL-DUPL                 PIC ZZZZZZ9.
           05  SRL-SEP7                 PIC X VALUE SPACE.
           05  SRL-FUTURE               PIC ZZZZZZ9.
           05  SRL-SEP8                 PIC X VALUE SPACE.
           05  SRL-QRNTN                PIC ZZZZZZ9.
           05  SRL-SEP9                 PIC X VALUE SPACE.
           05  SRL-OUTPUT               PIC ZZZZZZ9.
           05  SRL-SEP10                PIC X(2) VALUE SPACES.
           05  SRL-STATUS               PIC X(14).

       01  WS-ID-LINE.
           05  IDL-TAG                  PIC X(14).
           05  IDL-SEP1                 PIC X VALUE SPACE.
           05  IDL-TRANS-ID             PIC 9(12).
           05  IDL-SEP2                 PIC X VALUE SPACE.
           05  IDL-SOURCE               PIC X(8).
           05  IDL-SEP3                 PIC X VALUE SPACE.
           05  IDL-DECISION             PIC X(4).
           05  IDL-SEP4                 PIC X VALUE SPACE.
           05  IDL-AUD-CNT              PIC Z9.
           05  IDL-SEP5                 PIC X VALUE SPACE.
           05  IDL-PST-CNT              PIC Z9.
           05  IDL-SEP6                 PIC X VALUE SPACE.
           05  IDL-REV-CNT              PIC Z9.
           05  IDL-SEP7                 PIC X VALUE SPACE.
           05  IDL-EXC-CNT              PIC Z9.
           05  IDL-SEP8                 PIC X VALUE SPACE.
           05  IDL-DUP-CNT              PIC Z9.
           05  IDL-SEP9                 PIC X VALUE SPACE.
           05  IDL-FUT-CNT              PIC Z9.
           05  IDL-SEP10                PIC X(2) VALUE SPACES.
           05  IDL-TEXT                 PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM FIND-LAST-BATCH-RUN
           PERFORM LOAD-SELECTIONS
           PERFORM CHECK-SINGLE-RUN
           PERFORM COUNT-TRANSFIL-INPUTS
           PERFORM LOAD-AUDIT-DECISIONS
           PERFORM MATCH-POSTINGS
           PERFORM MATCH-EXCEPTIONS
           PERFORM MATCH-FUTURE-HOLDS
           PERFORM COUNT-QUARANTINED-DETAILS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-SOURCE-PROOF
           PERFORM WRITE-ID-EXCEPTIONS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF WS-UNBAL-SRC-COUNT > 0
              OR WS-ORPHAN-COUNT > 0
              OR WS-DBL-OUT-COUNT > 0
              OR WS-DBL-DEC-COUNT > 0
              OR WS-MISPLACED-COUNT > 0
              OR WS-NODEC-COUNT > 0
              OR ID-TABLE-FULL
              DISPLAY "DTBALPRF: run " WS-RUN-DATE
                      " does not balance - see DTBALRPT."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "DTBALPRF: run " WS-RUN-DATE " balances."
           END-IF
           STOP RUN.

       FIND-LAST-BATCH-RUN.
      *> DTBATCH appends its run-history lines as each run ends,
      *> so the last dated line is the latest run.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "00"
              PERFORM UNTIL END-OF-RUNHIST-FILE
                 READ RUNHIST-FILE
                    AT END
                       SET END-OF-RUNHIST-FILE TO TRUE
                    NOT AT END
                       IF RNH-RUN-DATE IS NUMERIC
                          AND RNH-RUN-DATE > 0
                          MOVE RNH-RUN-DATE TO WS-RUN-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNHIST-FILE
           END-IF.

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
           END-IF
           IF NOT RUN-DATE-IS-VALID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       APPLY-SELECTION-RECORD.
           EVALUATE SEL-KEYWORD
              WHEN "RUNDATE"
                 PERFORM CHECK-SELECTED-RUN-DATE
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTBALPRF: unknown BALSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       CHECK-SELECTED-RUN-DATE.
      *> A bad run date would prove an empty day and report it in
      *> balance, so it stops the program once BALSELCT is read.
           IF SEL-VALUE (1:8) IS NUMERIC
              AND SEL-VALUE (9:) = SPACES
              MOVE SEL-VALUE (1:8) TO WS-DATE-N
              MOVE ZERO            TO WS-TIME-N
              CALL "DTVALID" USING WS-AREA WS-MAX-DATE
                                    WS-STATUS-CODE WS-REASON
              END-CALL
              IF WS-STATUS-CODE NOT = 0
                 DISPLAY "DTBALPRF: RUNDATE " SEL-VALUE (1:8)
                         " rejected - " FUNCTION TRIM (WS-REASON)
                 MOVE "N" TO WS-RUN-DATE-FLAG
              ELSE
                 MOVE WS-DATE-N TO WS-RUN-DATE
              END-IF
           ELSE
              DISPLAY "DTBALPRF: RUNDATE must be yyyymmdd - "
                      FUNCTION TRIM (SEL-VALUE)
              MOVE "N" TO WS-RUN-DATE-FLAG
           END-IF.

       CHECK-SINGLE-RUN.
      *> Each completed DTBATCH run leaves one all-sources line.
      *> A second run on the date - a rerun, or a cycle forced
      *> round again - shares the date stamp on every output, and
      *> the first run's decisions would all show as orphans.
           MOVE "N" TO WS-RUNHIST-EOF
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "00"
              PERFORM UNTIL END-OF-RUNHIST-FILE
                 READ RUNHIST-FILE
                    AT END
                       SET END-OF-RUNHIST-FILE TO TRUE
                    NOT AT END
                       IF RNH-RUN-DATE = WS-RUN-DATE
                          AND (RNH-SOURCE-ID = "*ALL*"
                               OR RNH-SOURCE-ID = SPACES)
                          ADD 1 TO WS-DATE-RUN-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNHIST-FILE
           END-IF
           IF WS-DATE-RUN-COUNT > 1
              DISPLAY "DTBALPRF: run date " WS-RUN-DATE " has "
                      WS-DATE-RUN-COUNT " DTBATCH runs on DTRUNHST."
              DISPLAY "DTBALPRF: their outputs share the date and "
                      "cannot be told apart - proof refused."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       COUNT-TRANSFIL-INPUTS.
      *> Every D and R record is one input, counted under the
      *> header of the batch it sits in whether the batch went on
      *> to validate or to quarantine. A detail outside any batch,
      *> and a bare legacy record, belongs to no source - the
      *> same way DTBATCH carries them.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "DTBALPRF: unable to open TRANSFIL - "
                      "file status " WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TRANS-FILE
              READ TRANS-FILE
                 AT END
                    SET END-OF-TRANS-FILE TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TRN-H-TYPE IS NUMERIC
                          MOVE SPACES TO WS-FIND-SOURCE
                          PERFORM FIND-SOURCE-ENTRY
                          ADD 1 TO WS-SRC-INPUT (SRC-IDX)
                       WHEN TRN-H-TYPE = "H"
                          MOVE TRN-SOURCE-ID TO WS-CUR-SOURCE
                       WHEN TRN-H-TYPE = "D" OR TRN-H-TYPE = "R"
                          MOVE WS-CUR-SOURCE TO WS-FIND-SOURCE
                          PERFORM FIND-SOURCE-ENTRY
                          ADD 1 TO WS-SRC-INPUT (SRC-IDX)
                       WHEN TRN-H-TYPE = "T"
                          MOVE SPACES TO WS-CUR-SOURCE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       LOAD-AUDIT-DECISIONS.
      *> Batch decisions have no operator id. A BUG session line
      *> for the same day only marks the id as session-keyed, so
      *> the session's own rejects on EXCPFIL can be told apart
      *> from the run's.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "DTBALPRF: unable to open DTAUDIT - "
                      "file status " WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE
              READ AUDIT-FILE
                 AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                 NOT AT END
                    IF AUD-TIMESTAMP (1:8) = WS-RUN-DATE
                       PERFORM APPLY-AUDIT-DECISION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       APPLY-AUDIT-DECISION.
           MOVE AUD-TRANS-ID TO WS-FIND-ID
           PERFORM FIND-ID-ENTRY
           IF AUD-USER-ID = SPACES
              IF NOT ID-FOUND
                 PERFORM ADD-ID-ENTRY
              END-IF
              IF ID-FOUND
                 IF NOT ID-BATCH-DECIDED (ID-IDX)
                    MOVE "B" TO WS-ID-KIND (ID-IDX)
                 END-IF
                 MOVE AUD-SOURCE-ID TO WS-ID-SOURCE (ID-IDX)
                 MOVE AUD-RESULT    TO WS-ID-DECISION (ID-IDX)
                 IF WS-ID-AUD-CNT (ID-IDX) < 99
                    ADD 1 TO WS-ID-AUD-CNT (ID-IDX)
                 END-IF
                 MOVE AUD-SOURCE-ID TO WS-FIND-SOURCE
                 PERFORM FIND-SOURCE-ENTRY
                 ADD 1 TO WS-SRC-DECIDED (SRC-IDX)
              END-IF
           ELSE
              IF NOT ID-FOUND
                 PERFORM ADD-ID-ENTRY
                 IF ID-FOUND
                    MOVE "S" TO WS-ID-KIND (ID-IDX)
                    MOVE AUD-SOURCE-ID TO WS-ID-SOURCE (ID-IDX)
                    MOVE AUD-RESULT    TO WS-ID-DECISION (ID-IDX)
                 END-IF
              END-IF
           END-IF.

       MATCH-POSTINGS.
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL END-OF-POST-FILE
                 READ POST-FILE
                    AT END
                       SET END-OF-POST-FILE TO TRUE
                    NOT AT END
                       PERFORM MATCH-ONE-POSTING
                 END-READ
              END-PERFORM
              CLOSE POST-FILE
           ELSE
              DISPLAY "DTBALPRF: DTPOSTFL not available - "
                      "file status " WS-POST-STATUS
           END-IF.

       MATCH-ONE-POSTING.
           MOVE PST-TRANS-ID TO WS-FIND-ID
           PERFORM FIND-OR-ADD-OUTPUT-ID
           MOVE PST-SOURCE-ID TO WS-FIND-SOURCE
           PERFORM FIND-SOURCE-ENTRY
           IF PST-IS-REVERSAL
              ADD 1 TO WS-SRC-REVERSAL (SRC-IDX)
              IF ID-FOUND AND WS-ID-REV-CNT (ID-IDX) < 99
                 ADD 1 TO WS-ID-REV-CNT (ID-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-SRC-POSTED (SRC-IDX)
              IF ID-FOUND AND WS-ID-PST-CNT (ID-IDX) < 99
                 ADD 1 TO WS-ID-PST-CNT (ID-IDX)
              END-IF
           END-IF.

       MATCH-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS = "00"
              PERFORM UNTIL END-OF-EXCEPT-FILE
                 READ EXCEPT-FILE
                    AT END
                       SET END-OF-EXCEPT-FILE TO TRUE
                    NOT AT END
                       IF EXC-RUN-DATE = WS-RUN-DATE
                          PERFORM MATCH-ONE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPT-FILE
           ELSE
              DISPLAY "DTBALPRF: EXCPFIL not available - "
                      "file status " WS-EXCEPT-STATUS
           END-IF.

       MATCH-ONE-EXCEPTION.
      *> A reject written by a BUG session never reached TRANSFIL,
      *> so it is neither an input nor an output of the run.
           MOVE EXC-TRANS-ID TO WS-FIND-ID
           PERFORM FIND-ID-ENTRY
           IF ID-FOUND AND ID-SESSION-ONLY (ID-IDX)
              ADD 1 TO WS-SESSION-EXC-COUNT
           ELSE
              PERFORM FIND-OR-ADD-OUTPUT-ID
              MOVE EXC-SOURCE-ID TO WS-FIND-SOURCE
              PERFORM FIND-SOURCE-ENTRY
              IF EXC-REASON = "Duplicate transaction"
                 ADD 1 TO WS-SRC-DUPL (SRC-IDX)
                 IF ID-FOUND AND WS-ID-DUP-CNT (ID-IDX) < 99
                    ADD 1 TO WS-ID-DUP-CNT (ID-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-SRC-EXCEPT (SRC-IDX)
                 IF ID-FOUND AND WS-ID-EXC-CNT (ID-IDX) < 99
                    ADD 1 TO WS-ID-EXC-CNT (ID-IDX)
                 END-IF
              END-IF
           END-IF.

       MATCH-FUTURE-HOLDS.
           OPEN INPUT FUTURE-FILE
           IF WS-FUTURE-STATUS = "00"
              PERFORM UNTIL END-OF-FUTURE-FILE
                 READ FUTURE-FILE
                    AT END
                       SET END-OF-FUTURE-FILE TO TRUE
                    NOT AT END
                       IF FUT-HELD-DATE = WS-RUN-DATE
                          MOVE FUT-TRANS-ID TO WS-FIND-ID
                          PERFORM FIND-OR-ADD-OUTPUT-ID
                          MOVE FUT-SOURCE-ID TO WS-FIND-SOURCE
                          PERFORM FIND-SOURCE-ENTRY
                          ADD 1 TO WS-SRC-FUTURE (SRC-IDX)
                          IF ID-FOUND
                             AND WS-ID-FUT-CNT (ID-IDX) < 99
                             ADD 1 TO WS-ID-FUT-CNT (ID-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FUTURE-FILE
           END-IF.

       COUNT-QUARANTINED-DETAILS.
      *> Each quarantined batch sits behind its banner; only the
      *> banners stamped with the run date count, and within them
      *> only the D and R lines - header and trailer are not
      *> inputs.
           OPEN INPUT QRNTN-FILE
           IF WS-QRNTN-STATUS = "00"
              PERFORM UNTIL END-OF-QRNTN-FILE
                 READ QRNTN-FILE
                    AT END
                       SET END-OF-QRNTN-FILE TO TRUE
                    NOT AT END
                       PERFORM COUNT-ONE-QRNTN-LINE
                 END-READ
              END-PERFORM
              CLOSE QRNTN-FILE
           END-IF.

       COUNT-ONE-QRNTN-LINE.
           IF QRNTN-LINE (1:15) = "** QUARANTINED "
              IF QRNTN-LINE (16:8) = WS-RUN-DATE
                 SET IN-RUN-QUARANTINE TO TRUE
                 MOVE QRNTN-LINE (32:8) TO WS-FIND-SOURCE
                 PERFORM FIND-SOURCE-ENTRY
              ELSE
                 MOVE "N" TO WS-IN-QRN-BATCH
              END-IF
           ELSE
              IF IN-RUN-QUARANTINE
                 AND (QRNTN-LINE (1:1) = "D"
                      OR QRNTN-LINE (1:1) = "R")
                 ADD 1 TO WS-SRC-QRNTN (SRC-IDX)
              END-IF
           END-IF.

       FIND-SOURCE-ENTRY.
           MOVE "N" TO WS-SRC-FOUND
           IF WS-SRC-COUNT > 0
              SET SRC-IDX TO 1
              SEARCH WS-SRC-ENTRY
                 WHEN WS-SRC-ID (SRC-IDX) = WS-FIND-SOURCE
                    SET SOURCE-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT SOURCE-FOUND
              IF WS-SRC-COUNT < 50
                 ADD 1 TO WS-SRC-COUNT
                 SET SRC-IDX TO WS-SRC-COUNT
                 MOVE WS-FIND-SOURCE TO WS-SRC-ID (SRC-IDX)
                 MOVE ZERO TO WS-SRC-INPUT (SRC-IDX)
                 MOVE ZERO TO WS-SRC-DECIDED (SRC-IDX)
                 MOVE ZERO TO WS-SRC-POSTED (SRC-IDX)
                 MOVE ZERO TO WS-SRC-REVERSAL (SRC-IDX)
                 MOVE ZERO TO WS-SRC-EXCEPT (SRC-IDX)
                 MOVE ZERO TO WS-SRC-DUPL (SRC-IDX)
                 MOVE ZERO TO WS-SRC-FUTURE (SRC-IDX)
                 MOVE ZERO TO WS-SRC-QRNTN (SRC-IDX)
              ELSE
      *> More distinct sources than the table holds; fold the
      *> overflow into the first entry so the run totals still
      *> prove, even if that source's line does not.
                 DISPLAY "DTBALPRF: source table full - "
                         WS-FIND-SOURCE " folded into first entry."
                 SET SRC-IDX TO 1
              END-IF
           END-IF.

       FIND-ID-ENTRY.
           MOVE "N" TO WS-ID-FOUND
           IF WS-ID-COUNT > 0
              SET ID-IDX TO 1
              SEARCH WS-ID-ENTRY
                 WHEN WS-ID-VALUE (ID-IDX) = WS-FIND-ID
                    SET ID-FOUND TO TRUE
              END-SEARCH
           END-IF.

       FIND-OR-ADD-OUTPUT-ID.
      *> An output whose id nothing decided gets an entry of its
      *> own, so it is listed once however many outputs hold it.
           PERFORM FIND-ID-ENTRY
           IF NOT ID-FOUND
              PERFORM ADD-ID-ENTRY
              IF ID-FOUND
                 MOVE "N"    TO WS-ID-KIND (ID-IDX)
                 MOVE SPACES TO WS-ID-DECISION (ID-IDX)
              END-IF
           END-IF.

       ADD-ID-ENTRY.
      *> Leaves ID-FOUND set and ID-IDX on the new entry, or
      *> ID-FOUND clear when the table is full - the proof is then
      *> incomplete and the run is failed rather than passed.
           IF WS-ID-COUNT < 20000
              ADD 1 TO WS-ID-COUNT
              SET ID-IDX TO WS-ID-COUNT
              MOVE WS-FIND-ID TO WS-ID-VALUE (ID-IDX)
              MOVE SPACES     TO WS-ID-SOURCE (ID-IDX)
              MOVE SPACES     TO WS-ID-DECISION (ID-IDX)
              MOVE "N"        TO WS-ID-KIND (ID-IDX)
              MOVE ZERO       TO WS-ID-AUD-CNT (ID-IDX)
              MOVE ZERO       TO WS-ID-PST-CNT (ID-IDX)
              MOVE ZERO       TO WS-ID-REV-CNT (ID-IDX)
              MOVE ZERO       TO WS-ID-EXC-CNT (ID-IDX)
              MOVE ZERO       TO WS-ID-DUP-CNT (ID-IDX)
              MOVE ZERO       TO WS-ID-FUT-CNT (ID-IDX)
              SET ID-FOUND TO TRUE
           ELSE
              IF NOT ID-TABLE-FULL
                 DISPLAY "DTBALPRF: transaction id table full - "
                         "proof incomplete."
                 SET ID-TABLE-FULL TO TRUE
              END-IF
              MOVE "N" TO WS-ID-FOUND
           END-IF.

       WRITE-SOURCE-PROOF.
           MOVE SPACES TO REPORT-LINE
           MOVE "Balance by source" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SOURCE     INPUT DECIDED  POSTED REVERSL "
                  " EXCEPT    DUPL    HELD  QUARNT  OUTPUT  STATUS"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SRC-COUNT > 0
              PERFORM VARYING SRC-IDX FROM 1 BY 1
                      UNTIL SRC-IDX > WS-SRC-COUNT
                 PERFORM PROVE-ONE-SOURCE
              END-PERFORM
           END-IF
           MOVE "*TOTAL*"        TO SRL-SOURCE
           MOVE WS-TOT-INPUT     TO SRL-INPUT
           MOVE WS-TOT-DECIDED   TO SRL-DECIDED
           MOVE WS-TOT-POSTED    TO SRL-POSTED
           MOVE WS-TOT-REVERSAL  TO SRL-REVERSAL
           MOVE WS-TOT-EXCEPT    TO SRL-EXCEPT
           MOVE WS-TOT-DUPL      TO SRL-DUPL
           MOVE WS-TOT-FUTURE    TO SRL-FUTURE
           MOVE WS-TOT-QRNTN     TO SRL-QRNTN
           MOVE WS-TOT-OUTPUT    TO SRL-OUTPUT
           IF WS-UNBAL-SRC-COUNT = 0
              MOVE "BALANCED" TO SRL-STATUS
           ELSE
              MOVE "OUT OF BALANCE" TO SRL-STATUS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Proof: in " WS-TOT-INPUT
                  " = out " WS-TOT-OUTPUT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF WS-TOT-INPUT = WS-TOT-OUTPUT
              AND WS-UNBAL-SRC-COUNT = 0
              MOVE " - BALANCED" TO REPORT-LINE (32:)
           ELSE
              MOVE " - DOES NOT BALANCE" TO REPORT-LINE (32:)
           END-IF
           WRITE REPORT-LINE.

       PROVE-ONE-SOURCE.
      *> A source balances when its outputs account for every
      *> input and it has exactly one decision for every input
      *> that was not quarantined.
           COMPUTE WS-SRC-OUTPUT =
                   WS-SRC-POSTED (SRC-IDX)
                 + WS-SRC-REVERSAL (SRC-IDX)
                 + WS-SRC-EXCEPT (SRC-IDX)
                 + WS-SRC-DUPL (SRC-IDX)
                 + WS-SRC-FUTURE (SRC-IDX)
                 + WS-SRC-QRNTN (SRC-IDX)
           COMPUTE WS-SRC-EXPECT-DEC =
                   WS-SRC-INPUT (SRC-IDX) - WS-SRC-QRNTN (SRC-IDX)
           IF WS-SRC-OUTPUT = WS-SRC-INPUT (SRC-IDX)
              AND WS-SRC-EXPECT-DEC = WS-SRC-DECIDED (SRC-IDX)
              SET SOURCE-BALANCED TO TRUE
              MOVE "BALANCED" TO SRL-STATUS
           ELSE
              MOVE "N" TO WS-SRC-BALANCED
              ADD 1 TO WS-UNBAL-SRC-COUNT
              MOVE "OUT OF BALANCE" TO SRL-STATUS
           END-IF
           IF WS-SRC-ID (SRC-IDX) = SPACES
              MOVE "(none)" TO SRL-SOURCE
           ELSE
              MOVE WS-SRC-ID (SRC-IDX) TO SRL-SOURCE
           END-IF
           MOVE WS-SRC-INPUT (SRC-IDX)    TO SRL-INPUT
           MOVE WS-SRC-DECIDED (SRC-IDX)  TO SRL-DECIDED
           MOVE WS-SRC-POSTED (SRC-IDX)   TO SRL-POSTED
           MOVE WS-SRC-REVERSAL (SRC-IDX) TO SRL-REVERSAL
           MOVE WS-SRC-EXCEPT (SRC-IDX)   TO SRL-EXCEPT
           MOVE WS-SRC-DUPL (SRC-IDX)     TO SRL-DUPL
           MOVE WS-SRC-FUTURE (SRC-IDX)   TO SRL-FUTURE
           MOVE WS-SRC-QRNTN (SRC-IDX)    TO SRL-QRNTN
           MOVE WS-SRC-OUTPUT             TO SRL-OUTPUT
           MOVE WS-SOURCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-SRC-INPUT (SRC-IDX)    TO WS-TOT-INPUT
           ADD WS-SRC-DECIDED (SRC-IDX)  TO WS-TOT-DECIDED
           ADD WS-SRC-POSTED (SRC-IDX)   TO WS-TOT-POSTED
           ADD WS-SRC-REVERSAL (SRC-IDX) TO WS-TOT-REVERSAL
           ADD WS-SRC-EXCEPT (SRC-IDX)   TO WS-TOT-EXCEPT
           ADD WS-SRC-DUPL (SRC-IDX)     TO WS-TOT-DUPL
           ADD WS-SRC-FUTURE (SRC-IDX)   TO WS-TOT-FUTURE
           ADD WS-SRC-QRNTN (SRC-IDX)    TO WS-TOT-QRNTN
           ADD WS-SRC-OUTPUT             TO WS-TOT-OUTPUT.

       WRITE-ID-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Transactions that do not account"
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STATUS         TRANS-ID     SOURCE   DCSN "
                  "AU PS RV EX DU HL  DETAIL"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ID-COUNT > 0
              PERFORM VARYING WS-ID-SUB FROM 1 BY 1
                      UNTIL WS-ID-SUB > WS-ID-COUNT
                 SET ID-IDX TO WS-ID-SUB
                 PERFORM CHECK-ONE-ID
              END-PERFORM
           END-IF.

       CHECK-ONE-ID.
           COMPUTE WS-OUT-CNT =
                   WS-ID-PST-CNT (ID-IDX) + WS-ID-REV-CNT (ID-IDX)
                 + WS-ID-EXC-CNT (ID-IDX) + WS-ID-DUP-CNT (ID-IDX)
                 + WS-ID-FUT-CNT (ID-IDX)
           EVALUATE TRUE
              WHEN ID-SESSION-ONLY (ID-IDX)
                 IF WS-OUT-CNT > WS-ID-EXC-CNT (ID-IDX)
                    ADD 1 TO WS-NODEC-COUNT
                    MOVE "NO-DECISION" TO IDL-TAG
                    MOVE "Session-keyed id in a batch output"
                         TO IDL-TEXT
                    PERFORM WRITE-ID-LINE
                 END-IF
              WHEN ID-NOT-DECIDED (ID-IDX)
                 ADD 1 TO WS-NODEC-COUNT
                 MOVE "NO-DECISION" TO IDL-TAG
                 MOVE "In an output with no audit decision"
                      TO IDL-TEXT
                 PERFORM WRITE-ID-LINE
              WHEN OTHER
                 PERFORM CHECK-DECIDED-ID
           END-EVALUATE.

       CHECK-DECIDED-ID.
      *> Each decision leads to exactly one place. A non-business
      *> day decision posts when the site rolls the date and is
      *> rejected when it does not, so either is right for NBUS.
           IF WS-ID-AUD-CNT (ID-IDX) > 1
              ADD 1 TO WS-DBL-DEC-COUNT
              MOVE "DOUBLE-DECIDED" TO IDL-TAG
              MOVE "Decided more than once in the run"
                   TO IDL-TEXT
              PERFORM WRITE-ID-LINE
           END-IF
           EVALUATE TRUE
              WHEN WS-OUT-CNT = 0
                 ADD 1 TO WS-ORPHAN-COUNT
                 MOVE "ORPHAN" TO IDL-TAG
                 MOVE "Decided but in no output" TO IDL-TEXT
                 PERFORM WRITE-ID-LINE
              WHEN WS-OUT-CNT > 1
                 ADD 1 TO WS-DBL-OUT-COUNT
                 MOVE "DOUBLE-OUTPUT" TO IDL-TAG
                 IF WS-ID-PST-CNT (ID-IDX) > 1
                    MOVE "Posted more than once" TO IDL-TEXT
                 ELSE
                    MOVE "Found in more than one output"
                         TO IDL-TEXT
                 END-IF
                 PERFORM WRITE-ID-LINE
              WHEN OTHER
                 PERFORM CHECK-OUTPUT-PLACE
                 IF NOT PLACE-IS-RIGHT
                    ADD 1 TO WS-MISPLACED-COUNT
                    MOVE "MISPLACED" TO IDL-TAG
                    MOVE "Output does not match the decision"
                         TO IDL-TEXT
                    PERFORM WRITE-ID-LINE
                 END-IF
           END-EVALUATE.

       CHECK-OUTPUT-PLACE.
           MOVE "N" TO WS-PLACE-OK
           EVALUATE WS-ID-DECISION (ID-IDX)
              WHEN "PASS"
                 IF WS-ID-PST-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
              WHEN "NBUS"
                 IF WS-ID-PST-CNT (ID-IDX) = 1
                    OR WS-ID-EXC-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
              WHEN "FAIL"
                 IF WS-ID-EXC-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
              WHEN "DUPL"
                 IF WS-ID-DUP-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
              WHEN "FUTR"
                 IF WS-ID-FUT-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
              WHEN "REVR"
                 IF WS-ID-REV-CNT (ID-IDX) = 1
                    SET PLACE-IS-RIGHT TO TRUE
                 END-IF
           END-EVALUATE.

       WRITE-ID-LINE.
           MOVE WS-ID-VALUE (ID-IDX)    TO IDL-TRANS-ID
           MOVE WS-ID-SOURCE (ID-IDX)   TO IDL-SOURCE
           MOVE WS-ID-DECISION (ID-IDX) TO IDL-DECISION
           MOVE WS-ID-AUD-CNT (ID-IDX)  TO IDL-AUD-CNT
           MOVE WS-ID-PST-CNT (ID-IDX)  TO IDL-PST-CNT
           MOVE WS-ID-REV-CNT (ID-IDX)  TO IDL-REV-CNT
           MOVE WS-ID-EXC-CNT (ID-IDX)  TO IDL-EXC-CNT
           MOVE WS-ID-DUP-CNT (ID-IDX)  TO IDL-DUP-CNT
           MOVE WS-ID-FUT-CNT (ID-IDX)  TO IDL-FUT-CNT
           MOVE WS-ID-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Record Accounting Balance Proof - "
                  "Run Date " WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Sources out of bal  : " WS-UNBAL-SRC-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Orphans             : " WS-ORPHAN-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Double outputs      : " WS-DBL-OUT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Double decisions    : " WS-DBL-DEC-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Misplaced           : " WS-MISPLACED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "No audit decision   : " WS-NODEC-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Session rejects left: " WS-SESSION-EXC-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
