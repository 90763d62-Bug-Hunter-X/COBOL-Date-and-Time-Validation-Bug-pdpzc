       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTCYCLE.
      *> ---------------------------------------------------------
      *> DTCYCLE - daily cycle driver. The nightly stream used to
      *> depend on the operator knowing the step order and reading
      *> every return code by eye, and DTBATCH's DTRESTRT
      *> checkpoint protected DTBATCH alone - a rerun of the night
      *> after a failure started again at DTFUTREL and released
      *> the same held items twice. This program runs the steps
      *> in order for one business date:
      *>
      *>   01 DTCTLMNT   scheduled control-option changes due
      *>   02 DTFUTREL   release held items now due
      *>   03 DTBATCH    validate and post        gate RC 8 / 12
      *>   04 DTBALPRF   balance proof of the run  gate RC 8
      *>                 (BALSELCT RUNDATE - the date step 03
      *>                 last ran on, else the business date)
      *>   05 DTPSTRCN   posting/ack reconciliation
      *>   06 DTRTNINT   branch corrections into DTCORFIL
      *>                 (RTNSELCT empty - every source)
      *>   07 DTRESUB    resubmission batch
      *>   08 DTRTNEXT   branch reject return extracts
      *>                 (RTNSELCT empty - every source)
      *>   09 DTEODRPT   end-of-day status page   gate RC 8 (RED)
      *>   10 DTEXCARC   exception archive sweep
      *>                 (EXCSELCT FUNC ARCHIVE)
      *>   11 DTAUDRPT   audit archive (AUDSELCT FUNC ARCHIVE)
      *>   12 DTAUDVFY   audit trail verify and daily seal
      *>                 (AUDVSELCT FUNC SEAL, USER as given
      *>                 to the cycle)            gate RC 8
      *>
      *> The steps in brackets take their run options from a
      *> selection file. The cycle does not use whatever an
      *> operator last left in that file: before each such step
      *> it writes the options shown to its own CYCSTPSL file and
      *> runs the step with the selection file name mapped onto
      *> it (for example AUDSELCT=CYCSTPSL DTAUDRPT), so a query
      *> or a one-off run between cycles cannot change what the
      *> cycle does. A step whose options cannot be written ends
      *> RC 16 without being run.
      *>
      *> and records each step's start, end and return code on the
      *> CYCCTL cycle-control file. A step ending at or above its
      *> gate code - or any step ending 16, the suite's "could not
      *> run" code - stops the cycle there.
      *>
      *> Run again for the same business date, the driver reads
      *> CYCCTL and resumes at the first step of the latest cycle
      *> that did not finish, so steps already done are never
      *> repeated. A date whose cycle completed is refused, unless
      *> the operator overrides, which starts a new cycle for the
      *> date under the next cycle number. A stopped step can also
      *> be accepted as it stands - its return code kept on record
      *> - when the operator decides the cycle should go on
      *> without rerunning it.
      *>
      *> A new business date is refused while the cycle of the
      *> date before it is unfinished - its remaining steps would
      *> otherwise never run, or run later against the new date's
      *> files. Resume that date with BUSDATE, or set OVERRIDE Y
      *> and USER to start the new date over it regardless.
      *>
      *> Run options come from a selection control file (CYCSELCT)
      *> in the DTAUDRPT keyword style:
      *>
      *>   BUSDATE  yyyymmdd      business date (default today)
      *>   USER     user id       operator, logged on the cycle
      *>   OVERRIDE Y             rerun a completed business date,
      *>                          or start a new one over an
      *>                          unfinished cycle (needs USER)
      *>   ACCEPT   step name     accept a stopped step and go on
      *>   BINDIR   path          directory prefix for the steps
      *>
      *> CYCCTL is appended to, never rewritten: each step writes
      *> a RUNNING line as it starts and a DONE, STOPPED or
      *> ACCEPTED line as it ends, and the last line for a step
      *> is its state - a RUNNING line with nothing after it is a
      *> step the driver never saw finish, and it is the one run
      *> again. Cycle-level lines (step 00, *CYCLE*) show when
      *> the cycle started, resumed, was overridden, stopped or
      *> completed.
      *>
      *> Return code 0 when the cycle completes, 8 when it stops
      *> on a step, 16 when it is refused or cannot record.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "CYCSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT STEP-SEL-FILE ASSIGN TO "CYCSTPSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-RECORD.
           05  SEL-KEYWORD              PIC X(8).
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  CYCLE-FILE.
       01  CYC-RECORD.
           05  CYC-BUS-DATE             PIC 9(8).
           05  CYC-SEP1                 PIC X.
           05  CYC-RUN-NO               PIC 9(2).
           05  CYC-SEP2                 PIC X.
           05  CYC-STEP-NO              PIC 9(2).
           05  CYC-SEP3                 PIC X.
           05  CYC-STEP-NAME            PIC X(8).
           05  CYC-SEP4                 PIC X.
           05  CYC-STATUS               PIC X(8).
           05  CYC-SEP5                 PIC X.
           05  CYC-START                PIC 9(14).
           05  CYC-SEP6                 PIC X.
           05  CYC-END                  PIC 9(14).
           05  CYC-SEP7                 PIC X.
           05  CYC-RC                   PIC 9(4).
           05  CYC-SEP8                 PIC X.
           05  CYC-USER                 PIC X(8).

       FD  STEP-SEL-FILE.
       01  STEP-SEL-RECORD.
           05  STP-KEYWORD              PIC X(8).
           05  STP-SEP                  PIC X.
           05  STP-VALUE                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-CYCLE-STATUS              PIC X(2) VALUE SPACES.
       01  WS-STEP-SEL-STATUS           PIC X(2) VALUE SPACES.

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-CYC-EOF                   PIC X VALUE "N".
           88  END-OF-CYCLE-FILE               VALUE "Y".

       01  WS-BUS-DATE                  PIC 9(8).
       01  WS-USER-ID                   PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE                  PIC X VALUE "N".
           88  OVERRIDE-REQUESTED              VALUE "Y".
       01  WS-ACCEPT-STEP               PIC X(8) VALUE SPACES.
       01  WS-BIN-DIR                   PIC X(40) VALUE SPACES.

      *> The job stream, in running order, with the return code
      *> at or above which each step stops the cycle and the
      *> selection file, if any, the cycle writes for the step.
       01  WS-STEP-LIST.
           05  FILLER       PIC X(19) VALUE "DTCTLMNT16".
           05  FILLER       PIC X(19) VALUE "DTFUTREL16".
           05  FILLER       PIC X(19) VALUE "DTBATCH 08".
           05  FILLER       PIC X(19) VALUE "DTBALPRF08BALSELCT".
           05  FILLER       PIC X(19) VALUE "DTPSTRCN16".
           05  FILLER       PIC X(19) VALUE "DTRTNINT16RTNSELCT".
           05  FILLER       PIC X(19) VALUE "DTRESUB 16".
           05  FILLER       PIC X(19) VALUE "DTRTNEXT16RTNSELCT".
           05  FILLER       PIC X(19) VALUE "DTEODRPT08".
           05  FILLER       PIC X(19) VALUE "DTEXCARC16EXCSELCT".
           05  FILLER       PIC X(19) VALUE "DTAUDRPT16AUDSELCT".
           05  FILLER       PIC X(19) VALUE "DTAUDVFY08AUDVSELCT".
       01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05  WS-STEP-ENTRY OCCURS 12 TIMES
                             INDEXED BY STEP-IDX BAT-IDX.
               10  WS-STEP-NAME         PIC X(8).
               10  WS-STEP-GATE         PIC 9(2).
               10  WS-STEP-SELECT       PIC X(9).
       01  WS-STEP-COUNT                PIC 9(2) VALUE 12.

      *> What CYCCTL says about the business date: the latest
      *> cycle number, and the last state of each of its steps.
       01  WS-LAST-RUN-NO               PIC 9(2) VALUE ZERO.
       01  WS-STEP-HISTORY.
           05  WS-STEP-HIST OCCURS 12 TIMES.
               10  WS-STEP-STATE        PIC X(8).
               10  WS-STEP-LAST-RC      PIC 9(4).
               10  WS-STEP-LAST-START   PIC 9(14).
       01  WS-PRIOR-OPEN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-STATE               PIC X(8) VALUE SPACES.

       01  WS-RUN-NO                    PIC 9(2).
       01  WS-RESUME-STEP               PIC 9(2).
       01  WS-STEP-NO                   PIC 9(2).
       01  WS-CYCLE-ACTION              PIC X(8).

       01  WS-STEP-START                PIC 9(14).
       01  WS-STEP-RC                   PIC 9(4).
       01  WS-SYSTEM-RC                 PIC S9(9).
       01  WS-COMMAND                   PIC X(100).
       01  WS-CMD-PTR                   PIC 9(3).
       01  WS-BATCH-STEP                PIC 9(2).
       01  WS-STEP-SEL-FLAG             PIC X.
           88  STEP-SELECTION-WRITTEN          VALUE "Y".

       01  WS-CYCLE-STOP                PIC X VALUE "N".
           88  CYCLE-STOPPED                   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
           PERFORM LOAD-SELECTIONS
           IF WS-ACCEPT-STEP NOT = SPACES
              AND WS-USER-ID = SPACES
              DISPLAY "DTCYCLE: ACCEPT needs a USER id "
                      "- cycle refused."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CYCLE-HISTORY
           PERFORM DECIDE-START-POINT

           OPEN EXTEND CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
              OPEN OUTPUT CYCLE-FILE
           END-IF
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "DTCYCLE: unable to open CYCCTL - file status "
                      WS-CYCLE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ZERO TO WS-STEP-START WS-STEP-RC
           MOVE ZERO TO WS-STEP-NO
           MOVE "*CYCLE*" TO CYC-STEP-NAME
           MOVE WS-CYCLE-ACTION TO CYC-STATUS
           PERFORM WRITE-CYCLE-LINE
           DISPLAY "DTCYCLE: business date " WS-BUS-DATE " cycle "
                   WS-RUN-NO " " FUNCTION TRIM (WS-CYCLE-ACTION)
                   " at step " WS-RESUME-STEP " "
                   WS-STEP-NAME (WS-RESUME-STEP)

           PERFORM VARYING STEP-IDX FROM WS-RESUME-STEP BY 1
                   UNTIL STEP-IDX > WS-STEP-COUNT
                      OR CYCLE-STOPPED
              PERFORM RUN-ONE-STEP
           END-PERFORM

           MOVE ZERO TO WS-STEP-NO
           MOVE "*CYCLE*" TO CYC-STEP-NAME
           IF CYCLE-STOPPED
              MOVE "STOPPED" TO CYC-STATUS
           ELSE
              MOVE "COMPLETE" TO CYC-STATUS
              MOVE ZERO TO WS-STEP-RC
           END-IF
           MOVE ZERO TO WS-STEP-START
           PERFORM WRITE-CYCLE-LINE
           CLOSE CYCLE-FILE

           IF CYCLE-STOPPED
              DISPLAY "DTCYCLE: cycle stopped - correct the cause "
                      "and run DTCYCLE again to resume, or ACCEPT "
                      "the step."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "DTCYCLE: business date " WS-BUS-DATE
                      " cycle complete."
              MOVE 0 TO RETURN-CODE
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
              WHEN "BUSDATE"
                 COMPUTE WS-BUS-DATE = FUNCTION NUMVAL (SEL-VALUE)
              WHEN "USER"
                 MOVE SEL-VALUE (1:8) TO WS-USER-ID
              WHEN "OVERRIDE"
                 IF SEL-VALUE (1:1) = "Y"
                    SET OVERRIDE-REQUESTED TO TRUE
                 END-IF
              WHEN "ACCEPT"
                 MOVE SEL-VALUE (1:8) TO WS-ACCEPT-STEP
              WHEN "BINDIR"
                 MOVE SEL-VALUE TO WS-BIN-DIR
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTCYCLE: unknown CYCSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       LOAD-CYCLE-HISTORY.
      *> Later lines supersede earlier ones, so reading the file
      *> front to back leaves the latest cycle number for the
      *> date and the last state of each of its steps.
           PERFORM CLEAR-STEP-HISTORY
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "00"
              PERFORM UNTIL END-OF-CYCLE-FILE
                 READ CYCLE-FILE
                    AT END
                       SET END-OF-CYCLE-FILE TO TRUE
                    NOT AT END
                       PERFORM APPLY-CYCLE-LINE
                 END-READ
              END-PERFORM
              CLOSE CYCLE-FILE
           END-IF.

       CLEAR-STEP-HISTORY.
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > WS-STEP-COUNT
              MOVE SPACES TO WS-STEP-STATE (WS-STEP-NO)
              MOVE ZERO   TO WS-STEP-LAST-RC (WS-STEP-NO)
              MOVE ZERO   TO WS-STEP-LAST-START (WS-STEP-NO)
           END-PERFORM.

       APPLY-CYCLE-LINE.
           IF CYC-BUS-DATE = WS-BUS-DATE
              IF CYC-RUN-NO > WS-LAST-RUN-NO
                 MOVE CYC-RUN-NO TO WS-LAST-RUN-NO
                 PERFORM CLEAR-STEP-HISTORY
              END-IF
              IF CYC-RUN-NO = WS-LAST-RUN-NO
                 AND CYC-STEP-NO > 0
                 AND CYC-STEP-NO <= WS-STEP-COUNT
                 MOVE CYC-STATUS TO WS-STEP-STATE (CYC-STEP-NO)
                 MOVE CYC-RC     TO WS-STEP-LAST-RC (CYC-STEP-NO)
                 IF CYC-START > 0
                    MOVE CYC-START
                      TO WS-STEP-LAST-START (CYC-STEP-NO)
                 END-IF
              END-IF
           ELSE
      *> The cycle-level state of the most recent other date, to
      *> warn when a new date starts over an unfinished one.
              IF CYC-BUS-DATE < WS-BUS-DATE
                 AND CYC-STEP-NO = 0
                 AND CYC-BUS-DATE >= WS-PRIOR-OPEN-DATE
                 MOVE CYC-BUS-DATE TO WS-PRIOR-OPEN-DATE
                 MOVE CYC-STATUS   TO WS-PRIOR-STATE
              END-IF
           END-IF.

       DECIDE-START-POINT.
      *> First step of the latest cycle not DONE or ACCEPTED is
      *> where the cycle picks up; none left means the date is
      *> complete.
           MOVE ZERO TO WS-RESUME-STEP
           IF WS-LAST-RUN-NO > 0
              PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                      UNTIL WS-STEP-NO > WS-STEP-COUNT
                         OR WS-RESUME-STEP > 0
                 IF WS-STEP-STATE (WS-STEP-NO) NOT = "DONE"
                    AND WS-STEP-STATE (WS-STEP-NO) NOT = "ACCEPTED"
                    MOVE WS-STEP-NO TO WS-RESUME-STEP
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN WS-LAST-RUN-NO = 0
                 MOVE 1 TO WS-RUN-NO
                 MOVE 1 TO WS-RESUME-STEP
                 MOVE "STARTED" TO WS-CYCLE-ACTION
                 IF WS-PRIOR-OPEN-DATE > 0
                    AND WS-PRIOR-STATE NOT = "COMPLETE"
                    PERFORM CHECK-PRIOR-CYCLE-OVERRIDE
                 END-IF
              WHEN WS-RESUME-STEP = 0
                 IF OVERRIDE-REQUESTED
                    IF WS-USER-ID = SPACES
                       DISPLAY "DTCYCLE: OVERRIDE needs a USER id "
                               "- cycle refused."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    COMPUTE WS-RUN-NO = WS-LAST-RUN-NO + 1
                    MOVE 1 TO WS-RESUME-STEP
                    MOVE "OVERRIDE" TO WS-CYCLE-ACTION
                 ELSE
                    DISPLAY "DTCYCLE: business date " WS-BUS-DATE
                            " already completed (cycle "
                            WS-LAST-RUN-NO ") - refused; set "
                            "OVERRIDE Y to run it again."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN OTHER
                 MOVE WS-LAST-RUN-NO TO WS-RUN-NO
                 MOVE "RESUMED" TO WS-CYCLE-ACTION
           END-EVALUATE.

       CHECK-PRIOR-CYCLE-OVERRIDE.
      *> The earlier date's unfinished steps - the proof, the
      *> archives, the seal - would be left undone, so only an
      *> operator who owns the decision can start past them.
           IF OVERRIDE-REQUESTED
              AND WS-USER-ID NOT = SPACES
              DISPLAY "DTCYCLE: the cycle for " WS-PRIOR-OPEN-DATE
                      " did not complete ("
                      FUNCTION TRIM (WS-PRIOR-STATE)
                      ") - overridden by "
                      FUNCTION TRIM (WS-USER-ID) "."
              MOVE "OVERRIDE" TO WS-CYCLE-ACTION
           ELSE
              DISPLAY "DTCYCLE: the cycle for " WS-PRIOR-OPEN-DATE
                      " did not complete ("
                      FUNCTION TRIM (WS-PRIOR-STATE)
                      ") - business date " WS-BUS-DATE " refused."
              DISPLAY "DTCYCLE: resume it with BUSDATE "
                      WS-PRIOR-OPEN-DATE ", or set OVERRIDE Y and "
                      "USER to start " WS-BUS-DATE " regardless."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RUN-ONE-STEP.
           SET WS-STEP-NO TO STEP-IDX
           MOVE WS-STEP-NAME (STEP-IDX) TO CYC-STEP-NAME
      *> A stopped step the operator has accepted is recorded as
      *> such and passed over, its last return code kept.
           IF WS-ACCEPT-STEP NOT = SPACES
              AND WS-ACCEPT-STEP = WS-STEP-NAME (STEP-IDX)
              AND WS-STEP-STATE (WS-STEP-NO) = "STOPPED"
              AND WS-CYCLE-ACTION = "RESUMED"
              MOVE ZERO TO WS-STEP-START
              MOVE WS-STEP-LAST-RC (WS-STEP-NO) TO WS-STEP-RC
              MOVE "ACCEPTED" TO CYC-STATUS
              PERFORM WRITE-CYCLE-LINE
              DISPLAY "DTCYCLE: step " WS-STEP-NO " "
                      WS-STEP-NAME (STEP-IDX) " accepted by "
                      WS-USER-ID " at RC " WS-STEP-RC
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START
              MOVE WS-STEP-START TO WS-STEP-LAST-START (WS-STEP-NO)
              MOVE ZERO TO WS-STEP-RC
              MOVE "RUNNING" TO CYC-STATUS
              PERFORM WRITE-CYCLE-LINE
              PERFORM EXECUTE-STEP
              MOVE WS-STEP-NAME (STEP-IDX) TO CYC-STEP-NAME
              IF WS-STEP-RC >= WS-STEP-GATE (STEP-IDX)
                 OR WS-STEP-RC >= 16
                 SET CYCLE-STOPPED TO TRUE
                 MOVE "STOPPED" TO CYC-STATUS
                 DISPLAY "DTCYCLE: step " WS-STEP-NO " "
                         WS-STEP-NAME (STEP-IDX) " ended RC "
                         WS-STEP-RC " - cycle stopped."
              ELSE
                 MOVE "DONE" TO CYC-STATUS
                 DISPLAY "DTCYCLE: step " WS-STEP-NO " "
                         WS-STEP-NAME (STEP-IDX) " ended RC "
                         WS-STEP-RC
              END-IF
              PERFORM WRITE-CYCLE-LINE
           END-IF.

       EXECUTE-STEP.
      *> The step's return code comes back from the command
      *> processor as a wait status, the code itself in the
      *> high-order byte; anything that did not end normally is
      *> treated as 16.
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           SET STEP-SELECTION-WRITTEN TO TRUE
           IF WS-STEP-SELECT (STEP-IDX) NOT = SPACES
              PERFORM WRITE-STEP-SELECTION
              STRING FUNCTION TRIM (WS-STEP-SELECT (STEP-IDX))
                     "=CYCSTPSL "
                     DELIMITED BY SIZE
                     INTO WS-COMMAND
                     WITH POINTER WS-CMD-PTR
           END-IF
           IF WS-BIN-DIR NOT = SPACES
              STRING FUNCTION TRIM (WS-BIN-DIR)
                     DELIMITED BY SIZE
                     INTO WS-COMMAND
                     WITH POINTER WS-CMD-PTR
           END-IF
           STRING FUNCTION TRIM (WS-STEP-NAME (STEP-IDX))
                  DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-CMD-PTR
           IF STEP-SELECTION-WRITTEN
              CALL "SYSTEM" USING WS-COMMAND
              END-CALL
              MOVE RETURN-CODE TO WS-SYSTEM-RC
              MOVE ZERO TO RETURN-CODE
              IF WS-SYSTEM-RC < 0
                 OR FUNCTION MOD (WS-SYSTEM-RC, 256) NOT = 0
                 MOVE 16 TO WS-STEP-RC
              ELSE
                 COMPUTE WS-STEP-RC = WS-SYSTEM-RC / 256
              END-IF
           ELSE
              MOVE 16 TO WS-STEP-RC
           END-IF.

       WRITE-CYCLE-LINE.
      *> Each line is flushed as it is written, so a driver that
      *> dies mid-step leaves that step's RUNNING line behind.
           MOVE WS-BUS-DATE TO CYC-BUS-DATE
           MOVE WS-RUN-NO   TO CYC-RUN-NO
           MOVE WS-STEP-NO  TO CYC-STEP-NO
           MOVE WS-STEP-START TO CYC-START
           IF CYC-STATUS = "RUNNING"
              MOVE ZERO TO CYC-END
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:14) TO CYC-END
           END-IF
           MOVE WS-STEP-RC  TO CYC-RC
           MOVE WS-USER-ID  TO CYC-USER
           MOVE SPACE TO CYC-SEP1 CYC-SEP2 CYC-SEP3 CYC-SEP4
                         CYC-SEP5 CYC-SEP6 CYC-SEP7 CYC-SEP8
           WRITE CYC-RECORD
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "DTCYCLE: unable to write CYCCTL - file status "
                      WS-CYCLE-STATUS
              PERFORM STOP-UNRECORDED-CYCLE
           END-IF
           CLOSE CYCLE-FILE
           OPEN EXTEND CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
              DISPLAY "DTCYCLE: unable to reopen CYCCTL - file status "
                      WS-CYCLE-STATUS
              PERFORM STOP-UNRECORDED-CYCLE
           END-IF.

       STOP-UNRECORDED-CYCLE.
      *> A step that cannot be recorded would be run again on the
      *> resume, so the cycle goes no further. The last line that
      *> did reach CYCCTL still shows where to pick up.
           DISPLAY "DTCYCLE: cycle stopped at step " WS-STEP-NO
                   " - check CYCCTL before running DTCYCLE again."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-STEP-SELECTION.
      *> The options the cycle runs the step with; a step with
      *> none listed here gets an empty file, which leaves it on
      *> its defaults.
           OPEN OUTPUT STEP-SEL-FILE
           IF WS-STEP-SEL-STATUS NOT = "00"
              DISPLAY "DTCYCLE: unable to write CYCSTPSL for "
                      WS-STEP-NAME (STEP-IDX) " - file status "
                      WS-STEP-SEL-STATUS
              MOVE "N" TO WS-STEP-SEL-FLAG
           ELSE
              MOVE SPACES TO STEP-SEL-RECORD
              EVALUATE WS-STEP-NAME (STEP-IDX)
                 WHEN "DTBALPRF"
                    PERFORM FIND-BATCH-RUN-DATE
                    MOVE "RUNDATE" TO STP-KEYWORD
                    PERFORM WRITE-STEP-SEL-LINE
                 WHEN "DTEXCARC"
                 WHEN "DTAUDRPT"
                    MOVE "FUNC"    TO STP-KEYWORD
                    MOVE "ARCHIVE" TO STP-VALUE
                    PERFORM WRITE-STEP-SEL-LINE
                 WHEN "DTAUDVFY"
                    MOVE "FUNC"    TO STP-KEYWORD
                    MOVE "SEAL"    TO STP-VALUE
                    PERFORM WRITE-STEP-SEL-LINE
                    IF WS-USER-ID NOT = SPACES
                       MOVE "USER"     TO STP-KEYWORD
                       MOVE WS-USER-ID TO STP-VALUE
                       PERFORM WRITE-STEP-SEL-LINE
                    END-IF
              END-EVALUATE
              CLOSE STEP-SEL-FILE
           END-IF.

       FIND-BATCH-RUN-DATE.
      *> DTBATCH stamps its outputs with the date it runs on, not
      *> the business date, so the proof is of the date the
      *> cycle's DTBATCH step last started - the business date
      *> only when the cycle holds no start for it.
           MOVE SPACES TO STP-VALUE
           MOVE WS-BUS-DATE TO STP-VALUE (1:8)
           SET BAT-IDX TO 1
           SEARCH WS-STEP-ENTRY VARYING BAT-IDX
              WHEN WS-STEP-NAME (BAT-IDX) = "DTBATCH"
                 SET WS-BATCH-STEP TO BAT-IDX
                 IF WS-STEP-LAST-START (WS-BATCH-STEP) > 0
                    MOVE WS-STEP-LAST-START (WS-BATCH-STEP) (1:8)
                      TO STP-VALUE (1:8)
                 END-IF
           END-SEARCH.

       WRITE-STEP-SEL-LINE.
           MOVE SPACE TO STP-SEP
           WRITE STEP-SEL-RECORD
           MOVE SPACES TO STEP-SEL-RECORD.
