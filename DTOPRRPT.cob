       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTOPRRPT.
      *> ---------------------------------------------------------
      *> DTOPRRPT - operator keying-quality and productivity
      *> report. BUG has put the operator's user id on every
      *> audit line it writes since keyed work became
      *> attributable, but nothing read it back; supervisors had
      *> no way to see who keys the most rejects or who spends the
      *> day re-keying. This program works the BUG session lines
      *> on DTAUDIT (lines with a user id - DTBATCH's batch
      *> decisions carry none and are skipped) and reports, by
      *> operator and by source:
      *>
      *>   - entries keyed and entries accepted (PASS, FUTR, and
      *>     NBUS when the DTCTLFIL ADJDIR option is set, since
      *>     BUG then accepts the entry for DTBATCH to roll)
      *>   - the first-time pass rate: accepted at the first
      *>     attempt over first attempts, re-keys left out of
      *>     both sides
      *>   - rejects by reason: bad date, bad time, period closed
      *>     and non-business day
      *>   - rejects re-keyed correctly in the same session, and
      *>     rejects left for the exceptions report
      *>   - sessions, minutes signed on and average minutes per
      *>     session
      *>
      *> followed by daily and monthly totals per operator.
      *>
      *> The audit trail carries no session number, so a session
      *> is the run of one operator's lines for one source with
      *> no gap longer than the GAP minutes between consecutive
      *> lines; its length is first line to last line. A reject
      *> counts as re-keyed when a later accepted entry in the
      *> same session carries the same date or the same time as
      *> keyed - the operator corrected the other field - and
      *> each accepted entry answers one reject at most.
      *>
      *> The selection control file (OPRSELCT) uses the AUDSELCT
      *> keyword style:
      *>
      *>   FROM    yyyymmdd      earliest audit date
      *>   THRU    yyyymmdd      latest audit date
      *>   USER    user id       one operator only
      *>   SOURCE  source id     one source only
      *>   GAP     minutes       session gap (default 30)
      *>
      *> The report goes to OPRQLRPT. Return code 4 when a count
      *> overflowed (the report says so), 16 when DTAUDIT cannot
      *> be read.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "OPRSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DT-CTL-FILE ASSIGN TO "DTCTLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPRQLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-RECORD.
           05  SEL-KEYWORD              PIC X(8).
           05  SEL-SEP                  PIC X.
           05  SEL-VALUE                PIC X(40).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  DT-CTL-FILE.
       01  CTL-RECORD                   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-AUD-EOF                   PIC X VALUE "N".
           88  END-OF-AUDIT-FILE               VALUE "Y".

       01  WS-SEL-FROM                  PIC 9(8) VALUE ZERO.
       01  WS-SEL-THRU                  PIC 9(8) VALUE 99999999.
       01  WS-SEL-USER                  PIC X(8) VALUE SPACES.
       01  WS-SEL-SOURCE                PIC X(8) VALUE SPACES.
       01  WS-GAP-MINUTES               PIC 9(4) VALUE 30.
       01  WS-GAP-SECONDS               PIC 9(8).

      *> Same ADJDIR site option BUG reads: when it is set a
      *> non-business-day entry is accepted at the session.
       01  WS-ADJUST-DIR                PIC X(4) VALUE SPACES.
           88  ADJUST-ENABLED                  VALUES "NEXT" "PREV".
       01  WS-CTL-TEXT                  PIC X(12).

       01  WS-AUD-DATE                  PIC 9(8).
       01  WS-AUD-TS                    PIC 9(14).
       01  WS-AUD-TS-PARTS REDEFINES WS-AUD-TS.
           05  WS-TS-DATE               PIC 9(8).
           05  WS-TS-HH                 PIC 9(2).
           05  WS-TS-MM                 PIC 9(2).
           05  WS-TS-SS                 PIC 9(2).
       01  WS-LINE-SECONDS              PIC 9(12).

       01  WS-ENTRY-KIND                PIC X.
           88  ENTRY-ACCEPTED                  VALUE "A".
           88  ENTRY-REJECTED                  VALUE "R".

       01  WS-READ-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-SELECT-COUNT              PIC 9(7) VALUE ZERO.

      *> The ten counts kept for every operator, operator/source,
      *> operator/day and operator/month, in this order. The
      *> delta is what one event adds to each of them. Nine
      *> digits, because a month of keying by a full floor passes
      *> seven digits of seconds signed on.
       01  WS-DELTA.
           05  DLT-KEYED                PIC 9(9).
           05  DLT-PASSED               PIC 9(9).
           05  DLT-BAD-DATE             PIC 9(9).
           05  DLT-BAD-TIME             PIC 9(9).
           05  DLT-PERIOD               PIC 9(9).
           05  DLT-NONBUS               PIC 9(9).
           05  DLT-REKEYED              PIC 9(9).
           05  DLT-LEFT                 PIC 9(9).
           05  DLT-SESSIONS             PIC 9(9).
           05  DLT-SECONDS              PIC 9(9).
       01  WS-DELTA-R REDEFINES WS-DELTA.
           05  DLT-STAT                 PIC 9(9) OCCURS 10 TIMES.
       01  WS-DLT-USER                  PIC X(8).
       01  WS-DLT-SOURCE                PIC X(8).
       01  WS-DLT-DAY                   PIC 9(8).
       01  WS-STAT-NO                   PIC 9(2).

       01  WS-OPR-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-OPR-COUNT
                            INDEXED BY OPR-IDX.
               10  WS-OPR-USER          PIC X(8).
               10  WS-OPR-STATS.
                   15  WS-OPR-STAT      PIC 9(9) OCCURS 10 TIMES.

       01  WS-OPS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-OPS-TABLE.
           05  WS-OPS-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-OPS-COUNT
                            INDEXED BY OPS-IDX.
               10  WS-OPS-USER          PIC X(8).
               10  WS-OPS-SOURCE        PIC X(8).
               10  WS-OPS-STATS.
                   15  WS-OPS-STAT      PIC 9(9) OCCURS 10 TIMES.

       01  WS-DAY-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-DAY-COUNT
                            INDEXED BY DAY-IDX.
               10  WS-DAY-USER          PIC X(8).
               10  WS-DAY-DATE          PIC 9(8).
               10  WS-DAY-STATS.
                   15  WS-DAY-STAT      PIC 9(9) OCCURS 10 TIMES.

       01  WS-MON-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-MON-COUNT
                            INDEXED BY MON-IDX.
               10  WS-MON-USER          PIC X(8).
               10  WS-MON-MONTH         PIC 9(6).
               10  WS-MON-STATS.
                   15  WS-MON-STAT      PIC 9(9) OCCURS 10 TIMES.

       01  WS-GRAND-STATS.
           05  WS-GRAND-STAT            PIC 9(9) OCCURS 10 TIMES
                                        VALUE ZERO.

       01  WS-FOUND-FLAG                PIC X.
           88  ENTRY-FOUND                     VALUE "Y".
       01  WS-FULL-FLAG                 PIC X VALUE "N".
           88  TABLE-FULL-REPORTED             VALUE "Y".
       01  WS-OVERFLOW-FLAG             PIC X VALUE "N".
           88  COUNT-OVERFLOWED                VALUE "Y".

      *> One slot per operator/source pair seen, holding the
      *> session in progress and the rejects in it still waiting
      *> for a re-key.
       01  WS-SESS-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SESS-TABLE.
           05  WS-SESS-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-SESS-COUNT
                             INDEXED BY SESS-IDX.
               10  WS-SESS-USER         PIC X(8).
               10  WS-SESS-SOURCE       PIC X(8).
               10  WS-SESS-ACTIVE       PIC X.
               10  WS-SESS-START        PIC 9(12).
               10  WS-SESS-LAST         PIC 9(12).
               10  WS-SESS-DAY          PIC 9(8).
               10  WS-SESS-PEND-COUNT   PIC 9(2).
               10  WS-SESS-PEND OCCURS 50 TIMES
                                INDEXED BY PND-IDX.
                   15  WS-PND-DATE      PIC 9(8).
                   15  WS-PND-TIME      PIC 9(6).
                   15  WS-PND-DAY       PIC 9(8).
                   15  WS-PND-STATE     PIC X.
                       88  PND-OPEN            VALUE "O".
       01  WS-SESS-FOUND                PIC X.
           88  SESSION-SLOT-FOUND              VALUE "Y".
       01  WS-PND-FOUND                 PIC X.
           88  PENDING-MATCHED                 VALUE "Y".

      *> Print work area: a table entry's counts are moved here
      *> whole and the line is built from the names.
       01  WS-PRT-STATS.
           05  PS-KEYED                 PIC 9(9).
           05  PS-PASSED                PIC 9(9).
           05  PS-BAD-DATE              PIC 9(9).
           05  PS-BAD-TIME              PIC 9(9).
           05  PS-PERIOD                PIC 9(9).
           05  PS-NONBUS                PIC 9(9).
           05  PS-REKEYED               PIC 9(9).
           05  PS-LEFT                  PIC 9(9).
           05  PS-SESSIONS              PIC 9(9).
           05  PS-SECONDS               PIC 9(9).
       01  WS-FIRST-KEYED               PIC S9(9).
       01  WS-FIRST-PASSED              PIC S9(9).
       01  WS-MINUTES                   PIC 9(9).
       01  WS-KEY2-TITLE                PIC X(8).

       01  WS-STAT-LINE.
           05  PRT-KEY1                 PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-KEY2                 PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-KEYED                PIC ZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-PASSED               PIC ZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-RATE                 PIC ZZ9.9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-BAD-DATE             PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-BAD-TIME             PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-PERIOD               PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-NONBUS               PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-REKEYED              PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-LEFT                 PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-SESSIONS             PIC ZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-MINUTES              PIC ZZZZZZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  PRT-AVERAGE              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS
           PERFORM LOAD-ADJUST-DIRECTION
           COMPUTE WS-GAP-SECONDS = WS-GAP-MINUTES * 60

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "DTOPRRPT: unable to open DTAUDIT - file status "
                      WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE
              READ AUDIT-FILE
                 AT END
                    SET END-OF-AUDIT-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM PROCESS-AUDIT-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

      *> Sessions still open at the end of the trail close on
      *> their last line.
           PERFORM VARYING SESS-IDX FROM 1 BY 1
                   UNTIL SESS-IDX > WS-SESS-COUNT
              IF WS-SESS-ACTIVE (SESS-IDX) = "Y"
                 PERFORM CLOSE-SESSION
              END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-DAILY-SECTION
           PERFORM WRITE-MONTHLY-SECTION
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "DTOPRRPT: " WS-SELECT-COUNT
                   " keyed entries reported for " WS-OPR-COUNT
                   " operator(s)."
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
              WHEN "FROM"
                 COMPUTE WS-SEL-FROM =
                         FUNCTION NUMVAL (SEL-VALUE)
              WHEN "THRU"
                 COMPUTE WS-SEL-THRU =
                         FUNCTION NUMVAL (SEL-VALUE)
              WHEN "USER"
                 MOVE SEL-VALUE (1:8) TO WS-SEL-USER
              WHEN "SOURCE"
                 MOVE SEL-VALUE (1:8) TO WS-SEL-SOURCE
              WHEN "GAP"
                 COMPUTE WS-GAP-MINUTES =
                         FUNCTION NUMVAL (SEL-VALUE)
                 IF WS-GAP-MINUTES = 0
                    DISPLAY "DTOPRRPT: GAP must be at least one "
                            "minute - 30 used."
                    MOVE 30 TO WS-GAP-MINUTES
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTOPRRPT: unknown OPRSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       LOAD-ADJUST-DIRECTION.
           OPEN INPUT DT-CTL-FILE
           IF WS-CTL-STATUS = "00"
              PERFORM UNTIL WS-CTL-STATUS NOT = "00"
                 READ DT-CTL-FILE
                    AT END
                       MOVE "10" TO WS-CTL-STATUS
                    NOT AT END
                       IF CTL-RECORD (1:8) = "ADJDIR"
                          MOVE FUNCTION TRIM (CTL-RECORD (9:))
                               TO WS-CTL-TEXT
                          IF WS-CTL-TEXT = "NEXT"
                             OR WS-CTL-TEXT = "PREV"
                             MOVE WS-CTL-TEXT (1:4) TO WS-ADJUST-DIR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DT-CTL-FILE
           END-IF.

       PROCESS-AUDIT-LINE.
           MOVE AUD-TIMESTAMP (1:8) TO WS-AUD-DATE
           IF AUD-USER-ID NOT = SPACES
              AND WS-AUD-DATE >= WS-SEL-FROM
              AND WS-AUD-DATE <= WS-SEL-THRU
              AND (WS-SEL-USER = SPACES
                   OR AUD-USER-ID = WS-SEL-USER)
              AND (WS-SEL-SOURCE = SPACES
                   OR AUD-SOURCE-ID = WS-SEL-SOURCE)
              ADD 1 TO WS-SELECT-COUNT
              MOVE AUD-TIMESTAMP TO WS-AUD-TS
              COMPUTE WS-LINE-SECONDS =
                      FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
                      + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
              PERFORM TRACK-SESSION
              PERFORM CLASSIFY-ENTRY
              IF SESSION-SLOT-FOUND
                 IF ENTRY-ACCEPTED
                    PERFORM MATCH-PENDING-REJECT
                 ELSE
                    PERFORM HOLD-PENDING-REJECT
                 END-IF
              END-IF
           END-IF.

       TRACK-SESSION.
      *> Find the operator/source slot; a line more than the gap
      *> after the slot's last line closes that session and
      *> opens the next.
           MOVE "N" TO WS-SESS-FOUND
           IF WS-SESS-COUNT > 0
              SET SESS-IDX TO 1
              SEARCH WS-SESS-ENTRY
                 WHEN WS-SESS-USER (SESS-IDX) = AUD-USER-ID
                      AND WS-SESS-SOURCE (SESS-IDX) = AUD-SOURCE-ID
                    SET SESSION-SLOT-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF SESSION-SLOT-FOUND
              IF WS-LINE-SECONDS > WS-SESS-LAST (SESS-IDX)
                                   + WS-GAP-SECONDS
                 PERFORM CLOSE-SESSION
                 PERFORM START-SESSION
              ELSE
                 MOVE WS-LINE-SECONDS TO WS-SESS-LAST (SESS-IDX)
              END-IF
           ELSE
              IF WS-SESS-COUNT < 200
                 ADD 1 TO WS-SESS-COUNT
                 SET SESS-IDX TO WS-SESS-COUNT
                 MOVE AUD-USER-ID   TO WS-SESS-USER (SESS-IDX)
                 MOVE AUD-SOURCE-ID TO WS-SESS-SOURCE (SESS-IDX)
                 SET SESSION-SLOT-FOUND TO TRUE
                 PERFORM START-SESSION
              ELSE
                 DISPLAY "DTOPRRPT: session table full - "
                         AUD-USER-ID " " AUD-SOURCE-ID
                         " counted without sessions."
              END-IF
           END-IF.

       START-SESSION.
           MOVE "Y"             TO WS-SESS-ACTIVE (SESS-IDX)
           MOVE WS-LINE-SECONDS TO WS-SESS-START (SESS-IDX)
           MOVE WS-LINE-SECONDS TO WS-SESS-LAST (SESS-IDX)
           MOVE WS-AUD-DATE     TO WS-SESS-DAY (SESS-IDX)
           MOVE ZERO            TO WS-SESS-PEND-COUNT (SESS-IDX).

       CLOSE-SESSION.
      *> Rejects never answered by a re-key in the session are
      *> the ones left for the exceptions report; each counts on
      *> the day it was keyed. The session itself counts on the
      *> day it started.
           MOVE WS-SESS-USER (SESS-IDX)   TO WS-DLT-USER
           MOVE WS-SESS-SOURCE (SESS-IDX) TO WS-DLT-SOURCE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-SESS-PEND-COUNT (SESS-IDX)
              IF PND-OPEN (SESS-IDX, PND-IDX)
                 MOVE ZERO TO WS-DELTA
                 MOVE 1 TO DLT-LEFT
                 MOVE WS-PND-DAY (SESS-IDX, PND-IDX) TO WS-DLT-DAY
                 PERFORM POST-DELTA
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-DELTA
           MOVE 1 TO DLT-SESSIONS
           COMPUTE DLT-SECONDS = WS-SESS-LAST (SESS-IDX)
                                 - WS-SESS-START (SESS-IDX)
           MOVE WS-SESS-DAY (SESS-IDX) TO WS-DLT-DAY
           PERFORM POST-DELTA
           MOVE "N" TO WS-SESS-ACTIVE (SESS-IDX)
           MOVE ZERO TO WS-SESS-PEND-COUNT (SESS-IDX).

       CLASSIFY-ENTRY.
      *> A BUG FAIL comes from DTVALID (date codes below 20,
      *> time codes above) or from DTPERCHK, and the reason text
      *> says which.
           MOVE ZERO TO WS-DELTA
           MOVE 1 TO DLT-KEYED
           SET ENTRY-REJECTED TO TRUE
           EVALUATE TRUE
              WHEN AUD-RESULT = "PASS" OR AUD-RESULT = "FUTR"
                 SET ENTRY-ACCEPTED TO TRUE
                 MOVE 1 TO DLT-PASSED
              WHEN AUD-RESULT = "NBUS" AND ADJUST-ENABLED
                 SET ENTRY-ACCEPTED TO TRUE
                 MOVE 1 TO DLT-PASSED
              WHEN AUD-RESULT = "NBUS"
                 MOVE 1 TO DLT-NONBUS
              WHEN AUD-REASON (1:28) = "Invalid date - period closed"
                 MOVE 1 TO DLT-PERIOD
              WHEN AUD-REASON (1:12) = "Invalid time"
                 MOVE 1 TO DLT-BAD-TIME
              WHEN OTHER
                 MOVE 1 TO DLT-BAD-DATE
           END-EVALUATE
           MOVE AUD-USER-ID   TO WS-DLT-USER
           MOVE AUD-SOURCE-ID TO WS-DLT-SOURCE
           MOVE WS-AUD-DATE   TO WS-DLT-DAY
           PERFORM POST-DELTA.

       MATCH-PENDING-REJECT.
           MOVE "N" TO WS-PND-FOUND
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-SESS-PEND-COUNT (SESS-IDX)
                      OR PENDING-MATCHED
              IF PND-OPEN (SESS-IDX, PND-IDX)
                 AND (WS-PND-DATE (SESS-IDX, PND-IDX) = AUD-DATE-IN
                      OR WS-PND-TIME (SESS-IDX, PND-IDX)
                         = AUD-TIME-IN)
                 SET PENDING-MATCHED TO TRUE
                 MOVE "K" TO WS-PND-STATE (SESS-IDX, PND-IDX)
                 MOVE ZERO TO WS-DELTA
                 MOVE 1 TO DLT-REKEYED
                 MOVE WS-PND-DAY (SESS-IDX, PND-IDX) TO WS-DLT-DAY
                 PERFORM POST-DELTA
              END-IF
           END-PERFORM.

       HOLD-PENDING-REJECT.
           IF WS-SESS-PEND-COUNT (SESS-IDX) < 50
              ADD 1 TO WS-SESS-PEND-COUNT (SESS-IDX)
              SET PND-IDX TO WS-SESS-PEND-COUNT (SESS-IDX)
              MOVE AUD-DATE-IN TO WS-PND-DATE (SESS-IDX, PND-IDX)
              MOVE AUD-TIME-IN TO WS-PND-TIME (SESS-IDX, PND-IDX)
              MOVE WS-AUD-DATE TO WS-PND-DAY (SESS-IDX, PND-IDX)
              MOVE "O"         TO WS-PND-STATE (SESS-IDX, PND-IDX)
           ELSE
      *> More waiting rejects than one session can track; the
      *> extra one is counted as left straight away.
              MOVE ZERO TO WS-DELTA
              MOVE 1 TO DLT-LEFT
              PERFORM POST-DELTA
           END-IF.

       POST-DELTA.
      *> Add the delta to the run, the operator, the operator/
      *> source pair, the operator's day and the operator's
      *> month, creating entries as they are first seen.
           PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                   UNTIL WS-STAT-NO > 10
              ADD DLT-STAT (WS-STAT-NO)
                  TO WS-GRAND-STAT (WS-STAT-NO)
                  ON SIZE ERROR
                     PERFORM REPORT-COUNT-OVERFLOW
              END-ADD
           END-PERFORM
           PERFORM POST-TO-OPERATOR
           PERFORM POST-TO-OPERATOR-SOURCE
           PERFORM POST-TO-DAY
           PERFORM POST-TO-MONTH.

       POST-TO-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-OPR-COUNT > 0
              SET OPR-IDX TO 1
              SEARCH WS-OPR-ENTRY
                 WHEN WS-OPR-USER (OPR-IDX) = WS-DLT-USER
                    SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-OPR-COUNT < 200
              ADD 1 TO WS-OPR-COUNT
              SET OPR-IDX TO WS-OPR-COUNT
              MOVE WS-DLT-USER TO WS-OPR-USER (OPR-IDX)
              MOVE ZERO TO WS-OPR-STATS (OPR-IDX)
              SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
              PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                      UNTIL WS-STAT-NO > 10
                 ADD DLT-STAT (WS-STAT-NO)
                     TO WS-OPR-STAT (OPR-IDX, WS-STAT-NO)
                     ON SIZE ERROR
                        PERFORM REPORT-COUNT-OVERFLOW
                 END-ADD
              END-PERFORM
           ELSE
              PERFORM REPORT-TABLE-FULL
           END-IF.

       POST-TO-OPERATOR-SOURCE.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-OPS-COUNT > 0
              SET OPS-IDX TO 1
              SEARCH WS-OPS-ENTRY
                 WHEN WS-OPS-USER (OPS-IDX) = WS-DLT-USER
                      AND WS-OPS-SOURCE (OPS-IDX) = WS-DLT-SOURCE
                    SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-OPS-COUNT < 500
              ADD 1 TO WS-OPS-COUNT
              SET OPS-IDX TO WS-OPS-COUNT
              MOVE WS-DLT-USER   TO WS-OPS-USER (OPS-IDX)
              MOVE WS-DLT-SOURCE TO WS-OPS-SOURCE (OPS-IDX)
              MOVE ZERO TO WS-OPS-STATS (OPS-IDX)
              SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
              PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                      UNTIL WS-STAT-NO > 10
                 ADD DLT-STAT (WS-STAT-NO)
                     TO WS-OPS-STAT (OPS-IDX, WS-STAT-NO)
                     ON SIZE ERROR
                        PERFORM REPORT-COUNT-OVERFLOW
                 END-ADD
              END-PERFORM
           ELSE
              PERFORM REPORT-TABLE-FULL
           END-IF.

       POST-TO-DAY.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-DAY-COUNT > 0
              SET DAY-IDX TO 1
              SEARCH WS-DAY-ENTRY
                 WHEN WS-DAY-USER (DAY-IDX) = WS-DLT-USER
                      AND WS-DAY-DATE (DAY-IDX) = WS-DLT-DAY
                    SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-DAY-COUNT < 5000
              ADD 1 TO WS-DAY-COUNT
              SET DAY-IDX TO WS-DAY-COUNT
              MOVE WS-DLT-USER TO WS-DAY-USER (DAY-IDX)
              MOVE WS-DLT-DAY  TO WS-DAY-DATE (DAY-IDX)
              MOVE ZERO TO WS-DAY-STATS (DAY-IDX)
              SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
              PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                      UNTIL WS-STAT-NO > 10
                 ADD DLT-STAT (WS-STAT-NO)
                     TO WS-DAY-STAT (DAY-IDX, WS-STAT-NO)
                     ON SIZE ERROR
                        PERFORM REPORT-COUNT-OVERFLOW
                 END-ADD
              END-PERFORM
           ELSE
              PERFORM REPORT-TABLE-FULL
           END-IF.

       POST-TO-MONTH.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-MON-COUNT > 0
              SET MON-IDX TO 1
              SEARCH WS-MON-ENTRY
                 WHEN WS-MON-USER (MON-IDX) = WS-DLT-USER
                      AND WS-MON-MONTH (MON-IDX) = WS-DLT-DAY (1:6)
                    SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF
           IF NOT ENTRY-FOUND AND WS-MON-COUNT < 1000
              ADD 1 TO WS-MON-COUNT
              SET MON-IDX TO WS-MON-COUNT
              MOVE WS-DLT-USER      TO WS-MON-USER (MON-IDX)
              MOVE WS-DLT-DAY (1:6) TO WS-MON-MONTH (MON-IDX)
              MOVE ZERO TO WS-MON-STATS (MON-IDX)
              SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
              PERFORM VARYING WS-STAT-NO FROM 1 BY 1
                      UNTIL WS-STAT-NO > 10
                 ADD DLT-STAT (WS-STAT-NO)
                     TO WS-MON-STAT (MON-IDX, WS-STAT-NO)
                     ON SIZE ERROR
                        PERFORM REPORT-COUNT-OVERFLOW
                 END-ADD
              END-PERFORM
           ELSE
              PERFORM REPORT-TABLE-FULL
           END-IF.

       REPORT-TABLE-FULL.
      *> Said once; the run totals still count everything.
           IF NOT TABLE-FULL-REPORTED
              DISPLAY "DTOPRRPT: a totals table is full - narrow "
                      "the FROM/THRU range; run totals still "
                      "complete."
              SET TABLE-FULL-REPORTED TO TRUE
           END-IF.

       REPORT-COUNT-OVERFLOW.
      *> Said once, flagged on the report and in the return code;
      *> the count that overflowed keeps its last good value.
           IF NOT COUNT-OVERFLOWED
              DISPLAY "DTOPRRPT: a count passed 999999999 - narrow "
                      "the FROM/THRU range; totals incomplete."
              SET COUNT-OVERFLOWED TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Operator Keying Quality Report - Run Date "
                  WS-RUN-DATE " - Audit Dates " WS-SEL-FROM
                  " to " WS-SEL-THRU
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Session gap " WS-GAP-MINUTES " minutes"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF WS-SEL-USER NOT = SPACES
              MOVE "- operator" TO REPORT-LINE (26:10)
              MOVE WS-SEL-USER  TO REPORT-LINE (37:8)
           END-IF
           IF WS-SEL-SOURCE NOT = SPACES
              MOVE "- source"    TO REPORT-LINE (46:8)
              MOVE WS-SEL-SOURCE TO REPORT-LINE (55:8)
           END-IF
           WRITE REPORT-LINE.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR " WS-KEY2-TITLE
                  "   KEYED  PASSED 1ST %  BADDT  BADTM PERIOD"
                  " NONBUS REKEYD   LEFT SESSNS  MINUTES AVGMN"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SOURCE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Keyed work by operator and source" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SOURCE" TO WS-KEY2-TITLE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT
              PERFORM VARYING OPS-IDX FROM 1 BY 1
                      UNTIL OPS-IDX > WS-OPS-COUNT
                 IF WS-OPS-USER (OPS-IDX) = WS-OPR-USER (OPR-IDX)
                    MOVE WS-OPS-STATS (OPS-IDX) TO WS-PRT-STATS
                    MOVE WS-OPS-USER (OPS-IDX)   TO PRT-KEY1
                    MOVE WS-OPS-SOURCE (OPS-IDX) TO PRT-KEY2
                    PERFORM WRITE-STAT-LINE
                 END-IF
              END-PERFORM
              MOVE WS-OPR-STATS (OPR-IDX) TO WS-PRT-STATS
              MOVE WS-OPR-USER (OPR-IDX)  TO PRT-KEY1
              MOVE "*TOTAL*"              TO PRT-KEY2
              PERFORM WRITE-STAT-LINE
           END-PERFORM
           MOVE WS-GRAND-STATS TO WS-PRT-STATS
           MOVE "*ALL*"        TO PRT-KEY1
           MOVE "*TOTAL*"      TO PRT-KEY2
           PERFORM WRITE-STAT-LINE.

       WRITE-DAILY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Daily totals by operator" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATE" TO WS-KEY2-TITLE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT
              PERFORM VARYING DAY-IDX FROM 1 BY 1
                      UNTIL DAY-IDX > WS-DAY-COUNT
                 IF WS-DAY-USER (DAY-IDX) = WS-OPR-USER (OPR-IDX)
                    MOVE WS-DAY-STATS (DAY-IDX) TO WS-PRT-STATS
                    MOVE WS-DAY-USER (DAY-IDX)  TO PRT-KEY1
                    MOVE WS-DAY-DATE (DAY-IDX)  TO PRT-KEY2
                    PERFORM WRITE-STAT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-MONTHLY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Monthly totals by operator" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MONTH" TO WS-KEY2-TITLE
           PERFORM WRITE-COLUMN-HEADING
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT
              PERFORM VARYING MON-IDX FROM 1 BY 1
                      UNTIL MON-IDX > WS-MON-COUNT
                 IF WS-MON-USER (MON-IDX) = WS-OPR-USER (OPR-IDX)
                    MOVE WS-MON-STATS (MON-IDX) TO WS-PRT-STATS
                    MOVE WS-MON-USER (MON-IDX)  TO PRT-KEY1
                    MOVE WS-MON-MONTH (MON-IDX) TO PRT-KEY2
                    PERFORM WRITE-STAT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-STAT-LINE.
      *> First attempts are the entries keyed less the re-keys;
      *> first-time passes the accepted entries less the re-keys.
           COMPUTE WS-FIRST-KEYED  = PS-KEYED - PS-REKEYED
           COMPUTE WS-FIRST-PASSED = PS-PASSED - PS-REKEYED
           IF WS-FIRST-PASSED < 0
              MOVE ZERO TO WS-FIRST-PASSED
           END-IF
           IF WS-FIRST-KEYED > 0
              COMPUTE PRT-RATE ROUNDED =
                      WS-FIRST-PASSED * 100 / WS-FIRST-KEYED
           ELSE
              MOVE ZERO TO PRT-RATE
           END-IF
           COMPUTE WS-MINUTES = PS-SECONDS / 60
           MOVE PS-KEYED    TO PRT-KEYED
           MOVE PS-PASSED   TO PRT-PASSED
           MOVE PS-BAD-DATE TO PRT-BAD-DATE
           MOVE PS-BAD-TIME TO PRT-BAD-TIME
           MOVE PS-PERIOD   TO PRT-PERIOD
           MOVE PS-NONBUS   TO PRT-NONBUS
           MOVE PS-REKEYED  TO PRT-REKEYED
           MOVE PS-LEFT     TO PRT-LEFT
           MOVE PS-SESSIONS TO PRT-SESSIONS
           MOVE WS-MINUTES  TO PRT-MINUTES
           IF PS-SESSIONS > 0
              COMPUTE PRT-AVERAGE ROUNDED = WS-MINUTES / PS-SESSIONS
           ELSE
              MOVE ZERO TO PRT-AVERAGE
           END-IF
           MOVE WS-STAT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Audit lines read    : " WS-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Keyed lines selected: " WS-SELECT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Operators           : " WS-OPR-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF COUNT-OVERFLOWED
              MOVE SPACES TO REPORT-LINE
              MOVE "** A count overflowed - totals incomplete **"
                   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
