       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTCTLMNT.
      *> ---------------------------------------------------------
      *> DTCTLMNT - site control file maintenance.
      *> DTCTLFIL holds the options that drive the whole suite -
      *> the cutoff override record and the ADJDIR, DUPDAYS,
      *> MAXPCT, MAXCONS and REVDAYS keywords - and used to be
      *> edited by hand, so a typo surfaced only as a console
      *> message from the night's run after the wrong value had
      *> already been used. This program is now the supported way
      *> to change it: it applies a command file (CTLCMDS) against
      *> the current file and rewrites it, the same way DTSRCMNT
      *> maintains the source master.
      *>
      *> CTLCMDS commands, one per line:
      *>   SET user keyword value [yyyymmdd]   set an option
      *>   CLR user keyword [yyyymmdd]         remove an option,
      *>                                       back to the default
      *>   CAN user keyword yyyymmdd           cancel a scheduled
      *>                                       change
      *>   LST user                            list to CTLLIST
      *>
      *> The keyword CUTOFF stands for the numeric cutoff record.
      *> Every value is validated before it is accepted:
      *>   CUTOFF   a date that passes DTVALID, not earlier than
      *>            the day it takes effect
      *>   ADJDIR   NEXT or PREV
      *>   DUPDAYS  whole days, 1 to 999
      *>   REVDAYS  whole days, 1 to 999
      *>   MAXPCT   percentage 0 to 100, two decimals at most
      *>            (0 = threshold not checked)
      *>   MAXCONS  whole number 0 to 9999 (0 = not checked)
      *>
      *> A command with an effective date after today is not
      *> applied but scheduled on the CTLPEND pending file; every
      *> run of this program first applies the scheduled changes
      *> that have fallen due, so DTCTLMNT runs ahead of the
      *> day's batch whether or not it has commands of its own.
      *> The readers of DTCTLFIL are unchanged - they only ever
      *> see the options in force.
      *>
      *> CTLCMDS is emptied once a run has worked it, so the next
      *> night's cycle does not apply the same commands again -
      *> a stale SET would otherwise put back the old value over
      *> a scheduled change the moment that change fell due.
      *>
      *> Every change, schedule, cancellation and rejection is
      *> written to the CTLMLOG maintenance log with a timestamp,
      *> the user id and the old and new values, in the DTSRCMNT
      *> log style.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DT-CTL-FILE ASSIGN TO "DTCTLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PEND-FILE ASSIGN TO "CTLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CMD-FILE ASSIGN TO "CTLCMDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT LIST-FILE ASSIGN TO "CTLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT MLOG-FILE ASSIGN TO "CTLMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DT-CTL-FILE.
       01  CTL-RECORD                   PIC X(80).

       FD  PEND-FILE.
       01  PND-RECORD.
           05  PND-EFF-DATE             PIC 9(8).
           05  PND-SEP1                 PIC X.
           05  PND-ACTION               PIC X(3).
           05  PND-SEP2                 PIC X.
           05  PND-KEYWORD              PIC X(8).
           05  PND-SEP3                 PIC X.
           05  PND-VALUE                PIC X(12).
           05  PND-SEP4                 PIC X.
           05  PND-USER                 PIC X(8).
           05  PND-SEP5                 PIC X.
           05  PND-TIMESTAMP            PIC 9(14).

       FD  CMD-FILE.
       01  CMD-RECORD.
           05  CMD-VERB                 PIC X(3).
           05  CMD-SEP1                 PIC X.
           05  CMD-USER                 PIC X(8).
           05  CMD-SEP2                 PIC X.
           05  CMD-KEYWORD              PIC X(8).
           05  CMD-SEP3                 PIC X.
           05  CMD-VALUE                PIC X(12).
           05  CMD-SEP4                 PIC X.
           05  CMD-EFF-DATE             PIC X(8).

       FD  LIST-FILE.
       01  LIST-LINE                    PIC X(80).

       FD  MLOG-FILE.
       01  MLOG-RECORD.
           05  MLG-TIMESTAMP            PIC 9(14).
           05  MLG-SEP1                 PIC X.
           05  MLG-USER                 PIC X(8).
           05  MLG-SEP2                 PIC X.
           05  MLG-ACTION               PIC X(8).
           05  MLG-SEP3                 PIC X.
           05  MLG-KEYWORD              PIC X(8).
           05  MLG-SEP4                 PIC X.
           05  MLG-TEXT                 PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-PEND-STATUS               PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                PIC X(2) VALUE SPACES.
       01  WS-LIST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-MLOG-STATUS               PIC X(2) VALUE SPACES.

       01  WS-CTL-EOF                   PIC X VALUE "N".
           88  END-OF-CTL-FILE                 VALUE "Y".
       01  WS-PEND-EOF                  PIC X VALUE "N".
           88  END-OF-PEND-FILE                VALUE "Y".
       01  WS-CMD-EOF                   PIC X VALUE "N".
           88  END-OF-CMD-FILE                 VALUE "Y".

       01  WS-TODAY                     PIC 9(8).

      *> The in-storage copy of DTCTLFIL, line for line, so any
      *> line this program does not manage is written back as it
      *> was. Removals flip the entry flag.
       01  WS-OPT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-OPT-TABLE.
           05  WS-OPT-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-OPT-COUNT
                            INDEXED BY OPT-IDX.
               10  WS-OPT-LINE          PIC X(80).
               10  WS-OPT-DELETED       PIC X.
                   88  OPT-ENTRY-DELETED       VALUE "Y".

       01  WS-PND-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-PND-COUNT
                            INDEXED BY PND-IDX.
               10  WS-PND-EFF-DATE      PIC 9(8).
               10  WS-PND-ACTION        PIC X(3).
               10  WS-PND-KEYWORD       PIC X(8).
               10  WS-PND-VALUE         PIC X(12).
               10  WS-PND-USER          PIC X(8).
               10  WS-PND-TIMESTAMP     PIC 9(14).
               10  WS-PND-DELETED       PIC X.
                   88  PND-ENTRY-DELETED       VALUE "Y".

       01  WS-CHANGED                   PIC X VALUE "N".
           88  CONTROL-CHANGED                 VALUE "Y".
       01  WS-PND-CHANGED               PIC X VALUE "N".
           88  PENDING-CHANGED                 VALUE "Y".
       01  WS-CMD-OPEN                  PIC X VALUE "N".
           88  COMMANDS-OPEN                   VALUE "Y".
       01  WS-APPLY-FLAG                PIC X VALUE "N".
           88  APPLYING-SCHEDULED              VALUE "Y".

      *> The change being worked - from a command or from a
      *> pending entry that has fallen due.
       01  WS-CHG-ACTION                PIC X(3).
       01  WS-CHG-USER                  PIC X(8).
       01  WS-CHG-KEYWORD               PIC X(8).
           88  KEYWORD-IS-CUTOFF               VALUE "CUTOFF".
           88  KEYWORD-IS-KNOWN                VALUES "CUTOFF"
                                               "ADJDIR" "DUPDAYS"
                                               "REVDAYS" "MAXPCT"
                                               "MAXCONS".
       01  WS-CHG-VALUE                 PIC X(12).
       01  WS-CHG-EFF-DATE              PIC 9(8).
       01  WS-OLD-VALUE                 PIC X(12).

       01  WS-VALID-FLAG                PIC X.
           88  VALUE-IS-VALID                  VALUE "Y".
       01  WS-REJECT-TEXT               PIC X(40).
       01  WS-OPT-FOUND                 PIC X.
           88  OPTION-FOUND                    VALUE "Y".
       01  WS-OPT-FOUND-IDX             PIC 9(3).
       01  WS-PND-FOUND                 PIC X.
           88  PENDING-FOUND                   VALUE "Y".

      *> Numeric value checking: the text is trimmed, at most
      *> one decimal point is allowed where the option takes
      *> decimals, and every other character must be a digit.
       01  WS-NUM-TEXT                  PIC X(12).
       01  WS-NUM-CHECK                 PIC X(12).
       01  WS-NUM-LEN                   PIC 9(2).
       01  WS-INT-LEN                   PIC 9(2).
       01  WS-DOT-COUNT                 PIC 9(2).
       01  WS-DECIMALS-OK               PIC X.
           88  DECIMALS-ALLOWED                VALUE "Y".
       01  WS-NUM-VALUE                 PIC 9(6)V99.
       01  WS-RANGE-LOW                 PIC 9(6)V99.
       01  WS-RANGE-HIGH                PIC 9(6)V99.
       01  WS-RANGE-LOW-ED              PIC ZZZZZ9.
       01  WS-RANGE-HIGH-ED             PIC ZZZZZ9.

       COPY WSAREA.

      *> The cutoff only has to be a real calendar date here, so
      *> the DTVALID cutoff check itself is disarmed.
       01  WS-MAX-DATE                  PIC 9(8) VALUE 99991231.
       01  WS-STATUS-CODE               PIC 9(2).
       01  WS-REASON                    PIC X(40).

       01  WS-LIST-DETAIL.
           05  LST-KEYWORD              PIC X(8).
           05  LST-SEP1                 PIC X VALUE SPACE.
           05  LST-VALUE                PIC X(12).
           05  LST-SEP2                 PIC X VALUE SPACE.
           05  LST-NOTE                 PIC X(40).

       01  WS-PEND-DETAIL.
           05  LPD-EFF-DATE             PIC 9(8).
           05  LPD-SEP1                 PIC X VALUE SPACE.
           05  LPD-ACTION               PIC X(3).
           05  LPD-SEP2                 PIC X VALUE SPACE.
           05  LPD-KEYWORD              PIC X(8).
           05  LPD-SEP3                 PIC X VALUE SPACE.
           05  LPD-VALUE                PIC X(12).
           05  LPD-SEP4                 PIC X VALUE SPACE.
           05  LPD-USER                 PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM LOAD-CONTROL-TABLE
           PERFORM LOAD-PENDING-TABLE
           PERFORM OPEN-FILES

           SET APPLYING-SCHEDULED TO TRUE
           PERFORM APPLY-DUE-CHANGES
           MOVE "N" TO WS-APPLY-FLAG

           IF COMMANDS-OPEN
              PERFORM UNTIL END-OF-CMD-FILE
                 READ CMD-FILE
                    AT END
                       SET END-OF-CMD-FILE TO TRUE
                    NOT AT END
                       PERFORM PROCESS-COMMAND
                 END-READ
              END-PERFORM
           END-IF

           IF CONTROL-CHANGED
              PERFORM REWRITE-CONTROL-FILE
           END-IF
           IF PENDING-CHANGED
              PERFORM REWRITE-PENDING-FILE
           END-IF
           PERFORM CLOSE-FILES
           IF COMMANDS-OPEN
              OPEN OUTPUT CMD-FILE
              CLOSE CMD-FILE
           END-IF
           STOP RUN.

       OPEN-FILES.
      *> With no CTLCMDS the run only applies what has fallen
      *> due, which is how the daily run uses it.
           OPEN INPUT CMD-FILE
           IF WS-CMD-STATUS = "00"
              SET COMMANDS-OPEN TO TRUE
           ELSE
              DISPLAY "DTCTLMNT: no CTLCMDS - scheduled changes "
                      "only"
           END-IF
           OPEN EXTEND MLOG-FILE
           IF WS-MLOG-STATUS NOT = "00"
              OPEN OUTPUT MLOG-FILE
           END-IF.

       CLOSE-FILES.
           IF COMMANDS-OPEN
              CLOSE CMD-FILE
           END-IF
           CLOSE MLOG-FILE.

       LOAD-CONTROL-TABLE.
           OPEN INPUT DT-CTL-FILE
           IF WS-CTL-STATUS = "00"
              PERFORM UNTIL END-OF-CTL-FILE
                 READ DT-CTL-FILE
                    AT END
                       SET END-OF-CTL-FILE TO TRUE
                    NOT AT END
                       IF WS-OPT-COUNT < 100
                          ADD 1 TO WS-OPT-COUNT
                          MOVE CTL-RECORD TO
                               WS-OPT-LINE (WS-OPT-COUNT)
                          MOVE "N" TO WS-OPT-DELETED (WS-OPT-COUNT)
                       ELSE
                          DISPLAY "DTCTLMNT: DTCTLFIL has more than "
                                  "100 lines - run stopped."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DT-CTL-FILE
           END-IF.

       LOAD-PENDING-TABLE.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = "00"
              PERFORM UNTIL END-OF-PEND-FILE
                 READ PEND-FILE
                    AT END
                       SET END-OF-PEND-FILE TO TRUE
                    NOT AT END
                       IF WS-PND-COUNT < 200
                          ADD 1 TO WS-PND-COUNT
                          MOVE PND-EFF-DATE  TO
                               WS-PND-EFF-DATE (WS-PND-COUNT)
                          MOVE PND-ACTION    TO
                               WS-PND-ACTION (WS-PND-COUNT)
                          MOVE PND-KEYWORD   TO
                               WS-PND-KEYWORD (WS-PND-COUNT)
                          MOVE PND-VALUE     TO
                               WS-PND-VALUE (WS-PND-COUNT)
                          MOVE PND-USER      TO
                               WS-PND-USER (WS-PND-COUNT)
                          MOVE PND-TIMESTAMP TO
                               WS-PND-TIMESTAMP (WS-PND-COUNT)
                          MOVE "N" TO WS-PND-DELETED (WS-PND-COUNT)
                       ELSE
                          DISPLAY "DTCTLMNT: CTLPEND has more than "
                                  "200 lines - run stopped."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PEND-FILE
           END-IF.

       APPLY-DUE-CHANGES.
      *> Scheduled changes come off the pending file in the order
      *> they were scheduled. The value is validated again as it
      *> is applied - a cutoff that was in the future when it was
      *> scheduled is checked against the day it lands.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-COUNT
              IF NOT PND-ENTRY-DELETED (PND-IDX)
                 AND WS-PND-EFF-DATE (PND-IDX) <= WS-TODAY
                 MOVE WS-PND-ACTION (PND-IDX)   TO WS-CHG-ACTION
                 MOVE WS-PND-USER (PND-IDX)     TO WS-CHG-USER
                 MOVE WS-PND-KEYWORD (PND-IDX)  TO WS-CHG-KEYWORD
                 MOVE WS-PND-VALUE (PND-IDX)    TO WS-CHG-VALUE
                 MOVE WS-TODAY                  TO WS-CHG-EFF-DATE
                 MOVE "Y" TO WS-PND-DELETED (PND-IDX)
                 SET PENDING-CHANGED TO TRUE
                 IF WS-CHG-ACTION = "CLR"
                    PERFORM REMOVE-OPTION
                 ELSE
                    PERFORM VALIDATE-OPTION
                    IF VALUE-IS-VALID
                       PERFORM STORE-OPTION
                    ELSE
                       DISPLAY "DTCTLMNT: scheduled " WS-CHG-KEYWORD
                               " change dropped - "
                               FUNCTION TRIM (WS-REJECT-TEXT)
                       MOVE "REJECTED"     TO MLG-ACTION
                       MOVE WS-REJECT-TEXT TO MLG-TEXT
                       PERFORM WRITE-MAINT-LOG
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       PROCESS-COMMAND.
           MOVE CMD-VERB    TO WS-CHG-ACTION
           MOVE CMD-USER    TO WS-CHG-USER
           MOVE CMD-KEYWORD TO WS-CHG-KEYWORD
           MOVE CMD-VALUE   TO WS-CHG-VALUE
           EVALUATE CMD-VERB
              WHEN "SET"
                 PERFORM SET-OPTION
              WHEN "CLR"
                 PERFORM CLEAR-OPTION
              WHEN "CAN"
                 PERFORM CANCEL-CHANGE
              WHEN "LST"
                 PERFORM LIST-OPTIONS
              WHEN OTHER
                 DISPLAY "DTCTLMNT: unknown command " CMD-VERB
                 MOVE "REJECTED" TO MLG-ACTION
                 MOVE "Unknown command verb" TO MLG-TEXT
                 PERFORM WRITE-MAINT-LOG
           END-EVALUATE.

       SET-OPTION.
           PERFORM CHECK-EFFECTIVE-DATE
           IF VALUE-IS-VALID
              PERFORM VALIDATE-OPTION
           END-IF
           IF NOT VALUE-IS-VALID
              DISPLAY "DTCTLMNT: SET " WS-CHG-KEYWORD
                      " rejected - " FUNCTION TRIM (WS-REJECT-TEXT)
              MOVE "REJECTED"     TO MLG-ACTION
              MOVE WS-REJECT-TEXT TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           ELSE
              IF WS-CHG-EFF-DATE > WS-TODAY
                 PERFORM SCHEDULE-CHANGE
              ELSE
                 PERFORM STORE-OPTION
              END-IF
           END-IF.

       CLEAR-OPTION.
           PERFORM CHECK-EFFECTIVE-DATE
           IF VALUE-IS-VALID AND NOT KEYWORD-IS-KNOWN
              MOVE "N" TO WS-VALID-FLAG
              MOVE "Unknown option keyword" TO WS-REJECT-TEXT
           END-IF
           IF NOT VALUE-IS-VALID
              DISPLAY "DTCTLMNT: CLR " WS-CHG-KEYWORD
                      " rejected - " FUNCTION TRIM (WS-REJECT-TEXT)
              MOVE "REJECTED"     TO MLG-ACTION
              MOVE WS-REJECT-TEXT TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           ELSE
              MOVE SPACES TO WS-CHG-VALUE
              IF WS-CHG-EFF-DATE > WS-TODAY
                 PERFORM SCHEDULE-CHANGE
              ELSE
                 PERFORM REMOVE-OPTION
              END-IF
           END-IF.

       CANCEL-CHANGE.
           MOVE "N" TO WS-PND-FOUND
           IF CMD-EFF-DATE IS NUMERIC
              MOVE CMD-EFF-DATE TO WS-CHG-EFF-DATE
              PERFORM FIND-PENDING
           END-IF
           IF PENDING-FOUND
              MOVE "Y" TO WS-PND-DELETED (PND-IDX)
              SET PENDING-CHANGED TO TRUE
              MOVE "CANCELLD" TO MLG-ACTION
              MOVE SPACES     TO MLG-TEXT
              IF WS-PND-ACTION (PND-IDX) = "CLR"
                 STRING "Clear due " WS-CHG-EFF-DATE " cancelled"
                        DELIMITED BY SIZE
                        INTO MLG-TEXT
              ELSE
                 STRING FUNCTION TRIM (WS-PND-VALUE (PND-IDX))
                        " due " WS-CHG-EFF-DATE " cancelled"
                        DELIMITED BY SIZE
                        INTO MLG-TEXT
              END-IF
              PERFORM WRITE-MAINT-LOG
           ELSE
              DISPLAY "DTCTLMNT: CAN " WS-CHG-KEYWORD " "
                      CMD-EFF-DATE " rejected - nothing scheduled"
              MOVE "REJECTED" TO MLG-ACTION
              MOVE "No change scheduled for that date" TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           END-IF.

       CHECK-EFFECTIVE-DATE.
      *> Blank means today. Anything else must be a real date,
      *> and not one already gone - a change cannot be back-dated
      *> into runs that have happened.
           SET VALUE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           IF CMD-EFF-DATE = SPACES
              MOVE WS-TODAY TO WS-CHG-EFF-DATE
           ELSE
              IF CMD-EFF-DATE IS NUMERIC
                 MOVE CMD-EFF-DATE TO WS-DATE-N
                 MOVE ZERO         TO WS-TIME-N
                 CALL "DTVALID" USING WS-AREA WS-MAX-DATE
                                       WS-STATUS-CODE WS-REASON
                 END-CALL
                 IF WS-STATUS-CODE NOT = 0
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE SPACES TO WS-REJECT-TEXT
                    STRING "Effective " FUNCTION TRIM (WS-REASON)
                           DELIMITED BY SIZE
                           INTO WS-REJECT-TEXT
                 ELSE
                    MOVE CMD-EFF-DATE TO WS-CHG-EFF-DATE
                    IF WS-CHG-EFF-DATE < WS-TODAY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Effective date already past"
                            TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              ELSE
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Effective date not numeric" TO WS-REJECT-TEXT
              END-IF
           END-IF.

       VALIDATE-OPTION.
           SET VALUE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
              WHEN KEYWORD-IS-CUTOFF
                 PERFORM CHECK-CUTOFF-DATE
              WHEN WS-CHG-KEYWORD = "ADJDIR"
                 MOVE FUNCTION TRIM (WS-CHG-VALUE) TO WS-CHG-VALUE
                 IF WS-CHG-VALUE NOT = "NEXT"
                    AND WS-CHG-VALUE NOT = "PREV"
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "ADJDIR must be NEXT or PREV"
                         TO WS-REJECT-TEXT
                 END-IF
              WHEN WS-CHG-KEYWORD = "DUPDAYS"
                   OR WS-CHG-KEYWORD = "REVDAYS"
                 MOVE "N" TO WS-DECIMALS-OK
                 MOVE 1   TO WS-RANGE-LOW
                 MOVE 999 TO WS-RANGE-HIGH
                 PERFORM CHECK-NUMBER
              WHEN WS-CHG-KEYWORD = "MAXPCT"
                 MOVE "Y" TO WS-DECIMALS-OK
                 MOVE 0   TO WS-RANGE-LOW
                 MOVE 100 TO WS-RANGE-HIGH
                 PERFORM CHECK-NUMBER
              WHEN WS-CHG-KEYWORD = "MAXCONS"
                 MOVE "N" TO WS-DECIMALS-OK
                 MOVE 0    TO WS-RANGE-LOW
                 MOVE 9999 TO WS-RANGE-HIGH
                 PERFORM CHECK-NUMBER
              WHEN OTHER
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Unknown option keyword" TO WS-REJECT-TEXT
           END-EVALUATE.

       CHECK-CUTOFF-DATE.
      *> The cutoff is the latest date a transaction may carry;
      *> one earlier than the day it takes effect would reject
      *> that day's own work.
           MOVE FUNCTION TRIM (WS-CHG-VALUE) TO WS-CHG-VALUE
           IF WS-CHG-VALUE (1:8) IS NUMERIC
              AND WS-CHG-VALUE (9:) = SPACES
              MOVE WS-CHG-VALUE (1:8) TO WS-DATE-N
              MOVE ZERO               TO WS-TIME-N
              CALL "DTVALID" USING WS-AREA WS-MAX-DATE
                                    WS-STATUS-CODE WS-REASON
              END-CALL
              IF WS-STATUS-CODE NOT = 0
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE WS-REASON TO WS-REJECT-TEXT
              ELSE
                 IF WS-DATE-N < WS-CHG-EFF-DATE
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "Cutoff earlier than effective date"
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           ELSE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "Cutoff must be a yyyymmdd date" TO WS-REJECT-TEXT
           END-IF.

       CHECK-NUMBER.
           MOVE FUNCTION TRIM (WS-CHG-VALUE) TO WS-NUM-TEXT
           MOVE ZERO TO WS-NUM-LEN
           IF WS-NUM-TEXT NOT = SPACES
              INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           MOVE ZERO TO WS-DOT-COUNT
           MOVE ZERO TO WS-INT-LEN
           IF WS-NUM-LEN > 0
              INSPECT WS-NUM-TEXT (1:WS-NUM-LEN) TALLYING
                      WS-DOT-COUNT FOR ALL "."
              INSPECT WS-NUM-TEXT (1:WS-NUM-LEN) TALLYING
                      WS-INT-LEN FOR CHARACTERS BEFORE INITIAL "."
           END-IF
           MOVE WS-NUM-TEXT TO WS-NUM-CHECK
           IF WS-NUM-LEN > 0
              INSPECT WS-NUM-CHECK (1:WS-NUM-LEN)
                      REPLACING ALL "." BY "0"
           END-IF
           EVALUATE TRUE
              WHEN WS-NUM-LEN = 0
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Value missing" TO WS-REJECT-TEXT
              WHEN WS-NUM-CHECK (1:WS-NUM-LEN) IS NOT NUMERIC
                 OR WS-DOT-COUNT > 1
                 OR WS-DOT-COUNT = WS-NUM-LEN
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Value not numeric" TO WS-REJECT-TEXT
              WHEN WS-DOT-COUNT = 1 AND NOT DECIMALS-ALLOWED
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Value must be a whole number"
                      TO WS-REJECT-TEXT
              WHEN WS-DOT-COUNT = 1
                   AND WS-NUM-LEN - WS-INT-LEN - 1 > 2
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Value has more than two decimals"
                      TO WS-REJECT-TEXT
              WHEN WS-INT-LEN > 6
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "Value out of range" TO WS-REJECT-TEXT
              WHEN OTHER
                 COMPUTE WS-NUM-VALUE =
                         FUNCTION NUMVAL (WS-NUM-TEXT (1:WS-NUM-LEN))
                 IF WS-NUM-VALUE < WS-RANGE-LOW
                    OR WS-NUM-VALUE > WS-RANGE-HIGH
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE WS-RANGE-LOW  TO WS-RANGE-LOW-ED
                    MOVE WS-RANGE-HIGH TO WS-RANGE-HIGH-ED
                    MOVE SPACES TO WS-REJECT-TEXT
                    STRING WS-CHG-KEYWORD DELIMITED BY SPACE
                           " must be "
                           FUNCTION TRIM (WS-RANGE-LOW-ED)
                           " to "
                           FUNCTION TRIM (WS-RANGE-HIGH-ED)
                           DELIMITED BY SIZE
                           INTO WS-REJECT-TEXT
                 ELSE
                    MOVE WS-NUM-TEXT TO WS-CHG-VALUE
                 END-IF
           END-EVALUATE.

       FIND-OPTION.
      *> The readers take the last line for a keyword when one is
      *> repeated, so the last live one is the one in force.
           MOVE "N"  TO WS-OPT-FOUND
           MOVE ZERO TO WS-OPT-FOUND-IDX
           MOVE SPACES TO WS-OLD-VALUE
           PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > WS-OPT-COUNT
              IF NOT OPT-ENTRY-DELETED (OPT-IDX)
                 IF (KEYWORD-IS-CUTOFF
                     AND WS-OPT-LINE (OPT-IDX) (1:8) IS NUMERIC)
                    OR (NOT KEYWORD-IS-CUTOFF
                     AND WS-OPT-LINE (OPT-IDX) (1:8)
                         = WS-CHG-KEYWORD)
                    SET OPTION-FOUND TO TRUE
                    SET WS-OPT-FOUND-IDX TO OPT-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF OPTION-FOUND
              SET OPT-IDX TO WS-OPT-FOUND-IDX
              IF KEYWORD-IS-CUTOFF
                 MOVE WS-OPT-LINE (OPT-IDX) (1:8) TO WS-OLD-VALUE
              ELSE
                 MOVE FUNCTION TRIM (WS-OPT-LINE (OPT-IDX) (9:))
                      TO WS-OLD-VALUE
              END-IF
           END-IF.

       STORE-OPTION.
           PERFORM FIND-OPTION
           IF NOT OPTION-FOUND
              IF WS-OPT-COUNT < 100
                 ADD 1 TO WS-OPT-COUNT
                 SET OPT-IDX TO WS-OPT-COUNT
                 MOVE "N" TO WS-OPT-DELETED (OPT-IDX)
                 SET OPTION-FOUND TO TRUE
              ELSE
                 DISPLAY "DTCTLMNT: DTCTLFIL is full - "
                         WS-CHG-KEYWORD " not set"
                 MOVE "REJECTED" TO MLG-ACTION
                 MOVE "Control file full" TO MLG-TEXT
                 PERFORM WRITE-MAINT-LOG
              END-IF
           END-IF
           IF OPTION-FOUND
              MOVE SPACES TO WS-OPT-LINE (OPT-IDX)
              IF KEYWORD-IS-CUTOFF
                 MOVE WS-CHG-VALUE (1:8) TO WS-OPT-LINE (OPT-IDX)
              ELSE
                 MOVE WS-CHG-KEYWORD TO WS-OPT-LINE (OPT-IDX) (1:8)
                 MOVE WS-CHG-VALUE   TO WS-OPT-LINE (OPT-IDX) (10:12)
              END-IF
              SET CONTROL-CHANGED TO TRUE
              IF APPLYING-SCHEDULED
                 MOVE "APPLIED" TO MLG-ACTION
              ELSE
                 MOVE "CHANGED" TO MLG-ACTION
              END-IF
              PERFORM BUILD-CHANGE-TEXT
              PERFORM WRITE-MAINT-LOG
           END-IF.

       REMOVE-OPTION.
      *> Every copy of the option goes, so the program default is
      *> what the readers see.
           PERFORM FIND-OPTION
           IF OPTION-FOUND
              PERFORM VARYING OPT-IDX FROM 1 BY 1
                      UNTIL OPT-IDX > WS-OPT-COUNT
                 IF (KEYWORD-IS-CUTOFF
                     AND WS-OPT-LINE (OPT-IDX) (1:8) IS NUMERIC)
                    OR (NOT KEYWORD-IS-CUTOFF
                     AND WS-OPT-LINE (OPT-IDX) (1:8)
                         = WS-CHG-KEYWORD)
                    MOVE "Y" TO WS-OPT-DELETED (OPT-IDX)
                 END-IF
              END-PERFORM
              SET CONTROL-CHANGED TO TRUE
              IF APPLYING-SCHEDULED
                 MOVE "APPLIED" TO MLG-ACTION
              ELSE
                 MOVE "CLEARED" TO MLG-ACTION
              END-IF
              MOVE SPACES TO WS-CHG-VALUE
              PERFORM BUILD-CHANGE-TEXT
              PERFORM WRITE-MAINT-LOG
           ELSE
              DISPLAY "DTCTLMNT: CLR " WS-CHG-KEYWORD
                      " - option not set, nothing to clear"
              MOVE "REJECTED" TO MLG-ACTION
              MOVE "Option not set" TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           END-IF.

       BUILD-CHANGE-TEXT.
      *> Old and new value on every change, so the log answers
      *> who moved an option and from what.
           IF WS-OLD-VALUE = SPACES
              MOVE "(default)" TO WS-OLD-VALUE
           END-IF
           IF WS-CHG-VALUE = SPACES
              MOVE "(default)" TO WS-CHG-VALUE
           END-IF
           MOVE SPACES TO MLG-TEXT
           STRING FUNCTION TRIM (WS-OLD-VALUE) " -> "
                  FUNCTION TRIM (WS-CHG-VALUE)
                  DELIMITED BY SIZE
                  INTO MLG-TEXT.

       SCHEDULE-CHANGE.
      *> One change per option per effective date; a second one
      *> for the same day has to cancel the first.
           PERFORM FIND-PENDING
           IF PENDING-FOUND
              DISPLAY "DTCTLMNT: " WS-CHG-ACTION " " WS-CHG-KEYWORD
                      " rejected - a change is already scheduled"
                      " for " WS-CHG-EFF-DATE
              MOVE "REJECTED" TO MLG-ACTION
              MOVE "Change already scheduled - CAN it first"
                   TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           ELSE
              IF WS-PND-COUNT < 200
                 ADD 1 TO WS-PND-COUNT
                 SET PND-IDX TO WS-PND-COUNT
                 MOVE WS-CHG-EFF-DATE TO WS-PND-EFF-DATE (PND-IDX)
                 MOVE WS-CHG-ACTION   TO WS-PND-ACTION (PND-IDX)
                 MOVE WS-CHG-KEYWORD  TO WS-PND-KEYWORD (PND-IDX)
                 MOVE WS-CHG-VALUE    TO WS-PND-VALUE (PND-IDX)
                 MOVE WS-CHG-USER     TO WS-PND-USER (PND-IDX)
                 MOVE FUNCTION CURRENT-DATE (1:14)
                                      TO WS-PND-TIMESTAMP (PND-IDX)
                 MOVE "N"             TO WS-PND-DELETED (PND-IDX)
                 SET PENDING-CHANGED TO TRUE
                 MOVE "SCHEDULE" TO MLG-ACTION
                 MOVE SPACES     TO MLG-TEXT
                 IF WS-CHG-ACTION = "CLR"
                    STRING "Clear from " WS-CHG-EFF-DATE
                           DELIMITED BY SIZE
                           INTO MLG-TEXT
                 ELSE
                    STRING FUNCTION TRIM (WS-CHG-VALUE)
                           " from " WS-CHG-EFF-DATE
                           DELIMITED BY SIZE
                           INTO MLG-TEXT
                 END-IF
                 PERFORM WRITE-MAINT-LOG
              ELSE
                 DISPLAY "DTCTLMNT: CTLPEND is full - "
                         WS-CHG-KEYWORD " not scheduled"
                 MOVE "REJECTED" TO MLG-ACTION
                 MOVE "Pending file full" TO MLG-TEXT
                 PERFORM WRITE-MAINT-LOG
              END-IF
           END-IF.

       FIND-PENDING.
           MOVE "N" TO WS-PND-FOUND
           IF WS-PND-COUNT > 0
              SET PND-IDX TO 1
              SEARCH WS-PND-ENTRY
                 WHEN WS-PND-KEYWORD (PND-IDX) = WS-CHG-KEYWORD
                      AND WS-PND-EFF-DATE (PND-IDX) = WS-CHG-EFF-DATE
                      AND NOT PND-ENTRY-DELETED (PND-IDX)
                    SET PENDING-FOUND TO TRUE
              END-SEARCH
           END-IF.

       LIST-OPTIONS.
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-LINE
           STRING "Control Options Listing - " WS-TODAY
                  DELIMITED BY SIZE
                  INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE "OPTION   VALUE        NOTE" TO LIST-LINE
           WRITE LIST-LINE
           MOVE "CUTOFF"  TO WS-CHG-KEYWORD
           MOVE "today's date" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE "ADJDIR"  TO WS-CHG-KEYWORD
           MOVE "no date adjustment" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE "DUPDAYS" TO WS-CHG-KEYWORD
           MOVE "7 days" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE "REVDAYS" TO WS-CHG-KEYWORD
           MOVE "90 days" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE "MAXPCT"  TO WS-CHG-KEYWORD
           MOVE "not checked" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE "MAXCONS" TO WS-CHG-KEYWORD
           MOVE "not checked" TO LST-NOTE
           PERFORM LIST-ONE-OPTION
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE "Scheduled changes" TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE "EFFECTIV ACT OPTION   VALUE        USER" TO LIST-LINE
           WRITE LIST-LINE
           IF WS-PND-COUNT > 0
              PERFORM VARYING PND-IDX FROM 1 BY 1
                      UNTIL PND-IDX > WS-PND-COUNT
                 IF NOT PND-ENTRY-DELETED (PND-IDX)
                    MOVE WS-PND-EFF-DATE (PND-IDX) TO LPD-EFF-DATE
                    MOVE WS-PND-ACTION (PND-IDX)   TO LPD-ACTION
                    MOVE WS-PND-KEYWORD (PND-IDX)  TO LPD-KEYWORD
                    MOVE WS-PND-VALUE (PND-IDX)    TO LPD-VALUE
                    MOVE WS-PND-USER (PND-IDX)     TO LPD-USER
                    MOVE WS-PEND-DETAIL TO LIST-LINE
                    WRITE LIST-LINE
                 END-IF
              END-PERFORM
           END-IF
           CLOSE LIST-FILE
           MOVE CMD-KEYWORD TO WS-CHG-KEYWORD
           MOVE "LISTED"    TO MLG-ACTION
           MOVE "Options listed to CTLLIST" TO MLG-TEXT
           PERFORM WRITE-MAINT-LOG.

       LIST-ONE-OPTION.
      *> An option not on file shows the default the readers
      *> fall back to; the note is set by the caller.
           PERFORM FIND-OPTION
           MOVE WS-CHG-KEYWORD TO LST-KEYWORD
           IF OPTION-FOUND
              MOVE WS-OLD-VALUE TO LST-VALUE
              MOVE SPACES       TO LST-NOTE
           ELSE
              MOVE "(default)"  TO LST-VALUE
           END-IF
           MOVE WS-LIST-DETAIL TO LIST-LINE
           WRITE LIST-LINE.

       REWRITE-CONTROL-FILE.
      *> The cutoff record goes first, as it always has, then the
      *> other lines in their original order.
           OPEN OUTPUT DT-CTL-FILE
           PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > WS-OPT-COUNT
              IF NOT OPT-ENTRY-DELETED (OPT-IDX)
                 AND WS-OPT-LINE (OPT-IDX) (1:8) IS NUMERIC
                 MOVE WS-OPT-LINE (OPT-IDX) TO CTL-RECORD
                 WRITE CTL-RECORD
              END-IF
           END-PERFORM
           PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > WS-OPT-COUNT
              IF NOT OPT-ENTRY-DELETED (OPT-IDX)
                 AND WS-OPT-LINE (OPT-IDX) (1:8) IS NOT NUMERIC
                 MOVE WS-OPT-LINE (OPT-IDX) TO CTL-RECORD
                 WRITE CTL-RECORD
              END-IF
           END-PERFORM
           CLOSE DT-CTL-FILE.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT PEND-FILE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > WS-PND-COUNT
              IF NOT PND-ENTRY-DELETED (PND-IDX)
                 MOVE WS-PND-EFF-DATE (PND-IDX)  TO PND-EFF-DATE
                 MOVE WS-PND-ACTION (PND-IDX)    TO PND-ACTION
                 MOVE WS-PND-KEYWORD (PND-IDX)   TO PND-KEYWORD
                 MOVE WS-PND-VALUE (PND-IDX)     TO PND-VALUE
                 MOVE WS-PND-USER (PND-IDX)      TO PND-USER
                 MOVE WS-PND-TIMESTAMP (PND-IDX) TO PND-TIMESTAMP
                 MOVE SPACE TO PND-SEP1 PND-SEP2 PND-SEP3 PND-SEP4
                               PND-SEP5
                 WRITE PND-RECORD
              END-IF
           END-PERFORM
           CLOSE PEND-FILE.

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MLG-TIMESTAMP
           MOVE SPACE          TO MLG-SEP1 MLG-SEP2 MLG-SEP3 MLG-SEP4
           MOVE WS-CHG-USER    TO MLG-USER
           MOVE WS-CHG-KEYWORD TO MLG-KEYWORD
           WRITE MLOG-RECORD.
