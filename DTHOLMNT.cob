      *> HOLMLOG maintenance log with a timestamp and the user id
      *> carried on the command, so there is a record of who
      *> removed (or tried to remove) a holiday and when.
      *>
      *> A holiday added for a date no later than the fifth
      *> business day from today is a late declaration:
      *> transactions for that date may already be posted or held.
      *> Each one is also appended to HOLLATE (and logged as LATE)
      *> for DTHOLIMP, which reports the postings and held items
      *> it catches and builds the re-dating batch for them.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT LATE-FILE ASSIGN TO "HOLLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOL-FILE.
           05  MLG-SEP4                 PIC X.
           05  MLG-TEXT                 PIC X(40).

       FD  LATE-FILE.
       COPY LATEREC.

       WORKING-STORAGE SECTION.
       01  WS-HOL-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                PIC X(2) VALUE SPACES.
       01  WS-RULE-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LIST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-MLOG-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LATE-STATUS               PIC X(2) VALUE SPACES.

       01  WS-HOL-EOF                   PIC X VALUE "N".
           88  END-OF-HOL-FILE                 VALUE "Y".
       01  WS-GEN-DATE-N REDEFINES WS-GEN-DATE
                                        PIC 9(8).

      *> Late-declaration horizon: a holiday added for a date no
      *> later than this many business days from today is written
      *> to HOLLATE for the impact run.
       01  WS-LATE-HORIZON              PIC 9(2) VALUE 5.
       01  WS-TODAY                     PIC 9(8).
       01  WS-HORIZON-DATE              PIC 9(8).
       01  WS-HORIZON-INT               PIC 9(8).
       01  WS-HORIZON-COUNT             PIC 9(2).
       01  WS-WEEKDAY                   PIC 9.
       01  WS-HOR-NONBUS                PIC X.
           88  HORIZON-DAY-NONBUS              VALUE "Y".
       01  WS-LATE-COUNT                PIC 9(4) VALUE ZERO.

       01  WS-LIST-DETAIL.
           05  LST-DATE                 PIC 9(8).
           05  LST-SEP                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM OPEN-FILES

              PERFORM REWRITE-HOL-FILE
           END-IF
           PERFORM CLOSE-FILES
           IF WS-LATE-COUNT > 0
              DISPLAY "DTHOLMNT: " WS-LATE-COUNT " late holiday(s) "
                      "written to HOLLATE - run DTHOLIMP."
           END-IF
           STOP RUN.

       OPEN-FILES.
           OPEN EXTEND MLOG-FILE
           IF WS-MLOG-STATUS NOT = "00"
              OPEN OUTPUT MLOG-FILE
           END-IF
      *> HOLLATE accumulates until DTHOLIMP works and empties it,
      *> so a late holiday is not lost if the impact run waits.
           OPEN EXTEND LATE-FILE
           IF WS-LATE-STATUS NOT = "00"
              OPEN OUTPUT LATE-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE CMD-FILE
           CLOSE MLOG-FILE
           CLOSE LATE-FILE.

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOL-FILE
                 MOVE CMD-DATE TO MLG-DATE
                 MOVE CMD-DESC TO MLG-TEXT
                 PERFORM WRITE-MAINT-LOG
                 PERFORM CHECK-LATE-HOLIDAY
              END-IF
           END-IF.

       CHECK-LATE-HOLIDAY.
      *> The horizon is counted in business days of the holiday's
      *> own calendar, so a long weekend ahead stretches it the
      *> way it stretches the posting work behind it. Past dates
      *> are always late.
           PERFORM COMPUTE-LATE-HORIZON
           IF CMD-DATE <= WS-HORIZON-DATE
              ADD 1 TO WS-LATE-COUNT
              MOVE CMD-DATE   TO LAT-DATE
              MOVE CMD-REGION TO LAT-REGION
              MOVE CMD-DESC   TO LAT-DESC
              MOVE CMD-USER   TO LAT-USER
              MOVE FUNCTION CURRENT-DATE (1:14) TO LAT-TIMESTAMP
              MOVE SPACE TO LAT-SEP1 LAT-SEP2 LAT-SEP3 LAT-SEP4
              WRITE LAT-RECORD
              MOVE "LATE"   TO MLG-ACTION
              MOVE CMD-DATE TO MLG-DATE
              MOVE "Inside business-day horizon - HOLLATE"
                   TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           END-IF.

       COMPUTE-LATE-HORIZON.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY)
                TO WS-HORIZON-INT
           MOVE ZERO TO WS-HORIZON-COUNT
           PERFORM UNTIL WS-HORIZON-COUNT >= WS-LATE-HORIZON
              ADD 1 TO WS-HORIZON-INT
              MOVE FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT)
                   TO WS-HORIZON-DATE
              MOVE FUNCTION MOD (WS-HORIZON-INT, 7) TO WS-WEEKDAY
              MOVE "N" TO WS-HOR-NONBUS
              IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
                 SET HORIZON-DAY-NONBUS TO TRUE
              ELSE
                 IF WS-HOL-COUNT > 0
                    SET HOL-IDX TO 1
                    SEARCH WS-HOL-ENTRY
                       WHEN WS-HOL-DATE (HOL-IDX) = WS-HORIZON-DATE
                            AND (WS-HOL-REGION (HOL-IDX) = SPACES
                                 OR WS-HOL-REGION (HOL-IDX)
                                    = CMD-REGION)
                            AND NOT HOL-ENTRY-DELETED (HOL-IDX)
                          SET HORIZON-DAY-NONBUS TO TRUE
                    END-SEARCH
                 END-IF
              END-IF
              IF NOT HORIZON-DAY-NONBUS
                 ADD 1 TO WS-HORIZON-COUNT
              END-IF
           END-PERFORM.

       DELETE-HOLIDAY.
           PERFORM FIND-HOLIDAY
           IF HOLIDAY-FOUND
