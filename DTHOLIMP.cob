       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTHOLIMP.
      *> ---------------------------------------------------------
      *> DTHOLIMP - late-holiday impact analysis and re-dating.
      *> A holiday declared after the fact used to change nothing
      *> but HOLFILE: postings already made and items held
      *> on DTFUTURE for that date stayed dated on what had become
      *> a non-business day, and the posting side found out by
      *> rejecting them. DTHOLMNT now appends every holiday added
      *> inside its business-day horizon to HOLLATE; this program
      *> works those lines.
      *>
      *> An item is affected when its date is a late holiday and
      *> the holiday applies to the item's region - the region of
      *> its source system on SOURCEFIL (an all-regions holiday
      *> catches every source, a regional one only that region's
      *> sources, and a source not on the registry sees only the
      *> all-regions calendar, as in DTBATCH). Postings are
      *> matched on their posting date, held items on FUT-DATE.
      *>
      *> DTPOSTFL holds only the last DTBATCH run, so postings
      *> are taken from the DTPSTLDG posted ledger, which keeps
      *> every run's postings for the DTCTLFIL REVDAYS window.
      *> DTPOSTFL is then read for any line of the current run
      *> the ledger does not hold (a posting DTBATCH could not
      *> fit on a full ledger); a posting found on both is only
      *> re-dated once. A late holiday further back than the
      *> ledger reaches is not found here. A posting already
      *> reversed, and the reversal posting that undid it, are
      *> listed on the report as not re-dated and kept off the
      *> re-dating batch - the pair nets to nothing, and moving
      *> one half would leave it split across two dates.
      *>
      *> Each affected item is rolled to the nearest business day
      *> of its own calendar in the DTCTLFIL ADJDIR direction -
      *> PREV rolls back, NEXT (or no ADJDIR) rolls forward -
      *> asking DTHOLCHK about each candidate day exactly as
      *> DTBATCH's ADJUST-TO-BUSINESS-DAY does. An ADJDIR that is
      *> neither NEXT nor PREV turns DTBATCH's adjustment off, so
      *> here too nothing is rolled: the affected items are
      *> listed as not re-dated and none reach HOLRDTF.
      *>
      *> Outputs:
      *>   HOLIMPRT - impact report: the late holidays worked and
      *>              every affected posting and held item with
      *>              its old and new date, with totals
      *>   HOLRDTF  - re-dating batch for the posting team, an
      *>              H/D/T batch in the suite's style: the header
      *>              names HOLRDT and the run date, each detail
      *>              carries the kind (P posted, H held), the
      *>              transaction id, source, old and new date,
      *>              time and original entered date, and the
      *>              trailer the count and the hash of the new
      *>              dates
      *>
      *> DTFUTURE itself is left alone - a held item still goes
      *> through DTBATCH on release, which rolls it again by the
      *> same rule.
      *>
      *> HOLLATE is emptied only after a complete pass. A late
      *> holiday the 200-line table had no room for is left on
      *> HOLLATE for the next run. When there are late holidays
      *> to work but DTPSTLDG, DTPOSTFL or DTFUTURE cannot be
      *> opened, nothing is scanned or written and HOLLATE is
      *> left whole for the rerun.
      *>
      *> Return code 4 when any item was affected (re-dated, or
      *> left where it is for a bad ADJDIR) or a late holiday was
      *> left for the next run, 16 when an input file
      *> is missing, 0 otherwise.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-FILE ASSIGN TO "HOLLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT SOURCE-FILE ASSIGN TO "SOURCEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT DT-CTL-FILE ASSIGN TO "DTCTLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT POST-FILE ASSIGN TO "DTPOSTFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "DTPSTLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "DTFUTURE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUTURE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HOLIMPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REDATE-FILE ASSIGN TO "HOLRDTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDATE-STATUS.

           SELECT LATE-WORK-FILE ASSIGN TO "HOLLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-FILE.
       COPY LATEREC.
       FD  LATE-WORK-FILE.
       01  LATE-WORK-LINE               PIC X(57).

       FD  SOURCE-FILE.
       COPY SRCREC.

       FD  DT-CTL-FILE.
       01  CTL-RECORD                   PIC X(80).

       FD  POST-FILE.
       COPY POSTREC.

       FD  LEDGER-FILE.
       COPY LDGREC.

       FD  FUTURE-FILE.
       COPY FUTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  REDATE-FILE.
       01  RDH-RECORD.
           05  RDH-TYPE                 PIC X.
           05  RDH-SEP1                 PIC X.
           05  RDH-BATCH-ID             PIC X(8).
           05  RDH-SEP2                 PIC X.
           05  RDH-RUN-DATE             PIC 9(8).
       01  RDT-RECORD.
           05  RDT-TYPE                 PIC X.
           05  RDT-SEP1                 PIC X.
           05  RDT-KIND                 PIC X.
           05  RDT-SEP2                 PIC X.
           05  RDT-TRANS-ID             PIC 9(12).
           05  RDT-SEP3                 PIC X.
           05  RDT-SOURCE-ID            PIC X(8).
           05  RDT-SEP4                 PIC X.
           05  RDT-OLD-DATE             PIC 9(8).
           05  RDT-SEP5                 PIC X.
           05  RDT-NEW-DATE             PIC 9(8).
           05  RDT-SEP6                 PIC X.
           05  RDT-TIME                 PIC 9(6).
           05  RDT-SEP7                 PIC X.
           05  RDT-ORIG-DATE            PIC 9(8).
       01  RDX-RECORD.
           05  RDX-TYPE                 PIC X.
           05  RDX-SEP1                 PIC X.
           05  RDX-COUNT                PIC 9(6).
           05  RDX-SEP2                 PIC X.
           05  RDX-HASH-TOTAL           PIC 9(12).

       WORKING-STORAGE SECTION.
       01  WS-LATE-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LATE-WORK-STATUS          PIC X(2) VALUE SPACES.
       01  WS-SOURCE-STATUS             PIC X(2) VALUE SPACES.
       01  WS-CTL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-POST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LEDGER-STATUS             PIC X(2) VALUE SPACES.
       01  WS-FUTURE-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REDATE-STATUS             PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-LATE-EOF                  PIC X VALUE "N".
           88  END-OF-LATE-FILE                VALUE "Y".
       01  WS-LATE-WORK-EOF             PIC X VALUE "N".
           88  END-OF-LATE-WORK-FILE           VALUE "Y".
       01  WS-SOURCE-EOF                PIC X VALUE "N".
           88  END-OF-SOURCE-FILE              VALUE "Y".
       01  WS-PST-EOF                   PIC X VALUE "N".
           88  END-OF-POST-FILE                VALUE "Y".
       01  WS-LDG-EOF                   PIC X VALUE "N".
           88  END-OF-LEDGER-FILE              VALUE "Y".

      *> Ids of the ledger postings found on a late holiday, so
      *> the same posting on DTPOSTFL is not re-dated twice.
       01  WS-LDG-HIT-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-LDG-HIT-TABLE.
           05  WS-LDG-HIT-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-LDG-HIT-COUNT
                                INDEXED BY HIT-IDX.
               10  WS-LDG-HIT-ID        PIC 9(12).
       01  WS-LDG-HIT-FLAG              PIC X.
           88  ALREADY-FROM-LEDGER             VALUE "Y".
       01  WS-FUT-EOF                   PIC X VALUE "N".
           88  END-OF-FUTURE-FILE              VALUE "Y".

       01  WS-LATE-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-LATE-TABLE.
           05  WS-LATE-ENTRY OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-LATE-COUNT
                             INDEXED BY LATE-IDX.
               10  WS-LATE-DATE         PIC 9(8).
               10  WS-LATE-REGION       PIC X(3).
               10  WS-LATE-DESC         PIC X(20).
               10  WS-LATE-USER         PIC X(8).
       01  WS-LATE-FOUND                PIC X.
           88  LATE-HOLIDAY-HIT                VALUE "Y".
      *> HOLLATE lines past the table, left for the next run.
       01  WS-LATE-OVER-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-LATE-LINE-NO              PIC 9(6) VALUE ZERO.
       01  WS-MISSING-FLAG              PIC X VALUE "N".
           88  INPUT-FILE-MISSING              VALUE "Y".

       01  WS-SRC-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SRC-COUNT
                            INDEXED BY SRC-IDX.
               10  WS-SRC-ID            PIC X(8).
               10  WS-SRC-REGION        PIC X(3).

      *> Roll direction, from the DTCTLFIL ADJDIR option; spaces
      *> when the option is set to anything but NEXT or PREV.
       01  WS-ADJUST-DIR                PIC X(4) VALUE "NEXT".
           88  ADJUST-PREV                     VALUE "PREV".
           88  ADJUST-ENABLED                  VALUES "NEXT" "PREV".
       01  WS-CTL-TEXT                  PIC X(12).

       COPY WSAREA.

       01  WS-ITEM-SOURCE               PIC X(8).
       01  WS-ITEM-TRANS-ID             PIC 9(12).
       01  WS-ITEM-TIME                 PIC 9(6).
       01  WS-ITEM-ORIG-DATE            PIC 9(8).
       01  WS-ITEM-REGION               PIC X(3).
       01  WS-ITEM-DATE                 PIC 9(8).
       01  WS-NEW-DATE                  PIC 9(8).
       01  WS-ADJ-DATE-INT              PIC 9(8).
       01  WS-NONBUS-FLAG               PIC X.
           88  IS-NONBUS-DAY                   VALUE "Y".
       01  WS-NONBUS-REASON             PIC X(20).
      *> Same safety stop as DTBATCH's roll.
       01  WS-ADJ-TRIES                 PIC 9(2) VALUE ZERO.
       01  WS-ADJ-TRY-LIMIT             PIC 9(2) VALUE 30.
       01  WS-ROLL-RESULT               PIC X.
           88  ROLL-DONE                       VALUE "R".
           88  ROLL-NOT-NEEDED                 VALUE "N".
           88  ROLL-FAILED                     VALUE "F".
           88  ROLL-NOT-ENABLED                VALUE "D".

       01  WS-HDR-WRITTEN               PIC X VALUE "N".
           88  HEADER-WRITTEN                  VALUE "Y".
       01  WS-RDT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-RDT-HASH                  PIC 9(12) VALUE ZERO.

       01  WS-POSTED-HIT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-HELD-HIT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-NO-ROLL-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-NO-ADJUST-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CLEARED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-REVERSED-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-LATE-LINE.
           05  LTL-DATE                 PIC 9(8).
           05  LTL-SEP1                 PIC X VALUE SPACE.
           05  LTL-REGION               PIC X(3).
           05  LTL-SEP2                 PIC X VALUE SPACE.
           05  LTL-DESC                 PIC X(20).
           05  LTL-SEP3                 PIC X VALUE SPACE.
           05  LTL-USER                 PIC X(8).

       01  WS-DETAIL-LINE.
           05  IMP-KIND                 PIC X(6).
           05  IMP-SEP1                 PIC X VALUE SPACE.
           05  IMP-TRANS-ID             PIC 9(12).
           05  IMP-SEP2                 PIC X VALUE SPACE.
           05  IMP-SOURCE               PIC X(8).
           05  IMP-SEP3                 PIC X VALUE SPACE.
           05  IMP-REGION               PIC X(3).
           05  IMP-SEP4                 PIC X VALUE SPACE.
           05  IMP-OLD-DATE             PIC 9(8).
           05  IMP-SEP5                 PIC X VALUE SPACE.
           05  IMP-NEW-DATE             PIC 9(8).
           05  IMP-SEP6                 PIC X VALUE SPACE.
           05  IMP-TIME                 PIC 9(6).
           05  IMP-SEP7                 PIC X VALUE SPACE.
           05  IMP-TEXT                 PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-LATE-HOLIDAYS
           PERFORM LOAD-SOURCE-REGIONS
           PERFORM LOAD-ADJUST-DIRECTION
           IF WS-LATE-COUNT > 0
              PERFORM CHECK-INPUT-FILES
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT REDATE-FILE
           PERFORM WRITE-REPORT-HEADING
           IF WS-LATE-COUNT > 0
              PERFORM SCAN-POSTINGS
              PERFORM SCAN-HELD-ITEMS
           END-IF
           IF HEADER-WRITTEN
              PERFORM WRITE-REDATE-TRAILER
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE REDATE-FILE
      *> Every late line in the table has now been worked; HOLLATE
      *> keeps only the lines there was no room for, so the next
      *> run starts from those and the next declaration.
           IF WS-LATE-OVER-COUNT > 0
              PERFORM REWRITE-LATE-FILE
           ELSE
              OPEN OUTPUT LATE-FILE
              CLOSE LATE-FILE
           END-IF
           DISPLAY "DTHOLIMP: " WS-POSTED-HIT-COUNT
                   " posting(s), " WS-HELD-HIT-COUNT
                   " held item(s) on late holidays."
           IF WS-POSTED-HIT-COUNT > 0 OR WS-HELD-HIT-COUNT > 0
              OR WS-NO-ADJUST-COUNT > 0
              OR WS-LATE-OVER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-INPUT-FILES.
      *> A pass that cannot see every posting and held item would
      *> empty HOLLATE with part of the work undone, so all three
      *> inputs are proved before anything is written.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              CLOSE LEDGER-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTPSTLDG not available - "
                      "file status " WS-LEDGER-STATUS
              SET INPUT-FILE-MISSING TO TRUE
           END-IF
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS = "00"
              CLOSE POST-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTPOSTFL not available - "
                      "file status " WS-POST-STATUS
              SET INPUT-FILE-MISSING TO TRUE
           END-IF
           OPEN INPUT FUTURE-FILE
           IF WS-FUTURE-STATUS = "00"
              CLOSE FUTURE-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTFUTURE not available - "
                      "file status " WS-FUTURE-STATUS
              SET INPUT-FILE-MISSING TO TRUE
           END-IF
           IF INPUT-FILE-MISSING
              DISPLAY "DTHOLIMP: run stopped - " WS-LATE-COUNT
                      " late holiday(s) left on HOLLATE."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       REWRITE-LATE-FILE.
      *> The lines past the table are copied through HOLLWORK
      *> and back, in their original order.
           OPEN INPUT LATE-FILE
           OPEN OUTPUT LATE-WORK-FILE
           MOVE "N" TO WS-LATE-EOF
           MOVE ZERO TO WS-LATE-LINE-NO
           PERFORM UNTIL END-OF-LATE-FILE
              READ LATE-FILE
                 AT END
                    SET END-OF-LATE-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LATE-LINE-NO
                    IF WS-LATE-LINE-NO > WS-LATE-COUNT
                       MOVE LAT-RECORD TO LATE-WORK-LINE
                       WRITE LATE-WORK-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LATE-FILE
           CLOSE LATE-WORK-FILE
           OPEN INPUT LATE-WORK-FILE
           OPEN OUTPUT LATE-FILE
           PERFORM UNTIL END-OF-LATE-WORK-FILE
              READ LATE-WORK-FILE
                 AT END
                    SET END-OF-LATE-WORK-FILE TO TRUE
                 NOT AT END
                    MOVE LATE-WORK-LINE TO LAT-RECORD
                    WRITE LAT-RECORD
              END-READ
           END-PERFORM
           CLOSE LATE-WORK-FILE
           CLOSE LATE-FILE.

       LOAD-LATE-HOLIDAYS.
           OPEN INPUT LATE-FILE
           IF WS-LATE-STATUS = "00"
              PERFORM UNTIL END-OF-LATE-FILE
                 READ LATE-FILE
                    AT END
                       SET END-OF-LATE-FILE TO TRUE
                    NOT AT END
                       IF WS-LATE-COUNT < 200
                          ADD 1 TO WS-LATE-COUNT
                          MOVE LAT-DATE   TO
                               WS-LATE-DATE (WS-LATE-COUNT)
                          MOVE LAT-REGION TO
                               WS-LATE-REGION (WS-LATE-COUNT)
                          MOVE LAT-DESC   TO
                               WS-LATE-DESC (WS-LATE-COUNT)
                          MOVE LAT-USER   TO
                               WS-LATE-USER (WS-LATE-COUNT)
                       ELSE
                          ADD 1 TO WS-LATE-OVER-COUNT
                          DISPLAY "DTHOLIMP: late holiday table "
                                  "full - " LAT-DATE " not worked, "
                                  "left on HOLLATE."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LATE-FILE
           END-IF.

       LOAD-SOURCE-REGIONS.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
              PERFORM UNTIL END-OF-SOURCE-FILE
                 READ SOURCE-FILE
                    AT END
                       SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                       IF WS-SRC-COUNT < 100
                          ADD 1 TO WS-SRC-COUNT
                          MOVE SRC-SOURCE-ID TO
                               WS-SRC-ID (WS-SRC-COUNT)
                          MOVE SRC-REGION    TO
                               WS-SRC-REGION (WS-SRC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           END-IF.

       LOAD-ADJUST-DIRECTION.
      *> Only the ADJDIR keyword matters here; the cutoff record
      *> and the other options belong to DTBATCH. The value is
      *> checked as DTBATCH's GET-ADJUST-DIRECTION checks it, so
      *> the two programs never disagree about rolling an item.
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
                          ELSE
                             MOVE SPACES TO WS-ADJUST-DIR
                             DISPLAY "DTHOLIMP: DTCTLFIL option "
                                     "ADJDIR value must be NEXT or "
                                     "PREV - adjustment not enabled."
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DT-CTL-FILE
           END-IF.

       SCAN-POSTINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Postings on DTPSTLDG and DTPOSTFL" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM UNTIL END-OF-LEDGER-FILE
                 READ LEDGER-FILE
                    AT END
                       SET END-OF-LEDGER-FILE TO TRUE
                    NOT AT END
                       MOVE LDG-SOURCE-ID TO WS-ITEM-SOURCE
                       MOVE LDG-POST-DATE TO WS-ITEM-DATE
                       PERFORM CHECK-ITEM-AGAINST-LATE
                       IF LATE-HOLIDAY-HIT
                          MOVE LDG-TRANS-ID  TO WS-ITEM-TRANS-ID
                          MOVE LDG-TIME      TO WS-ITEM-TIME
                          MOVE LDG-ORIG-DATE TO WS-ITEM-ORIG-DATE
                          PERFORM REMEMBER-LEDGER-HIT
                          EVALUATE TRUE
                             WHEN LDG-REVERSED = "Y"
                                MOVE "Reversed - no re-date"
                                     TO IMP-TEXT
                                PERFORM LIST-REVERSED-POSTING
                             WHEN LDG-TYPE = "R"
                                MOVE "Reversal posting - no re-date"
                                     TO IMP-TEXT
                                PERFORM LIST-REVERSED-POSTING
                             WHEN OTHER
                                PERFORM REDATE-POSTING
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTPSTLDG not available - "
                      "file status " WS-LEDGER-STATUS
           END-IF
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL END-OF-POST-FILE
                 READ POST-FILE
                    AT END
                       SET END-OF-POST-FILE TO TRUE
                    NOT AT END
                       MOVE PST-SOURCE-ID TO WS-ITEM-SOURCE
                       MOVE PST-POST-DATE TO WS-ITEM-DATE
                       PERFORM CHECK-ITEM-AGAINST-LATE
                       IF LATE-HOLIDAY-HIT
                          PERFORM CHECK-LEDGER-HIT
                          IF NOT ALREADY-FROM-LEDGER
                             MOVE PST-TRANS-ID  TO WS-ITEM-TRANS-ID
                             MOVE PST-TIME      TO WS-ITEM-TIME
                             MOVE PST-ORIG-DATE TO WS-ITEM-ORIG-DATE
                             IF PST-REV-FLAG = "R"
                                MOVE "Reversal posting - no re-date"
                                     TO IMP-TEXT
                                PERFORM LIST-REVERSED-POSTING
                             ELSE
                                PERFORM REDATE-POSTING
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POST-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTPOSTFL not available - "
                      "file status " WS-POST-STATUS
           END-IF.

       REMEMBER-LEDGER-HIT.
           IF WS-LDG-HIT-COUNT < 5000
              ADD 1 TO WS-LDG-HIT-COUNT
              MOVE LDG-TRANS-ID TO WS-LDG-HIT-ID (WS-LDG-HIT-COUNT)
           ELSE
              DISPLAY "DTHOLIMP: ledger hit table full - "
                      LDG-TRANS-ID " may be listed twice."
           END-IF.

       CHECK-LEDGER-HIT.
           MOVE "N" TO WS-LDG-HIT-FLAG
           IF WS-LDG-HIT-COUNT > 0
              SET HIT-IDX TO 1
              SEARCH WS-LDG-HIT-ENTRY
                 WHEN WS-LDG-HIT-ID (HIT-IDX) = PST-TRANS-ID
                    SET ALREADY-FROM-LEDGER TO TRUE
              END-SEARCH
           END-IF.

       SCAN-HELD-ITEMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Held items on DTFUTURE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADING
           OPEN INPUT FUTURE-FILE
           IF WS-FUTURE-STATUS = "00"
              PERFORM UNTIL END-OF-FUTURE-FILE
                 READ FUTURE-FILE
                    AT END
                       SET END-OF-FUTURE-FILE TO TRUE
                    NOT AT END
                       MOVE FUT-SOURCE-ID TO WS-ITEM-SOURCE
                       MOVE FUT-DATE      TO WS-ITEM-DATE
                       PERFORM CHECK-ITEM-AGAINST-LATE
                       IF LATE-HOLIDAY-HIT
                          PERFORM REDATE-HELD-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FUTURE-FILE
           ELSE
              DISPLAY "DTHOLIMP: DTFUTURE not available - "
                      "file status " WS-FUTURE-STATUS
           END-IF.

       CHECK-ITEM-AGAINST-LATE.
      *> The item's region comes from its source's registry entry;
      *> an unregistered source has none and is only caught by an
      *> all-regions holiday.
           MOVE SPACES TO WS-ITEM-REGION
           IF WS-SRC-COUNT > 0
              SET SRC-IDX TO 1
              SEARCH WS-SRC-ENTRY
                 WHEN WS-SRC-ID (SRC-IDX) = WS-ITEM-SOURCE
                    MOVE WS-SRC-REGION (SRC-IDX) TO WS-ITEM-REGION
              END-SEARCH
           END-IF
           MOVE "N" TO WS-LATE-FOUND
           SET LATE-IDX TO 1
           SEARCH WS-LATE-ENTRY
              WHEN WS-LATE-DATE (LATE-IDX) = WS-ITEM-DATE
                   AND (WS-LATE-REGION (LATE-IDX) = SPACES
                        OR WS-LATE-REGION (LATE-IDX)
                           = WS-ITEM-REGION)
                 SET LATE-HOLIDAY-HIT TO TRUE
           END-SEARCH.

       REDATE-POSTING.
           PERFORM ROLL-ITEM-DATE
           MOVE "POSTED"         TO IMP-KIND
           MOVE WS-ITEM-TRANS-ID TO IMP-TRANS-ID
           MOVE WS-ITEM-TIME     TO IMP-TIME
           PERFORM WRITE-IMPACT-LINE
           IF ROLL-DONE
              ADD 1 TO WS-POSTED-HIT-COUNT
      *> The header shares the record area - write it first.
              IF NOT HEADER-WRITTEN
                 PERFORM WRITE-REDATE-HEADER
              END-IF
              MOVE "P"               TO RDT-KIND
              MOVE WS-ITEM-TRANS-ID  TO RDT-TRANS-ID
              MOVE WS-ITEM-TIME      TO RDT-TIME
              MOVE WS-ITEM-ORIG-DATE TO RDT-ORIG-DATE
              PERFORM WRITE-REDATE-DETAIL
           END-IF.

       LIST-REVERSED-POSTING.
      *> Reported only; IMP-TEXT already says why. Nothing goes
      *> to the re-dating batch.
           ADD 1 TO WS-REVERSED-COUNT
           MOVE "POSTED"         TO IMP-KIND
           MOVE WS-ITEM-TRANS-ID TO IMP-TRANS-ID
           MOVE WS-ITEM-SOURCE   TO IMP-SOURCE
           MOVE WS-ITEM-REGION   TO IMP-REGION
           MOVE WS-ITEM-DATE     TO IMP-OLD-DATE
           MOVE WS-ITEM-DATE     TO IMP-NEW-DATE
           MOVE WS-ITEM-TIME     TO IMP-TIME
           MOVE WS-DETAIL-LINE   TO REPORT-LINE
           WRITE REPORT-LINE.

       REDATE-HELD-ITEM.
           PERFORM ROLL-ITEM-DATE
           MOVE "HELD"         TO IMP-KIND
           MOVE FUT-TRANS-ID   TO IMP-TRANS-ID
           MOVE FUT-TIME       TO IMP-TIME
           PERFORM WRITE-IMPACT-LINE
           IF ROLL-DONE
              ADD 1 TO WS-HELD-HIT-COUNT
      *> The header shares the record area - write it first.
              IF NOT HEADER-WRITTEN
                 PERFORM WRITE-REDATE-HEADER
              END-IF
              MOVE "H"           TO RDT-KIND
              MOVE FUT-TRANS-ID  TO RDT-TRANS-ID
              MOVE FUT-TIME      TO RDT-TIME
              MOVE FUT-DATE      TO RDT-ORIG-DATE
              PERFORM WRITE-REDATE-DETAIL
           END-IF.

       ROLL-ITEM-DATE.
      *> The item's date is first re-checked against the current
      *> calendar - a holiday deleted again since it was declared
      *> leaves nothing to roll. With adjustment not enabled the
      *> item stays where it is, as DTBATCH would leave it.
      *> Otherwise the date steps one calendar day at a time in
      *> the ADJDIR direction until DTHOLCHK calls it a business
      *> day of the item's region.
           MOVE WS-ITEM-DATE TO WS-DATE-N
           MOVE ZERO TO WS-TIME-N
           CALL "DTHOLCHK" USING WS-AREA WS-ITEM-REGION
                                  WS-NONBUS-FLAG WS-NONBUS-REASON
           END-CALL
           EVALUATE TRUE
              WHEN NOT IS-NONBUS-DAY
                 SET ROLL-NOT-NEEDED TO TRUE
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE WS-ITEM-DATE TO WS-NEW-DATE
              WHEN NOT ADJUST-ENABLED
                 SET ROLL-NOT-ENABLED TO TRUE
                 ADD 1 TO WS-NO-ADJUST-COUNT
                 MOVE WS-ITEM-DATE TO WS-NEW-DATE
              WHEN OTHER
                 PERFORM STEP-TO-BUSINESS-DAY
           END-EVALUATE.

       STEP-TO-BUSINESS-DAY.
           MOVE ZERO TO WS-ADJ-TRIES
           PERFORM UNTIL NOT IS-NONBUS-DAY
                      OR WS-ADJ-TRIES >= WS-ADJ-TRY-LIMIT
              MOVE FUNCTION INTEGER-OF-DATE (WS-DATE-N)
                   TO WS-ADJ-DATE-INT
              IF ADJUST-PREV
                 SUBTRACT 1 FROM WS-ADJ-DATE-INT
              ELSE
                 ADD 1 TO WS-ADJ-DATE-INT
              END-IF
              MOVE FUNCTION DATE-OF-INTEGER (WS-ADJ-DATE-INT)
                   TO WS-DATE-N
              ADD 1 TO WS-ADJ-TRIES
              CALL "DTHOLCHK" USING WS-AREA WS-ITEM-REGION
                                     WS-NONBUS-FLAG
                                     WS-NONBUS-REASON
              END-CALL
           END-PERFORM
           IF IS-NONBUS-DAY
              SET ROLL-FAILED TO TRUE
              ADD 1 TO WS-NO-ROLL-COUNT
              MOVE WS-ITEM-DATE TO WS-NEW-DATE
           ELSE
              SET ROLL-DONE TO TRUE
              MOVE WS-DATE-N TO WS-NEW-DATE
           END-IF.

       WRITE-IMPACT-LINE.
           MOVE WS-ITEM-SOURCE TO IMP-SOURCE
           MOVE WS-ITEM-REGION TO IMP-REGION
           MOVE WS-ITEM-DATE   TO IMP-OLD-DATE
           MOVE WS-NEW-DATE    TO IMP-NEW-DATE
           EVALUATE TRUE
              WHEN ROLL-DONE
                 MOVE SPACES TO IMP-TEXT
                 STRING WS-LATE-DESC (LATE-IDX)
                        DELIMITED BY SIZE
                        INTO IMP-TEXT
              WHEN ROLL-NOT-NEEDED
                 MOVE "Holiday since removed - no re-date"
                      TO IMP-TEXT
              WHEN ROLL-NOT-ENABLED
                 MOVE "ADJDIR not NEXT or PREV - no re-date"
                      TO IMP-TEXT
              WHEN OTHER
                 MOVE "No business day in reach - check HOLFILE"
                      TO IMP-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REDATE-DETAIL.
           MOVE "D"            TO RDT-TYPE
           MOVE SPACE          TO RDT-SEP1 RDT-SEP2 RDT-SEP3
                                  RDT-SEP4 RDT-SEP5 RDT-SEP6
                                  RDT-SEP7
           MOVE WS-ITEM-SOURCE TO RDT-SOURCE-ID
           MOVE WS-ITEM-DATE   TO RDT-OLD-DATE
           MOVE WS-NEW-DATE    TO RDT-NEW-DATE
           WRITE RDT-RECORD
           ADD 1 TO WS-RDT-COUNT
           COMPUTE WS-RDT-HASH =
                   FUNCTION MOD (WS-RDT-HASH + WS-NEW-DATE,
                                 1000000000000).

       WRITE-REDATE-HEADER.
           MOVE "H"         TO RDH-TYPE
           MOVE SPACE       TO RDH-SEP1
           MOVE "HOLRDT"    TO RDH-BATCH-ID
           MOVE SPACE       TO RDH-SEP2
           MOVE WS-RUN-DATE TO RDH-RUN-DATE
           WRITE RDH-RECORD
           SET HEADER-WRITTEN TO TRUE.

       WRITE-REDATE-TRAILER.
           MOVE "T"          TO RDX-TYPE
           MOVE SPACE        TO RDX-SEP1
           MOVE WS-RDT-COUNT TO RDX-COUNT
           MOVE SPACE        TO RDX-SEP2
           MOVE WS-RDT-HASH  TO RDX-HASH-TOTAL
           WRITE RDX-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Late Holiday Impact Analysis - Run Date "
                  WS-RUN-DATE " - roll " WS-ADJUST-DIR
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF NOT ADJUST-ENABLED
              MOVE "no roll - ADJDIR invalid" TO REPORT-LINE (52:)
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Late holidays worked" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LATE-COUNT = 0
              MOVE SPACES TO REPORT-LINE
              MOVE "  none - HOLLATE is empty" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM VARYING LATE-IDX FROM 1 BY 1
                      UNTIL LATE-IDX > WS-LATE-COUNT
                 MOVE WS-LATE-DATE (LATE-IDX)   TO LTL-DATE
                 MOVE WS-LATE-REGION (LATE-IDX) TO LTL-REGION
                 MOVE WS-LATE-DESC (LATE-IDX)   TO LTL-DESC
                 MOVE WS-LATE-USER (LATE-IDX)   TO LTL-USER
                 MOVE WS-LATE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-PERFORM
           END-IF.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "KIND   TRANS-ID     SOURCE   RGN OLD-DATE "
                  "NEW-DATE TIME   HOLIDAY / NOTE"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Late holidays       : " WS-LATE-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Postings re-dated   : " WS-POSTED-HIT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Held items re-dated : " WS-HELD-HIT-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Holiday removed     : " WS-CLEARED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Could not roll      : " WS-NO-ROLL-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Not rolled, ADJDIR  : " WS-NO-ADJUST-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Reversed, not moved : " WS-REVERSED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Left on HOLLATE     : " WS-LATE-OVER-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.
