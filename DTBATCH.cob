      *> stopping the batches behind it. The summary report and
      *> the run-history line are broken out by source system as
      *> well as in total.
      *>
      *> An R (reversal) record in a batch asks for an earlier
      *> posting to be undone. Every posting this program writes
      *> is also kept on the DTPSTLDG posted-transaction ledger,
      *> held for the REVDAYS retention window in DTCTLFIL, and a
      *> reversal is accepted only when the id it names is on the
      *> ledger as an ordinary posting not already reversed - an
      *> id that was rejected, is being held future-dated, or
      *> never existed is not on it. An accepted reversal goes to
      *> DTPOSTFL as a flagged reversal posting and to DTAUDIT as
      *> a REVR decision; one that fails the check goes to EXCPFIL
      *> like any other rejection.
      *>
      *> Every audit line, exception and posting is also added to
      *> its keyed companion - AUDKEY, EXCKEY and PSTKEY, indexed
      *> on the permanent transaction id - so the lineage
      *> inquiry, DTRESUB and DTPSTRCN can go straight to a
      *> transaction instead of reading the sequential files end
      *> to end.
      *>
      *> Each audit line carries the AUD-CHAIN check value from
      *> DTAUDCHN, chained on from the last line already on
      *> DTAUDIT, which is read for it once as the run opens the
      *> log.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLOG-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "DTPSTLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO "AUDKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKY-KEY
               ALTERNATE RECORD KEY IS AKY-SRC-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AKY-REL-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT EXCEPT-KEY-FILE ASSIGN TO "EXCKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKY-KEY
               ALTERNATE RECORD KEY IS EKY-SRC-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCKEY-STATUS.

           SELECT POST-KEY-FILE ASSIGN TO "PSTKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKY-TRANS-ID
               ALTERNATE RECORD KEY IS PKY-SRC-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PKY-REV-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PSTKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  RST-DUP-COUNT            PIC 9(6).
           05  RST-SEP8                 PIC X.
           05  RST-FUTURE-COUNT         PIC 9(6).
           05  RST-SEP9                 PIC X.
           05  RST-REV-COUNT            PIC 9(6).
           05  RST-SEP10                PIC X.
           05  RST-REVREJ-COUNT         PIC 9(6).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                 PIC X(80).
           05  FDL-SEP3                 PIC X.
           05  FDL-STATUS               PIC X(3).

      *> Posted-transaction ledger: one line per posting this
      *> program has written inside the REVDAYS window, type P for
      *> an ordinary posting and R for a reversal posting, with
      *> the reversed flag set on a P line once it is reversed.
      *> It is what a reversal is checked against, since DTPOSTFL
      *> itself only ever holds the current day's output.
       FD  LEDGER-FILE.
       COPY LDGREC.

       FD  AUDIT-KEY-FILE.
       COPY AUDKREC.

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       FD  POST-KEY-FILE.
       COPY PSTKREC.

       WORKING-STORAGE SECTION.
       COPY WSAREA.

       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-RESTART-STATUS            PIC X(2) VALUE SPACES.
       01  WS-QRNTN-STATUS              PIC X(2) VALUE SPACES.
       01  WS-AUDKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-AUD-TAIL-EOF              PIC X VALUE "N".
           88  END-OF-AUDIT-TAIL               VALUE "Y".
       01  WS-AUD-CHAIN                 PIC 9(10) VALUE ZERO.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-PSTKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-MAX-DATE                  PIC 9(8).
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-SEQ-NO                    PIC 9(6) VALUE ZERO.
       01  WS-TRANS-ID                  PIC 9(12).
       01  WS-CARRIED-ID                PIC X(12) VALUE SPACES.

      *> Reversals. WS-DETAIL-TYPE is the record type of the
      *> detail being validated; on an R record the trans-id
      *> field names the posting to reverse rather than carrying
      *> the record's own id, and it is held in WS-REVERSE-ID.
      *> Status 30 marks a reversal that failed its ledger check,
      *> outside the DTVALID and period-check code ranges.
       01  WS-DETAIL-TYPE               PIC X VALUE "D".
           88  IS-REVERSAL-RECORD              VALUE "R".
       01  WS-REVERSE-ID                PIC X(12) VALUE SPACES.
       01  WS-REVERSE-ID-N              PIC 9(12).
       01  WS-REVERSAL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REVREJ-COUNT              PIC 9(6) VALUE ZERO.

       01  WS-LEDGER-STATUS             PIC X(2) VALUE SPACES.
       01  WS-LDG-EOF                   PIC X VALUE "N".
           88  END-OF-LEDGER-FILE              VALUE "Y".
      *> Days a posting stays reversible on the ledger, set by a
      *> REVDAYS record in DTCTLFIL.
       01  WS-REVDAYS                   PIC 9(3) VALUE 90.
       01  WS-LDG-CUTOFF                PIC 9(8).
       01  WS-LDG-CUTOFF-INT            PIC 9(8).
       01  WS-LDG-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-LDG-COUNT
                            INDEXED BY LDG-IDX.
               10  WS-LDG-ID            PIC 9(12).
               10  WS-LDG-RUN-DATE      PIC 9(8).
               10  WS-LDG-ORIG-DATE     PIC 9(8).
               10  WS-LDG-POST-DATE     PIC 9(8).
               10  WS-LDG-TIME          PIC 9(6).
               10  WS-LDG-ADJ-FLAG      PIC X.
               10  WS-LDG-SOURCE        PIC X(8).
               10  WS-LDG-TYPE          PIC X.
                   88  LDG-IS-REVERSAL         VALUE "R".
               10  WS-LDG-REVERSED      PIC X.
                   88  LDG-WAS-REVERSED        VALUE "Y".
       01  WS-LDG-FOUND                 PIC X.
           88  LEDGER-ENTRY-FOUND              VALUE "Y".

      *> Validation-quality thresholds, set by MAXPCT and MAXCONS
      *> records in DTCTLFIL (zero = threshold not checked). When
      *> one trips the batch checkpoints and stops early instead
           05  WS-BATCH-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WS-BATCH-COUNT
                              INDEXED BY BAT-IDX.
               10  WS-BAT-TYPE          PIC X.
               10  WS-BAT-DATE          PIC 9(8).
               10  WS-BAT-TIME          PIC 9(6).
               10  WS-BAT-ZONE          PIC X(3).
               10  WS-SRT-BADDATE       PIC 9(6).
               10  WS-SRT-BADTIME       PIC 9(6).
               10  WS-SRT-FUT           PIC 9(6).
               10  WS-SRT-REV           PIC 9(6).
               10  WS-SRT-QRN           PIC 9(4).
       01  WS-SRT-FOUND                 PIC X.
           88  SOURCE-TOTALS-FOUND             VALUE "Y".
           05  SRD-SEP6                 PIC X(2) VALUE SPACES.
           05  SRD-FUT                  PIC ZZZZZ9.
           05  SRD-SEP7                 PIC X(2) VALUE SPACES.
           05  SRD-REV                  PIC ZZZZZ9.
           05  SRD-SEP8                 PIC X(2) VALUE SPACES.
           05  SRD-QRN                  PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-CONTROL-FILE
           PERFORM LOAD-SOURCE-REGISTRY
           PERFORM LOAD-DUPLICATE-FILE
           PERFORM LOAD-POSTED-LEDGER
           PERFORM LOAD-CHECKPOINT
           PERFORM OPEN-FILES
           PERFORM READ-TRANS-FILE
              PERFORM CLOSE-FILES
              PERFORM WRITE-RUN-HISTORY
              PERFORM WRITE-DUPLICATE-FILE
              PERFORM WRITE-POSTED-LEDGER
              PERFORM CLEAR-CHECKPOINT
              IF WS-QRN-BATCH-COUNT > 0
                 MOVE 4 TO RETURN-CODE
           IF WS-EXCEPT-STATUS NOT = "00"
              OPEN OUTPUT EXCEPT-FILE
           END-IF
           PERFORM FIND-LAST-AUDIT-CHAIN
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
              END-IF
           ELSE
              OPEN OUTPUT POST-FILE
           END-IF
           PERFORM OPEN-KEYED-FILES.

       OPEN-KEYED-FILES.
      *> The keyed companions accumulate like the files they
      *> index. A companion not there yet is created empty; one
      *> that cannot be opened stops the run before anything is
      *> written, so the companions never fall behind.
           OPEN I-O AUDIT-KEY-FILE
           IF WS-AUDKEY-STATUS = "35"
              OPEN OUTPUT AUDIT-KEY-FILE
              CLOSE AUDIT-KEY-FILE
              OPEN I-O AUDIT-KEY-FILE
           END-IF
           OPEN I-O EXCEPT-KEY-FILE
           IF WS-EXCKEY-STATUS = "35"
              OPEN OUTPUT EXCEPT-KEY-FILE
              CLOSE EXCEPT-KEY-FILE
              OPEN I-O EXCEPT-KEY-FILE
           END-IF
           OPEN I-O POST-KEY-FILE
           IF WS-PSTKEY-STATUS = "35"
              OPEN OUTPUT POST-KEY-FILE
              CLOSE POST-KEY-FILE
              OPEN I-O POST-KEY-FILE
           END-IF
           IF WS-AUDKEY-STATUS NOT = "00"
              OR WS-EXCKEY-STATUS NOT = "00"
              OR WS-PSTKEY-STATUS NOT = "00"
              DISPLAY "DTBATCH: unable to open keyed files - "
                      "AUDKEY " WS-AUDKEY-STATUS
                      " EXCKEY " WS-EXCKEY-STATUS
                      " PSTKEY " WS-PSTKEY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE QRNTN-FILE
           CLOSE FUTURE-FILE
           CLOSE FEEDLOG-FILE
           CLOSE POST-FILE
           CLOSE AUDIT-KEY-FILE
           CLOSE EXCEPT-KEY-FILE
           CLOSE POST-KEY-FILE.

       LOAD-CHECKPOINT.
      *> A prior run that abended partway through leaves its last
                    ELSE
                       MOVE ZERO TO WS-FUTURE-COUNT
                    END-IF
                    IF RST-REV-COUNT IS NUMERIC
                       AND RST-REVREJ-COUNT IS NUMERIC
                       MOVE RST-REV-COUNT    TO WS-REVERSAL-COUNT
                       MOVE RST-REVREJ-COUNT TO WS-REVREJ-COUNT
                    ELSE
                       MOVE ZERO TO WS-REVERSAL-COUNT
                       MOVE ZERO TO WS-REVREJ-COUNT
                    END-IF
              END-READ
              CLOSE RESTART-FILE
              IF WS-SEQ-NO > 0
                         RST-BADDATE-COUNT RST-BADTIME-COUNT
                         RST-NONBUS-COUNT RST-HASH-TOTAL
                         RST-DUP-COUNT RST-FUTURE-COUNT
                         RST-REV-COUNT RST-REVREJ-COUNT
           MOVE SPACE TO RST-SEP1 RST-SEP2 RST-SEP3 RST-SEP4 RST-SEP5
                         RST-SEP6 RST-SEP7 RST-SEP8 RST-SEP9
                         RST-SEP10
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.
                    PERFORM QUARANTINE-BATCH
                 END-IF
                 PERFORM START-BATCH
              WHEN TRN-H-TYPE = "D" OR TRN-H-TYPE = "R"
                 IF BATCH-OPEN
                    PERFORM BUFFER-DETAIL-RECORD
                 ELSE
       BUFFER-DETAIL-RECORD.
           IF WS-BATCH-COUNT < 5000
              ADD 1 TO WS-BATCH-COUNT
              MOVE TRN-D-TYPE        TO WS-BAT-TYPE (WS-BATCH-COUNT)
              MOVE TRN-DATE          TO WS-BAT-DATE (WS-BATCH-COUNT)
              MOVE TRN-TIME          TO WS-BAT-TIME (WS-BATCH-COUNT)
              MOVE TRN-ZONE-CODE     TO WS-BAT-ZONE (WS-BATCH-COUNT)
              MOVE WS-BAT-DATE (BAT-IDX) TO WS-DATE-N
              MOVE WS-BAT-TIME (BAT-IDX) TO WS-TIME-N
              MOVE WS-BAT-ZONE (BAT-IDX) TO WS-ZONE-CODE
              MOVE WS-BAT-TYPE (BAT-IDX) TO WS-DETAIL-TYPE
              IF IS-REVERSAL-RECORD
                 MOVE WS-BAT-TRANS-ID (BAT-IDX) TO WS-REVERSE-ID
                 MOVE SPACES TO WS-CARRIED-ID
              ELSE
                 MOVE WS-BAT-TRANS-ID (BAT-IDX) TO WS-CARRIED-ID
                 MOVE SPACES TO WS-REVERSE-ID
              END-IF
              IF WS-ZONE-CODE = SPACES
                 MOVE WS-BATCH-DEF-ZONE TO WS-ZONE-CODE
              END-IF
              MOVE TRN-LEGACY-TIME TO WS-TIME-N
              MOVE SPACES TO WS-ZONE-CODE
              MOVE SPACES TO WS-CARRIED-ID
              MOVE "D" TO WS-DETAIL-TYPE
              MOVE SPACES TO WS-REVERSE-ID
              PERFORM VALIDATE-RECORD
           END-IF.

              MOVE TRN-DATE TO WS-DATE-N
              MOVE TRN-TIME TO WS-TIME-N
              MOVE TRN-ZONE-CODE TO WS-ZONE-CODE
              MOVE TRN-D-TYPE TO WS-DETAIL-TYPE
              IF IS-REVERSAL-RECORD
                 MOVE TRN-REVERSE-ID TO WS-REVERSE-ID
                 MOVE SPACES TO WS-CARRIED-ID
              ELSE
                 MOVE TRN-TRANS-ID TO WS-CARRIED-ID
                 MOVE SPACES TO WS-REVERSE-ID
              END-IF
              PERFORM VALIDATE-RECORD
           END-IF.

           MOVE WS-DATE-N TO WS-ENT-DATE
           MOVE WS-TIME-N TO WS-ENT-TIME

           IF IS-REVERSAL-RECORD
              PERFORM VALIDATE-REVERSAL
           ELSE
              PERFORM CHECK-DUPLICATE
              IF IS-DUPLICATE-TRANS
                 DISPLAY "Duplicate transaction."
                 ADD 1 TO WS-DUP-COUNT
                 ADD 1 TO WS-SRT-DUP (SRT-IDX)
                 MOVE "Duplicate transaction" TO WS-REASON
                 PERFORM WRITE-EXCEPTION
              ELSE
                 PERFORM VALIDATE-DATE-TIME
              END-IF
           END-IF

           PERFORM WRITE-AUDIT-ENTRY
              PERFORM WRITE-CHECKPOINT
           END-IF.

       VALIDATE-REVERSAL.
      *> A reversal is decided on the ledger alone: the id it
      *> names must be an ordinary posting still on the ledger and
      *> not already reversed. Its own date and time are the
      *> moment the reversal was raised and only go on the trail;
      *> the reversal posting takes the original's dates so the
      *> posting side can offset it exactly. No duplicate-key
      *> check applies - a re-sent reversal finds its target
      *> already reversed.
           MOVE "N" TO WS-DUP-FLAG
           MOVE ZERO TO WS-STATUS-CODE
           MOVE SPACES TO WS-REASON
           MOVE "N" TO WS-LDG-FOUND
           IF WS-REVERSE-ID IS NOT NUMERIC
              MOVE "Reversal - no target transaction id"
                   TO WS-REASON
           ELSE
              MOVE WS-REVERSE-ID TO WS-REVERSE-ID-N
              IF WS-LDG-COUNT > 0
                 SET LDG-IDX TO 1
                 SEARCH WS-LDG-ENTRY
                    WHEN WS-LDG-ID (LDG-IDX) = WS-REVERSE-ID-N
                       SET LEDGER-ENTRY-FOUND TO TRUE
                 END-SEARCH
              END-IF
              EVALUATE TRUE
                 WHEN NOT LEDGER-ENTRY-FOUND
                    MOVE "Reversal - target not posted"
                         TO WS-REASON
                 WHEN LDG-IS-REVERSAL (LDG-IDX)
                    MOVE "Reversal - target is itself a reversal"
                         TO WS-REASON
                 WHEN LDG-WAS-REVERSED (LDG-IDX)
                    MOVE "Reversal - target already reversed"
                         TO WS-REASON
              END-EVALUATE
           END-IF
           ADD 1 TO WS-SRT-REV (SRT-IDX)
           IF WS-REASON = SPACES
              DISPLAY "Reversal of " WS-REVERSE-ID-N " accepted."
              ADD 1 TO WS-REVERSAL-COUNT
              SET RECORD-WAS-ACCEPTED TO TRUE
              MOVE SPACES TO WS-REASON
              STRING "Reversal of " WS-REVERSE-ID-N
                     DELIMITED BY SIZE
                     INTO WS-REASON
              PERFORM WRITE-REVERSAL-POSTING
           ELSE
              DISPLAY "Reversal rejected - "
                      FUNCTION TRIM (WS-REASON) "."
              ADD 1 TO WS-REVREJ-COUNT
              MOVE 30 TO WS-STATUS-CODE
              PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-REVERSAL-POSTING.
      *> LDG-IDX is the original posting's ledger entry; it is
      *> marked reversed and the reversal itself goes on the
      *> ledger, so it can never be reversed twice.
           MOVE WS-SEQ-NO    TO PST-SEQ-NO
           MOVE SPACE        TO PST-SEP1
           MOVE WS-LDG-ORIG-DATE (LDG-IDX) TO PST-ORIG-DATE
           MOVE SPACE        TO PST-SEP2
           MOVE WS-LDG-POST-DATE (LDG-IDX) TO PST-POST-DATE
           MOVE SPACE        TO PST-SEP3
           MOVE WS-LDG-TIME (LDG-IDX)      TO PST-TIME
           MOVE SPACE        TO PST-SEP4
           MOVE WS-LDG-ADJ-FLAG (LDG-IDX)  TO PST-ADJ-FLAG
           MOVE SPACE        TO PST-SEP5
           MOVE WS-TRANS-ID  TO PST-TRANS-ID
           MOVE SPACE        TO PST-SEP6
           MOVE WS-SOURCE-ID TO PST-SOURCE-ID
           MOVE SPACE        TO PST-SEP7
           MOVE "R"          TO PST-REV-FLAG
           MOVE SPACE        TO PST-SEP8
           MOVE WS-REVERSE-ID-N TO PST-REV-TRANS-ID
           WRITE WS-POSTING-RECORD
           PERFORM INDEX-POSTING
           MOVE "Y" TO WS-LDG-REVERSED (LDG-IDX)
           PERFORM RECORD-LEDGER-ENTRY.

       RECORD-LEDGER-ENTRY.
      *> Adds the posting just written to the in-storage ledger;
      *> the file is rewritten from the table at every checkpoint
      *> and at finalize, the same as DTDUPFIL.
           IF WS-LDG-COUNT < 20000
              ADD 1 TO WS-LDG-COUNT
              MOVE PST-TRANS-ID  TO WS-LDG-ID (WS-LDG-COUNT)
              MOVE WS-RUN-DATE   TO WS-LDG-RUN-DATE (WS-LDG-COUNT)
              MOVE PST-ORIG-DATE TO WS-LDG-ORIG-DATE (WS-LDG-COUNT)
              MOVE PST-POST-DATE TO WS-LDG-POST-DATE (WS-LDG-COUNT)
              MOVE PST-TIME      TO WS-LDG-TIME (WS-LDG-COUNT)
              MOVE PST-ADJ-FLAG  TO WS-LDG-ADJ-FLAG (WS-LDG-COUNT)
              MOVE PST-SOURCE-ID TO WS-LDG-SOURCE (WS-LDG-COUNT)
              IF PST-IS-REVERSAL
                 MOVE "R" TO WS-LDG-TYPE (WS-LDG-COUNT)
              ELSE
                 MOVE "P" TO WS-LDG-TYPE (WS-LDG-COUNT)
              END-IF
              MOVE "N"           TO WS-LDG-REVERSED (WS-LDG-COUNT)
           ELSE
              DISPLAY "DTBATCH: posted ledger table full - posting "
                      PST-TRANS-ID " not reversible."
           END-IF.

       LOAD-POSTED-LEDGER.
      *> Postings older than the REVDAYS window are aged out as
      *> the ledger loads, so the table and the rewritten file
      *> stay bounded.
           COMPUTE WS-LDG-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-REVDAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-LDG-CUTOFF-INT)
                TO WS-LDG-CUTOFF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM UNTIL END-OF-LEDGER-FILE
                 READ LEDGER-FILE
                    AT END
                       SET END-OF-LEDGER-FILE TO TRUE
                    NOT AT END
                       IF LDG-RUN-DATE >= WS-LDG-CUTOFF
                          AND WS-LDG-COUNT < 20000
                          ADD 1 TO WS-LDG-COUNT
                          MOVE LDG-TRANS-ID  TO
                               WS-LDG-ID (WS-LDG-COUNT)
                          MOVE LDG-RUN-DATE  TO
                               WS-LDG-RUN-DATE (WS-LDG-COUNT)
                          MOVE LDG-ORIG-DATE TO
                               WS-LDG-ORIG-DATE (WS-LDG-COUNT)
                          MOVE LDG-POST-DATE TO
                               WS-LDG-POST-DATE (WS-LDG-COUNT)
                          MOVE LDG-TIME      TO
                               WS-LDG-TIME (WS-LDG-COUNT)
                          MOVE LDG-ADJ-FLAG  TO
                               WS-LDG-ADJ-FLAG (WS-LDG-COUNT)
                          MOVE LDG-SOURCE-ID TO
                               WS-LDG-SOURCE (WS-LDG-COUNT)
                          MOVE LDG-TYPE      TO
                               WS-LDG-TYPE (WS-LDG-COUNT)
                          MOVE LDG-REVERSED  TO
                               WS-LDG-REVERSED (WS-LDG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       WRITE-POSTED-LEDGER.
           OPEN OUTPUT LEDGER-FILE
           IF WS-LDG-COUNT > 0
              PERFORM VARYING LDG-IDX FROM 1 BY 1
                      UNTIL LDG-IDX > WS-LDG-COUNT
                 MOVE WS-LDG-ID (LDG-IDX)        TO LDG-TRANS-ID
                 MOVE WS-LDG-RUN-DATE (LDG-IDX)  TO LDG-RUN-DATE
                 MOVE WS-LDG-ORIG-DATE (LDG-IDX) TO LDG-ORIG-DATE
                 MOVE WS-LDG-POST-DATE (LDG-IDX) TO LDG-POST-DATE
                 MOVE WS-LDG-TIME (LDG-IDX)      TO LDG-TIME
                 MOVE WS-LDG-ADJ-FLAG (LDG-IDX)  TO LDG-ADJ-FLAG
                 MOVE WS-LDG-SOURCE (LDG-IDX)    TO LDG-SOURCE-ID
                 MOVE WS-LDG-TYPE (LDG-IDX)      TO LDG-TYPE
                 MOVE WS-LDG-REVERSED (LDG-IDX)  TO LDG-REVERSED
                 MOVE SPACE TO LDG-SEP1 LDG-SEP2 LDG-SEP3 LDG-SEP4
                               LDG-SEP5 LDG-SEP6 LDG-SEP7 LDG-SEP8
                 WRITE LEDGER-RECORD
              END-PERFORM
           END-IF
           CLOSE LEDGER-FILE.

       VALIDATE-DATE-TIME.
           CALL "DTVALID" USING WS-AREA WS-MAX-DATE
                                 WS-STATUS-CODE WS-REASON
                 MOVE ZERO TO WS-SRT-BADDATE (SRT-IDX)
                 MOVE ZERO TO WS-SRT-BADTIME (SRT-IDX)
                 MOVE ZERO TO WS-SRT-FUT (SRT-IDX)
                 MOVE ZERO TO WS-SRT-REV (SRT-IDX)
                 MOVE ZERO TO WS-SRT-QRN (SRT-IDX)
              ELSE
      *> More distinct sources than the table holds; fold the
           MOVE WS-TRANS-ID  TO PST-TRANS-ID
           MOVE SPACE        TO PST-SEP6
           MOVE WS-SOURCE-ID TO PST-SOURCE-ID
           MOVE SPACE        TO PST-SEP7
           MOVE "N"          TO PST-REV-FLAG
           MOVE SPACE        TO PST-SEP8
           MOVE ZERO         TO PST-REV-TRANS-ID
           WRITE WS-POSTING-RECORD
           PERFORM INDEX-POSTING
           PERFORM RECORD-LEDGER-ENTRY.

       WRITE-CHECKPOINT.
           MOVE WS-SEQ-NO        TO RST-SEQ-NO
           MOVE WS-DUP-COUNT     TO RST-DUP-COUNT
           MOVE SPACE            TO RST-SEP8
           MOVE WS-FUTURE-COUNT  TO RST-FUTURE-COUNT
           MOVE SPACE            TO RST-SEP9
           MOVE WS-REVERSAL-COUNT TO RST-REV-COUNT
           MOVE SPACE            TO RST-SEP10
           MOVE WS-REVREJ-COUNT  TO RST-REVREJ-COUNT
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE
      *> a run that stops here and later finalizes by resuming
      *> skips the already-processed records, so the only way the
      *> resumed run sees the earlier segments' keys is by loading
      *> them back from DTDUPFIL at start-up. The posted ledger
      *> goes out for the same reason, so a resumed run can still
      *> reverse what the earlier segments posted.
           PERFORM WRITE-DUPLICATE-FILE
           PERFORM WRITE-POSTED-LEDGER.

       WRITE-EXCEPTION.
           MOVE WS-SEQ-NO   TO EXC-SEQ-NO
           MOVE "O"          TO EXC-STATUS
           MOVE SPACE        TO EXC-SEP8
           MOVE ZERO         TO EXC-DISP-DATE
           WRITE WS-EXCEPTION-RECORD
           PERFORM INDEX-EXCEPTION.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP
              WHEN WS-STATUS-CODE NOT = 0
                 MOVE "FAIL" TO AUD-RESULT
                 MOVE WS-REASON TO AUD-REASON
              WHEN IS-REVERSAL-RECORD
                 MOVE "REVR" TO AUD-RESULT
                 MOVE WS-REASON TO AUD-REASON
              WHEN IS-NONBUS-DAY
                 MOVE "NBUS" TO AUD-RESULT
                 MOVE SPACES TO AUD-REASON
           MOVE WS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE SPACE        TO AUD-SEP10
           MOVE SPACES       TO AUD-USER-ID
           MOVE SPACE        TO AUD-SEP11
           CALL "DTAUDCHN" USING WS-AUD-CHAIN
                                 WS-AUDIT-RECORD (1:127)
                                 AUD-CHAIN
           END-CALL
           MOVE AUD-CHAIN    TO WS-AUD-CHAIN
           WRITE WS-AUDIT-RECORD
           PERFORM INDEX-AUDIT-ENTRY.

       FIND-LAST-AUDIT-CHAIN.
      *> The run's first audit line chains on from the last line
      *> already on the log; a log that is empty or missing, or
      *> that ends on a line logged before the chain was kept,
      *> starts the chain from zero.
           MOVE ZERO TO WS-AUD-CHAIN
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL END-OF-AUDIT-TAIL
                 READ AUDIT-FILE
                    AT END
                       SET END-OF-AUDIT-TAIL TO TRUE
                    NOT AT END
                       IF AUD-CHAIN IS NUMERIC
                          MOVE AUD-CHAIN TO WS-AUD-CHAIN
                       ELSE
                          MOVE ZERO TO WS-AUD-CHAIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       INDEX-AUDIT-ENTRY.
      *> The occurrence number only steps when the same id
      *> already has a line stamped with this very second.
           IF AUD-TRANS-ID IS NUMERIC AND AUD-TRANS-ID > 0
              MOVE AUD-TRANS-ID  TO AKY-TRANS-ID
              MOVE AUD-TIMESTAMP TO AKY-TIMESTAMP
              MOVE ZERO          TO AKY-OCCUR
              MOVE AUD-SOURCE-ID TO AKY-SOURCE-ID
              MOVE AUD-DATE-IN   TO AKY-DATE-IN
              IF AUD-RESULT = "REVR"
                 AND AUD-REASON (13:12) IS NUMERIC
                 MOVE AUD-REASON (13:12) TO AKY-REL-ID
              ELSE
                 MOVE ZERO TO AKY-REL-ID
              END-IF
              MOVE WS-AUDIT-RECORD TO AKY-AUDIT-LINE
              WRITE AKY-RECORD
              PERFORM UNTIL WS-AUDKEY-STATUS NOT = "22"
                         OR AKY-OCCUR = 99
                 ADD 1 TO AKY-OCCUR
                 WRITE AKY-RECORD
              END-PERFORM
           END-IF.

       INDEX-EXCEPTION.
      *> A rejection already on file under the same key - the
      *> same record processed again after a restart - is
      *> replaced rather than duplicated.
           IF EXC-TRANS-ID IS NUMERIC AND EXC-TRANS-ID > 0
              MOVE EXC-TRANS-ID  TO EKY-TRANS-ID
              MOVE EXC-RUN-DATE  TO EKY-RUN-DATE
              MOVE EXC-SEQ-NO    TO EKY-SEQ-NO
              MOVE EXC-SOURCE-ID TO EKY-SOURCE-ID
              MOVE EXC-DATE-IN   TO EKY-DATE-IN
              MOVE EXC-STATUS    TO EKY-STATUS
              MOVE WS-EXCEPTION-RECORD TO EKY-EXC-LINE
              WRITE EKY-RECORD
              IF WS-EXCKEY-STATUS = "22"
                 REWRITE EKY-RECORD
              END-IF
           END-IF.

       INDEX-POSTING.
      *> A posting made again under an id already on file is a
      *> fresh hand-off, so it goes back to unacknowledged.
           IF PST-TRANS-ID IS NUMERIC AND PST-TRANS-ID > 0
              MOVE PST-TRANS-ID     TO PKY-TRANS-ID
              MOVE PST-SOURCE-ID    TO PKY-SOURCE-ID
              MOVE PST-POST-DATE    TO PKY-POST-DATE
              MOVE PST-REV-TRANS-ID TO PKY-REV-ID
              MOVE WS-RUN-DATE      TO PKY-RUN-DATE
              MOVE SPACES           TO PKY-ACK-STATUS
              MOVE SPACES           TO PKY-ACK-REASON
              MOVE ZERO             TO PKY-ACK-DATE
              MOVE WS-POSTING-RECORD TO PKY-POST-LINE
              WRITE PKY-RECORD
              IF WS-PSTKEY-STATUS = "22"
                 REWRITE PKY-RECORD
              END-IF
           END-IF.

       LOAD-CONTROL-FILE.
      *> The upper bound for an acceptable date is normally the
                 WHEN "MAXCONS"
                    PERFORM GET-CONTROL-NUMBER
                    MOVE WS-CTL-NUMBER TO WS-MAXCONS
                 WHEN "REVDAYS"
                    PERFORM GET-CONTROL-NUMBER
                    MOVE WS-CTL-NUMBER TO WS-REVDAYS
                 WHEN SPACES
                    CONTINUE
                 WHEN OTHER
                  INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-REVERSAL-COUNT TO WS-PCT-PART
           PERFORM COMPUTE-PERCENT
           MOVE SPACES TO SUMMARY-LINE
           STRING "Reversal posted     : " WS-REVERSAL-COUNT
                  "  (" WS-PCT "%)"
                  DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-REVREJ-COUNT TO WS-PCT-PART
           PERFORM COMPUTE-PERCENT
           MOVE SPACES TO SUMMARY-LINE
           STRING "Reversal rejected   : " WS-REVREJ-COUNT
                  "  (" WS-PCT "%)"
                  DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-INVALID-COUNT TO WS-PCT-PART
           PERFORM COMPUTE-PERCENT
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "SOURCE     TOTAL   VALID    NBUS     DUP"
                  "   INVAL  FUTURE   REVRS  QBATCH"
                  DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
                         WS-SRT-BADDATE (SRT-IDX)
                         + WS-SRT-BADTIME (SRT-IDX)
                 MOVE WS-SRT-FUT (SRT-IDX)    TO SRD-FUT
                 MOVE WS-SRT-REV (SRT-IDX)    TO SRD-REV
                 MOVE WS-SRT-QRN (SRT-IDX)    TO SRD-QRN
                 MOVE WS-SOURCE-DETAIL TO SUMMARY-LINE
                 WRITE SUMMARY-LINE
