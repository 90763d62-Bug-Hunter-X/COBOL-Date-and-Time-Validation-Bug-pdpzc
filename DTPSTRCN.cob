      *> posted are reported too, since they mean the posting side
      *> and this side disagree about what was sent.
      *>
      *> Reversal postings (PST-REV-FLAG "R") are matched the same
      *> way but reported as their own events - REVERSAL when
      *> acknowledged, REV-REJECTED, REV-UNACKED, and on later days
      *> REV-PENDING or REV-LATE-ACK - with the reversed id in the
      *> text, so an unacknowledged reversal is not mistaken for a
      *> missing ordinary posting. The pending file carries the
      *> reversal flag across days for the same reason.
      *>
      *> Matching is done through PSTKEY, the keyed companion
      *> DTBATCH keeps of every posting. Each acknowledgement is
      *> first recorded on the posting it answers by a direct read
      *> on the transaction id; today's postings and the carried
      *> items are then settled by reading their own PSTKEY
      *> record, so no acknowledgement table is held however big
      *> the day. Only acknowledgements that answer nothing are
      *> kept aside for their section of the report. An
      *> acknowledgement already on file from an earlier day is
      *> one of those; the same one applied again by a rerun of
      *> the day is not.
      *>
      *> The report goes to DTRCNRPT. Return code 4 when any
      *> rejection, unacknowledged posting or unknown
      *> acknowledgement was found, so the scheduler can flag the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
       FD  POST-FILE.
           05  PND-FIRST-DATE           PIC 9(8).
           05  PND-SEP4                 PIC X.
           05  PND-SOURCE-ID            PIC X(8).
           05  PND-SEP5                 PIC X.
           05  PND-REV-FLAG             PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(120).

       FD  POST-KEY-FILE.
       COPY PSTKREC.

       WORKING-STORAGE SECTION.
       01  WS-POST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-ACK-STATUS                PIC X(2) VALUE SPACES.
       01  WS-PEND-STATUS               PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-PSTKEY-STATUS             PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-RUN-DATE-INT              PIC 9(8).
      *> A posting unacknowledged for this many days is flagged.
       01  WS-AGE-FLAG-DAYS             PIC 9(2) VALUE 3.

      *> Acknowledgements that answer no posting on PSTKEY.
       01  WS-UNK-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-UNK-COUNT.
               10  WS-UNK-ID            PIC 9(12).
               10  WS-UNK-RSN           PIC X(40).
       01  WS-ACK-APPLIED               PIC X.
           88  ACK-APPLIED                     VALUE "Y".

      *> Unacknowledged postings carried in from prior days.
       01  WS-PND-COUNT                 PIC 9(4) VALUE ZERO.
               10  WS-PND-TIME          PIC 9(6).
               10  WS-PND-FIRST-DATE    PIC 9(8).
               10  WS-PND-SOURCE        PIC X(8).
               10  WS-PND-REV-FLAG      PIC X.
                   88  PENDING-IS-REVERSAL     VALUE "R".
               10  WS-PND-CLEARED       PIC X.
                   88  PENDING-CLEARED         VALUE "Y".

           88  ACK-FOUND                       VALUE "Y".
       01  WS-FIND-ID                   PIC 9(12).
       01  WS-PND-SUB                   PIC 9(4).
       01  WS-UNK-SUB                   PIC 9(4).
       01  WS-AGE-DAYS                  PIC 9(4).
       01  WS-AGE-INT                   PIC 9(8).
       01  WS-AGE-MARK                  PIC X(2).
       01  WS-STILL-PEND-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-ACK-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-POST-READ-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REVERSAL-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  RCN-TAG                  PIC X(14).
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                TO WS-RUN-DATE-INT
           OPEN I-O POST-KEY-FILE
           IF WS-PSTKEY-STATUS NOT = "00"
              DISPLAY "DTPSTRCN: unable to open PSTKEY - file status "
                      WS-PSTKEY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM APPLY-ACKNOWLEDGEMENTS
           PERFORM LOAD-PENDING-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-UNKNOWN-ACKS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE POST-KEY-FILE
           PERFORM REWRITE-PENDING-FILE
           IF WS-REJECTED-COUNT > 0
              OR WS-UNACKED-COUNT > 0
           END-IF
           STOP RUN.

       APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
              PERFORM UNTIL END-OF-ACK-FILE
                    AT END
                       SET END-OF-ACK-FILE TO TRUE
                    NOT AT END
                       PERFORM APPLY-ONE-ACK
                 END-READ
              END-PERFORM
              CLOSE ACK-FILE
                      "posting will report unacknowledged."
           END-IF.

       APPLY-ONE-ACK.
           MOVE "N" TO WS-ACK-APPLIED
           IF ACK-TRANS-ID IS NUMERIC
              MOVE ACK-TRANS-ID TO PKY-TRANS-ID
              READ POST-KEY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN PKY-NOT-ACKNOWLEDGED
                          MOVE ACK-STATUS  TO PKY-ACK-STATUS
                          MOVE ACK-REASON  TO PKY-ACK-REASON
                          MOVE WS-RUN-DATE TO PKY-ACK-DATE
                          REWRITE PKY-RECORD
                          SET ACK-APPLIED TO TRUE
                       WHEN PKY-ACK-DATE = WS-RUN-DATE
                            AND PKY-ACK-STATUS = ACK-STATUS
                          SET ACK-APPLIED TO TRUE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-IF
           IF NOT ACK-APPLIED
              IF WS-UNK-COUNT < 5000
                 ADD 1 TO WS-UNK-COUNT
                 MOVE ACK-TRANS-ID TO WS-UNK-ID (WS-UNK-COUNT)
                 MOVE ACK-REASON   TO WS-UNK-RSN (WS-UNK-COUNT)
              ELSE
                 DISPLAY "DTPSTRCN: unknown acknowledgement table "
                         "full - record dropped."
              END-IF
           END-IF.

       LOAD-PENDING-TABLE.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = "00"
                               WS-PND-FIRST-DATE (WS-PND-COUNT)
                          MOVE PND-SOURCE-ID  TO
                               WS-PND-SOURCE (WS-PND-COUNT)
                          MOVE PND-REV-FLAG   TO
                               WS-PND-REV-FLAG (WS-PND-COUNT)
                          MOVE "N"            TO
                               WS-PND-CLEARED (WS-PND-COUNT)
                       ELSE
       MATCH-ONE-POSTING.
           MOVE PST-TRANS-ID TO WS-FIND-ID
           PERFORM FIND-ACK-FOR-ID
           IF PST-IS-REVERSAL
              PERFORM MATCH-ONE-REVERSAL
           ELSE
              PERFORM MATCH-ONE-ORDINARY
           END-IF.

       MATCH-ONE-ORDINARY.
           EVALUATE TRUE
              WHEN NOT ACK-FOUND
                 ADD 1 TO WS-UNACKED-COUNT
                 MOVE SPACES          TO RCN-MARK
                 MOVE "No acknowledgement received" TO RCN-TEXT
                 PERFORM WRITE-DETAIL-LINE
              WHEN PKY-WAS-REJECTED
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "REJECTED"    TO RCN-TAG
                 MOVE PST-TRANS-ID  TO RCN-TRANS-ID
                 MOVE PST-SOURCE-ID TO RCN-SOURCE
                 MOVE PST-TIME      TO RCN-TIME
                 MOVE ZERO          TO RCN-AGE
                 MOVE SPACES        TO RCN-MARK
                 MOVE PKY-ACK-REASON TO RCN-TEXT
                 PERFORM WRITE-DETAIL-LINE
              WHEN OTHER
                 ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.

       MATCH-ONE-REVERSAL.
      *> An acknowledged reversal is still listed, since it changes
      *> what the posting side holds for the original id.
           MOVE PST-TRANS-ID  TO RCN-TRANS-ID
           MOVE PST-SOURCE-ID TO RCN-SOURCE
           MOVE PST-POST-DATE TO RCN-DATE
           MOVE PST-TIME      TO RCN-TIME
           MOVE ZERO          TO RCN-AGE
           MOVE SPACES        TO RCN-MARK
           MOVE SPACES        TO RCN-TEXT
           EVALUATE TRUE
              WHEN NOT ACK-FOUND
                 ADD 1 TO WS-UNACKED-COUNT
                 PERFORM ADD-NEW-PENDING
                 MOVE "REV-UNACKED" TO RCN-TAG
                 STRING "Reversal of " PST-REV-TRANS-ID
                        " unacknowledged"
                        DELIMITED BY SIZE
                        INTO RCN-TEXT
              WHEN PKY-WAS-REJECTED
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "REV-REJECTED" TO RCN-TAG
                 MOVE PKY-ACK-REASON TO RCN-TEXT
              WHEN OTHER
                 ADD 1 TO WS-REVERSAL-COUNT
                 MOVE "REVERSAL" TO RCN-TAG
                 STRING "Reversal of " PST-REV-TRANS-ID
                        DELIMITED BY SIZE
                        INTO RCN-TEXT
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE.

       FIND-ACK-FOR-ID.
      *> WS-FIND-ID carries the id to look for. Found means the
      *> posting's PSTKEY record shows an acknowledgement, which
      *> is then in the record area for the caller; a posting
      *> missing from PSTKEY reads as unacknowledged.
           MOVE "N" TO WS-ACK-FOUND
           MOVE WS-FIND-ID TO PKY-TRANS-ID
           READ POST-KEY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT PKY-NOT-ACKNOWLEDGED
                    SET ACK-FOUND TO TRUE
                 END-IF
           END-READ.

       ADD-NEW-PENDING.
           IF WS-PND-COUNT < 5000
              MOVE PST-TIME      TO WS-PND-TIME (WS-PND-COUNT)
              MOVE WS-RUN-DATE   TO WS-PND-FIRST-DATE (WS-PND-COUNT)
              MOVE PST-SOURCE-ID TO WS-PND-SOURCE (WS-PND-COUNT)
              MOVE PST-REV-FLAG  TO WS-PND-REV-FLAG (WS-PND-COUNT)
              MOVE "N"           TO WS-PND-CLEARED (WS-PND-COUNT)
           ELSE
              DISPLAY "DTPSTRCN: pending table full - posting "
                 ELSE
                    MOVE SPACES TO WS-AGE-MARK
                 END-IF
                 IF PENDING-IS-REVERSAL (WS-PND-SUB)
                    MOVE "REV-PENDING" TO RCN-TAG
                 ELSE
                    MOVE "STILL-PENDING" TO RCN-TAG
                 END-IF
                 MOVE WS-PND-ID (WS-PND-SUB)        TO RCN-TRANS-ID
                 MOVE WS-PND-SOURCE (WS-PND-SUB)    TO RCN-SOURCE
                 MOVE WS-PND-POST-DATE (WS-PND-SUB) TO RCN-DATE
                 MOVE WS-PND-TIME (WS-PND-SUB)      TO RCN-TIME
                 MOVE WS-AGE-DAYS                   TO RCN-AGE
                 MOVE WS-AGE-MARK                   TO RCN-MARK
                 IF PENDING-IS-REVERSAL (WS-PND-SUB)
                    MOVE "Reversal unacknowledged, aged in days"
                         TO RCN-TEXT
                 ELSE
                    MOVE "Unacknowledged, aged in days" TO RCN-TEXT
                 END-IF
                 PERFORM WRITE-DETAIL-LINE
              WHEN PKY-WAS-REJECTED
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "Y" TO WS-PND-CLEARED (WS-PND-SUB)
                 IF PENDING-IS-REVERSAL (WS-PND-SUB)
                    MOVE "REV-REJECTED"             TO RCN-TAG
                 ELSE
                    MOVE "REJECTED"                 TO RCN-TAG
                 END-IF
                 MOVE WS-PND-ID (WS-PND-SUB)        TO RCN-TRANS-ID
                 MOVE WS-PND-SOURCE (WS-PND-SUB)    TO RCN-SOURCE
                 MOVE WS-PND-POST-DATE (WS-PND-SUB) TO RCN-DATE
                 MOVE WS-PND-TIME (WS-PND-SUB)      TO RCN-TIME
                 MOVE ZERO                          TO RCN-AGE
                 MOVE SPACES                        TO RCN-MARK
                 MOVE PKY-ACK-REASON                TO RCN-TEXT
                 PERFORM WRITE-DETAIL-LINE
              WHEN OTHER
                 ADD 1 TO WS-LATE-ACK-COUNT
                 MOVE "Y" TO WS-PND-CLEARED (WS-PND-SUB)
                 IF PENDING-IS-REVERSAL (WS-PND-SUB)
                    MOVE "REV-LATE-ACK"             TO RCN-TAG
                 ELSE
                    MOVE "LATE-ACK"                 TO RCN-TAG
                 END-IF
                 MOVE WS-PND-ID (WS-PND-SUB)        TO RCN-TRANS-ID
                 MOVE WS-PND-SOURCE (WS-PND-SUB)    TO RCN-SOURCE
                 MOVE WS-PND-POST-DATE (WS-PND-SUB) TO RCN-DATE
                 MOVE WS-PND-TIME (WS-PND-SUB)      TO RCN-TIME
                 MOVE ZERO                          TO RCN-AGE
                 MOVE SPACES                        TO RCN-MARK
                 IF PENDING-IS-REVERSAL (WS-PND-SUB)
                    MOVE "Reversal acknowledged after carry-fwd"
                         TO RCN-TEXT
                 ELSE
                    MOVE "Acknowledged after carry-forward"
                         TO RCN-TEXT
                 END-IF
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

           MOVE "Acknowledgements matching no posting"
                TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNK-COUNT > 0
              PERFORM VARYING WS-UNK-SUB FROM 1 BY 1
                      UNTIL WS-UNK-SUB > WS-UNK-COUNT
                 ADD 1 TO WS-UNKNOWN-ACK-COUNT
                 MOVE "UNKNOWN-ID"   TO RCN-TAG
                 MOVE WS-UNK-ID (WS-UNK-SUB) TO RCN-TRANS-ID
                 MOVE SPACES         TO RCN-SOURCE
                 MOVE ZERO           TO RCN-DATE
                 MOVE ZERO           TO RCN-TIME
                 MOVE ZERO           TO RCN-AGE
                 MOVE SPACES         TO RCN-MARK
                 MOVE WS-UNK-RSN (WS-UNK-SUB) TO RCN-TEXT
                 PERFORM WRITE-DETAIL-LINE
              END-PERFORM
           END-IF.

                    MOVE SPACE                  TO PND-SEP4
                    MOVE WS-PND-SOURCE (WS-PND-SUB)
                         TO PND-SOURCE-ID
                    MOVE SPACE                  TO PND-SEP5
                    MOVE WS-PND-REV-FLAG (WS-PND-SUB)
                         TO PND-REV-FLAG
                    WRITE PEND-RECORD
                 END-IF
              END-PERFORM
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Reversals matched   : " WS-REVERSAL-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Rejected            : " WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
