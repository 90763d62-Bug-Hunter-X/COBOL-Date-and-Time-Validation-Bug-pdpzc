       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTKEYLOD.
      *> ---------------------------------------------------------
      *> DTKEYLOD - load the keyed companion files from the
      *> sequential history.
      *> AUDKEY, EXCKEY and PSTKEY hold the audit trail, the
      *> exceptions and the postings by transaction id (layouts
      *> in AUDKREC, EXCKREC and PSTKREC). BUG, DTBATCH, DTRESUB,
      *> DTPERMNT and DTPSTRCN keep them current from then on;
      *> this program builds them in the first place from what
      *> the sequential files already hold:
      *>
      *>   AUDKEY  from AUDARCHV, then the live DTAUDIT
      *>   EXCKEY  from EXCARCHV, then the live EXCPFIL
      *>   PSTKEY  from the DTPSTLDG posted ledger, then the
      *>           latest DTPOSTFL hand-off
      *>
      *> Archive section headers ("** ARCHIVED ...") and lines
      *> without a transaction id are passed over - nothing can
      *> look them up. An exception appearing in both the archive
      *> and the live file takes the live line. A ledger posting
      *> carries no sequence number or reversed id, so where the
      *> posting is also on DTPOSTFL that line replaces it;
      *> acknowledgement fields start blank.
      *>
      *> Each companion is created afresh. Once they exist, a
      *> rebuild throws away the acknowledgements DTPSTRCN has
      *> recorded on PSTKEY, which no sequential file holds, so
      *> the program refuses to run over existing companions
      *> unless the selection control file (KEYSELCT) says
      *>
      *>   REBUILD Y
      *>
      *> Counts for each file go to KEYLDRPT. RC 16 when refused
      *> or when a companion cannot be created.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "KEYSELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUD-ARCH-FILE ASSIGN TO "AUDARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARC-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "EXCPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT EXC-ARCH-FILE ASSIGN TO "EXCARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCARC-STATUS.

           SELECT POST-FILE ASSIGN TO "DTPOSTFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "KEYLDRPT"
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
       01  AUDIT-LINE                   PIC X(160).

       FD  AUD-ARCH-FILE.
       01  AUD-ARCH-LINE                PIC X(160).

       FD  EXCEPT-FILE.
       01  EXCEPT-LINE                  PIC X(120).

       FD  EXC-ARCH-FILE.
       01  EXC-ARCH-LINE                PIC X(120).

       FD  POST-FILE.
       01  POST-LINE                    PIC X(80).

       FD  LEDGER-FILE.
       COPY LDGREC.

       FD  AUDIT-KEY-FILE.
       COPY AUDKREC.

       FD  EXCEPT-KEY-FILE.
       COPY EXCKREC.

       FD  POST-KEY-FILE.
       COPY PSTKREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SEL-STATUS                PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       01  WS-AUDARC-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXCEPT-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXCARC-STATUS             PIC X(2) VALUE SPACES.
       01  WS-POST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LEDGER-STATUS             PIC X(2) VALUE SPACES.
       01  WS-AUDKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-EXCKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-PSTKEY-STATUS             PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.

      *> The sequential lines, laid out for use.
       COPY AUDITREC.
       COPY EXCPREC.
       COPY POSTREC.

       01  WS-RUN-DATE                  PIC 9(8).

       01  WS-SEL-EOF                   PIC X VALUE "N".
           88  END-OF-SEL-FILE                 VALUE "Y".
       01  WS-SEQ-EOF                   PIC X VALUE "N".
           88  END-OF-SEQ-FILE                 VALUE "Y".

       01  WS-REBUILD                   PIC X VALUE "N".
           88  REBUILD-ALLOWED                 VALUE "Y".
       01  WS-EXISTING                  PIC X VALUE "N".
           88  COMPANION-EXISTS                VALUE "Y".

       01  WS-AUD-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-AUD-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-AUD-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXC-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EXC-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXC-REPLACED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXC-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-LDG-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PST-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PST-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PST-REPLACED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PST-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM LOAD-SELECTIONS
           PERFORM CHECK-EXISTING-COMPANIONS
           IF COMPANION-EXISTS AND NOT REBUILD-ALLOWED
              DISPLAY "DTKEYLOD: keyed files already exist - "
                      "KEYSELCT REBUILD Y is needed to reload "
                      "them."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CREATE-COMPANIONS

           PERFORM LOAD-AUDIT-ARCHIVE
           PERFORM LOAD-AUDIT-LIVE
           PERFORM LOAD-EXCEPTION-ARCHIVE
           PERFORM LOAD-EXCEPTION-LIVE
           PERFORM LOAD-LEDGER
           PERFORM LOAD-POSTINGS

           CLOSE AUDIT-KEY-FILE
           CLOSE EXCEPT-KEY-FILE
           CLOSE POST-KEY-FILE
           PERFORM WRITE-LOAD-REPORT
           DISPLAY "DTKEYLOD: " WS-AUD-LOADED-COUNT
                   " audit, " WS-EXC-LOADED-COUNT
                   " exception and " WS-PST-LOADED-COUNT
                   " posting record(s) loaded."
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
              WHEN "REBUILD"
                 IF SEL-VALUE (1:1) = "Y"
                    SET REBUILD-ALLOWED TO TRUE
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTKEYLOD: unknown KEYSELCT keyword "
                         SEL-KEYWORD
           END-EVALUATE.

       CHECK-EXISTING-COMPANIONS.
           OPEN INPUT AUDIT-KEY-FILE
           IF WS-AUDKEY-STATUS = "00"
              SET COMPANION-EXISTS TO TRUE
              CLOSE AUDIT-KEY-FILE
           END-IF
           OPEN INPUT EXCEPT-KEY-FILE
           IF WS-EXCKEY-STATUS = "00"
              SET COMPANION-EXISTS TO TRUE
              CLOSE EXCEPT-KEY-FILE
           END-IF
           OPEN INPUT POST-KEY-FILE
           IF WS-PSTKEY-STATUS = "00"
              SET COMPANION-EXISTS TO TRUE
              CLOSE POST-KEY-FILE
           END-IF.

       CREATE-COMPANIONS.
           OPEN OUTPUT AUDIT-KEY-FILE
           CLOSE AUDIT-KEY-FILE
           OPEN I-O AUDIT-KEY-FILE
           OPEN OUTPUT EXCEPT-KEY-FILE
           CLOSE EXCEPT-KEY-FILE
           OPEN I-O EXCEPT-KEY-FILE
           OPEN OUTPUT POST-KEY-FILE
           CLOSE POST-KEY-FILE
           OPEN I-O POST-KEY-FILE
           IF WS-AUDKEY-STATUS NOT = "00"
              OR WS-EXCKEY-STATUS NOT = "00"
              OR WS-PSTKEY-STATUS NOT = "00"
              DISPLAY "DTKEYLOD: unable to create keyed files - "
                      "AUDKEY " WS-AUDKEY-STATUS
                      " EXCKEY " WS-EXCKEY-STATUS
                      " PSTKEY " WS-PSTKEY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-AUDIT-ARCHIVE.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT AUD-ARCH-FILE
           IF WS-AUDARC-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ AUD-ARCH-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       IF AUD-ARCH-LINE (1:2) NOT = "**"
                          AND AUD-ARCH-LINE NOT = SPACES
                          MOVE AUD-ARCH-LINE TO WS-AUDIT-RECORD
                          PERFORM LOAD-ONE-AUDIT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUD-ARCH-FILE
           ELSE
              DISPLAY "DTKEYLOD: AUDARCHV not available - "
                      "no archived audit lines loaded."
           END-IF.

       LOAD-AUDIT-LIVE.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ AUDIT-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       MOVE AUDIT-LINE TO WS-AUDIT-RECORD
                       PERFORM LOAD-ONE-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY "DTKEYLOD: DTAUDIT not available - "
                      "no live audit lines loaded."
           END-IF.

       LOAD-ONE-AUDIT-LINE.
      *> Keyed exactly as DTBATCH and BUG key a new line, the
      *> occurrence number stepping past a second line for the
      *> same id in the same second.
           ADD 1 TO WS-AUD-READ-COUNT
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
              IF WS-AUDKEY-STATUS = "00"
                 ADD 1 TO WS-AUD-LOADED-COUNT
              ELSE
                 ADD 1 TO WS-AUD-SKIPPED-COUNT
                 DISPLAY "DTKEYLOD: audit line for id "
                         AUD-TRANS-ID " not loaded - status "
                         WS-AUDKEY-STATUS
              END-IF
           ELSE
              ADD 1 TO WS-AUD-SKIPPED-COUNT
           END-IF.

       LOAD-EXCEPTION-ARCHIVE.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT EXC-ARCH-FILE
           IF WS-EXCARC-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ EXC-ARCH-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       IF EXC-ARCH-LINE (1:2) NOT = "**"
                          AND EXC-ARCH-LINE NOT = SPACES
                          MOVE EXC-ARCH-LINE TO WS-EXCEPTION-RECORD
                          PERFORM LOAD-ONE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXC-ARCH-FILE
           ELSE
              DISPLAY "DTKEYLOD: EXCARCHV not available - "
                      "no archived exceptions loaded."
           END-IF.

       LOAD-EXCEPTION-LIVE.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ EXCEPT-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       MOVE EXCEPT-LINE TO WS-EXCEPTION-RECORD
                       PERFORM LOAD-ONE-EXCEPTION
                 END-READ
              END-PERFORM
              CLOSE EXCEPT-FILE
           ELSE
              DISPLAY "DTKEYLOD: EXCPFIL not available - "
                      "no live exceptions loaded."
           END-IF.

       LOAD-ONE-EXCEPTION.
      *> The live file is loaded last, so where a line is in both
      *> its current status is the one kept.
           ADD 1 TO WS-EXC-READ-COUNT
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
                 ADD 1 TO WS-EXC-REPLACED-COUNT
              ELSE
                 ADD 1 TO WS-EXC-LOADED-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-EXC-SKIPPED-COUNT
           END-IF.

       LOAD-LEDGER.
      *> The ledger line is turned back into a posting line; the
      *> sequence number and reversed id it does not carry are
      *> left zero.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ LEDGER-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LDG-READ-COUNT
                       PERFORM LOAD-ONE-LEDGER-ENTRY
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           ELSE
              DISPLAY "DTKEYLOD: DTPSTLDG not available - "
                      "no ledger postings loaded."
           END-IF.

       LOAD-ONE-LEDGER-ENTRY.
           IF LDG-TRANS-ID IS NUMERIC AND LDG-TRANS-ID > 0
              MOVE SPACES        TO WS-POSTING-RECORD
              MOVE ZERO          TO PST-SEQ-NO
              MOVE LDG-ORIG-DATE TO PST-ORIG-DATE
              MOVE LDG-POST-DATE TO PST-POST-DATE
              MOVE LDG-TIME      TO PST-TIME
              MOVE LDG-ADJ-FLAG  TO PST-ADJ-FLAG
              MOVE LDG-TRANS-ID  TO PST-TRANS-ID
              MOVE LDG-SOURCE-ID TO PST-SOURCE-ID
              IF LDG-TYPE = "R"
                 MOVE "R" TO PST-REV-FLAG
              END-IF
              MOVE ZERO          TO PST-REV-TRANS-ID
              MOVE LDG-TRANS-ID  TO PKY-TRANS-ID
              MOVE LDG-SOURCE-ID TO PKY-SOURCE-ID
              MOVE LDG-POST-DATE TO PKY-POST-DATE
              MOVE ZERO          TO PKY-REV-ID
              MOVE LDG-RUN-DATE  TO PKY-RUN-DATE
              MOVE SPACES        TO PKY-ACK-STATUS
              MOVE SPACES        TO PKY-ACK-REASON
              MOVE ZERO          TO PKY-ACK-DATE
              MOVE WS-POSTING-RECORD TO PKY-POST-LINE
              WRITE PKY-RECORD
              IF WS-PSTKEY-STATUS = "00"
                 ADD 1 TO WS-PST-LOADED-COUNT
              ELSE
                 ADD 1 TO WS-PST-SKIPPED-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-PST-SKIPPED-COUNT
           END-IF.

       LOAD-POSTINGS.
           MOVE "N" TO WS-SEQ-EOF
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL END-OF-SEQ-FILE
                 READ POST-FILE
                    AT END
                       SET END-OF-SEQ-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PST-READ-COUNT
                       MOVE POST-LINE TO WS-POSTING-RECORD
                       PERFORM LOAD-ONE-POSTING
                 END-READ
              END-PERFORM
              CLOSE POST-FILE
           ELSE
              DISPLAY "DTKEYLOD: DTPOSTFL not available - "
                      "no hand-off postings loaded."
           END-IF.

       LOAD-ONE-POSTING.
      *> The hand-off line is the complete one, so it replaces a
      *> ledger-built record for the same id and keeps the run
      *> date the ledger gave it.
           IF PST-TRANS-ID IS NUMERIC AND PST-TRANS-ID > 0
              MOVE PST-TRANS-ID TO PKY-TRANS-ID
              READ POST-KEY-FILE
                 INVALID KEY
                    MOVE PST-SOURCE-ID    TO PKY-SOURCE-ID
                    MOVE PST-POST-DATE    TO PKY-POST-DATE
                    MOVE PST-REV-TRANS-ID TO PKY-REV-ID
                    MOVE WS-RUN-DATE      TO PKY-RUN-DATE
                    MOVE SPACES           TO PKY-ACK-STATUS
                    MOVE SPACES           TO PKY-ACK-REASON
                    MOVE ZERO             TO PKY-ACK-DATE
                    MOVE WS-POSTING-RECORD TO PKY-POST-LINE
                    WRITE PKY-RECORD
                    ADD 1 TO WS-PST-LOADED-COUNT
                 NOT INVALID KEY
                    MOVE PST-SOURCE-ID    TO PKY-SOURCE-ID
                    MOVE PST-POST-DATE    TO PKY-POST-DATE
                    MOVE PST-REV-TRANS-ID TO PKY-REV-ID
                    MOVE WS-POSTING-RECORD TO PKY-POST-LINE
                    REWRITE PKY-RECORD
                    ADD 1 TO WS-PST-REPLACED-COUNT
              END-READ
           ELSE
              ADD 1 TO WS-PST-SKIPPED-COUNT
           END-IF.

       WRITE-LOAD-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Keyed File Load - Run Date " WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Audit lines read    : " WS-AUD-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Audit loaded        : " WS-AUD-LOADED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Audit not keyed     : " WS-AUD-SKIPPED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions read     : " WS-EXC-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions loaded   : " WS-EXC-LOADED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions replaced : " WS-EXC-REPLACED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions not keyed: " WS-EXC-SKIPPED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Ledger entries read : " WS-LDG-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Postings read       : " WS-PST-READ-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Postings loaded     : " WS-PST-LOADED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Postings replaced   : " WS-PST-REPLACED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Postings not keyed  : " WS-PST-SKIPPED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
