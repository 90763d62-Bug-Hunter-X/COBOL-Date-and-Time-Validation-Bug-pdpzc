       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTQRNMNT.
      *> ---------------------------------------------------------
      *> DTQRNMNT - quarantine review and release program.
      *> DTBATCH writes every batch it cannot reconcile (or whose
      *> source is unregistered or suspended) whole to DTQRNTN
      *> behind a banner line naming the run date, the source and
      *> the reason. Until now the file only ever grew, and a
      *> batch got back into the day's work by someone cutting it
      *> out of DTQRNTN by hand and pasting it onto TRANSFIL. This
      *> program applies a command file (QRNCMDS) against the
      *> quarantine file instead, and rewrites DTQRNTN without the
      *> batches it has dealt with.
      *>
      *> Batches are numbered 1, 2, 3... in the order they sit in
      *> DTQRNTN, as shown on the QRNLIST listing. A REL or PUR
      *> command names the batch number and the source id on its
      *> banner, and is rejected if the two do not agree, so a
      *> command written against an older listing cannot act on
      *> the wrong batch once the file has been rewritten.
      *>
      *> QRNCMDS commands, one per line:
      *>   LST user                    list the quarantined batches
      *>                               to QRNLIST with their banner
      *>                               reason, detail count and
      *>                               trailer count
      *>   REL user batch source O note
      *>                               release the batch back to
      *>                               TRANSFIL as a clean H/D/T
      *>                               batch for the next DTBATCH
      *>                               run. The batch must still
      *>                               balance against its own
      *>                               trailer; O = "Y" overrides
      *>                               the reconciliation and the
      *>                               trailer is recomputed from
      *>                               the detail records (or
      *>                               supplied, if the batch
      *>                               arrived without one); an
      *>                               override must give the
      *>                               reason in its note, and the
      *>                               log carries it on an
      *>                               OVERRIDE line of its own
      *>   PUR user batch source - reason
      *>                               drop the batch; a reason is
      *>                               required and goes to the log
      *>
      *> A batch whose source is still unregistered or suspended
      *> in SOURCEFIL is not released - it would only come
      *> straight back to quarantine - and a batch larger than
      *> the DTBATCH 5000-record buffer cannot be released at all.
      *>
      *> Every accepted or rejected command is written to the
      *> QRNMLOG maintenance log with a timestamp and the user id
      *> carried on the command.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRNTN-FILE ASSIGN TO "DTQRNTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRNTN-STATUS.

           SELECT CMD-FILE ASSIGN TO "QRNCMDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT SOURCE-FILE ASSIGN TO "SOURCEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT WORK-FILE ASSIGN TO "QRNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT LIST-FILE ASSIGN TO "QRNLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT MLOG-FILE ASSIGN TO "QRNMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QRNTN-FILE.
       01  QRNTN-LINE                   PIC X(80).

       FD  CMD-FILE.
       01  CMD-RECORD.
           05  CMD-VERB                 PIC X(3).
           05  CMD-SEP1                 PIC X.
           05  CMD-USER                 PIC X(8).
           05  CMD-SEP2                 PIC X.
           05  CMD-BATCH                PIC 9(4).
           05  CMD-SEP3                 PIC X.
           05  CMD-SOURCE               PIC X(8).
           05  CMD-SEP4                 PIC X.
           05  CMD-OVERRIDE             PIC X.
               88  CMD-RECOMPUTE-TRAILER       VALUE "Y".
           05  CMD-SEP5                 PIC X.
           05  CMD-REASON               PIC X(40).

       FD  SOURCE-FILE.
       COPY SRCREC.

       FD  TRANS-FILE.
       COPY TRANSREC.

       FD  WORK-FILE.
       01  WORK-LINE                    PIC X(80).

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
           05  MLG-BATCH                PIC 9(4).
           05  MLG-SEP4                 PIC X.
           05  MLG-SOURCE               PIC X(8).
           05  MLG-SEP5                 PIC X.
           05  MLG-TEXT                 PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-QRNTN-STATUS              PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                PIC X(2) VALUE SPACES.
       01  WS-SOURCE-STATUS             PIC X(2) VALUE SPACES.
       01  WS-TRANS-STATUS              PIC X(2) VALUE SPACES.
       01  WS-WORK-STATUS               PIC X(2) VALUE SPACES.
       01  WS-LIST-STATUS               PIC X(2) VALUE SPACES.
       01  WS-MLOG-STATUS               PIC X(2) VALUE SPACES.

       01  WS-QRNTN-EOF                 PIC X VALUE "N".
           88  END-OF-QRNTN-FILE               VALUE "Y".
       01  WS-CMD-EOF                   PIC X VALUE "N".
           88  END-OF-CMD-FILE                 VALUE "Y".
       01  WS-SOURCE-EOF                PIC X VALUE "N".
           88  END-OF-SOURCE-FILE              VALUE "Y".
       01  WS-WORK-EOF                  PIC X VALUE "N".
           88  END-OF-WORK-FILE                VALUE "Y".

      *> One entry per quarantined batch, built from the banner
      *> and the lines behind it. The detail count and date hash
      *> - D and R records alike - are worked out here the same
      *> way RECONCILE-BATCH does in DTBATCH, so a release can be
      *> checked against the batch's own trailer and an
      *> override has its new one.
       01  WS-QRN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-QRN-TABLE.
           05  WS-QRN-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-QRN-COUNT
                            INDEXED BY QRN-IDX.
               10  WS-QRN-RUN-DATE      PIC X(8).
               10  WS-QRN-SOURCE        PIC X(8).
               10  WS-QRN-REASON        PIC X(40).
               10  WS-QRN-HDR-SEEN      PIC X.
                   88  QRN-HEADER-SEEN         VALUE "Y".
               10  WS-QRN-DTL-COUNT     PIC 9(6).
               10  WS-QRN-DTL-HASH      PIC 9(12).
               10  WS-QRN-TRL-SEEN      PIC X.
                   88  QRN-TRAILER-SEEN        VALUE "Y".
               10  WS-QRN-TRL-COUNT     PIC 9(6).
               10  WS-QRN-TRL-HASH      PIC 9(12).
               10  WS-QRN-ACTION        PIC X.
                   88  QRN-HELD                VALUE SPACE.
                   88  QRN-RELEASED            VALUE "R".
                   88  QRN-PURGED              VALUE "P".
               10  WS-QRN-RECOMPUTE     PIC X.
                   88  QRN-RECOMPUTE-TRAILER   VALUE "Y".

       01  WS-SRC-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-SRC-COUNT
                            INDEXED BY SRC-IDX.
               10  WS-SRC-ID            PIC X(8).
               10  WS-SRC-STATUS        PIC X.

       01  WS-SRC-FOUND                 PIC X VALUE "N".
           88  SOURCE-REGISTERED               VALUE "Y".
       01  WS-CHANGED                   PIC X VALUE "N".
           88  QUARANTINE-CHANGED              VALUE "Y".
       01  WS-REJECT-TEXT               PIC X(40) VALUE SPACES.

      *> The batch the apply pass is currently copying; zero for
      *> any lines ahead of the first banner, which are kept.
       01  WS-CUR-BATCH                 PIC 9(4) VALUE ZERO.
       01  WS-LIST-BATCH                PIC 9(4) VALUE ZERO.
       01  WS-REL-BATCHES               PIC 9(4) VALUE ZERO.
       01  WS-PUR-BATCHES               PIC 9(4) VALUE ZERO.
       01  WS-HELD-DETAILS              PIC 9(6) VALUE ZERO.

       01  WS-BANNER-TAG                PIC X(15)
                                        VALUE "** QUARANTINED ".

       01  WS-LIST-DETAIL.
           05  LST-BATCH                PIC ZZZ9.
           05  LST-SEP1                 PIC X VALUE SPACE.
           05  LST-RUN-DATE             PIC X(8).
           05  LST-SEP2                 PIC X VALUE SPACE.
           05  LST-SOURCE               PIC X(8).
           05  LST-SEP3                 PIC X VALUE SPACE.
           05  LST-DETAILS              PIC ZZZZZ9.
           05  LST-SEP4                 PIC X VALUE SPACE.
           05  LST-TRAILER              PIC X(6).
           05  LST-SEP5                 PIC X VALUE SPACE.
           05  LST-STATE                PIC X(7).
           05  LST-SEP6                 PIC X VALUE SPACE.
           05  LST-REASON               PIC X(32).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-QUARANTINE-TABLE
           PERFORM LOAD-SOURCE-REGISTRY
           PERFORM OPEN-FILES

           PERFORM UNTIL END-OF-CMD-FILE
              READ CMD-FILE
                 AT END
                    SET END-OF-CMD-FILE TO TRUE
                 NOT AT END
                    PERFORM PROCESS-COMMAND
              END-READ
           END-PERFORM

           IF QUARANTINE-CHANGED
              PERFORM APPLY-BATCH-ACTIONS
              PERFORM REWRITE-QRNTN-FILE
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY "DTQRNMNT: " WS-REL-BATCHES
                   " batch(es) released, " WS-PUR-BATCHES
                   " purged."
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CMD-FILE
           IF WS-CMD-STATUS NOT = "00"
              DISPLAY "DTQRNMNT: unable to open QRNCMDS - file status "
                      WS-CMD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *> The maintenance log accumulates across runs, like the
      *> audit trail the validators keep.
           OPEN EXTEND MLOG-FILE
           IF WS-MLOG-STATUS NOT = "00"
              OPEN OUTPUT MLOG-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE CMD-FILE
           CLOSE MLOG-FILE.

       LOAD-QUARANTINE-TABLE.
      *> No DTQRNTN simply means nothing has been quarantined;
      *> the table stays empty and every REL/PUR is rejected.
           OPEN INPUT QRNTN-FILE
           IF WS-QRNTN-STATUS = "00"
              PERFORM UNTIL END-OF-QRNTN-FILE
                 READ QRNTN-FILE
                    AT END
                       SET END-OF-QRNTN-FILE TO TRUE
                    NOT AT END
                       PERFORM TABLE-QUARANTINE-LINE
                 END-READ
              END-PERFORM
              CLOSE QRNTN-FILE
           END-IF.

       TABLE-QUARANTINE-LINE.
           IF QRNTN-LINE (1:15) = WS-BANNER-TAG
              PERFORM START-QUARANTINE-ENTRY
           ELSE
              IF WS-QRN-COUNT > 0
                 MOVE QRNTN-LINE TO TRN-DETAIL-RECORD
                 EVALUATE TRN-H-TYPE
                    WHEN "H"
                       MOVE "Y" TO WS-QRN-HDR-SEEN (WS-QRN-COUNT)
                    WHEN "D"
                    WHEN "R"
                       ADD 1 TO WS-QRN-DTL-COUNT (WS-QRN-COUNT)
                       IF TRN-DATE IS NUMERIC
                          COMPUTE WS-QRN-DTL-HASH (WS-QRN-COUNT) =
                                  FUNCTION MOD
                                  (WS-QRN-DTL-HASH (WS-QRN-COUNT)
                                   + TRN-DATE, 1000000000000)
                       END-IF
                    WHEN "T"
                       MOVE "Y" TO WS-QRN-TRL-SEEN (WS-QRN-COUNT)
                       MOVE TRN-EXP-COUNT TO
                            WS-QRN-TRL-COUNT (WS-QRN-COUNT)
                       MOVE TRN-HASH-TOTAL TO
                            WS-QRN-TRL-HASH (WS-QRN-COUNT)
                 END-EVALUATE
              END-IF
           END-IF.

       START-QUARANTINE-ENTRY.
      *> Banner layout as DTBATCH writes it:
      *>   ** QUARANTINED yyyymmdd SOURCE ssssssss - reason **
           IF WS-QRN-COUNT >= 500
              DISPLAY "DTQRNMNT: DTQRNTN holds more than 500 "
                      "batches - table limit reached"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-QRN-COUNT
           MOVE QRNTN-LINE (16:8) TO WS-QRN-RUN-DATE (WS-QRN-COUNT)
           MOVE QRNTN-LINE (32:8) TO WS-QRN-SOURCE (WS-QRN-COUNT)
           MOVE SPACES TO WS-QRN-REASON (WS-QRN-COUNT)
           UNSTRING QRNTN-LINE (43:38) DELIMITED BY " **"
                    INTO WS-QRN-REASON (WS-QRN-COUNT)
           END-UNSTRING
           MOVE "N"   TO WS-QRN-HDR-SEEN (WS-QRN-COUNT)
           MOVE ZERO  TO WS-QRN-DTL-COUNT (WS-QRN-COUNT)
           MOVE ZERO  TO WS-QRN-DTL-HASH (WS-QRN-COUNT)
           MOVE "N"   TO WS-QRN-TRL-SEEN (WS-QRN-COUNT)
           MOVE ZERO  TO WS-QRN-TRL-COUNT (WS-QRN-COUNT)
           MOVE ZERO  TO WS-QRN-TRL-HASH (WS-QRN-COUNT)
           MOVE SPACE TO WS-QRN-ACTION (WS-QRN-COUNT)
           MOVE "N"   TO WS-QRN-RECOMPUTE (WS-QRN-COUNT).

       LOAD-SOURCE-REGISTRY.
      *> Same rule as DTBATCH: with no SOURCEFIL the registry is
      *> not in use and any source id is accepted.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = "00"
              PERFORM UNTIL END-OF-SOURCE-FILE
                 READ SOURCE-FILE
                    AT END
                       SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                       IF WS-SRC-COUNT < 500
                          ADD 1 TO WS-SRC-COUNT
                          MOVE SRC-SOURCE-ID TO
                               WS-SRC-ID (WS-SRC-COUNT)
                          MOVE SRC-STATUS    TO
                               WS-SRC-STATUS (WS-SRC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
           END-IF.

       PROCESS-COMMAND.
           EVALUATE CMD-VERB
              WHEN "LST"
                 PERFORM LIST-QUARANTINE
              WHEN "REL"
                 PERFORM RELEASE-BATCH
              WHEN "PUR"
                 PERFORM PURGE-BATCH
              WHEN OTHER
                 DISPLAY "DTQRNMNT: unknown command " CMD-VERB
                 MOVE "Unknown command verb" TO WS-REJECT-TEXT
                 PERFORM REJECT-COMMAND
           END-EVALUATE.

       FIND-BATCH.
      *> The batch number has to exist, name the source on its
      *> banner, and not already have been released or purged by
      *> an earlier command in this run.
           MOVE SPACES TO WS-REJECT-TEXT
           IF CMD-BATCH IS NOT NUMERIC
              MOVE "Batch number not numeric" TO WS-REJECT-TEXT
           ELSE
              IF CMD-BATCH = 0 OR CMD-BATCH > WS-QRN-COUNT
                 MOVE "Batch not on file" TO WS-REJECT-TEXT
              ELSE
                 SET QRN-IDX TO CMD-BATCH
                 IF WS-QRN-SOURCE (QRN-IDX) NOT = CMD-SOURCE
                    MOVE "Source does not match batch banner"
                         TO WS-REJECT-TEXT
                 ELSE
                    IF NOT QRN-HELD (QRN-IDX)
                       MOVE "Batch already released or purged"
                            TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RELEASE-BATCH.
           PERFORM FIND-BATCH
           IF WS-REJECT-TEXT = SPACES
              PERFORM CHECK-RELEASE-RULES
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
              DISPLAY "DTQRNMNT: REL " CMD-BATCH " rejected - "
                      FUNCTION TRIM (WS-REJECT-TEXT)
              PERFORM REJECT-COMMAND
           ELSE
              MOVE "R" TO WS-QRN-ACTION (QRN-IDX)
              ADD 1 TO WS-REL-BATCHES
              SET QUARANTINE-CHANGED TO TRUE
              MOVE "RELEASED" TO MLG-ACTION
              MOVE CMD-BATCH  TO MLG-BATCH
              MOVE CMD-SOURCE TO MLG-SOURCE
              IF CMD-RECOMPUTE-TRAILER
                 MOVE "Y" TO WS-QRN-RECOMPUTE (QRN-IDX)
                 MOVE "Trailer recomputed by override"
                      TO MLG-TEXT
              ELSE
                 MOVE CMD-REASON TO MLG-TEXT
              END-IF
              PERFORM WRITE-MAINT-LOG
      *> The override's justification goes on its own line, at
      *> full width, under the same user id.
              IF CMD-RECOMPUTE-TRAILER
                 MOVE "OVERRIDE" TO MLG-ACTION
                 MOVE CMD-BATCH  TO MLG-BATCH
                 MOVE CMD-SOURCE TO MLG-SOURCE
                 MOVE CMD-REASON TO MLG-TEXT
                 PERFORM WRITE-MAINT-LOG
              END-IF
           END-IF.

       CHECK-RELEASE-RULES.
      *> A released batch must be something DTBATCH will take:
      *> a header, no more details than its buffer holds, a
      *> source it will accept, and - unless the operator has
      *> overridden the reconciliation - a trailer that still
      *> balances against the details.
           IF NOT QRN-HEADER-SEEN (QRN-IDX)
              MOVE "Batch has no header record" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND WS-QRN-DTL-COUNT (QRN-IDX) > 5000
              MOVE "Batch exceeds 5000-record buffer"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND WS-SRC-COUNT > 0
              MOVE "N" TO WS-SRC-FOUND
              SET SRC-IDX TO 1
              SEARCH WS-SRC-ENTRY
                 WHEN WS-SRC-ID (SRC-IDX) = CMD-SOURCE
                    SET SOURCE-REGISTERED TO TRUE
              END-SEARCH
              IF NOT SOURCE-REGISTERED
                 MOVE "Source still not registered"
                      TO WS-REJECT-TEXT
              ELSE
                 IF WS-SRC-STATUS (SRC-IDX) = "S"
                    MOVE "Source still suspended" TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND CMD-RECOMPUTE-TRAILER
              AND CMD-REASON = SPACES
              MOVE "Override reason required" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND NOT CMD-RECOMPUTE-TRAILER
              IF NOT QRN-TRAILER-SEEN (QRN-IDX)
                 MOVE "No trailer - override required"
                      TO WS-REJECT-TEXT
              ELSE
                 IF WS-QRN-TRL-COUNT (QRN-IDX) NOT =
                    WS-QRN-DTL-COUNT (QRN-IDX)
                    OR WS-QRN-TRL-HASH (QRN-IDX) NOT =
                       WS-QRN-DTL-HASH (QRN-IDX)
                    MOVE "Out of balance - override required"
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.

       PURGE-BATCH.
           PERFORM FIND-BATCH
           IF WS-REJECT-TEXT = SPACES AND CMD-REASON = SPACES
              MOVE "Purge reason required" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
              DISPLAY "DTQRNMNT: PUR " CMD-BATCH " rejected - "
                      FUNCTION TRIM (WS-REJECT-TEXT)
              PERFORM REJECT-COMMAND
           ELSE
              MOVE "P" TO WS-QRN-ACTION (QRN-IDX)
              ADD 1 TO WS-PUR-BATCHES
              SET QUARANTINE-CHANGED TO TRUE
              MOVE "PURGED"   TO MLG-ACTION
              MOVE CMD-BATCH  TO MLG-BATCH
              MOVE CMD-SOURCE TO MLG-SOURCE
              MOVE CMD-REASON TO MLG-TEXT
              PERFORM WRITE-MAINT-LOG
           END-IF.

       REJECT-COMMAND.
           MOVE "REJECTED" TO MLG-ACTION
           IF CMD-BATCH IS NUMERIC
              MOVE CMD-BATCH TO MLG-BATCH
           ELSE
              MOVE ZERO TO MLG-BATCH
           END-IF
           MOVE CMD-SOURCE     TO MLG-SOURCE
           MOVE WS-REJECT-TEXT TO MLG-TEXT
           PERFORM WRITE-MAINT-LOG.

       LIST-QUARANTINE.
      *> The state column shows what this run has already done
      *> to a batch; HELD batches are the ones still waiting.
           MOVE ZERO TO WS-HELD-DETAILS
           OPEN OUTPUT LIST-FILE
           MOVE SPACES TO LIST-LINE
           MOVE "Quarantine File Listing" TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING " BAT RUN-DATE SOURCE   DETAIL TRAILR STATE  "
                  " REASON"
                  DELIMITED BY SIZE
                  INTO LIST-LINE
           WRITE LIST-LINE
           IF WS-QRN-COUNT > 0
              PERFORM VARYING QRN-IDX FROM 1 BY 1
                      UNTIL QRN-IDX > WS-QRN-COUNT
                 SET WS-LIST-BATCH TO QRN-IDX
                 MOVE WS-LIST-BATCH TO LST-BATCH
                 MOVE WS-QRN-RUN-DATE (QRN-IDX)  TO LST-RUN-DATE
                 MOVE WS-QRN-SOURCE (QRN-IDX)    TO LST-SOURCE
                 MOVE WS-QRN-DTL-COUNT (QRN-IDX) TO LST-DETAILS
                 IF QRN-TRAILER-SEEN (QRN-IDX)
                    MOVE WS-QRN-TRL-COUNT (QRN-IDX) TO LST-TRAILER
                 ELSE
                    MOVE "NONE" TO LST-TRAILER
                 END-IF
                 EVALUATE TRUE
                    WHEN QRN-RELEASED (QRN-IDX)
                       MOVE "RELEASE" TO LST-STATE
                    WHEN QRN-PURGED (QRN-IDX)
                       MOVE "PURGE" TO LST-STATE
                    WHEN OTHER
                       MOVE "HELD" TO LST-STATE
                       ADD WS-QRN-DTL-COUNT (QRN-IDX)
                           TO WS-HELD-DETAILS
                 END-EVALUATE
                 MOVE WS-QRN-REASON (QRN-IDX) TO LST-REASON
                 MOVE WS-LIST-DETAIL TO LIST-LINE
                 WRITE LIST-LINE
              END-PERFORM
           END-IF
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "Batches on file     : " WS-QRN-COUNT
                  DELIMITED BY SIZE
                  INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING "Detail records held : " WS-HELD-DETAILS
                  DELIMITED BY SIZE
                  INTO LIST-LINE
           WRITE LIST-LINE
           CLOSE LIST-FILE
           MOVE "LISTED"   TO MLG-ACTION
           MOVE ZERO       TO MLG-BATCH
           MOVE SPACES     TO MLG-SOURCE
           MOVE "Quarantine listed to QRNLIST" TO MLG-TEXT
           PERFORM WRITE-MAINT-LOG.

       APPLY-BATCH-ACTIONS.
      *> Second pass over DTQRNTN: held batches are copied to the
      *> work file, released batches are appended to TRANSFIL
      *> without their banner, and purged batches are dropped.
           MOVE "N" TO WS-QRNTN-EOF
           MOVE ZERO TO WS-CUR-BATCH
           OPEN INPUT QRNTN-FILE
           OPEN OUTPUT WORK-FILE
      *> Released batches go behind whatever feeds are already
      *> waiting on TRANSFIL for the next DTBATCH run, the same
      *> as the DTFUTREL and DTRESUB batches.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
              OPEN OUTPUT TRANS-FILE
           END-IF
           PERFORM UNTIL END-OF-QRNTN-FILE
              READ QRNTN-FILE
                 AT END
                    SET END-OF-QRNTN-FILE TO TRUE
                 NOT AT END
                    PERFORM COPY-QUARANTINE-LINE
              END-READ
           END-PERFORM
           PERFORM FINISH-RELEASED-BATCH
           CLOSE QRNTN-FILE
           CLOSE WORK-FILE
           CLOSE TRANS-FILE.

       COPY-QUARANTINE-LINE.
           IF QRNTN-LINE (1:15) = WS-BANNER-TAG
              PERFORM FINISH-RELEASED-BATCH
              ADD 1 TO WS-CUR-BATCH
              SET QRN-IDX TO WS-CUR-BATCH
              IF QRN-HELD (QRN-IDX)
                 MOVE QRNTN-LINE TO WORK-LINE
                 WRITE WORK-LINE
              END-IF
           ELSE
              IF WS-CUR-BATCH = 0
                 MOVE QRNTN-LINE TO WORK-LINE
                 WRITE WORK-LINE
              ELSE
                 EVALUATE TRUE
                    WHEN QRN-HELD (QRN-IDX)
                       MOVE QRNTN-LINE TO WORK-LINE
                       WRITE WORK-LINE
                    WHEN QRN-RELEASED (QRN-IDX)
      *> On an override the old trailer is dropped and a fresh
      *> one written when the batch ends.
                       IF QRNTN-LINE (1:1) NOT = "T"
                          OR NOT QRN-RECOMPUTE-TRAILER (QRN-IDX)
                          MOVE QRNTN-LINE TO TRN-DETAIL-RECORD
                          WRITE TRN-DETAIL-RECORD
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       FINISH-RELEASED-BATCH.
      *> Closes off the batch just copied: an override release
      *> gets the trailer recomputed from its own details, in the
      *> count and hash form DTBATCH reconciles against.
           IF WS-CUR-BATCH > 0
              SET QRN-IDX TO WS-CUR-BATCH
              IF QRN-RELEASED (QRN-IDX)
                 AND QRN-RECOMPUTE-TRAILER (QRN-IDX)
                 MOVE SPACES TO TRN-DETAIL-RECORD
                 MOVE "T"   TO TRN-T-TYPE
                 MOVE SPACE TO TRN-T-SEP1
                 MOVE WS-QRN-DTL-COUNT (QRN-IDX) TO TRN-EXP-COUNT
                 MOVE SPACE TO TRN-T-SEP2
                 MOVE WS-QRN-DTL-HASH (QRN-IDX)  TO TRN-HASH-TOTAL
                 WRITE TRN-TRAILER-RECORD
              END-IF
           END-IF.

       REWRITE-QRNTN-FILE.
      *> Only the batches still held were copied to the work
      *> file; copying it back over DTQRNTN leaves the quarantine
      *> file holding just what is still waiting for a decision.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT QRNTN-FILE
           PERFORM UNTIL END-OF-WORK-FILE
              READ WORK-FILE
                 AT END
                    SET END-OF-WORK-FILE TO TRUE
                 NOT AT END
                    MOVE WORK-LINE TO QRNTN-LINE
                    WRITE QRNTN-LINE
              END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE QRNTN-FILE.

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MLG-TIMESTAMP
           MOVE SPACE    TO MLG-SEP1 MLG-SEP2 MLG-SEP3 MLG-SEP4
                            MLG-SEP5
           MOVE CMD-USER TO MLG-USER
           WRITE MLOG-RECORD.
