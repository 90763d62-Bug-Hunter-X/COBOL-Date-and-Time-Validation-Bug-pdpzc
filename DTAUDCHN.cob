       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTAUDCHN.
      *> ---------------------------------------------------------
      *> DTAUDCHN - audit trail chain value.
      *> Every DTAUDIT line written by BUG and DTBATCH carries a
      *> ten-digit check value computed from the line's own
      *> content and the check value on the line before it, so
      *> each line vouches for everything written ahead of it. A
      *> line altered, removed or slipped in afterwards no longer
      *> agrees with the value the next line was given, and the
      *> DTAUDVFY verification run reports the break.
      *>
      *> The value is a running hash over the 127 bytes of the
      *> line ahead of the chain field itself: starting from the
      *> previous line's value, each byte in turn multiplies the
      *> running value by 31, adds the byte's ordinal and takes
      *> the remainder by the largest ten-digit prime. The first
      *> line of the trail, and a line following one written
      *> before lines were chained, starts from zero.
      *>
      *> BUG, DTBATCH and DTAUDVFY all call this routine, so the
      *> writers and the verification can never disagree on how
      *> the value is worked out.
      *> ---------------------------------------------------------

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CHAIN-MODULUS             PIC 9(10) VALUE 9999999967.
       01  WS-CHAIN-WORK                PIC 9(18).
       01  WS-CHAIN-POS                 PIC 9(3).

       LINKAGE SECTION.
       01  LK-PREV-CHAIN                PIC 9(10).
       01  LK-AUDIT-LINE                PIC X(127).
       01  LK-NEW-CHAIN                 PIC 9(10).

       PROCEDURE DIVISION USING LK-PREV-CHAIN
                                LK-AUDIT-LINE
                                LK-NEW-CHAIN.
       MAIN-LOGIC.
           MOVE LK-PREV-CHAIN TO WS-CHAIN-WORK
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > 127
              COMPUTE WS-CHAIN-WORK =
                      FUNCTION MOD (WS-CHAIN-WORK * 31
                         + FUNCTION ORD
                              (LK-AUDIT-LINE (WS-CHAIN-POS:1)),
                         WS-CHAIN-MODULUS)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO LK-NEW-CHAIN
           GOBACK.
