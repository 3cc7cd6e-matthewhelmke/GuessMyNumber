*> CARELESS, CORRECT) doesn't match what the rules say it should have
*> been. A shouting match becomes a two-minute lookup.
*>
*> Disputes outlive the month. The game ID carries the date the game
*> was played, so the GAMELOG.YYYYMM archives from that month on are
*> searched ahead of GAMELOG.DAT (GNARCH names an archive for the
*> month it ran, so the game can only be in that month's or a later
*> one), and the audit entry is looked for the same way across the
*> GNAUDIT.YYYYMM archives and GNAUDIT.DAT.
*>
*> The judging rules mirror the game exactly: a USER or PLAYER2 guess
*> outside the window is CARELESS and moves nothing; the computer
*> never guesses outside the window, so its turns only ever judge
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT or a month's archive, and likewise the audit file -
    *> the name is set before each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AUDIT-STATUS.

    01 WS-CMD-LINE PIC X(80).
    01 WS-TARGET-GAME-ID PIC X(16).

    *> The archive search: WS-ARC-PERIOD walks the month names from
    *> the game's own month up to this month.
    01 WS-GAMELOG-NAME PIC X(14) VALUE "GAMELOG.DAT".
    01 WS-AUDIT-NAME PIC X(14) VALUE "GNAUDIT.DAT".
    01 WS-THIS-MONTH PIC X(6).
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-GAMELOG-FILES PIC 9(4) usage comp-6 VALUE 0.
    01 WS-GAME-FILE-NAME PIC X(14).
    01 WS-AUDIT-FILE-NAME PIC X(14).

    *> The disputed game's GAMELOG record, held once found, and the
    *> operator stamp that follows it (older games have none).
    01 WS-GAME-FOUND PIC X VALUE "N".
    PERFORM LoadDifficultyConfig.
    PERFORM FindGameLogRecord.
    IF WS-GAME-FOUND NOT = "Y"
      DISPLAY "Game " WS-TARGET-GAME-ID " is not in GAMELOG.DAT or"
              " any archive from its month on."
      STOP RUN
      END-IF.
    PERFORM FindAuditRecord.
        END-IF.

    *> ***********************************************************
    *> A sequential pass of each file in turn for the disputed game's
    *> record - the archives from the month in its game ID, then the
    *> live log - stopping at the first file that holds it. A game ID
    *> that isn't a date can only be looked for in the live log. The
    *> carry-forward rollups have no game ID, so they can never match.
    *> ***********************************************************
    FindGameLogRecord.
      MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH
      IF WS-TARGET-GAME-ID(1:8) IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-TARGET-GAME-ID(1:8))) = 0
          MOVE WS-TARGET-GAME-ID(1:4) TO WS-ARC-YEAR
          MOVE WS-TARGET-GAME-ID(5:2) TO WS-ARC-MONTH
          PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
              OR WS-GAME-FOUND = "Y"
            MOVE SPACES TO WS-GAMELOG-NAME
            STRING "GAMELOG." WS-ARC-PERIOD DELIMITED BY SIZE
                INTO WS-GAMELOG-NAME
            PERFORM SearchGameLogFile
            PERFORM NextArchivePeriod
            END-PERFORM
          END-IF
        END-IF
      IF WS-GAME-FOUND = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      PERFORM SearchGameLogFile
      IF WS-GAMELOG-FILES = 0
        DISPLAY "No GAMELOG.DAT file was found - no games are logged."
        STOP RUN
        END-IF.

    SearchGameLogFile.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-GAMELOG-FILES
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ExamineGameLogRecord
        END-READ
        END-PERFORM
      CLOSE GAMELOG-FILE
      IF WS-GAME-FOUND = "Y"
        MOVE WS-GAMELOG-NAME TO WS-GAME-FILE-NAME
        END-IF.

    NextArchivePeriod.
      ADD 1 TO WS-ARC-MONTH
      IF WS-ARC-MONTH > 12
        MOVE 1 TO WS-ARC-MONTH
        ADD 1 TO WS-ARC-YEAR
        END-IF.

    *> The game record first, then the operator stamp right behind
    *> it (when the game is new enough to have one) - once both are
    *> way GNRECON claims one: same date portion, same secret, stamped
    *> at or before the game-end time. A missing entry is reported but
    *> doesn't stop the replay - the secret on the GAMELOG record is
    *> what the turns were judged against either way. The archives
    *> from the game's month on are searched first, then the live
    *> file.
    *> ***********************************************************
    FindAuditRecord.
      MOVE WS-GAME-DATE-TIME(1:4) TO WS-ARC-YEAR
      MOVE WS-GAME-DATE-TIME(5:2) TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
          OR WS-AUDIT-FOUND = "Y"
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "GNAUDIT." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-AUDIT-NAME
        PERFORM SearchAuditFile
        PERFORM NextArchivePeriod
        END-PERFORM
      IF WS-AUDIT-FOUND NOT = "Y"
        MOVE "GNAUDIT.DAT" TO WS-AUDIT-NAME
        PERFORM SearchAuditFile
        END-IF.

    SearchAuditFile.
      MOVE "N" TO WS-AUD-EOF-FLAG
      OPEN INPUT AUDIT-FILE
      IF AUDIT-STATUS = "35"
        MOVE "Y" TO WS-AUD-EOF-FLAG
                MOVE "Y" TO WS-AUDIT-FOUND
                MOVE AUD-SEED TO WS-AUDIT-SEED
                MOVE AUD-DATE-TIME TO WS-AUDIT-DATE-TIME
                MOVE WS-AUDIT-NAME TO WS-AUDIT-FILE-NAME
                MOVE "Y" TO WS-AUD-EOF-FLAG
                END-IF
          END-READ
      DISPLAY "========== Guess My Number - Dispute Replay =========="
      DISPLAY "Game ID:        " WS-TARGET-GAME-ID
      DISPLAY "Played at:      " WS-GAME-DATE-TIME
      DISPLAY "Logged in:      " WS-GAME-FILE-NAME
      DISPLAY "Secret number:  " WS-GAME-SECRET
      DISPLAY "Outcome logged: " FUNCTION TRIM(WS-GAME-OUTCOME)
              " in " WS-GAME-GUESSES " guesses"
        END-IF
      IF WS-AUDIT-FOUND = "Y"
        DISPLAY "Audit entry:    seed " WS-AUDIT-SEED " at "
                WS-AUDIT-DATE-TIME " in " WS-AUDIT-FILE-NAME
      ELSE
        DISPLAY "Audit entry:    NOT FOUND - the reconciliation"
                " should already have flagged this game"
