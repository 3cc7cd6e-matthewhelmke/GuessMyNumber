            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNUTIL - terminal utilization and hour-of-day activity report
*>
*> Every report so far looks at the operators; nobody looks at the
*> kiosks. GNMERGE now writes the ID of the terminal a game was
*> merged from into the game's operator stamp (gamelogop.cpy), so
*> this job can break GAMELOG.DAT down two ways: by terminal and by
*> hour of day (the hour the game started, from its game ID). Each
*> line gives games started, wins by outcome, average guesses, and
*> idle hours - the hours of the day with no game at all. A terminal
*> line also carries a 24-position activity strip, one position per
*> hour from midnight: "." for no game, the count for one to nine,
*> "*" for ten or more. Games merged before terminals were kept have
*> a blank terminal and are totalled on their own "----" line.
*>
*> It then flags every GNTERMS.CFG terminal that hasn't had a game
*> merged in the last N days, so a dead kiosk gets noticed before
*> someone walks past it for a week. N comes from GNUTIL.CFG, one
*> line holding the number of days; without it the check uses 3. A
*> game counts for the check whatever period the report covers, and
*> the archives are searched back far enough to find it - so a
*> month-end archive run doesn't make every kiosk look dead on the
*> first. Run it after GNMERGE: a spool not yet merged looks just
*> like a dead kiosk.
*>
*> Given a FROM date (and optionally a TO date, default today) the
*> breakdowns cover that period across the archives, the same way
*> GNTREND does; without one they cover the live log. The report
*> goes to GNUTIL.RPT and any dead terminal is also named on the
*> console.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnutil.cob
*> To run:
*>    ./gnutil                         the live log
*>    ./gnutil 20260101 20260331       one quarter, archives included
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNUTIL.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT, or a month's archive - the name is set before
    *> each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    SELECT TERMINAL-LIST-FILE ASSIGN TO "GNTERMS.CFG"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TERMINAL-LIST-STATUS.

    SELECT IDLE-DAYS-FILE ASSIGN TO "GNUTIL.CFG"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IDLE-DAYS-STATUS.

    SELECT REPORT-FILE ASSIGN TO "GNUTIL.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORT-STATUS.

*> ***************************************************************

 DATA DIVISION.
 FILE SECTION.
 FD  GAMELOG-FILE.
 01  GAMELOG-RECORD.
     COPY "gamelog.cpy".
 01  GAMELOG-CF-RECORD.
     COPY "gamelogcf.cpy".
 01  GAMELOG-OP-RECORD.
     COPY "gamelogop.cpy".

 FD  TERMINAL-LIST-FILE.
 01  TERMINAL-LIST-RECORD PIC X(4).

 FD  IDLE-DAYS-FILE.
 01  IDLE-DAYS-RECORD PIC X(4).

 FD  REPORT-FILE.
 01  REPORT-LINE PIC X(80).

 WORKING-STORAGE SECTION.
    01 GAMELOG-STATUS PIC XX.
    01 TERMINAL-LIST-STATUS PIC XX.
    01 IDLE-DAYS-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-GAMELOG-NAME PIC X(14) VALUE "GAMELOG.DAT".
    01 WS-LIVE-LOG-FOUND PIC X VALUE "N".
    01 WS-TERMS-LISTED PIC X VALUE "N".

    *> The optional period. WS-ARC-PERIOD walks the archive names
    *> from the earliest month either the period or the dead-kiosk
    *> check needs up to this month.
    01 WS-CMD-LINE PIC X(80).
    01 WS-ARG-FROM PIC X(10).
    01 WS-ARG-TO PIC X(10).
    01 WS-RANGE-FROM PIC X(8) VALUE SPACES.
    01 WS-RANGE-TO PIC X(8) VALUE SPACES.
    01 WS-RANGE-FLAG PIC X VALUE "N".
       88 WS-DATE-RANGE VALUE "Y".
    01 WS-THIS-MONTH PIC X(6).
    01 WS-SCAN-FROM PIC X(6).
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-ARCHIVES-READ PIC 9(4) usage comp-6 VALUE 0.
    01 WS-ARCHIVES-EDIT PIC ZZZ9.
    *> "Y" while reading a file whose games go into the breakdowns:
    *> the live log without a period, every file with one (games are
    *> then filtered by date). An archive read only for the
    *> dead-kiosk check updates last-game dates and nothing else.
    01 WS-FILE-COUNTS PIC X.

    *> The dead-kiosk check: no game merged after the cutoff date
    *> (today less the GNUTIL.CFG day count) and the terminal is
    *> flagged.
    01 WS-IDLE-DAYS PIC 999 usage comp-6 VALUE 3.
    01 WS-IDLE-DAYS-EDIT PIC ZZ9.
    01 WS-CUTOFF-NUMBER PIC 9(7) usage comp-6.
    01 WS-CUTOFF-DATE-N PIC 9(8).
    01 WS-CUTOFF-DATE PIC X(8).
    01 WS-DEAD-COUNT PIC 99 usage comp-6 VALUE 0.
    01 WS-DEAD-EDIT PIC Z9.

    *> The game record just read is held until the operator stamp
    *> behind it says which terminal it came from; a game with no
    *> stamp goes to the blank-terminal line when the next record
    *> arrives.
    01 WS-HELD-FLAG PIC X VALUE "N".
       88 WS-GAME-HELD VALUE "Y".
    01 WS-HELD-GAME-ID PIC X(16).
    01 WS-HELD-DATE PIC X(8).
    01 WS-HELD-HOUR PIC 99.
    01 WS-HELD-HOUR-SUB PIC 99 usage comp-6.
    01 WS-HELD-OUTCOME PIC X(20).
    01 WS-HELD-GUESSES PIC 99.
    01 WS-HELD-COUNTS PIC X.
    01 WS-HELD-TERMINAL PIC X(4).

    *> One entry per terminal: every GNTERMS.CFG terminal first, in
    *> list order, then any terminal found only in the stamps, and
    *> the blank terminal of unmarked games. 60 covers the 50 the
    *> merge will take from the list with room to spare.
    01 WS-TERM-TABLE.
       05 WS-TU-ENTRY OCCURS 60 TIMES.
          10 WS-TU-ID PIC X(4).
          10 WS-TU-LISTED PIC X.
          10 WS-TU-LAST-DATE PIC X(8).
          10 WS-TU-GAMES PIC 9(6) usage comp-6.
          10 WS-TU-USER-WINS PIC 9(6) usage comp-6.
          10 WS-TU-COMPUTER-WINS PIC 9(6) usage comp-6.
          10 WS-TU-PLAYER2-WINS PIC 9(6) usage comp-6.
          10 WS-TU-GAME-OVERS PIC 9(6) usage comp-6.
          10 WS-TU-GUESSES PIC 9(8) usage comp-6.
          10 WS-TU-HOUR-GAMES PIC 9(6) usage comp-6 OCCURS 24 TIMES.
    01 WS-TU-COUNT PIC 99 usage comp-6 VALUE 0.
    01 WS-TU-MAX PIC 99 usage comp-6 VALUE 60.
    01 WS-TU-SUB PIC 99 usage comp-6.
    01 WS-TU-SCAN PIC 99 usage comp-6.
    01 WS-TU-DROPPED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-TU-DROPPED-EDIT PIC ZZZZZ9.
    01 WS-UNMARKED-SUB PIC 99 usage comp-6 VALUE 0.

    *> Hour-of-day totals across every terminal, midnight first.
    01 WS-HOUR-TABLE.
       05 WS-HR-ENTRY OCCURS 24 TIMES.
          10 WS-HR-GAMES PIC 9(6) usage comp-6.
          10 WS-HR-USER-WINS PIC 9(6) usage comp-6.
          10 WS-HR-COMPUTER-WINS PIC 9(6) usage comp-6.
          10 WS-HR-PLAYER2-WINS PIC 9(6) usage comp-6.
          10 WS-HR-GAME-OVERS PIC 9(6) usage comp-6.
          10 WS-HR-GUESSES PIC 9(8) usage comp-6.
    01 WS-HR-SUB PIC 99 usage comp-6.
    01 WS-HR-TERMINALS PIC 99 usage comp-6.
    01 WS-NO-HOUR-GAMES PIC 9(6) usage comp-6 VALUE 0.

    *> Line-building fields shared by both sections - whichever line
    *> is being printed moves its counts here first.
    01 WS-LINE-LABEL PIC X(4).
    01 WS-LINE-GAMES PIC 9(6) usage comp-6.
    01 WS-LINE-USER-WINS PIC 9(6) usage comp-6.
    01 WS-LINE-COMPUTER-WINS PIC 9(6) usage comp-6.
    01 WS-LINE-PLAYER2-WINS PIC 9(6) usage comp-6.
    01 WS-LINE-GAME-OVERS PIC 9(6) usage comp-6.
    01 WS-LINE-GUESSES PIC 9(8) usage comp-6.
    01 WS-LINE-TAIL PIC X(22).
    01 WS-IDLE-HOURS PIC 99 usage comp-6.
    01 WS-IDLE-HOURS-EDIT PIC Z9.
    01 WS-HOUR-STRIP PIC X(24).
    01 WS-STRIP-DIGIT PIC 9.

    *> Page control for the print file.
    01 WS-LINE-COUNT PIC 99 usage comp-6 VALUE 99.
    01 WS-LINES-PER-PAGE PIC 99 usage comp-6 VALUE 55.
    01 WS-PAGE-NUMBER PIC 9(3) usage comp-6 VALUE 0.
    01 WS-RUN-DATE PIC X(8).

    *> Edited fields for the report.
    01 WS-AVG-WORK PIC 9(4)V99 usage comp-3.
    01 WS-GAMES-EDIT PIC ZZZZZ9.
    01 WS-USER-EDIT PIC ZZZZZ9.
    01 WS-COMPUTER-EDIT PIC ZZZZZ9.
    01 WS-PLAYER2-EDIT PIC ZZZZZ9.
    01 WS-GMOVER-EDIT PIC ZZZZZ9.
    01 WS-AVG-GUESSES-EDIT PIC ZZ9.99.
    01 WS-HOUR-EDIT PIC 99.
    01 WS-PAGE-EDIT PIC ZZ9.
    01 WS-DETAIL-LINE PIC X(80).
    01 WS-SECTION-TITLE PIC X(80).

*> ***************************************************************

 PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
    INITIALIZE WS-HOUR-TABLE.
    PERFORM ReadDateRange.
    PERFORM ReadIdleDays.
    PERFORM LoadTerminalList.
    PERFORM ReadGameLogs.
    IF WS-LIVE-LOG-FOUND = "N" AND NOT WS-DATE-RANGE
      DISPLAY "No GAMELOG.DAT file was found - only the dead-kiosk"
              " check can be made."
      END-IF.
    OPEN OUTPUT REPORT-FILE.
    IF REPORT-STATUS NOT = "00"
      DISPLAY "Could not open GNUTIL.RPT for output (status "
              REPORT-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    PERFORM EmitTerminalSection.
    PERFORM EmitHourSection.
    PERFORM EmitDeadTerminals.
    CLOSE REPORT-FILE.
    DISPLAY "Terminal utilization report written to GNUTIL.RPT.".
    STOP RUN.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today. Anything that isn't a real date stops
    *> the run rather than quietly reporting the wrong period.
    *> ***********************************************************
    ReadDateRange.
      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
      MOVE SPACES TO WS-ARG-FROM WS-ARG-TO
      UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
          INTO WS-ARG-FROM WS-ARG-TO
      END-UNSTRING
      IF WS-ARG-FROM = SPACES
        EXIT PARAGRAPH
        END-IF
      IF WS-ARG-TO = SPACES
        MOVE WS-RUN-DATE TO WS-ARG-TO
        END-IF
      IF WS-ARG-FROM(1:8) IS NOT NUMERIC OR WS-ARG-FROM(9:2) NOT = SPACES
          OR WS-ARG-TO(1:8) IS NOT NUMERIC OR WS-ARG-TO(9:2) NOT = SPACES
        DISPLAY "Give the period as YYYYMMDD dates - for example"
                " ./gnutil 20260101 20260331"
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-ARG-FROM(1:8)))
              NOT = 0
          OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-ARG-TO(1:8)))
              NOT = 0
        DISPLAY "Not a calendar date: " FUNCTION TRIM(WS-ARG-FROM)
                " " FUNCTION TRIM(WS-ARG-TO)
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      IF WS-ARG-FROM(1:8) > WS-ARG-TO(1:8)
        DISPLAY "The FROM date is after the TO date."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE WS-ARG-FROM(1:8) TO WS-RANGE-FROM
      MOVE WS-ARG-TO(1:8) TO WS-RANGE-TO
      MOVE "Y" TO WS-RANGE-FLAG.

    *> ***********************************************************
    *> The dead-kiosk day count from GNUTIL.CFG, 3 if the file is
    *> missing or doesn't hold a usable number, and the cutoff date
    *> it gives: a terminal whose last game is on or before the
    *> cutoff has gone that many days without one.
    *> ***********************************************************
    ReadIdleDays.
      OPEN INPUT IDLE-DAYS-FILE
      IF IDLE-DAYS-STATUS NOT = "35"
        READ IDLE-DAYS-FILE
          AT END CONTINUE
          NOT AT END
            IF FUNCTION TEST-NUMVAL(IDLE-DAYS-RECORD) = 0
              IF FUNCTION NUMVAL(IDLE-DAYS-RECORD) >= 1
                  AND FUNCTION NUMVAL(IDLE-DAYS-RECORD) <= 366
                MOVE FUNCTION NUMVAL(IDLE-DAYS-RECORD) TO WS-IDLE-DAYS
                END-IF
              END-IF
        END-READ
        CLOSE IDLE-DAYS-FILE
        END-IF
      MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-EDIT
      COMPUTE WS-CUTOFF-NUMBER =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
          - WS-IDLE-DAYS
      MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-NUMBER) TO WS-CUTOFF-DATE-N
      MOVE WS-CUTOFF-DATE-N TO WS-CUTOFF-DATE.

    *> ***********************************************************
    *> Every listed terminal gets a table entry up front, so one
    *> that never had a game still prints - and is the first to be
    *> flagged.
    *> ***********************************************************
    LoadTerminalList.
      OPEN INPUT TERMINAL-LIST-FILE
      IF TERMINAL-LIST-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-TERMS-LISTED
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ TERMINAL-LIST-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END
            IF TERMINAL-LIST-RECORD NOT = SPACES
              MOVE TERMINAL-LIST-RECORD TO WS-HELD-TERMINAL
              PERFORM FindOrAddTerminal
              IF WS-TU-SUB > 0
                MOVE "Y" TO WS-TU-LISTED(WS-TU-SUB)
                END-IF
              END-IF
        END-READ
        END-PERFORM
      CLOSE TERMINAL-LIST-FILE.

    *> ***********************************************************
    *> Reads every archive from the earliest month needed on -
    *> GNARCH names an archive for the month it ran, so a game can
    *> sit in a later month's archive but never an earlier one -
    *> and then the live log. The earliest month is the cutoff's,
    *> or the FROM date's if that is earlier. A month with no
    *> archive is passed over.
    *> ***********************************************************
    ReadGameLogs.
      MOVE WS-CUTOFF-DATE(1:6) TO WS-SCAN-FROM
      IF WS-DATE-RANGE AND WS-RANGE-FROM(1:6) < WS-SCAN-FROM
        MOVE WS-RANGE-FROM(1:6) TO WS-SCAN-FROM
        END-IF
      MOVE WS-SCAN-FROM(1:4) TO WS-ARC-YEAR
      MOVE WS-SCAN-FROM(5:2) TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
        MOVE SPACES TO WS-GAMELOG-NAME
        STRING "GAMELOG." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-GAMELOG-NAME
        MOVE WS-RANGE-FLAG TO WS-FILE-COUNTS
        PERFORM ReadOneGameLog
        ADD 1 TO WS-ARC-MONTH
        IF WS-ARC-MONTH > 12
          MOVE 1 TO WS-ARC-MONTH
          ADD 1 TO WS-ARC-YEAR
          END-IF
        END-PERFORM
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      MOVE "Y" TO WS-FILE-COUNTS
      PERFORM ReadOneGameLog.

    ReadOneGameLog.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF WS-GAMELOG-NAME = "GAMELOG.DAT"
        MOVE "Y" TO WS-LIVE-LOG-FOUND
      ELSE
        IF WS-FILE-COUNTS = "Y"
          ADD 1 TO WS-ARCHIVES-READ
          END-IF
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ProcessGameRecord
        END-READ
        END-PERFORM
      PERFORM FlushHeldGame
      CLOSE GAMELOG-FILE.

    *> ***********************************************************
    *> One record: a game is held for its stamp, a stamp names the
    *> held game's terminal, and the GNARCH rollups are skipped -
    *> they are dateless totals, not games.
    *> ***********************************************************
    ProcessGameRecord.
      IF GLCF-CARRY-FORWARD OR GLCF-ARCHIVE-CONTROL
        PERFORM FlushHeldGame
        EXIT PARAGRAPH
        END-IF
      IF GLOP-OPERATOR-STAMP
        PERFORM AttributeStampedGame
        EXIT PARAGRAPH
        END-IF
      PERFORM FlushHeldGame
      MOVE "Y" TO WS-HELD-FLAG
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-DATE-TIME(1:8) TO WS-HELD-DATE
      MOVE GL-OUTCOME TO WS-HELD-OUTCOME
      MOVE GL-TOTALGUESSES TO WS-HELD-GUESSES
      *> The game ID is the moment the game started; a game logged
      *> before IDs existed falls back to the hour it ended.
      MOVE 0 TO WS-HELD-HOUR-SUB
      IF GL-GAME-ID(9:2) IS NUMERIC
        MOVE GL-GAME-ID(9:2) TO WS-HELD-HOUR
      ELSE
        IF GL-DATE-TIME(9:2) IS NUMERIC
          MOVE GL-DATE-TIME(9:2) TO WS-HELD-HOUR
        ELSE
          MOVE 99 TO WS-HELD-HOUR
          END-IF
        END-IF
      IF WS-HELD-HOUR < 24
        COMPUTE WS-HELD-HOUR-SUB = WS-HELD-HOUR + 1
        END-IF
      MOVE WS-FILE-COUNTS TO WS-HELD-COUNTS
      IF WS-DATE-RANGE
          AND (WS-HELD-DATE < WS-RANGE-FROM
               OR WS-HELD-DATE > WS-RANGE-TO)
        MOVE "N" TO WS-HELD-COUNTS
        END-IF.

    *> A held game the next record didn't stamp has no terminal.
    FlushHeldGame.
      IF WS-GAME-HELD
        MOVE SPACES TO WS-HELD-TERMINAL
        PERFORM TallyHeldGame
        END-IF.

    AttributeStampedGame.
      IF NOT WS-GAME-HELD OR GLOP-GAME-ID NOT = WS-HELD-GAME-ID
        EXIT PARAGRAPH
        END-IF
      MOVE GLOP-TERMINAL-ID TO WS-HELD-TERMINAL
      PERFORM TallyHeldGame.

    *> ***********************************************************
    *> The held game moves its terminal's last-game date whatever
    *> file it came from, and goes into the terminal and hour
    *> counts only when it is inside what the report covers.
    *> ***********************************************************
    TallyHeldGame.
      MOVE "N" TO WS-HELD-FLAG
      PERFORM FindOrAddTerminal
      IF WS-TU-SUB = 0
        IF WS-HELD-COUNTS = "Y"
          ADD 1 TO WS-TU-DROPPED
          END-IF
        EXIT PARAGRAPH
        END-IF
      IF WS-TU-LAST-DATE(WS-TU-SUB) = SPACES
          OR WS-HELD-DATE > WS-TU-LAST-DATE(WS-TU-SUB)
        MOVE WS-HELD-DATE TO WS-TU-LAST-DATE(WS-TU-SUB)
        END-IF
      IF WS-HELD-COUNTS NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-TU-GAMES(WS-TU-SUB)
      ADD WS-HELD-GUESSES TO WS-TU-GUESSES(WS-TU-SUB)
      EVALUATE WS-HELD-OUTCOME
        WHEN "USER WIN" ADD 1 TO WS-TU-USER-WINS(WS-TU-SUB)
        WHEN "COMPUTER WIN" ADD 1 TO WS-TU-COMPUTER-WINS(WS-TU-SUB)
        WHEN "PLAYER2 WIN" ADD 1 TO WS-TU-PLAYER2-WINS(WS-TU-SUB)
        WHEN "FORCED GAME OVER" ADD 1 TO WS-TU-GAME-OVERS(WS-TU-SUB)
      END-EVALUATE
      IF WS-HELD-HOUR-SUB = 0
        ADD 1 TO WS-NO-HOUR-GAMES
        EXIT PARAGRAPH
        END-IF
      MOVE WS-HELD-HOUR-SUB TO WS-HR-SUB
      ADD 1 TO WS-TU-HOUR-GAMES(WS-TU-SUB, WS-HR-SUB)
      ADD 1 TO WS-HR-GAMES(WS-HR-SUB)
      ADD WS-HELD-GUESSES TO WS-HR-GUESSES(WS-HR-SUB)
      EVALUATE WS-HELD-OUTCOME
        WHEN "USER WIN" ADD 1 TO WS-HR-USER-WINS(WS-HR-SUB)
        WHEN "COMPUTER WIN" ADD 1 TO WS-HR-COMPUTER-WINS(WS-HR-SUB)
        WHEN "PLAYER2 WIN" ADD 1 TO WS-HR-PLAYER2-WINS(WS-HR-SUB)
        WHEN "FORCED GAME OVER" ADD 1 TO WS-HR-GAME-OVERS(WS-HR-SUB)
      END-EVALUATE.

    *> Looks up WS-HELD-TERMINAL, adding it if new; WS-TU-SUB is 0
    *> when the table is full.
    FindOrAddTerminal.
      MOVE 0 TO WS-TU-SUB
      PERFORM VARYING WS-TU-SCAN FROM 1 BY 1
          UNTIL WS-TU-SCAN > WS-TU-COUNT OR WS-TU-SUB > 0
        IF WS-TU-ID(WS-TU-SCAN) = WS-HELD-TERMINAL
          MOVE WS-TU-SCAN TO WS-TU-SUB
          END-IF
        END-PERFORM
      IF WS-TU-SUB = 0 AND WS-TU-COUNT < WS-TU-MAX
        ADD 1 TO WS-TU-COUNT
        MOVE WS-TU-COUNT TO WS-TU-SUB
        INITIALIZE WS-TU-ENTRY(WS-TU-SUB)
        MOVE WS-HELD-TERMINAL TO WS-TU-ID(WS-TU-SUB)
        MOVE "N" TO WS-TU-LISTED(WS-TU-SUB)
        END-IF
      IF WS-HELD-TERMINAL = SPACES
        MOVE WS-TU-SUB TO WS-UNMARKED-SUB
        END-IF.

    *> ***********************************************************
    *> By terminal: one line of counts per terminal and its hourly
    *> strip beneath, listed terminals in list order, then the
    *> unlisted ones, then the unmarked games.
    *> ***********************************************************
    EmitTerminalSection.
      MOVE "BY TERMINAL" TO WS-SECTION-TITLE
      MOVE 99 TO WS-LINE-COUNT
      PERFORM VARYING WS-TU-SUB FROM 1 BY 1
          UNTIL WS-TU-SUB > WS-TU-COUNT
        IF WS-TU-SUB NOT = WS-UNMARKED-SUB
          PERFORM PrintTerminalLines
          END-IF
        END-PERFORM
      IF WS-UNMARKED-SUB > 0
        MOVE WS-UNMARKED-SUB TO WS-TU-SUB
        IF WS-TU-GAMES(WS-TU-SUB) > 0
          PERFORM PrintTerminalLines
          MOVE "---- = GAMES MERGED BEFORE TERMINALS WERE KEPT"
              TO WS-DETAIL-LINE
          PERFORM WriteReportLine
          END-IF
        END-IF
      IF WS-TU-DROPPED > 0
        MOVE WS-TU-DROPPED TO WS-TU-DROPPED-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING "WARNING: TERMINAL TABLE FULL - " WS-TU-DROPPED-EDIT
               " GAME(S) NOT BROKEN DOWN BY TERMINAL"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF.

    PrintTerminalLines.
      IF WS-TU-ID(WS-TU-SUB) = SPACES
        MOVE "----" TO WS-LINE-LABEL
      ELSE
        MOVE WS-TU-ID(WS-TU-SUB) TO WS-LINE-LABEL
        END-IF
      MOVE WS-TU-GAMES(WS-TU-SUB) TO WS-LINE-GAMES
      MOVE WS-TU-USER-WINS(WS-TU-SUB) TO WS-LINE-USER-WINS
      MOVE WS-TU-COMPUTER-WINS(WS-TU-SUB) TO WS-LINE-COMPUTER-WINS
      MOVE WS-TU-PLAYER2-WINS(WS-TU-SUB) TO WS-LINE-PLAYER2-WINS
      MOVE WS-TU-GAME-OVERS(WS-TU-SUB) TO WS-LINE-GAME-OVERS
      MOVE WS-TU-GUESSES(WS-TU-SUB) TO WS-LINE-GUESSES
      MOVE SPACES TO WS-HOUR-STRIP
      MOVE 0 TO WS-IDLE-HOURS
      PERFORM VARYING WS-HR-SUB FROM 1 BY 1 UNTIL WS-HR-SUB > 24
        EVALUATE TRUE
          WHEN WS-TU-HOUR-GAMES(WS-TU-SUB, WS-HR-SUB) = 0
            MOVE "." TO WS-HOUR-STRIP(WS-HR-SUB:1)
            ADD 1 TO WS-IDLE-HOURS
          WHEN WS-TU-HOUR-GAMES(WS-TU-SUB, WS-HR-SUB) > 9
            MOVE "*" TO WS-HOUR-STRIP(WS-HR-SUB:1)
          WHEN OTHER
            MOVE WS-TU-HOUR-GAMES(WS-TU-SUB, WS-HR-SUB) TO WS-STRIP-DIGIT
            MOVE WS-STRIP-DIGIT TO WS-HOUR-STRIP(WS-HR-SUB:1)
        END-EVALUATE
        END-PERFORM
      MOVE WS-IDLE-HOURS TO WS-IDLE-HOURS-EDIT
      MOVE SPACES TO WS-LINE-TAIL
      IF WS-TU-LAST-DATE(WS-TU-SUB) = SPACES
        STRING WS-IDLE-HOURS-EDIT "  NONE FOUND"
            DELIMITED BY SIZE INTO WS-LINE-TAIL
      ELSE
        STRING WS-IDLE-HOURS-EDIT "  " WS-TU-LAST-DATE(WS-TU-SUB)
            DELIMITED BY SIZE INTO WS-LINE-TAIL
        END-IF
      PERFORM PrintCountLine
      MOVE SPACES TO WS-DETAIL-LINE
      IF WS-TU-LISTED(WS-TU-SUB) = "N" AND WS-TU-ID(WS-TU-SUB) NOT = SPACES
        STRING "      HOURS 00-23 " WS-HOUR-STRIP "  NOT IN GNTERMS.CFG"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
      ELSE
        STRING "      HOURS 00-23 " WS-HOUR-STRIP
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        END-IF
      PERFORM WriteReportLine.

    *> ***********************************************************
    *> By hour of day: every hour prints, and an hour nobody played
    *> in on any terminal is marked IDLE. TERMS is how many
    *> terminals had a game in that hour.
    *> ***********************************************************
    EmitHourSection.
      MOVE "BY HOUR OF DAY (HOUR THE GAME STARTED)" TO WS-SECTION-TITLE
      MOVE 99 TO WS-LINE-COUNT
      PERFORM VARYING WS-HR-SUB FROM 1 BY 1 UNTIL WS-HR-SUB > 24
        COMPUTE WS-HOUR-EDIT = WS-HR-SUB - 1
        MOVE WS-HOUR-EDIT TO WS-LINE-LABEL
        MOVE WS-HR-GAMES(WS-HR-SUB) TO WS-LINE-GAMES
        MOVE WS-HR-USER-WINS(WS-HR-SUB) TO WS-LINE-USER-WINS
        MOVE WS-HR-COMPUTER-WINS(WS-HR-SUB) TO WS-LINE-COMPUTER-WINS
        MOVE WS-HR-PLAYER2-WINS(WS-HR-SUB) TO WS-LINE-PLAYER2-WINS
        MOVE WS-HR-GAME-OVERS(WS-HR-SUB) TO WS-LINE-GAME-OVERS
        MOVE WS-HR-GUESSES(WS-HR-SUB) TO WS-LINE-GUESSES
        MOVE 0 TO WS-HR-TERMINALS
        PERFORM VARYING WS-TU-SCAN FROM 1 BY 1
            UNTIL WS-TU-SCAN > WS-TU-COUNT
          IF WS-TU-HOUR-GAMES(WS-TU-SCAN, WS-HR-SUB) > 0
            ADD 1 TO WS-HR-TERMINALS
            END-IF
          END-PERFORM
        MOVE WS-HR-TERMINALS TO WS-IDLE-HOURS-EDIT
        MOVE SPACES TO WS-LINE-TAIL
        IF WS-HR-GAMES(WS-HR-SUB) = 0
          STRING WS-IDLE-HOURS-EDIT "  IDLE"
              DELIMITED BY SIZE INTO WS-LINE-TAIL
        ELSE
          MOVE WS-IDLE-HOURS-EDIT TO WS-LINE-TAIL
          END-IF
        PERFORM PrintCountLine
        END-PERFORM
      IF WS-NO-HOUR-GAMES > 0
        MOVE WS-NO-HOUR-GAMES TO WS-TU-DROPPED-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING WS-TU-DROPPED-EDIT " GAME(S) CARRY NO USABLE TIME"
               " - BY TERMINAL ONLY"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF.

    *> ***********************************************************
    *> The dead-kiosk list: every GNTERMS.CFG terminal whose last
    *> merged game is on or before the cutoff, named on the report
    *> and on the console.
    *> ***********************************************************
    EmitDeadTerminals.
      MOVE SPACES TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      IF WS-TERMS-LISTED = "N"
        MOVE "NO GNTERMS.CFG FILE - NO TERMINALS TO CHECK FOR IDLE KIOSKS"
            TO WS-DETAIL-LINE
        PERFORM WriteReportLine
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      STRING "TERMINALS WITH NO GAME IN THE LAST "
             FUNCTION TRIM(WS-IDLE-DAYS-EDIT) " DAY(S) (NONE AFTER "
             WS-CUTOFF-DATE ")"
          DELIMITED BY SIZE INTO WS-DETAIL-LINE
      PERFORM WriteReportLine
      PERFORM VARYING WS-TU-SUB FROM 1 BY 1
          UNTIL WS-TU-SUB > WS-TU-COUNT
        IF WS-TU-LISTED(WS-TU-SUB) = "Y"
            AND (WS-TU-LAST-DATE(WS-TU-SUB) = SPACES
                 OR WS-TU-LAST-DATE(WS-TU-SUB) <= WS-CUTOFF-DATE)
          ADD 1 TO WS-DEAD-COUNT
          MOVE SPACES TO WS-DETAIL-LINE
          IF WS-TU-LAST-DATE(WS-TU-SUB) = SPACES
            STRING "  ** " WS-TU-ID(WS-TU-SUB) "  NO GAME FOUND SINCE "
                   WS-SCAN-FROM "01"
                DELIMITED BY SIZE INTO WS-DETAIL-LINE
            DISPLAY "*** Terminal " WS-TU-ID(WS-TU-SUB)
                    " has no game on record since " WS-SCAN-FROM "01"
          ELSE
            STRING "  ** " WS-TU-ID(WS-TU-SUB) "  LAST GAME "
                   WS-TU-LAST-DATE(WS-TU-SUB)
                DELIMITED BY SIZE INTO WS-DETAIL-LINE
            DISPLAY "*** Terminal " WS-TU-ID(WS-TU-SUB)
                    " last had a game on " WS-TU-LAST-DATE(WS-TU-SUB)
            END-IF
          PERFORM WriteReportLine
          END-IF
        END-PERFORM
      IF WS-DEAD-COUNT = 0
        MOVE "  NONE - EVERY LISTED TERMINAL HAS A RECENT GAME"
            TO WS-DETAIL-LINE
        PERFORM WriteReportLine
      ELSE
        MOVE WS-DEAD-COUNT TO WS-DEAD-EDIT
        DISPLAY WS-DEAD-EDIT " terminal(s) with no game in the last "
                FUNCTION TRIM(WS-IDLE-DAYS-EDIT) " day(s) - see GNUTIL.RPT."
        END-IF.

    *> ***********************************************************
    *> Edits the staged counts into one report detail line.
    *> ***********************************************************
    PrintCountLine.
      MOVE WS-LINE-GAMES TO WS-GAMES-EDIT
      MOVE WS-LINE-USER-WINS TO WS-USER-EDIT
      MOVE WS-LINE-COMPUTER-WINS TO WS-COMPUTER-EDIT
      MOVE WS-LINE-PLAYER2-WINS TO WS-PLAYER2-EDIT
      MOVE WS-LINE-GAME-OVERS TO WS-GMOVER-EDIT
      IF WS-LINE-GAMES = 0
        MOVE 0 TO WS-AVG-GUESSES-EDIT
      ELSE
        COMPUTE WS-AVG-WORK = WS-LINE-GUESSES / WS-LINE-GAMES
        MOVE WS-AVG-WORK TO WS-AVG-GUESSES-EDIT
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      STRING WS-LINE-LABEL "  " WS-GAMES-EDIT " " WS-USER-EDIT " "
             WS-COMPUTER-EDIT " " WS-PLAYER2-EDIT " " WS-GMOVER-EDIT
             "  " WS-AVG-GUESSES-EDIT "    " WS-LINE-TAIL
          DELIMITED BY SIZE INTO WS-DETAIL-LINE
      PERFORM WriteReportLine.

    WriteReportLine.
      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM PrintPageHeadings
        END-IF
      MOVE WS-DETAIL-LINE TO REPORT-LINE
      WRITE REPORT-LINE
      ADD 1 TO WS-LINE-COUNT.

    PrintPageHeadings.
      ADD 1 TO WS-PAGE-NUMBER
      MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
      IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
        END-IF
      MOVE SPACES TO REPORT-LINE
      STRING "GUESS MY NUMBER - TERMINAL UTILIZATION         RUN "
             WS-RUN-DATE "    PAGE " WS-PAGE-EDIT
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      IF WS-DATE-RANGE
        MOVE WS-ARCHIVES-READ TO WS-ARCHIVES-EDIT
        STRING "FROM " WS-RANGE-FROM " TO " WS-RANGE-TO " - "
               FUNCTION TRIM(WS-ARCHIVES-EDIT)
               " ARCHIVE FILE(S) AND GAMELOG.DAT"
            DELIMITED BY SIZE INTO REPORT-LINE
      ELSE
        MOVE "GAMELOG.DAT" TO REPORT-LINE
        END-IF
      WRITE REPORT-LINE
      MOVE WS-SECTION-TITLE TO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-SECTION-TITLE = "BY TERMINAL"
        MOVE "TERM   GAMES   USER   COMP     P2  GMOVR  AVG GS  IDLE  LAST GAME"
            TO REPORT-LINE
      ELSE
        MOVE "HOUR   GAMES   USER   COMP     P2  GMOVR  AVG GS TERMS"
            TO REPORT-LINE
        END-IF
      WRITE REPORT-LINE
      IF WS-SECTION-TITLE = "BY TERMINAL"
        MOVE "----  ------ ------ ------ ------ ------  ------ -----  ---------"
            TO REPORT-LINE
      ELSE
        MOVE "----  ------ ------ ------ ------ ------  ------ -----"
            TO REPORT-LINE
        END-IF
      WRITE REPORT-LINE
      MOVE 5 TO WS-LINE-COUNT.
