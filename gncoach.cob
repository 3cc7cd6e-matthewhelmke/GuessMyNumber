            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNCOACH - guess-efficiency coaching report
*>
*> GNSTATS says how many guesses an operator took, not whether they
*> guessed well - a short game can be luck as easily as skill. This
*> report replays every stamped game's GNDETAIL.DAT turns, rebuilds
*> the LOWMAX/HIGHMAX window turn by turn by the rules GNREPLAY
*> judges with, and scores each USER and PLAYER2 guess against the
*> window it was made into. Per operator, to GNCOACH.RPT:
*>
*>   CUT%   the average share of the window a guess removed - the
*>          candidates left out of it afterwards, CORRECT leaving
*>          none. Halving every time scores about 50.
*>   AIM%   how close the guess came to the window's midpoint, the
*>          ideal guess: 100 on the midpoint, 0 on either edge. This
*>          is the skill figure - a lucky guess can score a big CUT%
*>          but never a big AIM% it didn't earn.
*>   CARE%  the share of guesses that were CARELESS - outside the
*>          window altogether, so they removed nothing.
*>   IGNR%  the share of guesses outside a bound someone else had
*>          already set - the computer's narrowing in a game against
*>          it, the other player's in a head-to-head. These are the
*>          CARELESS guesses that come from not watching the board.
*>   TREND  CUT% now against CUT% over the period of equal length
*>          just before (PREV%); plus is better.
*>
*> A CARELESS guess scores 0 for CUT% and AIM% alike, so it drags
*> both averages down. The GAME OVER turn on which the guess limit
*> fell was never judged and is not scored. The shared sign-ons
*> (GUEST, GUEST2, BATCH) are many people at once and are left off
*> the operator lines, though their games still move the window and
*> count in the all-operators line.
*>
*> The period is FROM and TO dates on the command line (TO defaults
*> to today); without them it is the month to date. Games are
*> found in the GAMELOG archives from the previous period's first
*> month on, then GAMELOG.DAT. The opening window top comes from
*> GNDIFF.CFG just as GNREPLAY reads it.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gncoach.cob
*> To run:
*>    ./gncoach                        this month to date
*>    ./gncoach 20260701 20260930      one quarter against the last
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNCOACH.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT, or a month's archive - the name is set before
    *> each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    SELECT DETAIL-FILE ASSIGN TO "GNDETAIL.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS DETAIL-STATUS.

    SELECT DIFFICULTY-FILE ASSIGN TO "GNDIFF.CFG"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DIFFICULTY-STATUS.

    SELECT REPORT-FILE ASSIGN TO "GNCOACH.RPT"
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

 FD  DETAIL-FILE.
 01  DETAIL-RECORD.
     COPY "gndetail.cpy".

 FD  DIFFICULTY-FILE.
 01  DIFFICULTY-RECORD PIC X(4).

 FD  REPORT-FILE.
 01  REPORT-LINE PIC X(80).

 WORKING-STORAGE SECTION.
    01 GAMELOG-STATUS PIC XX.
    01 DETAIL-STATUS PIC XX.
    01 DIFFICULTY-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-DT-EOF-FLAG PIC X VALUE "N".
       88 WS-DT-EOF VALUE "Y".
    01 WS-GAMELOG-NAME PIC X(14) VALUE "GAMELOG.DAT".

    *> The period reported, and the period of equal length just
    *> before it that the trend is measured against.
    01 WS-CMD-LINE PIC X(80).
    01 WS-ARG-FROM PIC X(10).
    01 WS-ARG-TO PIC X(10).
    01 WS-RANGE-FROM PIC X(8).
    01 WS-RANGE-TO PIC X(8).
    01 WS-PREV-FROM PIC X(8).
    01 WS-PREV-TO PIC X(8).
    01 WS-DATE-WORK PIC 9(8).
    01 WS-FROM-NUMBER PIC 9(7) usage comp-6.
    01 WS-TO-NUMBER PIC 9(7) usage comp-6.
    01 WS-PERIOD-DAYS PIC 9(5) usage comp-6.
    01 WS-THIS-MONTH PIC X(6).
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-ARCHIVES-READ PIC 9(4) usage comp-6 VALUE 0.
    01 WS-ARCHIVES-EDIT PIC ZZZ9.

    *> The configured range top - the window every game opens on.
    01 WS-RANGE-MAX PIC 9999 usage comp-6 VALUE 100.

    *> One slot per stamped game in either period: its secret, which
    *> period it falls in (1 this one, 2 the one before), the
    *> operator slot for each side (0 for a shared sign-on), and the
    *> window as the turns replayed so far have left it, with who
    *> set each bound.
    01 WS-GM-TABLE.
       05 WS-GM-ENTRY OCCURS 10000 TIMES.
          10 WS-GM-GAME-ID         PIC X(16).
          10 WS-GM-SECRET          PIC 9999 usage comp-6.
          10 WS-GM-PERIOD          PIC 9.
          10 WS-GM-OT-SUB          PIC 9(3) usage comp-6.
          10 WS-GM-OT-SUB-2        PIC 9(3) usage comp-6.
          10 WS-GM-LOWMAX          PIC 9999 usage comp-6.
          10 WS-GM-HIGHMAX         PIC 9999 usage comp-6.
          10 WS-GM-LOW-BY          PIC X(8).
          10 WS-GM-HIGH-BY         PIC X(8).
    01 WS-GM-COUNT PIC 9(5) usage comp-6 VALUE 0.
    01 WS-GM-MAX PIC 9(5) usage comp-6 VALUE 10000.
    01 WS-GM-SUB PIC 9(5) usage comp-6.
    01 WS-GM-SCAN PIC 9(5) usage comp-6.
    01 WS-GM-HIT PIC 9(5) usage comp-6 VALUE 0.
    01 WS-GM-DROPPED PIC 9(6) usage comp-6 VALUE 0.
    *> Turns older than every game in the table belong to games
    *> outside both periods and are skipped without a search.
    01 WS-EARLIEST-GAME-ID PIC X(16) VALUE HIGH-VALUES.

    *> One slot per operator, with a set of tallies for each period.
    *> The all-operators line and the print line share the layout,
    *> so a whole slot moves across in one.
    01 WS-OT-TABLE.
       05 WS-OT-ENTRY OCCURS 500 TIMES.
          10 WS-OT-ID              PIC X(10).
          10 WS-OT-PERIOD OCCURS 2 TIMES.
             15 WS-OT-GAMES        PIC 9(6) usage comp-6.
             15 WS-OT-GUESSES      PIC 9(7) usage comp-6.
             15 WS-OT-CARELESS     PIC 9(6) usage comp-6.
             15 WS-OT-IGNORED      PIC 9(6) usage comp-6.
             15 WS-OT-CUT-SUM      PIC 9(9)V99 usage comp-3.
             15 WS-OT-AIM-SUM      PIC 9(9)V99 usage comp-3.
    01 WS-OT-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-OT-MAX PIC 9(3) usage comp-6 VALUE 500.
    01 WS-OT-SUB PIC 9(3) usage comp-6.
    01 WS-OT-SCAN PIC 9(3) usage comp-6.
    01 WS-OT-DROPPED PIC 9(4) usage comp-6 VALUE 0.
    01 WS-OT-LOOKUP-ID PIC X(10).
    01 WS-SORT-PASS PIC 9(3) usage comp-6.
    01 WS-SORT-SUB PIC 9(3) usage comp-6.
    01 WS-OT-SWAP PIC X(80).

    01 WS-SH-ENTRY.
       05 WS-SH-ID                 PIC X(10).
       05 WS-SH-PERIOD OCCURS 2 TIMES.
          10 WS-SH-GAMES           PIC 9(6) usage comp-6.
          10 WS-SH-GUESSES         PIC 9(7) usage comp-6.
          10 WS-SH-CARELESS        PIC 9(6) usage comp-6.
          10 WS-SH-IGNORED         PIC 9(6) usage comp-6.
          10 WS-SH-CUT-SUM         PIC 9(9)V99 usage comp-3.
          10 WS-SH-AIM-SUM         PIC 9(9)V99 usage comp-3.

    01 WS-LN-ENTRY.
       05 WS-LN-ID                 PIC X(10).
       05 WS-LN-PERIOD OCCURS 2 TIMES.
          10 WS-LN-GAMES           PIC 9(6) usage comp-6.
          10 WS-LN-GUESSES         PIC 9(7) usage comp-6.
          10 WS-LN-CARELESS        PIC 9(6) usage comp-6.
          10 WS-LN-IGNORED         PIC 9(6) usage comp-6.
          10 WS-LN-CUT-SUM         PIC 9(9)V99 usage comp-3.
          10 WS-LN-AIM-SUM         PIC 9(9)V99 usage comp-3.

    *> The game record just read is held until its operator stamp
    *> says whose it was.
    01 WS-HELD-GAME-ID PIC X(16) VALUE SPACES.
    01 WS-HELD-SECRET PIC 9999.
    01 WS-HELD-PERIOD PIC 9.
    01 WS-UNSTAMPED-GAMES PIC 9(6) usage comp-6 VALUE 0.

    *> One turn being scored.
    01 WS-PD PIC 9.
    01 WS-GUESS-VALUE PIC 9999 usage comp-6.
    01 WS-LOWMAX PIC 9999 usage comp-6.
    01 WS-HIGHMAX PIC 9999 usage comp-6.
    01 WS-WIDTH-BEFORE PIC 9(5) usage comp-6.
    01 WS-WIDTH-AFTER PIC 9(5) usage comp-6.
    01 WS-MID-DISTANCE PIC S9(5) usage comp-3.
    01 WS-TURN-CUT PIC 9(3)V99 usage comp-3.
    01 WS-TURN-AIM PIC 9(3)V99 usage comp-3.
    01 WS-TURN-CARELESS PIC X.
    01 WS-TURN-IGNORED PIC X.

    *> Page control for the print file.
    01 WS-LINE-COUNT PIC 99 usage comp-6 VALUE 99.
    01 WS-LINES-PER-PAGE PIC 99 usage comp-6 VALUE 55.
    01 WS-PAGE-NUMBER PIC 9(3) usage comp-6 VALUE 0.
    01 WS-PAGE-EDIT PIC ZZ9.
    01 WS-RUN-DATE PIC X(8).
    01 WS-OPERATORS-LISTED PIC 9(3) usage comp-6 VALUE 0.

    *> Edited fields for the report.
    01 WS-PCT-WORK PIC 9(3)V9 usage comp-3.
    01 WS-CUT-NOW PIC 9(3)V9 usage comp-3.
    01 WS-CUT-PREV PIC 9(3)V9 usage comp-3.
    01 WS-TREND-WORK PIC S9(3)V9 usage comp-3.
    01 WS-GAMES-EDIT PIC ZZZZ9.
    01 WS-GUESSES-EDIT PIC ZZZZZZ9.
    01 WS-CUT-EDIT PIC ZZ9.9.
    01 WS-AIM-EDIT PIC ZZ9.9.
    01 WS-CARE-EDIT PIC ZZ9.9.
    01 WS-IGNR-EDIT PIC ZZ9.9.
    01 WS-PREV-EDIT PIC ZZ9.9.
    01 WS-TREND-EDIT PIC +++9.9.
    01 WS-TREND-TEXT PIC X(6).
    01 WS-PREV-TEXT PIC X(5).
    01 WS-COUNT-EDIT PIC ZZZZZ9.
    01 WS-DETAIL-LINE PIC X(80).

*> ***************************************************************

 PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
    PERFORM ReadDateRange.
    PERFORM LoadDifficultyConfig.
    PERFORM ReadGameLogs.
    IF WS-GM-COUNT = 0
      DISPLAY "No stamped games between " WS-PREV-FROM " and "
              WS-RANGE-TO " - nothing to score."
      STOP RUN
      END-IF.
    PERFORM ReplayTurns.
    PERFORM SortOperators.
    OPEN OUTPUT REPORT-FILE.
    IF REPORT-STATUS NOT = "00"
      DISPLAY "Could not open GNCOACH.RPT for output (status "
              REPORT-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    PERFORM EmitCoachingReport.
    CLOSE REPORT-FILE.
    DISPLAY "Coaching report for " WS-RANGE-FROM " to " WS-RANGE-TO
            " written to GNCOACH.RPT.".
    STOP RUN.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today; with neither, the month to date. The
    *> previous period is the same number of days, ending the day
    *> before FROM.
    *> ***********************************************************
    ReadDateRange.
      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
      MOVE SPACES TO WS-ARG-FROM WS-ARG-TO
      UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
          INTO WS-ARG-FROM WS-ARG-TO
      END-UNSTRING
      IF WS-ARG-FROM = SPACES
        STRING WS-THIS-MONTH "01" DELIMITED BY SIZE INTO WS-ARG-FROM
        END-IF
      IF WS-ARG-TO = SPACES
        MOVE WS-RUN-DATE TO WS-ARG-TO
        END-IF
      IF WS-ARG-FROM(1:8) IS NOT NUMERIC OR WS-ARG-FROM(9:2) NOT = SPACES
          OR WS-ARG-TO(1:8) IS NOT NUMERIC OR WS-ARG-TO(9:2) NOT = SPACES
        DISPLAY "Give the period as YYYYMMDD dates - for example"
                " ./gncoach 20260701 20260930"
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
      COMPUTE WS-FROM-NUMBER =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RANGE-FROM))
      COMPUTE WS-TO-NUMBER =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RANGE-TO))
      COMPUTE WS-PERIOD-DAYS = WS-TO-NUMBER - WS-FROM-NUMBER + 1
      COMPUTE WS-DATE-WORK =
          FUNCTION DATE-OF-INTEGER(WS-FROM-NUMBER - WS-PERIOD-DAYS)
      MOVE WS-DATE-WORK TO WS-PREV-FROM
      COMPUTE WS-DATE-WORK =
          FUNCTION DATE-OF-INTEGER(WS-FROM-NUMBER - 1)
      MOVE WS-DATE-WORK TO WS-PREV-TO.

    *> ***********************************************************
    *> Same configured-range lookup the game and GNREPLAY do, so the
    *> opening window matches what the terminals played.
    *> ***********************************************************
    LoadDifficultyConfig.
      OPEN INPUT DIFFICULTY-FILE
      IF DIFFICULTY-STATUS = "35"
        MOVE 100 TO WS-RANGE-MAX
      ELSE
        READ DIFFICULTY-FILE
          AT END MOVE 100 TO WS-RANGE-MAX
          NOT AT END MOVE DIFFICULTY-RECORD TO WS-RANGE-MAX
        END-READ
        CLOSE DIFFICULTY-FILE
        END-IF
      IF WS-RANGE-MAX = 0
        MOVE 100 TO WS-RANGE-MAX
        END-IF.

    *> ***********************************************************
    *> Reads every archive from the previous period's first month
    *> on - GNARCH names an archive for the month it ran, so a game
    *> can sit in a later month's archive but never an earlier one -
    *> and then the live log, keeping the stamped games of both
    *> periods. A month with no archive is passed over.
    *> ***********************************************************
    ReadGameLogs.
      MOVE WS-PREV-FROM(1:4) TO WS-ARC-YEAR
      MOVE WS-PREV-FROM(5:2) TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
        MOVE SPACES TO WS-GAMELOG-NAME
        STRING "GAMELOG." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-GAMELOG-NAME
        PERFORM ReadOneGameLog
        ADD 1 TO WS-ARC-MONTH
        IF WS-ARC-MONTH > 12
          MOVE 1 TO WS-ARC-MONTH
          ADD 1 TO WS-ARC-YEAR
          END-IF
        END-PERFORM
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      PERFORM ReadOneGameLog.

    ReadOneGameLog.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF WS-GAMELOG-NAME NOT = "GAMELOG.DAT"
        ADD 1 TO WS-ARCHIVES-READ
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

    *> One record: a game in either period is held for its stamp;
    *> the GNARCH rollups are dateless totals, not games, and are
    *> skipped.
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
      EVALUATE TRUE
        WHEN GL-DATE-TIME(1:8) >= WS-RANGE-FROM
            AND GL-DATE-TIME(1:8) <= WS-RANGE-TO
          MOVE 1 TO WS-HELD-PERIOD
        WHEN GL-DATE-TIME(1:8) >= WS-PREV-FROM
            AND GL-DATE-TIME(1:8) <= WS-PREV-TO
          MOVE 2 TO WS-HELD-PERIOD
        WHEN OTHER
          EXIT PARAGRAPH
      END-EVALUATE
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-SECRETNUMBER TO WS-HELD-SECRET.

    *> A held game the next record didn't stamp can't be pinned on
    *> anybody, and is counted only so the report can say so.
    FlushHeldGame.
      IF WS-HELD-GAME-ID NOT = SPACES
        IF WS-HELD-PERIOD = 1
          ADD 1 TO WS-UNSTAMPED-GAMES
          END-IF
        MOVE SPACES TO WS-HELD-GAME-ID
        END-IF.

    *> The Player 1 operator guesses as USER, a head-to-head stamp's
    *> second operator as PLAYER2 - the same split the leaderboard
    *> credits make.
    AttributeStampedGame.
      IF WS-HELD-GAME-ID = SPACES OR GLOP-GAME-ID NOT = WS-HELD-GAME-ID
        EXIT PARAGRAPH
        END-IF
      IF WS-GM-COUNT >= WS-GM-MAX
        ADD 1 TO WS-GM-DROPPED
        MOVE SPACES TO WS-HELD-GAME-ID
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-GM-COUNT
      MOVE WS-HELD-GAME-ID TO WS-GM-GAME-ID(WS-GM-COUNT)
      MOVE WS-HELD-SECRET TO WS-GM-SECRET(WS-GM-COUNT)
      MOVE WS-HELD-PERIOD TO WS-GM-PERIOD(WS-GM-COUNT)
      MOVE 0 TO WS-GM-LOWMAX(WS-GM-COUNT)
      MOVE WS-RANGE-MAX TO WS-GM-HIGHMAX(WS-GM-COUNT)
      MOVE SPACES TO WS-GM-LOW-BY(WS-GM-COUNT)
      MOVE SPACES TO WS-GM-HIGH-BY(WS-GM-COUNT)
      IF WS-HELD-GAME-ID < WS-EARLIEST-GAME-ID
        MOVE WS-HELD-GAME-ID TO WS-EARLIEST-GAME-ID
        END-IF
      MOVE WS-HELD-PERIOD TO WS-PD
      ADD 1 TO WS-SH-GAMES(WS-PD)
      MOVE GLOP-OPERATOR-ID TO WS-OT-LOOKUP-ID
      PERFORM FindOrAddOperator
      MOVE WS-OT-SUB TO WS-GM-OT-SUB(WS-GM-COUNT)
      MOVE 0 TO WS-GM-OT-SUB-2(WS-GM-COUNT)
      IF GLOP-OPERATOR-ID-2 NOT = SPACES
        ADD 1 TO WS-SH-GAMES(WS-PD)
        MOVE GLOP-OPERATOR-ID-2 TO WS-OT-LOOKUP-ID
        PERFORM FindOrAddOperator
        MOVE WS-OT-SUB TO WS-GM-OT-SUB-2(WS-GM-COUNT)
        END-IF
      MOVE SPACES TO WS-HELD-GAME-ID.

    *> The operator's slot, added on first sight, with this game
    *> counted to it. WS-OT-SUB comes back 0 for a shared sign-on or
    *> when the table is full.
    FindOrAddOperator.
      MOVE 0 TO WS-OT-SUB
      IF WS-OT-LOOKUP-ID = "GUEST" OR WS-OT-LOOKUP-ID = "GUEST2"
          OR WS-OT-LOOKUP-ID = "BATCH" OR WS-OT-LOOKUP-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-OT-SCAN FROM 1 BY 1
          UNTIL WS-OT-SCAN > WS-OT-COUNT OR WS-OT-SUB > 0
        IF WS-OT-ID(WS-OT-SCAN) = WS-OT-LOOKUP-ID
          MOVE WS-OT-SCAN TO WS-OT-SUB
          END-IF
        END-PERFORM
      IF WS-OT-SUB = 0
        IF WS-OT-COUNT >= WS-OT-MAX
          ADD 1 TO WS-OT-DROPPED
          EXIT PARAGRAPH
          END-IF
        ADD 1 TO WS-OT-COUNT
        MOVE WS-OT-COUNT TO WS-OT-SUB
        INITIALIZE WS-OT-ENTRY(WS-OT-SUB)
        MOVE WS-OT-LOOKUP-ID TO WS-OT-ID(WS-OT-SUB)
        END-IF
      ADD 1 TO WS-OT-GAMES(WS-OT-SUB, WS-PD).

    *> ***********************************************************
    *> Walks GNDETAIL.DAT once. Its turns are in the order they were
    *> judged, and a game's turns arrive together unless another
    *> terminal's game was running alongside, so the last game found
    *> is tried before the table is searched.
    *> ***********************************************************
    ReplayTurns.
      OPEN INPUT DETAIL-FILE
      IF DETAIL-STATUS = "35"
        DISPLAY "No GNDETAIL.DAT file was found - no turns to score."
        STOP RUN
        END-IF
      PERFORM UNTIL WS-DT-EOF
        READ DETAIL-FILE
          AT END MOVE "Y" TO WS-DT-EOF-FLAG
          NOT AT END PERFORM ExamineTurn
        END-READ
        END-PERFORM
      CLOSE DETAIL-FILE.

    ExamineTurn.
      IF DT-GAME-ID < WS-EARLIEST-GAME-ID
          OR DT-GAME-ID(1:8) > WS-RANGE-TO
        EXIT PARAGRAPH
        END-IF
      PERFORM FindGameForTurn
      IF WS-GM-SUB = 0
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-GUESS-VALUE = FUNCTION NUMVAL(DT-RAW-GUESS)
        ON SIZE ERROR MOVE 0 TO WS-GUESS-VALUE
      END-COMPUTE
      MOVE WS-GM-LOWMAX(WS-GM-SUB) TO WS-LOWMAX
      MOVE WS-GM-HIGHMAX(WS-GM-SUB) TO WS-HIGHMAX
      EVALUATE TRUE
        WHEN DT-WHO = "COMPUTER"
          PERFORM JudgeComputerTurn
        WHEN DT-RESULT = "GAME OVER"
          CONTINUE
        WHEN DT-WHO = "USER"
          MOVE WS-GM-OT-SUB(WS-GM-SUB) TO WS-OT-SUB
          PERFORM ScoreHumanTurn
        WHEN DT-WHO = "PLAYER2"
          MOVE WS-GM-OT-SUB-2(WS-GM-SUB) TO WS-OT-SUB
          PERFORM ScoreHumanTurn
      END-EVALUATE
      MOVE WS-LOWMAX TO WS-GM-LOWMAX(WS-GM-SUB)
      MOVE WS-HIGHMAX TO WS-GM-HIGHMAX(WS-GM-SUB).

    FindGameForTurn.
      MOVE 0 TO WS-GM-SUB
      IF WS-GM-HIT > 0
        IF WS-GM-GAME-ID(WS-GM-HIT) = DT-GAME-ID
          MOVE WS-GM-HIT TO WS-GM-SUB
          EXIT PARAGRAPH
          END-IF
        END-IF
      PERFORM VARYING WS-GM-SCAN FROM 1 BY 1
          UNTIL WS-GM-SCAN > WS-GM-COUNT OR WS-GM-SUB > 0
        IF WS-GM-GAME-ID(WS-GM-SCAN) = DT-GAME-ID
          MOVE WS-GM-SCAN TO WS-GM-SUB
          END-IF
        END-PERFORM
      IF WS-GM-SUB > 0
        MOVE WS-GM-SUB TO WS-GM-HIT
        END-IF.

    *> ***********************************************************
    *> One USER or PLAYER2 guess, scored against the window it was
    *> made into and then judged by the game's own rules: outside
    *> the window is CARELESS and moves nothing, otherwise TOO HIGH
    *> or TOO LOW pulls a bound in to just past the guess. Width is
    *> counted in candidates, both bounds included. The midpoint
    *> distance is kept doubled so a window with an even number of
    *> candidates needs no half-units.
    *> ***********************************************************
    ScoreHumanTurn.
      MOVE "N" TO WS-TURN-CARELESS
      MOVE "N" TO WS-TURN-IGNORED
      MOVE 0 TO WS-TURN-CUT
      MOVE 0 TO WS-TURN-AIM
      IF WS-HIGHMAX < WS-LOWMAX
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-WIDTH-BEFORE = WS-HIGHMAX - WS-LOWMAX + 1
      IF WS-GUESS-VALUE >= WS-LOWMAX AND WS-GUESS-VALUE <= WS-HIGHMAX
        IF WS-WIDTH-BEFORE = 1
          MOVE 100 TO WS-TURN-AIM
        ELSE
          COMPUTE WS-MID-DISTANCE =
              WS-GUESS-VALUE * 2 - WS-LOWMAX - WS-HIGHMAX
          IF WS-MID-DISTANCE < 0
            COMPUTE WS-MID-DISTANCE = 0 - WS-MID-DISTANCE
            END-IF
          COMPUTE WS-TURN-AIM ROUNDED =
              100 - WS-MID-DISTANCE * 100 / (WS-WIDTH-BEFORE - 1)
          END-IF
        END-IF
      EVALUATE TRUE
        WHEN WS-GUESS-VALUE < WS-LOWMAX
          MOVE "Y" TO WS-TURN-CARELESS
          IF WS-GM-LOW-BY(WS-GM-SUB) NOT = SPACES
              AND WS-GM-LOW-BY(WS-GM-SUB) NOT = DT-WHO
            MOVE "Y" TO WS-TURN-IGNORED
            END-IF
        WHEN WS-GUESS-VALUE > WS-HIGHMAX
          MOVE "Y" TO WS-TURN-CARELESS
          IF WS-GM-HIGH-BY(WS-GM-SUB) NOT = SPACES
              AND WS-GM-HIGH-BY(WS-GM-SUB) NOT = DT-WHO
            MOVE "Y" TO WS-TURN-IGNORED
            END-IF
        WHEN WS-GUESS-VALUE > WS-GM-SECRET(WS-GM-SUB)
          COMPUTE WS-WIDTH-AFTER = WS-GUESS-VALUE - WS-LOWMAX
          COMPUTE WS-HIGHMAX = WS-GUESS-VALUE - 1
          MOVE DT-WHO TO WS-GM-HIGH-BY(WS-GM-SUB)
        WHEN WS-GUESS-VALUE < WS-GM-SECRET(WS-GM-SUB)
          COMPUTE WS-WIDTH-AFTER = WS-HIGHMAX - WS-GUESS-VALUE
          COMPUTE WS-LOWMAX = WS-GUESS-VALUE + 1
          MOVE DT-WHO TO WS-GM-LOW-BY(WS-GM-SUB)
        WHEN OTHER
          MOVE 0 TO WS-WIDTH-AFTER
      END-EVALUATE
      IF WS-TURN-CARELESS = "N"
        COMPUTE WS-TURN-CUT ROUNDED =
            (WS-WIDTH-BEFORE - WS-WIDTH-AFTER) * 100 / WS-WIDTH-BEFORE
        END-IF
      PERFORM TallyTurn.

    *> The turn's scores into the operator's tallies for the game's
    *> period, and into the all-operators line.
    TallyTurn.
      MOVE WS-GM-PERIOD(WS-GM-SUB) TO WS-PD
      ADD 1 TO WS-SH-GUESSES(WS-PD)
      ADD WS-TURN-CUT TO WS-SH-CUT-SUM(WS-PD)
      ADD WS-TURN-AIM TO WS-SH-AIM-SUM(WS-PD)
      IF WS-TURN-CARELESS = "Y"
        ADD 1 TO WS-SH-CARELESS(WS-PD)
        END-IF
      IF WS-TURN-IGNORED = "Y"
        ADD 1 TO WS-SH-IGNORED(WS-PD)
        END-IF
      IF WS-OT-SUB = 0
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-OT-GUESSES(WS-OT-SUB, WS-PD)
      ADD WS-TURN-CUT TO WS-OT-CUT-SUM(WS-OT-SUB, WS-PD)
      ADD WS-TURN-AIM TO WS-OT-AIM-SUM(WS-OT-SUB, WS-PD)
      IF WS-TURN-CARELESS = "Y"
        ADD 1 TO WS-OT-CARELESS(WS-OT-SUB, WS-PD)
        END-IF
      IF WS-TURN-IGNORED = "Y"
        ADD 1 TO WS-OT-IGNORED(WS-OT-SUB, WS-PD)
        END-IF.

    *> The computer only ever moves a bound inward, exactly as
    *> GNREPLAY judges it. At the novice level it guesses outside
    *> the window on purpose, and such a guess narrows nothing and
    *> is not counted. Its turns are not scored, but the bounds
    *> they set are its own.
    JudgeComputerTurn.
      EVALUATE TRUE
        WHEN WS-GUESS-VALUE > WS-GM-SECRET(WS-GM-SUB)
          IF WS-GUESS-VALUE <= WS-HIGHMAX
            COMPUTE WS-HIGHMAX = WS-GUESS-VALUE - 1
            MOVE DT-WHO TO WS-GM-HIGH-BY(WS-GM-SUB)
            END-IF
        WHEN WS-GUESS-VALUE < WS-GM-SECRET(WS-GM-SUB)
          IF WS-GUESS-VALUE >= WS-LOWMAX
            COMPUTE WS-LOWMAX = WS-GUESS-VALUE + 1
            MOVE DT-WHO TO WS-GM-LOW-BY(WS-GM-SUB)
            END-IF
        WHEN OTHER
          CONTINUE
      END-EVALUATE.

    *> Operator ID order - the same bubble sort as the other reports.
    SortOperators.
      PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
          UNTIL WS-SORT-PASS >= WS-OT-COUNT
        PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
            UNTIL WS-SORT-SUB >= WS-OT-COUNT
          IF WS-OT-ID(WS-SORT-SUB) > WS-OT-ID(WS-SORT-SUB + 1)
            MOVE WS-OT-ENTRY(WS-SORT-SUB) TO WS-OT-SWAP
            MOVE WS-OT-ENTRY(WS-SORT-SUB + 1)
                TO WS-OT-ENTRY(WS-SORT-SUB)
            MOVE WS-OT-SWAP TO WS-OT-ENTRY(WS-SORT-SUB + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

    *> ***********************************************************
    *> One line per operator who guessed in the period, the
    *> all-operators line for comparison, and the key to the
    *> columns.
    *> ***********************************************************
    EmitCoachingReport.
      PERFORM VARYING WS-OT-SUB FROM 1 BY 1
          UNTIL WS-OT-SUB > WS-OT-COUNT
        IF WS-OT-GUESSES(WS-OT-SUB, 1) > 0
          MOVE WS-OT-ENTRY(WS-OT-SUB) TO WS-LN-ENTRY
          PERFORM PrintCoachLine
          ADD 1 TO WS-OPERATORS-LISTED
          END-IF
        END-PERFORM
      IF WS-OPERATORS-LISTED = 0
        MOVE "NO OPERATOR HAS SCORED GUESSES IN THE PERIOD" TO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE WS-SH-ENTRY TO WS-LN-ENTRY
      MOVE "ALL OPERS" TO WS-LN-ID
      IF WS-LN-GUESSES(1) > 0
        PERFORM PrintCoachLine
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "CUT% = SHARE OF THE WINDOW EACH GUESS REMOVED (HALVING = 50)."
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "AIM% = CLOSENESS TO THE WINDOW MIDPOINT (100 = MIDPOINT, 0 = EDGE)."
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "CARE% = GUESSES OUTSIDE THE WINDOW. IGNR% = OUTSIDE A BOUND THE"
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "COMPUTER OR OTHER PLAYER HAD SET. TREND = CUT% LESS PREV%, THE"
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "SAME NUMBER OF DAYS JUST BEFORE; PLUS IS BETTER, NEW = NO GUESSES."
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      IF WS-UNSTAMPED-GAMES > 0
        MOVE WS-UNSTAMPED-GAMES TO WS-COUNT-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING WS-COUNT-EDIT " GAME(S) IN THE PERIOD CARRY NO OPERATOR"
               " STAMP AND ARE NOT SCORED"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF
      IF WS-GM-DROPPED > 0
        MOVE WS-GM-DROPPED TO WS-COUNT-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING "WARNING: " WS-COUNT-EDIT " GAME(S) NOT SCORED - GAME"
               " TABLE FULL, SHORTEN THE PERIOD"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF
      IF WS-OT-DROPPED > 0
        MOVE WS-OT-DROPPED TO WS-COUNT-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING "WARNING: " WS-COUNT-EDIT " PLAY(S) LEFT OFF THE OPERATOR"
               " LINES - OPERATOR TABLE FULL"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF.

    PrintCoachLine.
      MOVE WS-LN-GAMES(1) TO WS-GAMES-EDIT
      MOVE WS-LN-GUESSES(1) TO WS-GUESSES-EDIT
      COMPUTE WS-CUT-NOW ROUNDED = WS-LN-CUT-SUM(1) / WS-LN-GUESSES(1)
      MOVE WS-CUT-NOW TO WS-CUT-EDIT
      COMPUTE WS-PCT-WORK ROUNDED = WS-LN-AIM-SUM(1) / WS-LN-GUESSES(1)
      MOVE WS-PCT-WORK TO WS-AIM-EDIT
      COMPUTE WS-PCT-WORK ROUNDED =
          WS-LN-CARELESS(1) * 100 / WS-LN-GUESSES(1)
      MOVE WS-PCT-WORK TO WS-CARE-EDIT
      COMPUTE WS-PCT-WORK ROUNDED =
          WS-LN-IGNORED(1) * 100 / WS-LN-GUESSES(1)
      MOVE WS-PCT-WORK TO WS-IGNR-EDIT
      IF WS-LN-GUESSES(2) = 0
        MOVE "  --" TO WS-PREV-TEXT
        MOVE "   NEW" TO WS-TREND-TEXT
      ELSE
        COMPUTE WS-CUT-PREV ROUNDED = WS-LN-CUT-SUM(2) / WS-LN-GUESSES(2)
        MOVE WS-CUT-PREV TO WS-PREV-EDIT
        MOVE WS-PREV-EDIT TO WS-PREV-TEXT
        COMPUTE WS-TREND-WORK = WS-CUT-NOW - WS-CUT-PREV
        MOVE WS-TREND-WORK TO WS-TREND-EDIT
        MOVE WS-TREND-EDIT TO WS-TREND-TEXT
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      STRING WS-LN-ID "  " WS-GAMES-EDIT " " WS-GUESSES-EDIT "  "
             WS-CUT-EDIT " " WS-AIM-EDIT "  " WS-CARE-EDIT "  "
             WS-IGNR-EDIT "  " WS-PREV-TEXT "  " WS-TREND-TEXT
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
      IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE BEFORE ADVANCING PAGE
        END-IF
      MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "GUESS MY NUMBER - GUESS EFFICIENCY COACHING    RUN "
             WS-RUN-DATE "    PAGE " WS-PAGE-EDIT
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE WS-ARCHIVES-READ TO WS-ARCHIVES-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "FROM " WS-RANGE-FROM " TO " WS-RANGE-TO " VS "
             WS-PREV-FROM " TO " WS-PREV-TO " - "
             FUNCTION TRIM(WS-ARCHIVES-EDIT) " ARCHIVE(S) + GAMELOG.DAT"
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "OPERATOR    GAMES GUESSES   CUT%  AIM%  CARE%  IGNR%  PREV%   TREND"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "----------  ----- -------  ----- -----  -----  -----  -----  ------"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 5 TO WS-LINE-COUNT.
