*> prints a shift-summary report: total games played, user/computer
*> win percentage, average TOTALGUESSES per game, and the fewest and
*> most guesses seen in a win. Run this instead of eyeballing
*> scrollback at the end of a shift. Computer games whose stamp
*> carries the opponent's skill level are also split by level, so
*> the novice, regular and expert win rates can be read apart.
*>
*> Given a FROM date (and optionally a TO date, default today) the
*> summary covers just that period instead: every GAMELOG.YYYYMM
*> archive that could hold a game in the period is read along with
*> GAMELOG.DAT, and only games dated inside it are counted. The
*> CARRY FORWARD and ARCHIVE CONTROL rollups are left out of a
*> period summary - the games they total are read from the archives
*> themselves, so counting both would count them twice. The
*> leaderboard and rating standings are always the live ones.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnstats.cob
*> To run:
*>    ./gnstats                        everything in GAMELOG.DAT
*>    ./gnstats 20260101 20260331      one quarter, archives included
*> ***************************************************************

 IDENTIFICATION DIVISION.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT, or a month's archive for a period summary - the
    *> name is set before each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    01 GAMELOG-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-GAMELOG-NAME PIC X(14) VALUE "GAMELOG.DAT".

    *> The optional period. WS-ARC-PERIOD walks the archive names
    *> from the FROM month up to this month.
    01 WS-CMD-LINE PIC X(80).
    01 WS-ARG-FROM PIC X(10).
    01 WS-ARG-TO PIC X(10).
    01 WS-RANGE-FROM PIC X(8) VALUE SPACES.
    01 WS-RANGE-TO PIC X(8) VALUE SPACES.
    01 WS-RANGE-FLAG PIC X VALUE "N".
       88 WS-DATE-RANGE VALUE "Y".
    01 WS-THIS-MONTH PIC X(6).
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-ARCHIVES-READ PIC 9(4) usage comp-6 VALUE 0.

    *> Leaderboard report bookkeeping (request 009)
    01 LEADERBOARD-STATUS PIC XX.
    01 WS-OPG-AVG PIC 9(4)V99 usage comp-3.
    01 WS-OPG-AVG-EDIT PIC ZZ9.99.

    *> Win rates by computer skill level, taken off the same stamps:
    *> one row each for novice, regular and expert. Stamps with no
    *> level (head-to-head, tournament and daily games, and computer
    *> games from before levels were recorded) stay out of the split.
    01 WS-SKL-TABLE.
       05 WS-SKL-ENTRY OCCURS 3 TIMES.
          10 WS-SKL-GAMES          PIC 9(6).
          10 WS-SKL-USER-WINS      PIC 9(6).
          10 WS-SKL-COMPUTER-WINS  PIC 9(6).
          10 WS-SKL-GUESSES        PIC 9(8).
    01 WS-SKL-SUB PIC 9 usage comp-6.
    01 WS-SKL-LABEL PIC X(8).
    01 WS-SKL-USER-PCT PIC ZZ9.99.
    01 WS-SKL-COMPUTER-PCT PIC ZZ9.99.
    01 WS-SKL-AVG PIC 9(4)V99 usage comp-3.
    01 WS-SKL-AVG-EDIT PIC ZZ9.99.

*> ***************************************************************

 PROCEDURE DIVISION.
    PERFORM ReadDateRange.
    IF WS-DATE-RANGE
      PERFORM ReadGameLogRange
    ELSE
      PERFORM OpenGameLog
      PERFORM UNTIL WS-EOF
        PERFORM ReadGameLog
        IF NOT WS-EOF
          PERFORM TallyGameLogRecord
          END-IF
        END-PERFORM
      PERFORM CloseGameLog
      END-IF.
    PERFORM PrintReport.
    PERFORM PrintOperatorGameLog.
    PERFORM PrintSkillLevelSplit.
    PERFORM PrintLeaderboard.
    PERFORM PrintRatingStandings.
    STOP RUN.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today. Anything that isn't a real date stops
    *> the run rather than quietly summarizing the wrong period.
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
      MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH
      IF WS-ARG-TO = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARG-TO
        END-IF
      IF WS-ARG-FROM(1:8) IS NOT NUMERIC OR WS-ARG-FROM(9:2) NOT = SPACES
          OR WS-ARG-TO(1:8) IS NOT NUMERIC OR WS-ARG-TO(9:2) NOT = SPACES
        DISPLAY "Give the period as YYYYMMDD dates - for example"
                " ./gnstats 20260101 20260331"
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
    *> A period summary reads every archive from the FROM month on -
    *> GNARCH names an archive for the month it ran, so a game can
    *> sit in a later month's archive but never an earlier one - and
    *> then the live log. A month with no archive is passed over.
    *> ***********************************************************
    ReadGameLogRange.
      INITIALIZE WS-SKL-TABLE
      MOVE WS-RANGE-FROM(1:4) TO WS-ARC-YEAR
      MOVE WS-RANGE-FROM(5:2) TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
        MOVE SPACES TO WS-GAMELOG-NAME
        STRING "GAMELOG." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-GAMELOG-NAME
        PERFORM ReadPeriodGameLog
        ADD 1 TO WS-ARC-MONTH
        IF WS-ARC-MONTH > 12
          MOVE 1 TO WS-ARC-MONTH
          ADD 1 TO WS-ARC-YEAR
          END-IF
        END-PERFORM
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      PERFORM ReadPeriodGameLog.

    ReadPeriodGameLog.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF WS-GAMELOG-NAME NOT = "GAMELOG.DAT"
        ADD 1 TO WS-ARCHIVES-READ
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        PERFORM ReadGameLog
        IF NOT WS-EOF
          PERFORM TallyGameLogRecord
          END-IF
        END-PERFORM
      PERFORM CloseGameLog.

    OpenGameLog.
      INITIALIZE WS-SKL-TABLE
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        DISPLAY "No GAMELOG.DAT file was found - no games have been logged yet."
      END-READ.

    TallyGameLogRecord.
      *> In a period summary the rollups stay out (their games are in
      *> the archives being read), and so does any game dated outside
      *> the period - its stamp then finds nothing held and is passed
      *> over too.
      IF WS-DATE-RANGE
        IF GLCF-CARRY-FORWARD OR GLCF-ARCHIVE-CONTROL
          PERFORM FlushHeldGame
          EXIT PARAGRAPH
          END-IF
        IF NOT GLOP-OPERATOR-STAMP
            AND (GL-DATE-TIME(1:8) < WS-RANGE-FROM
                 OR GL-DATE-TIME(1:8) > WS-RANGE-TO)
          PERFORM FlushHeldGame
          EXIT PARAGRAPH
          END-IF
        END-IF
      *> A CARRY FORWARD record is GNARCH's rolled-up totals for
      *> everything already moved to a dated archive - fold it in so
      *> the summary still covers the terminal's whole history. The
          END-IF
        PERFORM CreditOperatorGame
        END-IF
      PERFORM CreditSkillLevel
      MOVE SPACES TO WS-HELD-GAME-ID.

    CreditSkillLevel.
      EVALUATE GLOP-SKILL-LEVEL
        WHEN "N" MOVE 1 TO WS-SKL-SUB
        WHEN "R" MOVE 2 TO WS-SKL-SUB
        WHEN "E" MOVE 3 TO WS-SKL-SUB
        WHEN OTHER EXIT PARAGRAPH
      END-EVALUATE
      ADD 1 TO WS-SKL-GAMES(WS-SKL-SUB)
      ADD WS-HELD-GUESSES TO WS-SKL-GUESSES(WS-SKL-SUB)
      EVALUATE WS-HELD-OUTCOME
        WHEN "USER WIN"
          ADD 1 TO WS-SKL-USER-WINS(WS-SKL-SUB)
        WHEN "COMPUTER WIN"
          ADD 1 TO WS-SKL-COMPUTER-WINS(WS-SKL-SUB)
      END-EVALUATE.

    CreditOperatorGame.
      MOVE 0 TO WS-OPG-SUB
      PERFORM VARYING WS-OPG-SCAN FROM 1 BY 1
    PrintReport.
      DISPLAY " ".
      DISPLAY "=========== Guess My Number - Shift Summary ===========".
      IF WS-DATE-RANGE
        DISPLAY "Period " WS-RANGE-FROM " to " WS-RANGE-TO ": "
                WS-ARCHIVES-READ " archive file(s) and GAMELOG.DAT read"
        END-IF.
      DISPLAY "Total games played:        " WS-GAMES-TOTAL.
      IF WS-GAMES-TOTAL = 0
        DISPLAY "No completed games to summarize."
      ELSE
        DISPLAY " "
        DISPLAY "=========== Guess My Number - Operator Leaderboard ==========="
        IF WS-DATE-RANGE
          DISPLAY "(live standings - not limited to the period above)"
          END-IF
        DISPLAY "Operator    Games  Wins  Avg Guesses/Win  Fewest  Most"
        PERFORM UNTIL WS-LB-EOF
          READ LEADERBOARD-FILE NEXT RECORD
        END-IF
      DISPLAY "==========================================================".

    *> ***********************************************************
    *> The computer games split by the opponent's skill level - is
    *> the expert really beating people, is the novice too easy to
    *> be worth offering. Forced game-overs make up the difference
    *> between the two win columns and the games played.
    *> ***********************************************************
    PrintSkillLevelSplit.
      DISPLAY " "
      DISPLAY "======= Guess My Number - Win Rates by Skill Level ======="
      IF WS-SKL-GAMES(1) = 0 AND WS-SKL-GAMES(2) = 0
          AND WS-SKL-GAMES(3) = 0
        DISPLAY "No computer games with a recorded skill level yet."
      ELSE
        DISPLAY "Level     Games   User Wins   Computer Wins  Avg Guesses"
        PERFORM VARYING WS-SKL-SUB FROM 1 BY 1 UNTIL WS-SKL-SUB > 3
          PERFORM PrintSkillLevelRow
          END-PERFORM
        END-IF
      DISPLAY "==========================================================".

    PrintSkillLevelRow.
      EVALUATE WS-SKL-SUB
        WHEN 1 MOVE "Novice" TO WS-SKL-LABEL
        WHEN 2 MOVE "Regular" TO WS-SKL-LABEL
        WHEN 3 MOVE "Expert" TO WS-SKL-LABEL
      END-EVALUATE
      IF WS-SKL-GAMES(WS-SKL-SUB) = 0
        DISPLAY WS-SKL-LABEL "  " WS-SKL-GAMES(WS-SKL-SUB)
                "   (no games)"
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-SKL-USER-PCT =
          (WS-SKL-USER-WINS(WS-SKL-SUB) * WS-100)
          / WS-SKL-GAMES(WS-SKL-SUB)
      COMPUTE WS-SKL-COMPUTER-PCT =
          (WS-SKL-COMPUTER-WINS(WS-SKL-SUB) * WS-100)
          / WS-SKL-GAMES(WS-SKL-SUB)
      COMPUTE WS-SKL-AVG =
          WS-SKL-GUESSES(WS-SKL-SUB) / WS-SKL-GAMES(WS-SKL-SUB)
      MOVE WS-SKL-AVG TO WS-SKL-AVG-EDIT
      DISPLAY WS-SKL-LABEL "  " WS-SKL-GAMES(WS-SKL-SUB) "  "
              WS-SKL-USER-PCT "%       " WS-SKL-COMPUTER-PCT "%      "
              WS-SKL-AVG-EDIT.

    *> ***********************************************************
    *> The rating standings - GNMERGE moves each operator's rating
    *> game by game (more for a quick win, less for a crawl, down a
      PERFORM SortRatingTable
      DISPLAY " "
      DISPLAY "=========== Guess My Number - Skill Ratings ==========="
      IF WS-DATE-RANGE
        DISPLAY "(live ratings - not limited to the period above)"
        END-IF
      DISPLAY "Rank  Operator    Rating  Peak  Rated Games"
      PERFORM VARYING WS-RT-PRINT-SUB FROM 1 BY 1
          UNTIL WS-RT-PRINT-SUB > WS-RT-COUNT
