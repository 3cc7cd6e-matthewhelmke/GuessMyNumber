            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNSUSPCT - nightly suspicious-play detection report
*>
*> Points ride on games now and the daily challenge has a ranking,
*> so play that looks too good to be honest has to be found by the
*> night run - not when another operator complains, after GNBANK.DAT
*> has paid out and GNSTREAK has handed out the awards. This job
*> reads the GAMELOG.DAT operator stamps, the GNDETAIL.DAT turns, and
*> GNDAYLOG.DAT, and flags four things to GNSUSPCT.RPT:
*>
*>   - operators whose win rate, or guesses per win, sit far outside
*>     the shop norm (only once they have played enough games for
*>     the figure to mean anything);
*>   - daily-challenge solves in one or two guesses over the last
*>     week;
*>   - runs of consecutive games where the operator's very first
*>     guess was the secret number;
*>   - the same operator ID with games running at once on two
*>     terminals - a game's ID is stamped when it starts and its
*>     GAMELOG time when it ends. One kiosk can overlap itself: a
*>     saved game keeps its first start time when it is resumed, so
*>     a game played in between lies inside it. Overlaps are only
*>     flagged when the stamps name different terminals, or when
*>     either stamp predates terminal IDs and carries none.
*>
*> A flag is a lead for a supervisor to look into, not a verdict, so
*> flags never fail the step: the job ends clean unless it could not
*> do its work at all. The shared sign-ons (GUEST, GUEST2, BATCH) are
*> many people at once and are left out of the overlap check.
*>
*> Run with a date on the command line (YYYYMMDD) to report as of an
*> earlier day; with no argument it reports today. Games finished
*> after that date are left out of every section. The win-rate,
*> first-guess and overlap sections take every game GAMELOG.DAT
*> still holds up to the date - about a month, since GNARCH moves
*> older games out - so an operator has enough games to judge; the
*> daily-challenge section looks at the WS-LOOKBACK-DAYS days
*> ending on it.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnsuspct.cob
*> To run (nightly, after GNMERGE):
*>    ./gnsuspct            or            ./gnsuspct 20260821
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNSUSPCT.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    *> Turn-by-turn detail, joined to the stamped games by game ID -
    *> the only place a first guess is visible as a first guess.
    SELECT DETAIL-FILE ASSIGN TO "GNDETAIL.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS DETAIL-STATUS.

    *> Daily-challenge attempts, keyed date-first, so a sequential
    *> walk arrives in date order.
    SELECT DAYLOG-FILE ASSIGN TO "GNDAYLOG.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS DA-KEY
       FILE STATUS IS DAYLOG-STATUS.

    SELECT REPORT-FILE ASSIGN TO "GNSUSPCT.RPT"
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

 FD  DAYLOG-FILE.
 01  DAYLOG-RECORD.
     COPY "gndaylog.cpy".

 FD  REPORT-FILE.
 01  REPORT-LINE PIC X(80).

 WORKING-STORAGE SECTION.
    01 GAMELOG-STATUS PIC XX.
    01 DETAIL-STATUS PIC XX.
    01 DAYLOG-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-DT-EOF-FLAG PIC X VALUE "N".
       88 WS-DT-EOF VALUE "Y".
    01 WS-DA-EOF-FLAG PIC X VALUE "N".
       88 WS-DA-EOF VALUE "Y".

    01 WS-CMD-LINE PIC X(80).
    01 WS-RUN-DATE PIC X(8).
    01 WS-RUN-DAY-NUMBER PIC 9(7) usage comp-6.
    01 WS-WINDOW-START-DATE PIC 9(8).
    01 WS-WINDOW-START PIC X(8).

    *> What "far outside the norm" means. An operator needs
    *> WS-MIN-GAMES stamped games before the rate tests apply; the
    *> win rate is flagged WS-WIN-MARGIN percentage points above the
    *> shop's, guesses per win when under WS-GUESS-DIVISOR-th of the
    *> shop's. A daily solve in WS-DAILY-GUESS-LIMIT guesses or fewer
    *> inside the last WS-LOOKBACK-DAYS days is flagged, and so is a
    *> first-guess-correct run of WS-STREAK-LIMIT games or longer.
    01 WS-MIN-GAMES PIC 9(3) usage comp-6 VALUE 10.
    01 WS-WIN-MARGIN PIC 9(3) usage comp-6 VALUE 25.
    01 WS-GUESS-DIVISOR PIC 9 usage comp-6 VALUE 2.
    01 WS-DAILY-GUESS-LIMIT PIC 99 usage comp-6 VALUE 2.
    01 WS-LOOKBACK-DAYS PIC 9(3) usage comp-6 VALUE 7.
    01 WS-STREAK-LIMIT PIC 99 usage comp-6 VALUE 3.

    *> The game record just read is held until its stamp arrives;
    *> an unstamped game can't be pinned on anybody and is counted
    *> only so the report can say how many there were.
    01 WS-HELD-GAME-ID PIC X(16) VALUE SPACES.
    01 WS-HELD-END PIC X(16).
    01 WS-HELD-OUTCOME PIC X(20).
    01 WS-HELD-GUESSES PIC 99.
    01 WS-UNSTAMPED-GAMES PIC 9(6) usage comp-6 VALUE 0.

    *> One slot per operator per stamped game - a head-to-head game
    *> is two plays, one for each side. Start is the game ID (the
    *> moment the secret number was set), end is the GAMELOG time.
    *> The table is sorted operator-then-start before it is judged.
    *> 5000 plays is well over a month of kiosk traffic, which is
    *> all GNARCH ever leaves in the live log.
    01 WS-PL-TABLE.
       05 WS-PL-ENTRY OCCURS 5000 TIMES.
          10 WS-PL-OPERATOR        PIC X(10).
          10 WS-PL-START           PIC X(16).
          10 WS-PL-END             PIC X(16).
          10 WS-PL-WHO             PIC X(8).
          10 WS-PL-WIN             PIC X.
          10 WS-PL-GUESSES         PIC 99.
          10 WS-PL-FIRST-SEEN      PIC X.
          10 WS-PL-FIRST-CORRECT   PIC X.
          10 WS-PL-TERMINAL        PIC X(4).
    01 WS-PL-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-PL-MAX PIC 9(4) usage comp-6 VALUE 5000.
    01 WS-PL-SUB PIC 9(4) usage comp-6.
    01 WS-PL-SCAN PIC 9(4) usage comp-6.
    01 WS-PL-HIT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-PL-DROPPED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-PL-SORT-PASS PIC 9(4) usage comp-6.
    01 WS-PL-SWAP.
       05 WS-PS-OPERATOR           PIC X(10).
       05 WS-PS-START              PIC X(16).
       05 WS-PS-END                PIC X(16).
       05 WS-PS-WHO                PIC X(8).
       05 WS-PS-WIN                PIC X.
       05 WS-PS-GUESSES            PIC 99.
       05 WS-PS-FIRST-SEEN         PIC X.
       05 WS-PS-FIRST-CORRECT      PIC X.
       05 WS-PS-TERMINAL           PIC X(4).
    01 WS-PL-LOOKUP-ID PIC X(10).
    01 WS-PL-LOOKUP-WHO PIC X(8).
    01 WS-PL-LOOKUP-WIN PIC X.
    *> Detail records older than every game in the table belong to
    *> games already archived away and are skipped without a search.
    01 WS-EARLIEST-START PIC X(16) VALUE HIGH-VALUES.

    *> Shop-wide figures the operators are measured against.
    01 WS-SHOP-PLAYS PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SHOP-WINS PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SHOP-WIN-GUESSES PIC 9(8) usage comp-6 VALUE 0.
    01 WS-SHOP-WIN-PCT PIC 9(3)V99 usage comp-3 VALUE 0.
    01 WS-SHOP-AVG-GUESSES PIC 9(3)V99 usage comp-3 VALUE 0.

    *> One summary slot per operator, filled by the walk over the
    *> sorted play table.
    01 WS-OP-TABLE.
       05 WS-OP-ENTRY OCCURS 200 TIMES.
          10 WS-OP-ID              PIC X(10).
          10 WS-OP-GAMES           PIC 9(6).
          10 WS-OP-WINS            PIC 9(6).
          10 WS-OP-WIN-GUESSES     PIC 9(8).
          10 WS-OP-FIRST-CORRECT   PIC 9(4).
          10 WS-OP-LONGEST-STREAK  PIC 9(4).
          10 WS-OP-STREAK-END      PIC X(16).
    01 WS-OP-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-OP-MAX PIC 9(3) usage comp-6 VALUE 200.
    01 WS-OP-SUB PIC 9(3) usage comp-6.
    01 WS-OP-DROPPED PIC 9(4) usage comp-6 VALUE 0.
    01 WS-CURRENT-STREAK PIC 9(4) usage comp-6.
    01 WS-LATEST-END PIC X(16).
    01 WS-LATEST-END-GAME PIC X(16).
    01 WS-LATEST-END-TERMINAL PIC X(4).

    *> Overlapping-game pairs, kept for their own report section.
    01 WS-OV-TABLE.
       05 WS-OV-ENTRY OCCURS 200 TIMES.
          10 WS-OV-OPERATOR        PIC X(10).
          10 WS-OV-GAME-1          PIC X(16).
          10 WS-OV-GAME-2          PIC X(16).
          10 WS-OV-TERMINAL-1      PIC X(4).
          10 WS-OV-TERMINAL-2      PIC X(4).
    01 WS-OV-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-OV-MAX PIC 9(3) usage comp-6 VALUE 200.
    01 WS-OV-SUB PIC 9(3) usage comp-6.
    01 WS-OV-DROPPED PIC 9(4) usage comp-6 VALUE 0.

    *> Flag tallies for the closing summary.
    01 WS-FLAG-COUNT PIC 9(5) usage comp-6 VALUE 0.
    01 WS-SECTION-FLAGS PIC 9(5) usage comp-6.
    01 WS-OP-FLAGGED PIC X.

    *> Edited fields for the report lines.
    01 WS-100 PIC 999 usage comp-3 VALUE 100.
    01 WS-PCT-WORK PIC 9(3)V99 usage comp-3.
    01 WS-AVG-WORK PIC 9(3)V99 usage comp-3.
    01 WS-PCT-EDIT PIC ZZ9.99.
    01 WS-SHOP-PCT-EDIT PIC ZZ9.99.
    01 WS-AVG-EDIT PIC ZZ9.99.
    01 WS-SHOP-AVG-EDIT PIC ZZ9.99.
    01 WS-COUNT-EDIT PIC ZZZZZ9.
    01 WS-COUNT-EDIT-2 PIC ZZZZZ9.
    01 WS-GUESSES-EDIT PIC Z9.
    01 WS-FLAG-EDIT PIC ZZZZ9.
    01 WS-DETAIL-LINE PIC X(80).

*> ***************************************************************

 PROCEDURE DIVISION.
    ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
    IF WS-CMD-LINE(1:8) = SPACES
      MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    ELSE
      MOVE WS-CMD-LINE(1:8) TO WS-RUN-DATE
      END-IF.
    IF WS-RUN-DATE IS NOT NUMERIC OR WS-CMD-LINE(9:1) NOT = SPACE
      DISPLAY "Give the report date as YYYYMMDD - for example"
              " ./gnsuspct 20260821"
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RUN-DATE)) NOT = 0
      DISPLAY "Not a calendar date: " WS-RUN-DATE
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
    COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
        WS-RUN-DAY-NUMBER - WS-LOOKBACK-DAYS + 1).
    MOVE WS-WINDOW-START-DATE TO WS-WINDOW-START.
    DISPLAY " ".
    DISPLAY "====== Guess My Number - Suspicious Play " WS-RUN-DATE
            " ======".
    PERFORM LoadStampedGames.
    PERFORM MarkFirstGuesses.
    PERFORM SortPlayTable.
    PERFORM SummarizeOperators.
    OPEN OUTPUT REPORT-FILE.
    IF REPORT-STATUS NOT = "00"
      DISPLAY "Could not open GNSUSPCT.RPT for output (status "
              REPORT-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    PERFORM WriteReportHeading.
    PERFORM ReportOutsideNorm.
    PERFORM ReportDailySolves.
    PERFORM ReportFirstGuessStreaks.
    PERFORM ReportOverlappingGames.
    PERFORM WriteReportFooting.
    CLOSE REPORT-FILE.
    MOVE WS-FLAG-COUNT TO WS-FLAG-EDIT.
    DISPLAY "Plays examined:      " WS-PL-COUNT.
    DISPLAY "Operators examined:  " WS-OP-COUNT.
    DISPLAY "Items flagged:       " FUNCTION TRIM(WS-FLAG-EDIT).
    DISPLAY "Report written to GNSUSPCT.RPT.".
    DISPLAY "==========================================================".
    STOP RUN.

    *> ***********************************************************
    *> Reads GAMELOG.DAT into the play table. Each game record is
    *> held; the stamp behind it turns it into one play per side.
    *> CARRY FORWARD and ARCHIVE CONTROL records are dateless rollups
    *> with nobody's name on them and are passed over.
    *> ***********************************************************
    LoadStampedGames.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        DISPLAY "No GAMELOG.DAT file was found - no games to examine."
        EXIT PARAGRAPH
        END-IF
      PERFORM UNTIL WS-EOF
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ProcessGameLogRecord
        END-READ
        END-PERFORM
      PERFORM FlushHeldGame
      CLOSE GAMELOG-FILE.

    ProcessGameLogRecord.
      IF GLCF-CARRY-FORWARD OR GLCF-ARCHIVE-CONTROL
        PERFORM FlushHeldGame
        EXIT PARAGRAPH
        END-IF
      IF GLOP-OPERATOR-STAMP
        PERFORM AttributeStampedGame
        EXIT PARAGRAPH
        END-IF
      PERFORM FlushHeldGame
      IF GL-DATE-TIME(1:8) > WS-RUN-DATE
        EXIT PARAGRAPH
        END-IF
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-DATE-TIME TO WS-HELD-END
      MOVE GL-OUTCOME TO WS-HELD-OUTCOME
      MOVE GL-TOTALGUESSES TO WS-HELD-GUESSES.

    FlushHeldGame.
      IF WS-HELD-GAME-ID NOT = SPACES
        ADD 1 TO WS-UNSTAMPED-GAMES
        MOVE SPACES TO WS-HELD-GAME-ID
        END-IF.

    *> The Player 1 operator plays the USER side and wins on a USER
    *> WIN; a head-to-head stamp adds the PLAYER2 side, which wins on
    *> a PLAYER2 WIN - the same split the leaderboard credits make.
    AttributeStampedGame.
      IF GLOP-GAME-ID NOT = WS-HELD-GAME-ID
          OR WS-HELD-GAME-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      MOVE GLOP-OPERATOR-ID TO WS-PL-LOOKUP-ID
      MOVE "USER" TO WS-PL-LOOKUP-WHO
      IF WS-HELD-OUTCOME = "USER WIN"
        MOVE "Y" TO WS-PL-LOOKUP-WIN
      ELSE
        MOVE "N" TO WS-PL-LOOKUP-WIN
        END-IF
      PERFORM AddPlay
      IF GLOP-OPERATOR-ID-2 NOT = SPACES
        MOVE GLOP-OPERATOR-ID-2 TO WS-PL-LOOKUP-ID
        MOVE "PLAYER2" TO WS-PL-LOOKUP-WHO
        IF WS-HELD-OUTCOME = "PLAYER2 WIN"
          MOVE "Y" TO WS-PL-LOOKUP-WIN
        ELSE
          MOVE "N" TO WS-PL-LOOKUP-WIN
          END-IF
        PERFORM AddPlay
        END-IF
      MOVE SPACES TO WS-HELD-GAME-ID.

    AddPlay.
      IF WS-PL-COUNT >= WS-PL-MAX
        ADD 1 TO WS-PL-DROPPED
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-PL-COUNT
      MOVE WS-PL-LOOKUP-ID TO WS-PL-OPERATOR(WS-PL-COUNT)
      MOVE WS-HELD-GAME-ID TO WS-PL-START(WS-PL-COUNT)
      MOVE WS-HELD-END TO WS-PL-END(WS-PL-COUNT)
      MOVE WS-PL-LOOKUP-WHO TO WS-PL-WHO(WS-PL-COUNT)
      MOVE WS-PL-LOOKUP-WIN TO WS-PL-WIN(WS-PL-COUNT)
      MOVE WS-HELD-GUESSES TO WS-PL-GUESSES(WS-PL-COUNT)
      MOVE "N" TO WS-PL-FIRST-SEEN(WS-PL-COUNT)
      MOVE "N" TO WS-PL-FIRST-CORRECT(WS-PL-COUNT)
      MOVE GLOP-TERMINAL-ID TO WS-PL-TERMINAL(WS-PL-COUNT)
      IF WS-HELD-GAME-ID < WS-EARLIEST-START
        MOVE WS-HELD-GAME-ID TO WS-EARLIEST-START
        END-IF
      ADD 1 TO WS-SHOP-PLAYS
      IF WS-PL-LOOKUP-WIN = "Y"
        ADD 1 TO WS-SHOP-WINS
        ADD WS-HELD-GUESSES TO WS-SHOP-WIN-GUESSES
        END-IF.

    *> ***********************************************************
    *> Walks GNDETAIL.DAT and marks, for every play, whether that
    *> side's first judged turn was CORRECT. The turn number can't be
    *> trusted for "first" - a rejected entry still advances the
    *> count - so the first record seen for the game and side is the
    *> first guess. A game's turns arrive together unless another
    *> terminal's game was running alongside, so the last play found
    *> is tried before the table is searched.
    *> ***********************************************************
    MarkFirstGuesses.
      IF WS-PL-COUNT = 0
        EXIT PARAGRAPH
        END-IF
      OPEN INPUT DETAIL-FILE
      IF DETAIL-STATUS = "35"
        DISPLAY "WARNING: no GNDETAIL.DAT file was found - first-guess"
                " streaks cannot be checked."
        EXIT PARAGRAPH
        END-IF
      PERFORM UNTIL WS-DT-EOF
        READ DETAIL-FILE
          AT END MOVE "Y" TO WS-DT-EOF-FLAG
          NOT AT END PERFORM ExamineTurn
        END-READ
        END-PERFORM
      CLOSE DETAIL-FILE.

    ExamineTurn.
      IF DT-GAME-ID < WS-EARLIEST-START
        EXIT PARAGRAPH
        END-IF
      IF DT-WHO NOT = "USER" AND DT-WHO NOT = "PLAYER2"
        EXIT PARAGRAPH
        END-IF
      PERFORM FindPlayForTurn
      IF WS-PL-SUB = 0
        EXIT PARAGRAPH
        END-IF
      IF WS-PL-FIRST-SEEN(WS-PL-SUB) = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-PL-FIRST-SEEN(WS-PL-SUB)
      IF DT-RESULT = "CORRECT"
        MOVE "Y" TO WS-PL-FIRST-CORRECT(WS-PL-SUB)
        END-IF.

    FindPlayForTurn.
      MOVE 0 TO WS-PL-SUB
      IF WS-PL-HIT > 0
        IF WS-PL-START(WS-PL-HIT) = DT-GAME-ID
            AND WS-PL-WHO(WS-PL-HIT) = DT-WHO
          MOVE WS-PL-HIT TO WS-PL-SUB
          EXIT PARAGRAPH
          END-IF
        END-IF
      PERFORM VARYING WS-PL-SCAN FROM 1 BY 1
          UNTIL WS-PL-SCAN > WS-PL-COUNT OR WS-PL-SUB > 0
        IF WS-PL-START(WS-PL-SCAN) = DT-GAME-ID
            AND WS-PL-WHO(WS-PL-SCAN) = DT-WHO
          MOVE WS-PL-SCAN TO WS-PL-SUB
          END-IF
        END-PERFORM
      IF WS-PL-SUB > 0
        MOVE WS-PL-SUB TO WS-PL-HIT
        END-IF.

    *> Operator order, then start order within the operator - the
    *> same bubble sort as the other reports.
    SortPlayTable.
      PERFORM VARYING WS-PL-SORT-PASS FROM 1 BY 1
          UNTIL WS-PL-SORT-PASS >= WS-PL-COUNT
        PERFORM VARYING WS-PL-SCAN FROM 1 BY 1
            UNTIL WS-PL-SCAN >= WS-PL-COUNT
          IF WS-PL-OPERATOR(WS-PL-SCAN) > WS-PL-OPERATOR(WS-PL-SCAN + 1)
              OR (WS-PL-OPERATOR(WS-PL-SCAN)
                      = WS-PL-OPERATOR(WS-PL-SCAN + 1)
                  AND WS-PL-START(WS-PL-SCAN)
                      > WS-PL-START(WS-PL-SCAN + 1))
            MOVE WS-PL-ENTRY(WS-PL-SCAN) TO WS-PL-SWAP
            MOVE WS-PL-ENTRY(WS-PL-SCAN + 1)
                TO WS-PL-ENTRY(WS-PL-SCAN)
            MOVE WS-PL-SWAP TO WS-PL-ENTRY(WS-PL-SCAN + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

    *> ***********************************************************
    *> One walk over the sorted plays, breaking on operator: the
    *> game and win counts, the longest run of first-guess-correct
    *> games in start order, and every game that began before an
    *> earlier game of the same operator had finished.
    *> ***********************************************************
    SummarizeOperators.
      PERFORM VARYING WS-PL-SUB FROM 1 BY 1
          UNTIL WS-PL-SUB > WS-PL-COUNT
        IF WS-PL-SUB = 1
          PERFORM StartOperatorSummary
        ELSE
          IF WS-PL-OPERATOR(WS-PL-SUB)
              NOT = WS-PL-OPERATOR(WS-PL-SUB - 1)
            PERFORM StartOperatorSummary
            END-IF
          END-IF
        IF WS-OP-SUB > 0
          PERFORM AccumulatePlay
          END-IF
        END-PERFORM.

    StartOperatorSummary.
      MOVE 0 TO WS-CURRENT-STREAK
      MOVE LOW-VALUES TO WS-LATEST-END
      MOVE SPACES TO WS-LATEST-END-GAME
      MOVE SPACES TO WS-LATEST-END-TERMINAL
      IF WS-OP-COUNT >= WS-OP-MAX
        MOVE 0 TO WS-OP-SUB
        ADD 1 TO WS-OP-DROPPED
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-OP-COUNT
      MOVE WS-OP-COUNT TO WS-OP-SUB
      INITIALIZE WS-OP-ENTRY(WS-OP-SUB)
      MOVE WS-PL-OPERATOR(WS-PL-SUB) TO WS-OP-ID(WS-OP-SUB).

    AccumulatePlay.
      ADD 1 TO WS-OP-GAMES(WS-OP-SUB)
      IF WS-PL-WIN(WS-PL-SUB) = "Y"
        ADD 1 TO WS-OP-WINS(WS-OP-SUB)
        ADD WS-PL-GUESSES(WS-PL-SUB) TO WS-OP-WIN-GUESSES(WS-OP-SUB)
        END-IF
      IF WS-PL-FIRST-CORRECT(WS-PL-SUB) = "Y"
        ADD 1 TO WS-OP-FIRST-CORRECT(WS-OP-SUB)
        ADD 1 TO WS-CURRENT-STREAK
        IF WS-CURRENT-STREAK > WS-OP-LONGEST-STREAK(WS-OP-SUB)
          MOVE WS-CURRENT-STREAK TO WS-OP-LONGEST-STREAK(WS-OP-SUB)
          MOVE WS-PL-START(WS-PL-SUB) TO WS-OP-STREAK-END(WS-OP-SUB)
          END-IF
      ELSE
        MOVE 0 TO WS-CURRENT-STREAK
        END-IF
      IF WS-PL-OPERATOR(WS-PL-SUB) NOT = "GUEST"
          AND WS-PL-OPERATOR(WS-PL-SUB) NOT = "GUEST2"
          AND WS-PL-OPERATOR(WS-PL-SUB) NOT = "BATCH"
          AND WS-PL-START(WS-PL-SUB) < WS-LATEST-END
        IF WS-PL-TERMINAL(WS-PL-SUB) = SPACES
            OR WS-LATEST-END-TERMINAL = SPACES
            OR WS-PL-TERMINAL(WS-PL-SUB) NOT = WS-LATEST-END-TERMINAL
          PERFORM RecordOverlap
          END-IF
        END-IF
      IF WS-PL-END(WS-PL-SUB) > WS-LATEST-END
        MOVE WS-PL-END(WS-PL-SUB) TO WS-LATEST-END
        MOVE WS-PL-START(WS-PL-SUB) TO WS-LATEST-END-GAME
        MOVE WS-PL-TERMINAL(WS-PL-SUB) TO WS-LATEST-END-TERMINAL
        END-IF.

    RecordOverlap.
      IF WS-OV-COUNT >= WS-OV-MAX
        ADD 1 TO WS-OV-DROPPED
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-OV-COUNT
      MOVE WS-PL-OPERATOR(WS-PL-SUB) TO WS-OV-OPERATOR(WS-OV-COUNT)
      MOVE WS-LATEST-END-GAME TO WS-OV-GAME-1(WS-OV-COUNT)
      MOVE WS-PL-START(WS-PL-SUB) TO WS-OV-GAME-2(WS-OV-COUNT)
      MOVE WS-LATEST-END-TERMINAL TO WS-OV-TERMINAL-1(WS-OV-COUNT)
      MOVE WS-PL-TERMINAL(WS-PL-SUB) TO WS-OV-TERMINAL-2(WS-OV-COUNT)
      IF WS-OV-TERMINAL-1(WS-OV-COUNT) = SPACES
        MOVE "----" TO WS-OV-TERMINAL-1(WS-OV-COUNT)
        END-IF
      IF WS-OV-TERMINAL-2(WS-OV-COUNT) = SPACES
        MOVE "----" TO WS-OV-TERMINAL-2(WS-OV-COUNT)
        END-IF.

    *> ***********************************************************
    *> Report heading and the shop norm everyone is measured by.
    *> ***********************************************************
    WriteReportHeading.
      MOVE SPACES TO REPORT-LINE
      STRING "GUESS MY NUMBER - SUSPICIOUS PLAY REPORT          RUN "
             WS-RUN-DATE
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-SHOP-PLAYS > 0
        COMPUTE WS-SHOP-WIN-PCT =
            (WS-SHOP-WINS * WS-100) / WS-SHOP-PLAYS
        END-IF
      IF WS-SHOP-WINS > 0
        COMPUTE WS-SHOP-AVG-GUESSES =
            WS-SHOP-WIN-GUESSES / WS-SHOP-WINS
        END-IF
      MOVE WS-SHOP-WIN-PCT TO WS-SHOP-PCT-EDIT
      MOVE WS-SHOP-AVG-GUESSES TO WS-SHOP-AVG-EDIT
      MOVE WS-SHOP-PLAYS TO WS-COUNT-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "SHOP NORM: " FUNCTION TRIM(WS-COUNT-EDIT)
             " STAMPED PLAYS, WIN RATE " FUNCTION TRIM(WS-SHOP-PCT-EDIT)
             "%, " FUNCTION TRIM(WS-SHOP-AVG-EDIT) " GUESSES PER WIN"
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-UNSTAMPED-GAMES > 0
        MOVE WS-UNSTAMPED-GAMES TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(WS-COUNT-EDIT) " GAME(S) PREDATE OPERATOR"
               " STAMPING AND CANNOT BE ATTRIBUTED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    *> ***********************************************************
    *> Operators far outside the shop norm - a win rate well above
    *> the shop's, or wins coming in under a fraction of the shop's
    *> guesses. Too few games proves nothing either way, so they
    *> have to have played WS-MIN-GAMES first.
    *> ***********************************************************
    ReportOutsideNorm.
      PERFORM WriteSectionBreak
      MOVE "1. OPERATORS OUTSIDE THE SHOP NORM" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   OPERATOR     GAMES   WINS   WIN%   GS/WIN  REASON"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 0 TO WS-SECTION-FLAGS
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-OP-GAMES(WS-OP-SUB) >= WS-MIN-GAMES
          PERFORM JudgeOperatorNorm
          END-IF
        END-PERFORM
      IF WS-SECTION-FLAGS = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      IF WS-OP-DROPPED > 0
        MOVE "   WARNING: OPERATOR TABLE FULL - SOME OPERATORS NOT JUDGED"
            TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    JudgeOperatorNorm.
      COMPUTE WS-PCT-WORK = (WS-OP-WINS(WS-OP-SUB) * WS-100)
          / WS-OP-GAMES(WS-OP-SUB)
      IF WS-OP-WINS(WS-OP-SUB) > 0
        COMPUTE WS-AVG-WORK = WS-OP-WIN-GUESSES(WS-OP-SUB)
            / WS-OP-WINS(WS-OP-SUB)
      ELSE
        MOVE 0 TO WS-AVG-WORK
        END-IF
      MOVE "N" TO WS-OP-FLAGGED
      IF WS-PCT-WORK >= WS-SHOP-WIN-PCT + WS-WIN-MARGIN
        MOVE "W" TO WS-OP-FLAGGED
        END-IF
      IF WS-OP-WINS(WS-OP-SUB) > 0
          AND WS-AVG-WORK * WS-GUESS-DIVISOR < WS-SHOP-AVG-GUESSES
        IF WS-OP-FLAGGED = "W"
          MOVE "B" TO WS-OP-FLAGGED
        ELSE
          MOVE "G" TO WS-OP-FLAGGED
          END-IF
        END-IF
      IF WS-OP-FLAGGED = "N"
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-SECTION-FLAGS
      ADD 1 TO WS-FLAG-COUNT
      MOVE WS-OP-GAMES(WS-OP-SUB) TO WS-COUNT-EDIT
      MOVE WS-OP-WINS(WS-OP-SUB) TO WS-COUNT-EDIT-2
      MOVE WS-PCT-WORK TO WS-PCT-EDIT
      MOVE WS-AVG-WORK TO WS-AVG-EDIT
      MOVE SPACES TO WS-DETAIL-LINE
      STRING "   " WS-OP-ID(WS-OP-SUB) " " WS-COUNT-EDIT " "
             WS-COUNT-EDIT-2 " " WS-PCT-EDIT "  " WS-AVG-EDIT "  "
          DELIMITED BY SIZE INTO WS-DETAIL-LINE
      EVALUATE WS-OP-FLAGGED
        WHEN "W" MOVE "WIN RATE" TO WS-DETAIL-LINE(56:25)
        WHEN "G" MOVE "FEW GUESSES" TO WS-DETAIL-LINE(56:25)
        WHEN "B" MOVE "WIN RATE + FEW GUESSES" TO WS-DETAIL-LINE(56:25)
      END-EVALUATE
      MOVE WS-DETAIL-LINE TO REPORT-LINE
      WRITE REPORT-LINE.

    *> ***********************************************************
    *> Daily-challenge solves in one or two guesses inside the
    *> lookback window. Everybody plays the same number once, so a
    *> solve that quick is either extraordinary luck or a number
    *> passed along by someone who already played.
    *> ***********************************************************
    ReportDailySolves.
      PERFORM WriteSectionBreak
      MOVE WS-DAILY-GUESS-LIMIT TO WS-GUESSES-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "2. DAILY-CHALLENGE SOLVES IN " FUNCTION TRIM(WS-GUESSES-EDIT)
             " GUESSES OR FEWER, " WS-WINDOW-START " TO " WS-RUN-DATE
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   DATE      OPERATOR    GUESSES  GAME ID" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 0 TO WS-SECTION-FLAGS
      OPEN INPUT DAYLOG-FILE
      IF DAYLOG-STATUS = "35"
        MOVE "   NO GNDAYLOG.DAT FILE WAS FOUND." TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
        END-IF
      PERFORM UNTIL WS-DA-EOF
        READ DAYLOG-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-DA-EOF-FLAG
          NOT AT END PERFORM JudgeDailyAttempt
        END-READ
        END-PERFORM
      CLOSE DAYLOG-FILE
      IF WS-SECTION-FLAGS = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    JudgeDailyAttempt.
      IF DA-DATE < WS-WINDOW-START OR DA-DATE > WS-RUN-DATE
        EXIT PARAGRAPH
        END-IF
      IF DA-OUTCOME NOT = "USER WIN"
          OR DA-GUESSES > WS-DAILY-GUESS-LIMIT
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-SECTION-FLAGS
      ADD 1 TO WS-FLAG-COUNT
      MOVE DA-GUESSES TO WS-GUESSES-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "   " DA-DATE "  " DA-OPERATOR-ID "  " WS-GUESSES-EDIT
             "       " DA-GAME-ID
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE.

    *> ***********************************************************
    *> Runs of consecutive games where the operator's first guess
    *> was the number. One is luck; a run of them is not.
    *> ***********************************************************
    ReportFirstGuessStreaks.
      PERFORM WriteSectionBreak
      MOVE "3. FIRST-GUESS-CORRECT STREAKS" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   OPERATOR     GAMES  FIRST-GUESS WINS  LONGEST RUN  RUN ENDED AT GAME"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 0 TO WS-SECTION-FLAGS
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-OP-LONGEST-STREAK(WS-OP-SUB) >= WS-STREAK-LIMIT
          ADD 1 TO WS-SECTION-FLAGS
          ADD 1 TO WS-FLAG-COUNT
          MOVE WS-OP-GAMES(WS-OP-SUB) TO WS-COUNT-EDIT
          MOVE WS-OP-FIRST-CORRECT(WS-OP-SUB) TO WS-COUNT-EDIT-2
          MOVE WS-OP-LONGEST-STREAK(WS-OP-SUB) TO WS-FLAG-EDIT
          MOVE SPACES TO REPORT-LINE
          STRING "   " WS-OP-ID(WS-OP-SUB) " " WS-COUNT-EDIT
                 "            " WS-COUNT-EDIT-2 "        "
                 WS-FLAG-EDIT "  " WS-OP-STREAK-END(WS-OP-SUB)
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          END-IF
        END-PERFORM
      IF WS-SECTION-FLAGS = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    *> ***********************************************************
    *> One operator ID with two games running at once. The earlier
    *> game is the one still open when the later one started; a
    *> blank terminal is a stamp from before terminals were kept.
    *> ***********************************************************
    ReportOverlappingGames.
      PERFORM WriteSectionBreak
      MOVE "4. ONE OPERATOR ID, TWO GAMES AT ONCE" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   OPERATOR     GAME STILL RUNNING  GAME STARTED MEANWHILE  TERMINALS"
          TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM VARYING WS-OV-SUB FROM 1 BY 1
          UNTIL WS-OV-SUB > WS-OV-COUNT
        ADD 1 TO WS-FLAG-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "   " WS-OV-OPERATOR(WS-OV-SUB) "   "
               WS-OV-GAME-1(WS-OV-SUB) "    " WS-OV-GAME-2(WS-OV-SUB)
               "        " WS-OV-TERMINAL-1(WS-OV-SUB) "/"
               WS-OV-TERMINAL-2(WS-OV-SUB)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-PERFORM
      IF WS-OV-COUNT = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      IF WS-OV-DROPPED > 0
        MOVE "   WARNING: OVERLAP TABLE FULL - SOME PAIRS NOT LISTED"
            TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    WriteSectionBreak.
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE.

    WriteReportFooting.
      PERFORM WriteSectionBreak
      IF WS-PL-DROPPED > 0
        MOVE WS-PL-DROPPED TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: " FUNCTION TRIM(WS-COUNT-EDIT) " PLAY(S) BEYOND"
               " THE 5000-SLOT TABLE WERE NOT EXAMINED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      MOVE WS-FLAG-COUNT TO WS-FLAG-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "ITEMS FLAGGED: " FUNCTION TRIM(WS-FLAG-EDIT)
             " - EACH IS A LEAD FOR A SUPERVISOR, NOT A VERDICT."
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE.
