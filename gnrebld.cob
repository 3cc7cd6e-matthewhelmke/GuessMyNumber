            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNREBLD - rebuild GNLEADER.DAT and GNRATING.DAT from the game
*> history, compare, and optionally replace
*>
*> GNLEADER.DAT and GNRATING.DAT are running totals - every credit
*> GNMERGE applies is added in place and the game that caused it is
*> never consulted again. When a night's merge half-ran, a restore
*> went back too far, or a correction was keyed wrong, there was no
*> way to say what the figures ought to be. This utility says so.
*> Every game in the archived game logs (GAMELOG.YYYYMM, as GNARCH
*> writes them) and the live GAMELOG.DAT is replayed in date order,
*> credited to the operators named by its OPERATOR STAMP record,
*> with exactly GNMERGE's arithmetic: games, wins, win guesses,
*> fewest and most for the leaderboard, and the skill-weighted
*> rating move for GNRATING. CARRY FORWARD and ARCHIVE CONTROL
*> records are rollups, not games, and are skipped; a game with no
*> stamp can't be pinned on anybody and is only counted.
*>
*> The history is not just games. Merged into the same date order:
*>   - every season close in GNSEASON.DAT - a season ID of the form
*>     YYYYQn (the ID GNSEASON derives itself) closes at the first
*>     day of the following quarter, where the leaderboard counters
*>     go back to zero and the rating carries on; a season ID of any
*>     other form can't be dated and is listed, not replayed;
*>   - the GNADMIN corrections (MERGE, RENAME, DELETE) and the
*>     GNOFFBRD RETIRE and UNRATE actions in GNADMLOG.DAT, at the
*>     time they were logged. A RETIRE snapshot in GNSEASON.DAT with
*>     no RETIRE in the log is applied at the end of the replay.
*> The season closes and retirements are checked against their
*> snapshots, so a wrong boundary shows up as a count mismatch.
*>
*> The compare report, GNREBLD.RPT, puts the live and rebuilt
*> figures side by side for every operator and marks each one that
*> differs. The rebuilt records themselves go to GNREBLD.WRK.
*> Nothing live is touched until a supervisor has read the report
*> and runs REPLACE, which reloads both masters from GNREBLD.WRK -
*> the figures the report showed, not a fresh replay - after a
*> supervisor ID and a Y confirmation, and logs it to GNADMLOG.DAT
*> the way GNADMIN logs its corrections. REPLACE refuses if a game
*> was merged, a correction logged, or a season closed since the
*> report was run. Take a generation with GNBACKUP first, so the
*> replacement can be restored away.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnrebld.cob
*> To run:
*>    ./gnrebld                rebuild and write GNREBLD.RPT
*>    ./gnrebld REPLACE        install the reviewed rebuild
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNREBLD.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> One game-log FD serves every month's archive and then the
    *> live log - the name is set before each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    SELECT SEASON-HISTORY-FILE ASSIGN TO "GNSEASON.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS SEASON-HISTORY-STATUS.

    SELECT ADMIN-LOG-FILE ASSIGN TO "GNADMLOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ADMIN-LOG-STATUS.

    SELECT LEADERBOARD-FILE ASSIGN TO "GNLEADER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LB-OPERATOR-ID
       FILE STATUS IS LEADERBOARD-STATUS.

    SELECT RATING-FILE ASSIGN TO "GNRATING.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RT-OPERATOR-ID
       FILE STATUS IS RATING-STATUS.

    *> The rebuilt records, held between the review and REPLACE.
    SELECT WORK-FILE ASSIGN TO "GNREBLD.WRK"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WORK-STATUS.

    SELECT REPORT-FILE ASSIGN TO "GNREBLD.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REPORT-STATUS.

    *> Games, season closes, and corrections, put into date order.
    SELECT SORT-WORK ASSIGN TO "GNREBLD.SRT".

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

 FD  SEASON-HISTORY-FILE.
 01  SEASON-HISTORY-RECORD.
     COPY "gnseason.cpy".

 FD  ADMIN-LOG-FILE.
 01  ADMIN-LOG-RECORD.
     05 AL-DATE-TIME             PIC X(16).
     05 AL-SUPERVISOR            PIC X(10).
     05 AL-ACTION                PIC X(6).
     05 AL-FROM-ID               PIC X(10).
     05 AL-TO-ID                 PIC X(10).
     05 AL-GAMES                 PIC 9(6).
     05 AL-WINS                  PIC 9(6).

 FD  LEADERBOARD-FILE.
 01  LEADERBOARD-RECORD.
     COPY "leaderboard.cpy".

 FD  RATING-FILE.
 01  RATING-RECORD.
     COPY "gnrating.cpy".

 FD  WORK-FILE.
 01  WORK-RECORD.
     05 WK-RECORD-TYPE           PIC X.
        88 WK-HEADER             VALUE "H".
        88 WK-LEADER-IMAGE       VALUE "L".
        88 WK-RATING-IMAGE       VALUE "R".
     05 WK-IMAGE                 PIC X(40).
 *> The header says what the history looked like when the rebuild
 *> ran; REPLACE counts the same files again and must match.
 01  WORK-HEADER-RECORD.
     05 FILLER                   PIC X.
     05 WK-DATE-TIME             PIC X(16).
     05 WK-GAMELOG-COUNT         PIC 9(8).
     05 WK-ADMLOG-COUNT          PIC 9(8).
     05 WK-SEASON-COUNT          PIC 9(8).

 FD  REPORT-FILE.
 01  REPORT-LINE PIC X(80).

 SD  SORT-WORK.
 01  SORT-RECORD.
     05 SR-DATE-TIME             PIC X(16).
     05 SR-SEQUENCE              PIC 9(8).
     05 SR-EVENT-TYPE            PIC X.
        88 SR-GAME-EVENT         VALUE "G".
        88 SR-SEASON-EVENT       VALUE "S".
        88 SR-ADMIN-EVENT        VALUE "A".
     *> A game's Player 1 and Player 2; a correction's from and to
     *> IDs; a season close's season ID.
     05 SR-OPERATOR-ID           PIC X(10).
     05 SR-OPERATOR-ID-2         PIC X(10).
     05 SR-OUTCOME               PIC X(20).
     05 SR-GUESSES               PIC 99.
     05 SR-SKILL-LEVEL           PIC X.
     05 SR-ACTION                PIC X(6).

 WORKING-STORAGE SECTION.
    01 GAMELOG-STATUS PIC XX.
    01 SEASON-HISTORY-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.
    01 LEADERBOARD-STATUS PIC XX.
    01 RATING-STATUS PIC XX.
    01 WORK-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-SORT-EOF-FLAG PIC X VALUE "N".
       88 WS-SORT-EOF VALUE "Y".

    01 WS-CMD-LINE PIC X(80).
    01 WS-RUN-MODE PIC X(10).
    01 WS-RUN-DATE PIC X(8).
    01 WS-RUN-YEAR PIC 9(4).
    01 WS-SUPERVISOR-ID PIC X(10).
    01 WS-CONFIRM PIC X.

    *> The archives are looked for month by month, starting this
    *> many years back - GNARCH writes one a month, and a month with
    *> no archive is simply passed over.
    01 WS-ARCHIVE-YEARS PIC 99 usage comp-6 VALUE 10.
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-GAMELOG-NAME PIC X(14).
    01 WS-READING-LIVE PIC X VALUE "N".

    *> What the history looked like, for the report and for the
    *> REPLACE staleness check.
    01 WS-ARCHIVES-READ PIC 9(4) usage comp-6 VALUE 0.
    01 WS-GAMELOG-RECORDS PIC 9(8) usage comp-6 VALUE 0.
    01 WS-ADMLOG-RECORDS PIC 9(8) usage comp-6 VALUE 0.
    01 WS-SEASON-RECORDS PIC 9(8) usage comp-6 VALUE 0.
    01 WS-GAMES-RELEASED PIC 9(8) usage comp-6 VALUE 0.
    01 WS-UNSTAMPED-GAMES PIC 9(8) usage comp-6 VALUE 0.
    01 WS-CREDITS-REPLAYED PIC 9(8) usage comp-6 VALUE 0.
    01 WS-CREDITS-DROPPED PIC 9(8) usage comp-6 VALUE 0.
    01 WS-CORRECTIONS-REPLAYED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SR-SEQUENCE PIC 9(8) usage comp-6 VALUE 0.
    *> A restore of either master puts the live file back to an
    *> older generation, which no replay can follow; the last one
    *> logged is shown on the report so the differences make sense.
    01 WS-LEADER-RESTORED PIC X(8) VALUE SPACES.
    01 WS-RATING-RESTORED PIC X(8) VALUE SPACES.

    *> The game record just read is held until its stamp arrives.
    01 WS-HELD-GAME-ID PIC X(16) VALUE SPACES.
    01 WS-HELD-END PIC X(16).
    01 WS-HELD-OUTCOME PIC X(20).
    01 WS-HELD-GUESSES PIC 99.

    *> The rating rule - GNMERGE's, figure for figure.
    01 WS-RATING-START PIC 9(4) usage comp-6 VALUE 1000.
    01 WS-RATING-FLOOR PIC 9(4) usage comp-6 VALUE 100.
    01 WS-RATING-DELTA PIC S9(3) usage comp-3.
    01 WS-RATING-WORK PIC S9(5) usage comp-3.
    01 WS-RATING-WEIGHT PIC 999 usage comp-6.
    01 WS-CREDIT-ID PIC X(10).
    01 WS-CREDIT-WIN PIC X.

    *> One slot per operator: the rebuilt figures, the live ones,
    *> and what their retirements came to. A slot not on the board
    *> or not rated is kept zeroed, so the rebuilt and live groups
    *> compare directly.
    01 WS-OP-TABLE.
       05 WS-OP-ENTRY OCCURS 500 TIMES.
          10 WS-OP-ID              PIC X(10).
          10 WS-RB-BOARD.
             15 WS-RB-ON-BOARD     PIC X.
             15 WS-RB-GAMES        PIC 9(6).
             15 WS-RB-WINS         PIC 9(6).
             15 WS-RB-GUESSES      PIC 9(8).
             15 WS-RB-FEWEST       PIC 99.
             15 WS-RB-MOST         PIC 99.
          10 WS-RB-RATING-DATA.
             15 WS-RB-RATED        PIC X.
             15 WS-RB-RATING       PIC 9(4).
             15 WS-RB-GAMES-RATED  PIC 9(6).
             15 WS-RB-HIGH         PIC 9(4).
          10 WS-LV-BOARD.
             15 WS-LV-ON-BOARD     PIC X.
             15 WS-LV-GAMES        PIC 9(6).
             15 WS-LV-WINS         PIC 9(6).
             15 WS-LV-GUESSES      PIC 9(8).
             15 WS-LV-FEWEST       PIC 99.
             15 WS-LV-MOST         PIC 99.
          10 WS-LV-RATING-DATA.
             15 WS-LV-RATED        PIC X.
             15 WS-LV-RATING       PIC 9(4).
             15 WS-LV-GAMES-RATED  PIC 9(6).
             15 WS-LV-HIGH         PIC 9(4).
          10 WS-OP-SNAP-RETIRED    PIC X.
          10 WS-OP-SNAP-GAMES      PIC 9(6).
          10 WS-OP-RETIRE-LOGGED   PIC X.
          10 WS-OP-REPLAY-GAMES    PIC 9(6).
    01 WS-OP-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-OP-MAX PIC 9(3) usage comp-6 VALUE 500.
    01 WS-OP-SUB PIC 9(3) usage comp-6.
    01 WS-OP-SCAN PIC 9(3) usage comp-6.
    01 WS-OP-SORT-PASS PIC 9(3) usage comp-6.
    01 WS-OP-DROPPED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-OP-SWAP PIC X(104).
    01 WS-LOOKUP-ID PIC X(10).
    01 WS-FROM-SUB PIC 9(3) usage comp-6.

    *> A correction's FROM line, held while it is folded into TO.
    01 WS-HELD-BOARD.
       05 WS-HB-ON-BOARD PIC X.
       05 WS-HB-GAMES PIC 9(6).
       05 WS-HB-WINS PIC 9(6).
       05 WS-HB-GUESSES PIC 9(8).
       05 WS-HB-FEWEST PIC 99.
       05 WS-HB-MOST PIC 99.

    *> One slot per season ID found in GNSEASON.DAT.
    01 WS-SN-TABLE.
       05 WS-SN-ENTRY OCCURS 100 TIMES.
          10 WS-SN-ID              PIC X(6).
          10 WS-SN-CLOSE-DATE      PIC X(8).
          10 WS-SN-SNAP-GAMES      PIC 9(8).
          10 WS-SN-REPLAY-GAMES    PIC 9(8).
    01 WS-SN-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-SN-MAX PIC 9(3) usage comp-6 VALUE 100.
    01 WS-SN-SUB PIC 9(3) usage comp-6.
    01 WS-SN-DROPPED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SN-YEAR PIC 9(4).
    01 WS-SN-QUARTER PIC 9.
    01 WS-SN-MONTH PIC 99.

    *> Report working fields.
    01 WS-DETAIL-LINE PIC X(80).
    01 WS-DIFF-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-SHOWN-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-SECTION-LINES PIC 9(4) usage comp-6 VALUE 0.
    01 WS-COUNT-EDIT PIC Z(7)9.
    01 WS-COUNT-EDIT-2 PIC Z(7)9.
    01 WS-GAMES-EDIT PIC Z(5)9.
    01 WS-GUESS-EDIT PIC Z(7)9.
    01 WS-SMALL-EDIT PIC Z9.
    01 WS-RATING-EDIT PIC Z(3)9.

    *> REPLACE: the staleness recount and the reload tallies.
    01 WS-CHECK-COUNT PIC 9(8) usage comp-6.
    01 WS-WORK-VALID PIC X VALUE "Y".
       88 WS-WORK-CURRENT VALUE "Y".
    01 WS-LEADER-WRITTEN PIC 9(6) usage comp-6 VALUE 0.
    01 WS-RATING-WRITTEN PIC 9(6) usage comp-6 VALUE 0.
    01 WS-REJECTED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-OPEN-RETRY PIC 99 usage comp-6.
    01 WS-OPEN-RETRY-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-OPEN-WAIT PIC 9 usage comp-6 VALUE 1.
    01 WS-AL-FROM-ID PIC X(10).
    01 WS-AL-GAMES PIC 9(6) usage comp-6.

*> ***************************************************************

 PROCEDURE DIVISION.
    DISPLAY " ".
    DISPLAY "====== Guess My Number - Leaderboard & Rating Rebuild ======".
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
    PERFORM ReadRunArguments.
    IF WS-RUN-MODE = "REPLACE"
      PERFORM InstallRebuiltFiles
    ELSE
      PERFORM RebuildAndCompare
      END-IF.
    DISPLAY "============================================================".
    STOP RUN.

    ReadRunArguments.
      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
      MOVE FUNCTION UPPER-CASE(WS-CMD-LINE) TO WS-CMD-LINE
      UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
          INTO WS-RUN-MODE
      END-UNSTRING
      IF WS-RUN-MODE NOT = SPACES AND WS-RUN-MODE NOT = "REPLACE"
        DISPLAY "Unknown option " FUNCTION TRIM(WS-RUN-MODE)
                " - run with no option to rebuild, or REPLACE."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF.

    *> ***********************************************************
    *> The rebuild: everything into date order, replayed, then set
    *> beside the live files and reported.
    *> ***********************************************************
    RebuildAndCompare.
      SORT SORT-WORK ON ASCENDING KEY SR-DATE-TIME SR-SEQUENCE
          INPUT PROCEDURE IS ReleaseHistory
          OUTPUT PROCEDURE IS ReplayHistory
      PERFORM ApplyUnloggedRetirements
      PERFORM LoadLiveLeaderboard
      PERFORM LoadLiveRatings
      PERFORM SortOperatorTable
      OPEN OUTPUT REPORT-FILE
      IF REPORT-STATUS NOT = "00"
        DISPLAY "Could not open GNREBLD.RPT for output (status "
                REPORT-STATUS ") - giving up."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      PERFORM WriteReportHeading
      PERFORM ReportSeasonCloses
      PERFORM ReportRetirements
      PERFORM ReportOperatorCompare
      PERFORM WriteReportFooting
      CLOSE REPORT-FILE
      PERFORM WriteWorkFile
      MOVE WS-GAMES-RELEASED TO WS-COUNT-EDIT
      DISPLAY "Games replayed:       " FUNCTION TRIM(WS-COUNT-EDIT)
      MOVE WS-SHOWN-COUNT TO WS-COUNT-EDIT
      DISPLAY "Operators compared:   " FUNCTION TRIM(WS-COUNT-EDIT)
      MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
      DISPLAY "Operators differing:  " FUNCTION TRIM(WS-COUNT-EDIT)
      DISPLAY "Report written to GNREBLD.RPT, rebuilt records to"
              " GNREBLD.WRK."
      IF WS-DIFF-COUNT > 0
        DISPLAY "Review the report; ./gnrebld REPLACE installs the"
                " rebuilt figures."
        END-IF.

    *> ***********************************************************
    *> Sort input: the season closes and corrections first, so at
    *> an identical timestamp they fall ahead of a game, then every
    *> archive oldest first, then the live log.
    *> ***********************************************************
    ReleaseHistory.
      PERFORM LoadSeasonHistory
      PERFORM ReleaseSeasonCloses
      PERFORM ReleaseAdminCorrections
      COMPUTE WS-ARC-YEAR = WS-RUN-YEAR - WS-ARCHIVE-YEARS
      MOVE 1 TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-RUN-DATE(1:6)
        MOVE SPACES TO WS-GAMELOG-NAME
        STRING "GAMELOG." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-GAMELOG-NAME
        PERFORM ReleaseGameLog
        ADD 1 TO WS-ARC-MONTH
        IF WS-ARC-MONTH > 12
          MOVE 1 TO WS-ARC-MONTH
          ADD 1 TO WS-ARC-YEAR
          END-IF
        END-PERFORM
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      MOVE "Y" TO WS-READING-LIVE
      PERFORM ReleaseGameLog.

    *> Season snapshots are totalled per season ID, RETIRE snapshots
    *> per operator - both are checked against the replay later.
    LoadSeasonHistory.
      OPEN INPUT SEASON-HISTORY-FILE
      IF SEASON-HISTORY-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ SEASON-HISTORY-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM TallySeasonSnapshot
        END-READ
        END-PERFORM
      CLOSE SEASON-HISTORY-FILE.

    TallySeasonSnapshot.
      ADD 1 TO WS-SEASON-RECORDS
      IF SH-SEASON-ID = "RETIRE"
        MOVE SH-OPERATOR-ID TO WS-LOOKUP-ID
        PERFORM FindOperator
        IF WS-OP-SUB > 0
          MOVE "Y" TO WS-OP-SNAP-RETIRED(WS-OP-SUB)
          ADD SH-GAMES-PLAYED TO WS-OP-SNAP-GAMES(WS-OP-SUB)
          END-IF
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-SN-SUB FROM 1 BY 1
          UNTIL WS-SN-SUB > WS-SN-COUNT
             OR WS-SN-ID(WS-SN-SUB) = SH-SEASON-ID
        CONTINUE
        END-PERFORM
      IF WS-SN-SUB > WS-SN-COUNT
        IF WS-SN-COUNT >= WS-SN-MAX
          ADD 1 TO WS-SN-DROPPED
          EXIT PARAGRAPH
          END-IF
        ADD 1 TO WS-SN-COUNT
        MOVE WS-SN-COUNT TO WS-SN-SUB
        MOVE SH-SEASON-ID TO WS-SN-ID(WS-SN-SUB)
        MOVE SPACES TO WS-SN-CLOSE-DATE(WS-SN-SUB)
        MOVE 0 TO WS-SN-SNAP-GAMES(WS-SN-SUB)
        MOVE 0 TO WS-SN-REPLAY-GAMES(WS-SN-SUB)
        END-IF
      ADD SH-GAMES-PLAYED TO WS-SN-SNAP-GAMES(WS-SN-SUB).

    *> ***********************************************************
    *> A YYYYQn season closes when the next quarter opens. Any other
    *> season ID was typed by hand and carries no date, so its close
    *> is left out of the replay and left blank-dated on the report.
    *> ***********************************************************
    ReleaseSeasonCloses.
      PERFORM VARYING WS-SN-SUB FROM 1 BY 1
          UNTIL WS-SN-SUB > WS-SN-COUNT
        IF WS-SN-ID(WS-SN-SUB)(1:4) IS NUMERIC
            AND WS-SN-ID(WS-SN-SUB)(5:1) = "Q"
            AND WS-SN-ID(WS-SN-SUB)(6:1) >= "1"
            AND WS-SN-ID(WS-SN-SUB)(6:1) <= "4"
          MOVE WS-SN-ID(WS-SN-SUB)(1:4) TO WS-SN-YEAR
          MOVE WS-SN-ID(WS-SN-SUB)(6:1) TO WS-SN-QUARTER
          IF WS-SN-QUARTER = 4
            ADD 1 TO WS-SN-YEAR
            MOVE 1 TO WS-SN-MONTH
          ELSE
            COMPUTE WS-SN-MONTH = (WS-SN-QUARTER * 3) + 1
            END-IF
          STRING WS-SN-YEAR WS-SN-MONTH "01" DELIMITED BY SIZE
              INTO WS-SN-CLOSE-DATE(WS-SN-SUB)
          MOVE SPACES TO SORT-RECORD
          MOVE WS-SN-CLOSE-DATE(WS-SN-SUB) TO SR-DATE-TIME
          MOVE ALL "0" TO SR-DATE-TIME(9:8)
          SET SR-SEASON-EVENT TO TRUE
          MOVE WS-SN-ID(WS-SN-SUB) TO SR-OPERATOR-ID
          PERFORM ReleaseEvent
          END-IF
        END-PERFORM.

    *> The logged corrections that changed a leaderboard line or a
    *> rating. Bank actions and the rest are not this file's concern.
    ReleaseAdminCorrections.
      OPEN INPUT ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ ADMIN-LOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ReleaseAdminRecord
        END-READ
        END-PERFORM
      CLOSE ADMIN-LOG-FILE.

    ReleaseAdminRecord.
      ADD 1 TO WS-ADMLOG-RECORDS
      EVALUATE AL-ACTION
        WHEN "MERGE"
        WHEN "RENAME"
        WHEN "DELETE"
        WHEN "RETIRE"
        WHEN "UNRATE"
          MOVE SPACES TO SORT-RECORD
          MOVE AL-DATE-TIME TO SR-DATE-TIME
          SET SR-ADMIN-EVENT TO TRUE
          MOVE AL-FROM-ID TO SR-OPERATOR-ID
          MOVE AL-TO-ID TO SR-OPERATOR-ID-2
          MOVE AL-ACTION TO SR-ACTION
          PERFORM ReleaseEvent
        WHEN "RESTOR"
          IF AL-FROM-ID = "GNLEADER"
            MOVE AL-DATE-TIME(1:8) TO WS-LEADER-RESTORED
            END-IF
          IF AL-FROM-ID = "GNRATING"
            MOVE AL-DATE-TIME(1:8) TO WS-RATING-RESTORED
            END-IF
      END-EVALUATE.

    *> ***********************************************************
    *> One game log - an archive or the live file. Each game record
    *> is held; the stamp behind it releases one game event naming
    *> both players.
    *> ***********************************************************
    ReleaseGameLog.
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF WS-READING-LIVE NOT = "Y"
        ADD 1 TO WS-ARCHIVES-READ
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ProcessGameLogRecord
        END-READ
        END-PERFORM
      PERFORM FlushHeldGame
      CLOSE GAMELOG-FILE.

    ProcessGameLogRecord.
      IF WS-READING-LIVE = "Y"
        ADD 1 TO WS-GAMELOG-RECORDS
        END-IF
      IF GLCF-CARRY-FORWARD OR GLCF-ARCHIVE-CONTROL
        PERFORM FlushHeldGame
        EXIT PARAGRAPH
        END-IF
      IF GLOP-OPERATOR-STAMP
        PERFORM ReleaseStampedGame
        EXIT PARAGRAPH
        END-IF
      PERFORM FlushHeldGame
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-DATE-TIME TO WS-HELD-END
      MOVE GL-OUTCOME TO WS-HELD-OUTCOME
      MOVE GL-TOTALGUESSES TO WS-HELD-GUESSES.

    FlushHeldGame.
      IF WS-HELD-GAME-ID NOT = SPACES
        ADD 1 TO WS-UNSTAMPED-GAMES
        MOVE SPACES TO WS-HELD-GAME-ID
        END-IF.

    ReleaseStampedGame.
      IF GLOP-GAME-ID NOT = WS-HELD-GAME-ID
          OR WS-HELD-GAME-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO SORT-RECORD
      MOVE WS-HELD-END TO SR-DATE-TIME
      SET SR-GAME-EVENT TO TRUE
      MOVE GLOP-OPERATOR-ID TO SR-OPERATOR-ID
      MOVE GLOP-OPERATOR-ID-2 TO SR-OPERATOR-ID-2
      MOVE WS-HELD-OUTCOME TO SR-OUTCOME
      MOVE WS-HELD-GUESSES TO SR-GUESSES
      MOVE GLOP-SKILL-LEVEL TO SR-SKILL-LEVEL
      PERFORM ReleaseEvent
      ADD 1 TO WS-GAMES-RELEASED
      MOVE SPACES TO WS-HELD-GAME-ID.

    *> The release sequence keeps equal timestamps in the order they
    *> were read.
    ReleaseEvent.
      ADD 1 TO WS-SR-SEQUENCE
      MOVE WS-SR-SEQUENCE TO SR-SEQUENCE
      RELEASE SORT-RECORD.

    *> ***********************************************************
    *> Sort output: the history, oldest first, applied to the
    *> operator table.
    *> ***********************************************************
    ReplayHistory.
      PERFORM UNTIL WS-SORT-EOF
        RETURN SORT-WORK
          AT END MOVE "Y" TO WS-SORT-EOF-FLAG
          NOT AT END PERFORM ReplayEvent
        END-RETURN
        END-PERFORM.

    ReplayEvent.
      EVALUATE TRUE
        WHEN SR-GAME-EVENT
          PERFORM ReplayGame
        WHEN SR-SEASON-EVENT
          PERFORM ReplaySeasonClose
        WHEN SR-ADMIN-EVENT
          PERFORM ReplayCorrection
      END-EVALUATE.

    *> The same two credits the game spooled: Player 1 wins on a
    *> USER WIN, a head-to-head Player 2 on a PLAYER2 WIN.
    ReplayGame.
      MOVE SR-OPERATOR-ID TO WS-CREDIT-ID
      IF SR-OUTCOME = "USER WIN"
        MOVE "Y" TO WS-CREDIT-WIN
      ELSE
        MOVE "N" TO WS-CREDIT-WIN
        END-IF
      PERFORM CreditOperator
      IF SR-OPERATOR-ID-2 NOT = SPACES
        MOVE SR-OPERATOR-ID-2 TO WS-CREDIT-ID
        IF SR-OUTCOME = "PLAYER2 WIN"
          MOVE "Y" TO WS-CREDIT-WIN
        ELSE
          MOVE "N" TO WS-CREDIT-WIN
          END-IF
        PERFORM CreditOperator
        END-IF.

    *> ***********************************************************
    *> GNMERGE's leaderboard credit and rating move, against the
    *> table instead of the files.
    *> ***********************************************************
    CreditOperator.
      MOVE WS-CREDIT-ID TO WS-LOOKUP-ID
      PERFORM FindOperator
      IF WS-OP-SUB = 0
        ADD 1 TO WS-CREDITS-DROPPED
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-CREDITS-REPLAYED
      IF WS-RB-ON-BOARD(WS-OP-SUB) NOT = "Y"
        PERFORM OpenRebuiltLine
        END-IF
      ADD 1 TO WS-RB-GAMES(WS-OP-SUB)
      IF WS-CREDIT-WIN = "Y"
        ADD 1 TO WS-RB-WINS(WS-OP-SUB)
        ADD SR-GUESSES TO WS-RB-GUESSES(WS-OP-SUB)
        IF SR-GUESSES < WS-RB-FEWEST(WS-OP-SUB)
          MOVE SR-GUESSES TO WS-RB-FEWEST(WS-OP-SUB)
          END-IF
        IF SR-GUESSES > WS-RB-MOST(WS-OP-SUB)
          MOVE SR-GUESSES TO WS-RB-MOST(WS-OP-SUB)
          END-IF
        END-IF
      IF WS-RB-RATED(WS-OP-SUB) NOT = "Y"
        MOVE "Y" TO WS-RB-RATED(WS-OP-SUB)
        MOVE WS-RATING-START TO WS-RB-RATING(WS-OP-SUB)
        MOVE 0 TO WS-RB-GAMES-RATED(WS-OP-SUB)
        MOVE WS-RATING-START TO WS-RB-HIGH(WS-OP-SUB)
        END-IF
      IF WS-CREDIT-WIN = "Y"
        COMPUTE WS-RATING-DELTA = 40 - (2 * SR-GUESSES)
        IF WS-RATING-DELTA < 5
          MOVE 5 TO WS-RATING-DELTA
          END-IF
      ELSE
        MOVE -10 TO WS-RATING-DELTA
        END-IF
      EVALUATE TRUE
        WHEN SR-SKILL-LEVEL = "E" AND WS-CREDIT-WIN = "Y"
          MOVE 150 TO WS-RATING-WEIGHT
        WHEN SR-SKILL-LEVEL = "E"
          MOVE 50 TO WS-RATING-WEIGHT
        WHEN SR-SKILL-LEVEL = "N" AND WS-CREDIT-WIN = "Y"
          MOVE 50 TO WS-RATING-WEIGHT
        WHEN SR-SKILL-LEVEL = "N"
          MOVE 150 TO WS-RATING-WEIGHT
        WHEN OTHER
          MOVE 100 TO WS-RATING-WEIGHT
      END-EVALUATE
      COMPUTE WS-RATING-DELTA ROUNDED =
          WS-RATING-DELTA * WS-RATING-WEIGHT / 100
      COMPUTE WS-RATING-WORK = WS-RB-RATING(WS-OP-SUB) + WS-RATING-DELTA
      IF WS-RATING-WORK < WS-RATING-FLOOR
        MOVE WS-RATING-FLOOR TO WS-RATING-WORK
        END-IF
      IF WS-RATING-WORK > 9999
        MOVE 9999 TO WS-RATING-WORK
        END-IF
      MOVE WS-RATING-WORK TO WS-RB-RATING(WS-OP-SUB)
      ADD 1 TO WS-RB-GAMES-RATED(WS-OP-SUB)
      IF WS-RB-RATING(WS-OP-SUB) > WS-RB-HIGH(WS-OP-SUB)
        MOVE WS-RB-RATING(WS-OP-SUB) TO WS-RB-HIGH(WS-OP-SUB)
        END-IF.

    *> A new leaderboard line, the way GNMERGE writes one.
    OpenRebuiltLine.
      MOVE "Y" TO WS-RB-ON-BOARD(WS-OP-SUB)
      MOVE 0 TO WS-RB-GAMES(WS-OP-SUB)
      MOVE 0 TO WS-RB-WINS(WS-OP-SUB)
      MOVE 0 TO WS-RB-GUESSES(WS-OP-SUB)
      MOVE 99 TO WS-RB-FEWEST(WS-OP-SUB)
      MOVE 0 TO WS-RB-MOST(WS-OP-SUB).

    DropRebuiltLine.
      INITIALIZE WS-RB-BOARD(WS-OP-SUB)
      MOVE "N" TO WS-RB-ON-BOARD(WS-OP-SUB).

    *> GNSEASON's close: every line stays, every counter restarts.
    ReplaySeasonClose.
      PERFORM VARYING WS-SN-SUB FROM 1 BY 1
          UNTIL WS-SN-SUB > WS-SN-COUNT
             OR WS-SN-ID(WS-SN-SUB) = SR-OPERATOR-ID(1:6)
        CONTINUE
        END-PERFORM
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-RB-ON-BOARD(WS-OP-SUB) = "Y"
          IF WS-SN-SUB <= WS-SN-COUNT
            ADD WS-RB-GAMES(WS-OP-SUB)
                TO WS-SN-REPLAY-GAMES(WS-SN-SUB)
            END-IF
          PERFORM OpenRebuiltLine
          END-IF
        END-PERFORM.

    *> ***********************************************************
    *> The logged corrections, at the time they were made. MERGE and
    *> RENAME both end with FROM's counters under TO - a rename just
    *> found no TO line yet - with GNADMIN's fold: sums, the smaller
    *> fewest, the larger most.
    *> ***********************************************************
    ReplayCorrection.
      MOVE SR-OPERATOR-ID TO WS-LOOKUP-ID
      PERFORM FindOperator
      IF WS-OP-SUB = 0
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-CORRECTIONS-REPLAYED
      EVALUATE SR-ACTION
        WHEN "MERGE"
        WHEN "RENAME"
          PERFORM ReplayMerge
        WHEN "DELETE"
          PERFORM DropRebuiltLine
        WHEN "RETIRE"
          MOVE "Y" TO WS-OP-RETIRE-LOGGED(WS-OP-SUB)
          ADD WS-RB-GAMES(WS-OP-SUB) TO WS-OP-REPLAY-GAMES(WS-OP-SUB)
          PERFORM DropRebuiltLine
        WHEN "UNRATE"
          INITIALIZE WS-RB-RATING-DATA(WS-OP-SUB)
          MOVE "N" TO WS-RB-RATED(WS-OP-SUB)
      END-EVALUATE.

    ReplayMerge.
      IF WS-RB-ON-BOARD(WS-OP-SUB) NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OP-SUB TO WS-FROM-SUB
      MOVE WS-RB-BOARD(WS-OP-SUB) TO WS-HELD-BOARD
      MOVE SR-OPERATOR-ID-2 TO WS-LOOKUP-ID
      PERFORM FindOperator
      IF WS-OP-SUB = 0
        EXIT PARAGRAPH
        END-IF
      IF WS-RB-ON-BOARD(WS-OP-SUB) NOT = "Y"
        PERFORM OpenRebuiltLine
        END-IF
      ADD WS-HB-GAMES TO WS-RB-GAMES(WS-OP-SUB)
      ADD WS-HB-WINS TO WS-RB-WINS(WS-OP-SUB)
      ADD WS-HB-GUESSES TO WS-RB-GUESSES(WS-OP-SUB)
      IF WS-HB-WINS > 0
        IF WS-HB-FEWEST < WS-RB-FEWEST(WS-OP-SUB)
          MOVE WS-HB-FEWEST TO WS-RB-FEWEST(WS-OP-SUB)
          END-IF
        IF WS-HB-MOST > WS-RB-MOST(WS-OP-SUB)
          MOVE WS-HB-MOST TO WS-RB-MOST(WS-OP-SUB)
          END-IF
        END-IF
      MOVE WS-FROM-SUB TO WS-OP-SUB
      PERFORM DropRebuiltLine.

    *> A RETIRE snapshot with no RETIRE in the log - the log was cut
    *> short or the snapshot keyed by hand. The operator is gone from
    *> the live board either way, so the retirement is applied after
    *> everything else.
    ApplyUnloggedRetirements.
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-OP-SNAP-RETIRED(WS-OP-SUB) = "Y"
            AND WS-OP-RETIRE-LOGGED(WS-OP-SUB) NOT = "Y"
          ADD WS-RB-GAMES(WS-OP-SUB) TO WS-OP-REPLAY-GAMES(WS-OP-SUB)
          PERFORM DropRebuiltLine
          INITIALIZE WS-RB-RATING-DATA(WS-OP-SUB)
          MOVE "N" TO WS-RB-RATED(WS-OP-SUB)
          END-IF
        END-PERFORM.

    *> ***********************************************************
    *> Finds WS-LOOKUP-ID in the operator table, adding a zeroed
    *> slot if it isn't there. WS-OP-SUB comes back 0 when the table
    *> is full.
    *> ***********************************************************
    FindOperator.
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
             OR WS-OP-ID(WS-OP-SUB) = WS-LOOKUP-ID
        CONTINUE
        END-PERFORM
      IF WS-OP-SUB <= WS-OP-COUNT
        EXIT PARAGRAPH
        END-IF
      IF WS-OP-COUNT >= WS-OP-MAX
        ADD 1 TO WS-OP-DROPPED
        MOVE 0 TO WS-OP-SUB
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-OP-COUNT
      MOVE WS-OP-COUNT TO WS-OP-SUB
      INITIALIZE WS-OP-ENTRY(WS-OP-SUB)
      MOVE WS-LOOKUP-ID TO WS-OP-ID(WS-OP-SUB)
      MOVE "N" TO WS-RB-ON-BOARD(WS-OP-SUB)
      MOVE "N" TO WS-RB-RATED(WS-OP-SUB)
      MOVE "N" TO WS-LV-ON-BOARD(WS-OP-SUB)
      MOVE "N" TO WS-LV-RATED(WS-OP-SUB)
      MOVE "N" TO WS-OP-SNAP-RETIRED(WS-OP-SUB)
      MOVE "N" TO WS-OP-RETIRE-LOGGED(WS-OP-SUB).

    *> ***********************************************************
    *> The live figures, beside the rebuilt ones.
    *> ***********************************************************
    LoadLiveLeaderboard.
      OPEN INPUT LEADERBOARD-FILE
      IF LEADERBOARD-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ LEADERBOARD-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END
            MOVE LB-OPERATOR-ID TO WS-LOOKUP-ID
            PERFORM FindOperator
            IF WS-OP-SUB > 0
              MOVE "Y" TO WS-LV-ON-BOARD(WS-OP-SUB)
              MOVE LB-GAMES-PLAYED TO WS-LV-GAMES(WS-OP-SUB)
              MOVE LB-WINS TO WS-LV-WINS(WS-OP-SUB)
              MOVE LB-TOTAL-GUESSES-WINS TO WS-LV-GUESSES(WS-OP-SUB)
              MOVE LB-FEWEST-GUESSES TO WS-LV-FEWEST(WS-OP-SUB)
              MOVE LB-MOST-GUESSES TO WS-LV-MOST(WS-OP-SUB)
              END-IF
        END-READ
        END-PERFORM
      CLOSE LEADERBOARD-FILE.

    LoadLiveRatings.
      OPEN INPUT RATING-FILE
      IF RATING-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ RATING-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END
            MOVE RT-OPERATOR-ID TO WS-LOOKUP-ID
            PERFORM FindOperator
            IF WS-OP-SUB > 0
              MOVE "Y" TO WS-LV-RATED(WS-OP-SUB)
              MOVE RT-RATING TO WS-LV-RATING(WS-OP-SUB)
              MOVE RT-GAMES-RATED TO WS-LV-GAMES-RATED(WS-OP-SUB)
              MOVE RT-HIGH-RATING TO WS-LV-HIGH(WS-OP-SUB)
              END-IF
        END-READ
        END-PERFORM
      CLOSE RATING-FILE.

    SortOperatorTable.
      PERFORM VARYING WS-OP-SORT-PASS FROM 1 BY 1
          UNTIL WS-OP-SORT-PASS >= WS-OP-COUNT
        PERFORM VARYING WS-OP-SCAN FROM 1 BY 1
            UNTIL WS-OP-SCAN >= WS-OP-COUNT
          IF WS-OP-ID(WS-OP-SCAN) > WS-OP-ID(WS-OP-SCAN + 1)
            MOVE WS-OP-ENTRY(WS-OP-SCAN) TO WS-OP-SWAP
            MOVE WS-OP-ENTRY(WS-OP-SCAN + 1) TO WS-OP-ENTRY(WS-OP-SCAN)
            MOVE WS-OP-SWAP TO WS-OP-ENTRY(WS-OP-SCAN + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

    *> ***********************************************************
    *> Report heading: what was replayed and what couldn't be.
    *> ***********************************************************
    WriteReportHeading.
      MOVE SPACES TO REPORT-LINE
      STRING "GUESS MY NUMBER - LEADERBOARD/RATING REBUILD COMPARE  RUN "
             WS-RUN-DATE
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE WS-ARCHIVES-READ TO WS-COUNT-EDIT
      MOVE WS-GAMES-RELEASED TO WS-COUNT-EDIT-2
      MOVE SPACES TO REPORT-LINE
      STRING "REPLAYED " FUNCTION TRIM(WS-COUNT-EDIT-2)
             " STAMPED GAMES FROM " FUNCTION TRIM(WS-COUNT-EDIT)
             " ARCHIVE(S) AND GAMELOG.DAT"
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE WS-CORRECTIONS-REPLAYED TO WS-COUNT-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "REPLAYED " FUNCTION TRIM(WS-COUNT-EDIT)
             " LEADERBOARD/RATING CORRECTION(S) FROM GNADMLOG.DAT"
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-UNSTAMPED-GAMES > 0
        MOVE WS-UNSTAMPED-GAMES TO WS-COUNT-EDIT
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(WS-COUNT-EDIT) " GAME(S) PREDATE OPERATOR"
               " STAMPING AND CANNOT BE ATTRIBUTED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      IF WS-LEADER-RESTORED NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "NOTE: GNLEADER.DAT WAS RESTORED FROM A GENERATION ON "
               WS-LEADER-RESTORED
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      IF WS-RATING-RESTORED NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "NOTE: GNRATING.DAT WAS RESTORED FROM A GENERATION ON "
               WS-RATING-RESTORED
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      IF WS-OP-DROPPED > 0 OR WS-SN-DROPPED > 0
        MOVE "WARNING: A TABLE FILLED UP - THE REBUILD IS INCOMPLETE AND"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "         MUST NOT BE INSTALLED" TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    WriteSectionBreak.
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE.

    *> Each season's snapshot total against the games the replay had
    *> on the board at the close - a mismatch means the close wasn't
    *> where its season ID says it was.
    ReportSeasonCloses.
      PERFORM WriteSectionBreak
      MOVE "1. SEASON CLOSES" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   SEASON  CLOSED AT   SNAPSHOT GAMES  REBUILT GAMES"
          TO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-SN-COUNT = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-SN-SUB FROM 1 BY 1
          UNTIL WS-SN-SUB > WS-SN-COUNT
        MOVE WS-SN-SNAP-GAMES(WS-SN-SUB) TO WS-COUNT-EDIT
        MOVE WS-SN-REPLAY-GAMES(WS-SN-SUB) TO WS-COUNT-EDIT-2
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE WS-SN-ID(WS-SN-SUB) TO WS-DETAIL-LINE(4:6)
        IF WS-SN-CLOSE-DATE(WS-SN-SUB) = SPACES
          MOVE WS-COUNT-EDIT TO WS-DETAIL-LINE(29:8)
          MOVE "NOT A YYYYQN ID - CLOSE NOT REPLAYED"
              TO WS-DETAIL-LINE(39:40)
        ELSE
          MOVE WS-SN-CLOSE-DATE(WS-SN-SUB) TO WS-DETAIL-LINE(12:8)
          MOVE WS-COUNT-EDIT TO WS-DETAIL-LINE(29:8)
          MOVE WS-COUNT-EDIT-2 TO WS-DETAIL-LINE(44:8)
          IF WS-SN-SNAP-GAMES(WS-SN-SUB)
              NOT = WS-SN-REPLAY-GAMES(WS-SN-SUB)
            MOVE "<< DIFFERS" TO WS-DETAIL-LINE(54:10)
            END-IF
          END-IF
        MOVE WS-DETAIL-LINE TO REPORT-LINE
        WRITE REPORT-LINE
        END-PERFORM.

    ReportRetirements.
      PERFORM WriteSectionBreak
      MOVE "2. RETIREMENTS" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "   OPERATOR    SNAPSHOT GAMES  REBUILT GAMES"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 0 TO WS-SECTION-LINES
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-OP-SNAP-RETIRED(WS-OP-SUB) = "Y"
            OR WS-OP-RETIRE-LOGGED(WS-OP-SUB) = "Y"
          ADD 1 TO WS-SECTION-LINES
          MOVE WS-OP-SNAP-GAMES(WS-OP-SUB) TO WS-COUNT-EDIT
          MOVE WS-OP-REPLAY-GAMES(WS-OP-SUB) TO WS-COUNT-EDIT-2
          MOVE SPACES TO WS-DETAIL-LINE
          MOVE WS-OP-ID(WS-OP-SUB) TO WS-DETAIL-LINE(4:10)
          MOVE WS-COUNT-EDIT TO WS-DETAIL-LINE(21:8)
          MOVE WS-COUNT-EDIT-2 TO WS-DETAIL-LINE(36:8)
          EVALUATE TRUE
            WHEN WS-OP-RETIRE-LOGGED(WS-OP-SUB) NOT = "Y"
              MOVE "NOT IN GNADMLOG - RETIRED AT END"
                  TO WS-DETAIL-LINE(46:35)
            WHEN WS-OP-SNAP-RETIRED(WS-OP-SUB) NOT = "Y"
              MOVE "NO RETIRE SNAPSHOT IN GNSEASON"
                  TO WS-DETAIL-LINE(46:35)
            WHEN WS-OP-SNAP-GAMES(WS-OP-SUB)
                NOT = WS-OP-REPLAY-GAMES(WS-OP-SUB)
              MOVE "<< DIFFERS" TO WS-DETAIL-LINE(46:10)
          END-EVALUATE
          MOVE WS-DETAIL-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          END-IF
        END-PERFORM
      IF WS-SECTION-LINES = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    *> ***********************************************************
    *> Live and rebuilt, two lines an operator, the rebuilt line
    *> marked when either the leaderboard or the rating differs.
    *> ***********************************************************
    ReportOperatorCompare.
      PERFORM WriteSectionBreak
      MOVE "3. OPERATOR COMPARE" TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO WS-DETAIL-LINE
      MOVE "OPERATOR" TO WS-DETAIL-LINE(4:8)
      MOVE "SOURCE" TO WS-DETAIL-LINE(15:6)
      MOVE "GAMES" TO WS-DETAIL-LINE(24:5)
      MOVE "WINS" TO WS-DETAIL-LINE(32:4)
      MOVE "GUESSES" TO WS-DETAIL-LINE(38:7)
      MOVE "FEW" TO WS-DETAIL-LINE(46:3)
      MOVE "MOST" TO WS-DETAIL-LINE(50:4)
      MOVE "RATE" TO WS-DETAIL-LINE(54:4)
      MOVE "PEAK" TO WS-DETAIL-LINE(59:4)
      MOVE "RATED" TO WS-DETAIL-LINE(65:5)
      MOVE WS-DETAIL-LINE TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-RB-ON-BOARD(WS-OP-SUB) = "Y"
            OR WS-RB-RATED(WS-OP-SUB) = "Y"
            OR WS-LV-ON-BOARD(WS-OP-SUB) = "Y"
            OR WS-LV-RATED(WS-OP-SUB) = "Y"
          PERFORM ReportOneOperator
          END-IF
        END-PERFORM
      IF WS-SHOWN-COUNT = 0
        MOVE "   NONE." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF.

    ReportOneOperator.
      ADD 1 TO WS-SHOWN-COUNT
      MOVE SPACES TO WS-DETAIL-LINE
      MOVE WS-OP-ID(WS-OP-SUB) TO WS-DETAIL-LINE(4:10)
      MOVE "LIVE" TO WS-DETAIL-LINE(15:7)
      IF WS-LV-ON-BOARD(WS-OP-SUB) = "Y"
        MOVE WS-LV-GAMES(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(23:6)
        MOVE WS-LV-WINS(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(30:6)
        MOVE WS-LV-GUESSES(WS-OP-SUB) TO WS-GUESS-EDIT
        MOVE WS-GUESS-EDIT TO WS-DETAIL-LINE(37:8)
        MOVE WS-LV-FEWEST(WS-OP-SUB) TO WS-SMALL-EDIT
        MOVE WS-SMALL-EDIT TO WS-DETAIL-LINE(46:2)
        MOVE WS-LV-MOST(WS-OP-SUB) TO WS-SMALL-EDIT
        MOVE WS-SMALL-EDIT TO WS-DETAIL-LINE(51:2)
      ELSE
        MOVE "NO LEADERBOARD LINE" TO WS-DETAIL-LINE(23:19)
        END-IF
      IF WS-LV-RATED(WS-OP-SUB) = "Y"
        MOVE WS-LV-RATING(WS-OP-SUB) TO WS-RATING-EDIT
        MOVE WS-RATING-EDIT TO WS-DETAIL-LINE(54:4)
        MOVE WS-LV-HIGH(WS-OP-SUB) TO WS-RATING-EDIT
        MOVE WS-RATING-EDIT TO WS-DETAIL-LINE(59:4)
        MOVE WS-LV-GAMES-RATED(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(64:6)
      ELSE
        MOVE "NOT RATED" TO WS-DETAIL-LINE(54:9)
        END-IF
      MOVE WS-DETAIL-LINE TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO WS-DETAIL-LINE
      MOVE "REBUILT" TO WS-DETAIL-LINE(15:7)
      IF WS-RB-ON-BOARD(WS-OP-SUB) = "Y"
        MOVE WS-RB-GAMES(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(23:6)
        MOVE WS-RB-WINS(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(30:6)
        MOVE WS-RB-GUESSES(WS-OP-SUB) TO WS-GUESS-EDIT
        MOVE WS-GUESS-EDIT TO WS-DETAIL-LINE(37:8)
        MOVE WS-RB-FEWEST(WS-OP-SUB) TO WS-SMALL-EDIT
        MOVE WS-SMALL-EDIT TO WS-DETAIL-LINE(46:2)
        MOVE WS-RB-MOST(WS-OP-SUB) TO WS-SMALL-EDIT
        MOVE WS-SMALL-EDIT TO WS-DETAIL-LINE(51:2)
      ELSE
        MOVE "NO LEADERBOARD LINE" TO WS-DETAIL-LINE(23:19)
        END-IF
      IF WS-RB-RATED(WS-OP-SUB) = "Y"
        MOVE WS-RB-RATING(WS-OP-SUB) TO WS-RATING-EDIT
        MOVE WS-RATING-EDIT TO WS-DETAIL-LINE(54:4)
        MOVE WS-RB-HIGH(WS-OP-SUB) TO WS-RATING-EDIT
        MOVE WS-RATING-EDIT TO WS-DETAIL-LINE(59:4)
        MOVE WS-RB-GAMES-RATED(WS-OP-SUB) TO WS-GAMES-EDIT
        MOVE WS-GAMES-EDIT TO WS-DETAIL-LINE(64:6)
      ELSE
        MOVE "NOT RATED" TO WS-DETAIL-LINE(54:9)
        END-IF
      IF WS-RB-BOARD(WS-OP-SUB) NOT = WS-LV-BOARD(WS-OP-SUB)
          OR WS-RB-RATING-DATA(WS-OP-SUB)
              NOT = WS-LV-RATING-DATA(WS-OP-SUB)
        ADD 1 TO WS-DIFF-COUNT
        MOVE "<< DIFF" TO WS-DETAIL-LINE(72:7)
        END-IF
      MOVE WS-DETAIL-LINE TO REPORT-LINE
      WRITE REPORT-LINE.

    WriteReportFooting.
      PERFORM WriteSectionBreak
      MOVE WS-SHOWN-COUNT TO WS-COUNT-EDIT
      MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT-2
      MOVE SPACES TO REPORT-LINE
      STRING FUNCTION TRIM(WS-COUNT-EDIT) " OPERATOR(S) COMPARED, "
             FUNCTION TRIM(WS-COUNT-EDIT-2) " DIFFER."
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      IF WS-DIFF-COUNT > 0
        MOVE "TO INSTALL THE REBUILT FIGURES: ./gnrebld REPLACE (TAKE A"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "GENERATION WITH ./gnbackup FIRST)." TO REPORT-LINE
        WRITE REPORT-LINE
        END-IF
      MOVE "*** END OF REPORT ***" TO REPORT-LINE
      WRITE REPORT-LINE.

    *> ***********************************************************
    *> The rebuilt records, in the masters' own layouts, behind a
    *> header recording the history they came from. A rebuild that
    *> ran out of table room writes the header alone, so REPLACE has
    *> nothing to install.
    *> ***********************************************************
    WriteWorkFile.
      OPEN OUTPUT WORK-FILE
      MOVE SPACES TO WORK-RECORD
      SET WK-HEADER TO TRUE
      MOVE FUNCTION CURRENT-DATE(1:16) TO WK-DATE-TIME
      MOVE WS-GAMELOG-RECORDS TO WK-GAMELOG-COUNT
      MOVE WS-ADMLOG-RECORDS TO WK-ADMLOG-COUNT
      MOVE WS-SEASON-RECORDS TO WK-SEASON-COUNT
      WRITE WORK-RECORD
      IF WS-OP-DROPPED > 0 OR WS-SN-DROPPED > 0
        CLOSE WORK-FILE
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-OP-SUB FROM 1 BY 1
          UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-RB-ON-BOARD(WS-OP-SUB) = "Y"
          MOVE WS-OP-ID(WS-OP-SUB) TO LB-OPERATOR-ID
          MOVE WS-RB-GAMES(WS-OP-SUB) TO LB-GAMES-PLAYED
          MOVE WS-RB-WINS(WS-OP-SUB) TO LB-WINS
          MOVE WS-RB-GUESSES(WS-OP-SUB) TO LB-TOTAL-GUESSES-WINS
          MOVE WS-RB-FEWEST(WS-OP-SUB) TO LB-FEWEST-GUESSES
          MOVE WS-RB-MOST(WS-OP-SUB) TO LB-MOST-GUESSES
          MOVE SPACES TO WORK-RECORD
          SET WK-LEADER-IMAGE TO TRUE
          MOVE LEADERBOARD-RECORD TO WK-IMAGE
          WRITE WORK-RECORD
          END-IF
        IF WS-RB-RATED(WS-OP-SUB) = "Y"
          MOVE WS-OP-ID(WS-OP-SUB) TO RT-OPERATOR-ID
          MOVE WS-RB-RATING(WS-OP-SUB) TO RT-RATING
          MOVE WS-RB-GAMES-RATED(WS-OP-SUB) TO RT-GAMES-RATED
          MOVE WS-RB-HIGH(WS-OP-SUB) TO RT-HIGH-RATING
          MOVE SPACES TO WORK-RECORD
          SET WK-RATING-IMAGE TO TRUE
          MOVE RATING-RECORD TO WK-IMAGE
          WRITE WORK-RECORD
          END-IF
        END-PERFORM
      CLOSE WORK-FILE.

    *> ***********************************************************
    *> REPLACE: GNLEADER.DAT and GNRATING.DAT are reloaded from
    *> GNREBLD.WRK, but only if the history still looks the way it
    *> did when the reviewed report was run - otherwise the install
    *> would throw away whatever came in since.
    *> ***********************************************************
    InstallRebuiltFiles.
      OPEN INPUT WORK-FILE
      IF WORK-STATUS = "35"
        DISPLAY "No GNREBLD.WRK - run ./gnrebld and review GNREBLD.RPT"
                " first."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      READ WORK-FILE
        AT END MOVE SPACES TO WORK-RECORD
      END-READ
      IF NOT WK-HEADER
        DISPLAY "GNREBLD.WRK has no header record - rerun ./gnrebld."
        CLOSE WORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      PERFORM CheckHistoryUnchanged
      IF NOT WS-WORK-CURRENT
        DISPLAY "The history has changed since the rebuild of "
                WK-DATE-TIME(1:8) " - rerun ./gnrebld and review"
                " the new report."
        CLOSE WORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      DISPLAY "Enter your supervisor ID:"
      ACCEPT WS-SUPERVISOR-ID
      IF WS-SUPERVISOR-ID = SPACES
        DISPLAY "A supervisor ID is required - the replacement is"
                " logged under it."
        CLOSE WORK-FILE
        STOP RUN
        END-IF
      DISPLAY "Replace GNLEADER.DAT and GNRATING.DAT with the rebuild of "
              WK-DATE-TIME(1:8) "?"
      DISPLAY "Take a generation with ./gnbackup first. Y to proceed:"
      ACCEPT WS-CONFIRM
      IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing has been changed."
        CLOSE WORK-FILE
        STOP RUN
        END-IF
      PERFORM OpenLeaderOutputRetried
      IF LEADERBOARD-STATUS NOT = "00"
        DISPLAY "Could not open GNLEADER.DAT for output (status "
                LEADERBOARD-STATUS ") - nothing has been changed."
        CLOSE WORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      PERFORM OpenRatingOutputRetried
      IF RATING-STATUS NOT = "00"
        DISPLAY "Could not open GNRATING.DAT for output (status "
                RATING-STATUS ") - giving up."
        DISPLAY "GNLEADER.DAT was opened and is now empty - restore"
                " the generation taken before this run."
        CLOSE LEADERBOARD-FILE
        CLOSE WORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ WORK-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM InstallWorkRecord
        END-READ
        END-PERFORM
      CLOSE WORK-FILE
      CLOSE LEADERBOARD-FILE
      CLOSE RATING-FILE
      MOVE "GNLEADER" TO WS-AL-FROM-ID
      MOVE WS-LEADER-WRITTEN TO WS-AL-GAMES
      PERFORM WriteAdminLogRecord
      MOVE "GNRATING" TO WS-AL-FROM-ID
      MOVE WS-RATING-WRITTEN TO WS-AL-GAMES
      PERFORM WriteAdminLogRecord
      MOVE WS-LEADER-WRITTEN TO WS-COUNT-EDIT
      DISPLAY "GNLEADER.DAT reloaded: " FUNCTION TRIM(WS-COUNT-EDIT)
              " records."
      MOVE WS-RATING-WRITTEN TO WS-COUNT-EDIT
      DISPLAY "GNRATING.DAT reloaded: " FUNCTION TRIM(WS-COUNT-EDIT)
              " records."
      IF WS-REJECTED > 0
        MOVE WS-REJECTED TO WS-COUNT-EDIT
        DISPLAY "WARNING: " FUNCTION TRIM(WS-COUNT-EDIT)
                " record(s) were rejected on write - restore the"
                " generation taken before this run."
        MOVE 8 TO RETURN-CODE
        END-IF
      DISPLAY "Both replacements are in GNADMLOG.DAT.".

    *> A master held by GNMERGE or GNADMIN is given ten seconds to
    *> come free before the replacement is abandoned.
    OpenLeaderOutputRetried.
      MOVE 0 TO WS-OPEN-RETRY
      OPEN OUTPUT LEADERBOARD-FILE
      PERFORM UNTIL LEADERBOARD-STATUS = "00"
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        ADD 1 TO WS-OPEN-RETRY
        CALL "C$SLEEP" USING WS-OPEN-WAIT
        OPEN OUTPUT LEADERBOARD-FILE
        END-PERFORM.

    OpenRatingOutputRetried.
      MOVE 0 TO WS-OPEN-RETRY
      OPEN OUTPUT RATING-FILE
      PERFORM UNTIL RATING-STATUS = "00"
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        ADD 1 TO WS-OPEN-RETRY
        CALL "C$SLEEP" USING WS-OPEN-WAIT
        OPEN OUTPUT RATING-FILE
        END-PERFORM.

    InstallWorkRecord.
      EVALUATE TRUE
        WHEN WK-LEADER-IMAGE
          MOVE WK-IMAGE TO LEADERBOARD-RECORD
          WRITE LEADERBOARD-RECORD
          IF LEADERBOARD-STATUS = "00"
            ADD 1 TO WS-LEADER-WRITTEN
          ELSE
            ADD 1 TO WS-REJECTED
            END-IF
        WHEN WK-RATING-IMAGE
          MOVE WK-IMAGE TO RATING-RECORD
          WRITE RATING-RECORD
          IF RATING-STATUS = "00"
            ADD 1 TO WS-RATING-WRITTEN
          ELSE
            ADD 1 TO WS-REJECTED
            END-IF
      END-EVALUATE.

    *> The live log, the admin log, and the season history are
    *> counted again; a merge, a correction, or a season close since
    *> the rebuild changes one of the three.
    CheckHistoryUnchanged.
      MOVE "Y" TO WS-WORK-VALID
      MOVE "GAMELOG.DAT" TO WS-GAMELOG-NAME
      MOVE 0 TO WS-CHECK-COUNT
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS NOT = "35"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF
          READ GAMELOG-FILE
            AT END MOVE "Y" TO WS-EOF-FLAG
            NOT AT END ADD 1 TO WS-CHECK-COUNT
          END-READ
          END-PERFORM
        CLOSE GAMELOG-FILE
        END-IF
      IF WS-CHECK-COUNT NOT = WK-GAMELOG-COUNT
        MOVE "N" TO WS-WORK-VALID
        END-IF
      MOVE 0 TO WS-CHECK-COUNT
      OPEN INPUT ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS NOT = "35"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF
          READ ADMIN-LOG-FILE
            AT END MOVE "Y" TO WS-EOF-FLAG
            NOT AT END ADD 1 TO WS-CHECK-COUNT
          END-READ
          END-PERFORM
        CLOSE ADMIN-LOG-FILE
        END-IF
      IF WS-CHECK-COUNT NOT = WK-ADMLOG-COUNT
        MOVE "N" TO WS-WORK-VALID
        END-IF
      MOVE 0 TO WS-CHECK-COUNT
      OPEN INPUT SEASON-HISTORY-FILE
      IF SEASON-HISTORY-STATUS NOT = "35"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-EOF
          READ SEASON-HISTORY-FILE
            AT END MOVE "Y" TO WS-EOF-FLAG
            NOT AT END ADD 1 TO WS-CHECK-COUNT
          END-READ
          END-PERFORM
        CLOSE SEASON-HISTORY-FILE
        END-IF
      IF WS-CHECK-COUNT NOT = WK-SEASON-COUNT
        MOVE "N" TO WS-WORK-VALID
        END-IF.

    *> ***********************************************************
    *> One admin-log record per master replaced, in GNADMIN's
    *> layout: REBLD, the master, and the records it now holds.
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        OPEN OUTPUT ADMIN-LOG-FILE
        END-IF
      MOVE FUNCTION CURRENT-DATE(1:16) TO AL-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR
      MOVE "REBLD" TO AL-ACTION
      MOVE WS-AL-FROM-ID TO AL-FROM-ID
      MOVE "GNREBLD" TO AL-TO-ID
      MOVE WS-AL-GAMES TO AL-GAMES
      MOVE WS-REJECTED TO AL-WINS
      WRITE ADMIN-LOG-RECORD
      CLOSE ADMIN-LOG-FILE.
