            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNTEAMRP - team (department) standings
*>
*> The department-versus-department competition, scored. Every
*> stamped game in GAMELOG.DAT (and the archives, for a period that
*> reaches back into them) is credited to the team each side's
*> operator was on the day the game was played, per GNTEAM.DAT - so
*> a transfer never drags earlier results along. GNDAYLOG.DAT
*> daily-challenge attempts are credited the same way. Per team the
*> report gives games played, wins, average guesses per win, and the
*> daily-challenge participation rate.
*>
*> A big department would win any raw count just by having more
*> people, so the standings are normalized by headcount. A team's
*> headcount is its member-days over the period divided by the days
*> in it - someone who joined halfway through counts as half a head
*> - and the teams are ranked on wins per head. Participation is the
*> attempts the team made over the attempts it could have made, one
*> per member per day. A retired operator stops counting toward
*> headcount from the day GNOPER.DAT says they were retired. Games
*> by an operator on no team (the shared sign-ons among them) are
*> totalled on their own unranked line.
*>
*> The period is FROM and TO dates on the command line (TO defaults
*> to today); without them it is the month to date. The report goes
*> to GNTEAM.RPT.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnteamrp.cob
*> To run:
*>    ./gnteamrp                       this month to date
*>    ./gnteamrp 20260101 20260331     one quarter, archives included
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNTEAMRP.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT, or a month's archive - the name is set before
    *> each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    SELECT TEAM-FILE ASSIGN TO "GNTEAM.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS TM-KEY
       FILE STATUS IS TEAM-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "GNOPER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-OPERATOR-ID
       FILE STATUS IS OPERATOR-STATUS.

    *> Daily-challenge attempts, keyed date-first, so a sequential
    *> walk arrives in date order.
    SELECT DAYLOG-FILE ASSIGN TO "GNDAYLOG.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS DA-KEY
       FILE STATUS IS DAYLOG-STATUS.

    SELECT REPORT-FILE ASSIGN TO "GNTEAM.RPT"
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

 FD  TEAM-FILE.
 01  TEAM-RECORD.
     COPY "gnteam.cpy".

 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

 FD  DAYLOG-FILE.
 01  DAYLOG-RECORD.
     COPY "gndaylog.cpy".

 FD  REPORT-FILE.
 01  REPORT-LINE PIC X(80).

 WORKING-STORAGE SECTION.
    01 GAMELOG-STATUS PIC XX.
    01 TEAM-STATUS PIC XX.
    01 OPERATOR-STATUS PIC XX.
    01 DAYLOG-STATUS PIC XX.
    01 REPORT-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-GAMELOG-NAME PIC X(14) VALUE "GAMELOG.DAT".
    01 WS-ENROLLMENT-FLAG PIC X VALUE "N".
       88 WS-ENROLLMENT-IN-USE VALUE "Y".

    *> The period, and its length in days for the headcount.
    01 WS-CMD-LINE PIC X(80).
    01 WS-ARG-FROM PIC X(10).
    01 WS-ARG-TO PIC X(10).
    01 WS-RANGE-FROM PIC X(8).
    01 WS-RANGE-TO PIC X(8).
    01 WS-FROM-NUMBER PIC 9(7) usage comp-6.
    01 WS-TO-NUMBER PIC 9(7) usage comp-6.
    01 WS-PERIOD-DAYS PIC 9(5) usage comp-6.
    01 WS-PERIOD-DAYS-EDIT PIC ZZZZ9.
    01 WS-THIS-MONTH PIC X(6).
    01 WS-ARC-PERIOD.
       05 WS-ARC-YEAR PIC 9(4).
       05 WS-ARC-MONTH PIC 99.
    01 WS-ARCHIVES-READ PIC 9(4) usage comp-6 VALUE 0.
    01 WS-ARCHIVES-EDIT PIC ZZZ9.

    *> Every GNTEAM.DAT record, in key order - operator, then
    *> effective date - with the team's slot in the team table (0
    *> for a no-team record).
    01 WS-AS-TABLE.
       05 WS-AS-ENTRY OCCURS 3000 TIMES.
          10 WS-AS-OPERATOR        PIC X(10).
          10 WS-AS-DATE            PIC X(8).
          10 WS-AS-TEAM-SUB        PIC 9(3) usage comp-6.
    01 WS-AS-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-AS-MAX PIC 9(4) usage comp-6 VALUE 3000.
    01 WS-AS-SUB PIC 9(4) usage comp-6.

    *> One entry per operator with assignments: where their run of
    *> assignment records starts and ends, and the day number they
    *> were retired (0 if they weren't).
    01 WS-OX-TABLE.
       05 WS-OX-ENTRY OCCURS 1000 TIMES.
          10 WS-OX-ID              PIC X(10).
          10 WS-OX-FIRST           PIC 9(4) usage comp-6.
          10 WS-OX-LAST            PIC 9(4) usage comp-6.
          10 WS-OX-RETIRED-DAY     PIC 9(7) usage comp-6.
    01 WS-OX-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-OX-MAX PIC 9(4) usage comp-6 VALUE 1000.
    01 WS-OX-SUB PIC 9(4) usage comp-6.
    01 WS-OX-SCAN PIC 9(4) usage comp-6.

    *> One entry per team, with its tallies and the figures it is
    *> ranked on.
    01 WS-TT-TABLE.
       05 WS-TT-ENTRY OCCURS 100 TIMES.
          10 WS-TT-ID              PIC X(10).
          10 WS-TT-MEMBER-DAYS     PIC 9(7) usage comp-6.
          10 WS-TT-PLAYS           PIC 9(6) usage comp-6.
          10 WS-TT-WINS            PIC 9(6) usage comp-6.
          10 WS-TT-WIN-GUESSES     PIC 9(8) usage comp-6.
          10 WS-TT-DAILY           PIC 9(6) usage comp-6.
          10 WS-TT-HEADS           PIC 9(4)V9 usage comp-3.
          10 WS-TT-GAMES-PER-HEAD  PIC 9(5)V99 usage comp-3.
          10 WS-TT-WINS-PER-HEAD   PIC 9(5)V99 usage comp-3.
    01 WS-TT-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-TT-MAX PIC 9(3) usage comp-6 VALUE 100.
    01 WS-TT-SUB PIC 9(3) usage comp-6.
    01 WS-TT-SCAN PIC 9(3) usage comp-6.
    01 WS-TT-LOOKUP-ID PIC X(10).
    01 WS-SORT-PASS PIC 9(3) usage comp-6.
    01 WS-SORT-SUB PIC 9(3) usage comp-6.
    01 WS-TT-SWAP PIC X(64).

    *> Plays and attempts by operators on no team that day.
    01 WS-NT-PLAYS PIC 9(6) usage comp-6 VALUE 0.
    01 WS-NT-WINS PIC 9(6) usage comp-6 VALUE 0.
    01 WS-NT-WIN-GUESSES PIC 9(8) usage comp-6 VALUE 0.
    01 WS-NT-DAILY PIC 9(6) usage comp-6 VALUE 0.
    01 WS-UNSTAMPED-GAMES PIC 9(6) usage comp-6 VALUE 0.

    *> Member-day arithmetic for one assignment.
    01 WS-SPAN-START PIC 9(7) usage comp-6.
    01 WS-SPAN-END PIC 9(7) usage comp-6.

    *> The game record just read is held until its operator stamp
    *> says whose it was.
    01 WS-HELD-GAME-ID PIC X(16) VALUE SPACES.
    01 WS-HELD-DATE PIC X(8).
    01 WS-HELD-OUTCOME PIC X(20).
    01 WS-HELD-GUESSES PIC 99.

    *> Team lookup: the operator and day in, the team slot out.
    01 WS-LOOKUP-OPERATOR PIC X(10).
    01 WS-LOOKUP-DATE PIC X(8).
    01 WS-LOOKUP-WIN PIC X.

    *> Page control for the print file.
    01 WS-LINE-COUNT PIC 99 usage comp-6 VALUE 99.
    01 WS-LINES-PER-PAGE PIC 99 usage comp-6 VALUE 55.
    01 WS-PAGE-NUMBER PIC 9(3) usage comp-6 VALUE 0.
    01 WS-RUN-DATE PIC X(8).

    *> Edited fields for the report.
    01 WS-RANK PIC 9(3) usage comp-6.
    01 WS-RANK-EDIT PIC ZZ9.
    01 WS-HEADS-EDIT PIC ZZ9.9.
    01 WS-GAMES-EDIT PIC ZZZZZ9.
    01 WS-WINS-EDIT PIC ZZZZZ9.
    01 WS-GPH-EDIT PIC ZZZ9.99.
    01 WS-WPH-EDIT PIC ZZZ9.99.
    01 WS-AVG-WORK PIC 9(4)V99 usage comp-3.
    01 WS-AVG-EDIT PIC ZZ9.99.
    01 WS-PCT-WORK PIC 9(3)V9 usage comp-3.
    01 WS-PCT-EDIT PIC ZZ9.9.
    01 WS-COUNT-EDIT PIC ZZZZZ9.
    01 WS-DETAIL-LINE PIC X(80).

*> ***************************************************************

 PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
    PERFORM ReadDateRange.
    PERFORM LoadAssignments.
    IF WS-TT-COUNT = 0
      DISPLAY "No team assignments are on file - assign operators to"
              " teams with GNTEAM first."
      STOP RUN
      END-IF.
    PERFORM LoadRetirements.
    PERFORM CountMemberDays.
    PERFORM ReadGameLogs.
    PERFORM WalkDaylog.
    PERFORM ComputeTeamRates.
    PERFORM SortTeams.
    OPEN OUTPUT REPORT-FILE.
    IF REPORT-STATUS NOT = "00"
      DISPLAY "Could not open GNTEAM.RPT for output (status "
              REPORT-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    PERFORM EmitStandings.
    CLOSE REPORT-FILE.
    DISPLAY "Team standings for " WS-RANGE-FROM " to " WS-RANGE-TO
            " written to GNTEAM.RPT.".
    STOP RUN.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today; with neither, the month to date.
    *> Anything that isn't a real date stops the run rather than
    *> quietly scoring the wrong period.
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
                " ./gnteamrp 20260101 20260331"
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
      COMPUTE WS-PERIOD-DAYS = WS-TO-NUMBER - WS-FROM-NUMBER + 1.

    *> ***********************************************************
    *> GNTEAM.DAT into the assignment table. It arrives in key
    *> order, so each operator's records are together and oldest
    *> first - the operator index just notes where each run starts
    *> and stops.
    *> ***********************************************************
    LoadAssignments.
      OPEN INPUT TEAM-FILE
      IF TEAM-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF TEAM-STATUS NOT = "00"
        DISPLAY "GNTEAM.DAT could not be opened (status " TEAM-STATUS
                ") - giving up."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ TEAM-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM HoldAssignment
        END-READ
        END-PERFORM
      CLOSE TEAM-FILE.

    HoldAssignment.
      IF WS-AS-COUNT >= WS-AS-MAX
        DISPLAY "GNTEAM.DAT holds more than " WS-AS-MAX
                " assignments - table full."
        CLOSE TEAM-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      ADD 1 TO WS-AS-COUNT
      MOVE TM-OPERATOR-ID TO WS-AS-OPERATOR(WS-AS-COUNT)
      MOVE TM-EFFECTIVE-DATE TO WS-AS-DATE(WS-AS-COUNT)
      MOVE 0 TO WS-AS-TEAM-SUB(WS-AS-COUNT)
      IF NOT TM-NO-TEAM
        MOVE TM-TEAM-ID TO WS-TT-LOOKUP-ID
        PERFORM FindOrAddTeam
        MOVE WS-TT-SUB TO WS-AS-TEAM-SUB(WS-AS-COUNT)
        END-IF
      IF WS-OX-COUNT > 0
        IF WS-OX-ID(WS-OX-COUNT) = TM-OPERATOR-ID
          MOVE WS-AS-COUNT TO WS-OX-LAST(WS-OX-COUNT)
          EXIT PARAGRAPH
          END-IF
        END-IF
      IF WS-OX-COUNT >= WS-OX-MAX
        DISPLAY "GNTEAM.DAT holds more than " WS-OX-MAX
                " operators - table full."
        CLOSE TEAM-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      ADD 1 TO WS-OX-COUNT
      MOVE TM-OPERATOR-ID TO WS-OX-ID(WS-OX-COUNT)
      MOVE WS-AS-COUNT TO WS-OX-FIRST(WS-OX-COUNT)
      MOVE WS-AS-COUNT TO WS-OX-LAST(WS-OX-COUNT)
      MOVE 0 TO WS-OX-RETIRED-DAY(WS-OX-COUNT).

    FindOrAddTeam.
      MOVE 0 TO WS-TT-SUB
      PERFORM VARYING WS-TT-SCAN FROM 1 BY 1
          UNTIL WS-TT-SCAN > WS-TT-COUNT OR WS-TT-SUB > 0
        IF WS-TT-ID(WS-TT-SCAN) = WS-TT-LOOKUP-ID
          MOVE WS-TT-SCAN TO WS-TT-SUB
          END-IF
        END-PERFORM
      IF WS-TT-SUB = 0
        IF WS-TT-COUNT >= WS-TT-MAX
          DISPLAY "More than " WS-TT-MAX " teams in GNTEAM.DAT -"
                  " table full."
          CLOSE TEAM-FILE
          MOVE 8 TO RETURN-CODE
          STOP RUN
          END-IF
        ADD 1 TO WS-TT-COUNT
        MOVE WS-TT-COUNT TO WS-TT-SUB
        INITIALIZE WS-TT-ENTRY(WS-TT-SUB)
        MOVE WS-TT-LOOKUP-ID TO WS-TT-ID(WS-TT-SUB)
        END-IF.

    *> ***********************************************************
    *> A retired operator's membership stops the day they were
    *> retired. Without an enrollment master nobody is retired.
    *> ***********************************************************
    LoadRetirements.
      OPEN INPUT OPERATOR-FILE
      IF OPERATOR-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF OPERATOR-STATUS NOT = "00"
        DISPLAY "GNOPER.DAT could not be opened (status "
                OPERATOR-STATUS ") - giving up."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE "Y" TO WS-ENROLLMENT-FLAG
      PERFORM VARYING WS-OX-SUB FROM 1 BY 1
          UNTIL WS-OX-SUB > WS-OX-COUNT
        MOVE WS-OX-ID(WS-OX-SUB) TO OP-OPERATOR-ID
        READ OPERATOR-FILE
          INVALID KEY
            CONTINUE
          NOT INVALID KEY
            IF OP-RETIRED AND OP-STATUS-DATE IS NUMERIC
              COMPUTE WS-OX-RETIRED-DAY(WS-OX-SUB) =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OP-STATUS-DATE))
              END-IF
        END-READ
        END-PERFORM
      CLOSE OPERATOR-FILE.

    *> ***********************************************************
    *> Member-days: each assignment to a team runs from its date to
    *> the day before the operator's next assignment (or to the end
    *> of the period), cut to the period and to the day before
    *> retirement. The days left over are days that person was on
    *> that team.
    *> ***********************************************************
    CountMemberDays.
      PERFORM VARYING WS-OX-SUB FROM 1 BY 1
          UNTIL WS-OX-SUB > WS-OX-COUNT
        PERFORM VARYING WS-AS-SUB FROM WS-OX-FIRST(WS-OX-SUB) BY 1
            UNTIL WS-AS-SUB > WS-OX-LAST(WS-OX-SUB)
          IF WS-AS-TEAM-SUB(WS-AS-SUB) > 0
            PERFORM CountOneSpan
            END-IF
          END-PERFORM
        END-PERFORM.

    CountOneSpan.
      COMPUTE WS-SPAN-START =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-AS-DATE(WS-AS-SUB)))
      IF WS-SPAN-START < WS-FROM-NUMBER
        MOVE WS-FROM-NUMBER TO WS-SPAN-START
        END-IF
      MOVE WS-TO-NUMBER TO WS-SPAN-END
      IF WS-AS-SUB < WS-OX-LAST(WS-OX-SUB)
        COMPUTE WS-SPAN-END = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(WS-AS-DATE(WS-AS-SUB + 1))) - 1
        IF WS-SPAN-END > WS-TO-NUMBER
          MOVE WS-TO-NUMBER TO WS-SPAN-END
          END-IF
        END-IF
      IF WS-OX-RETIRED-DAY(WS-OX-SUB) > 0
          AND WS-OX-RETIRED-DAY(WS-OX-SUB) <= WS-SPAN-END
        COMPUTE WS-SPAN-END = WS-OX-RETIRED-DAY(WS-OX-SUB) - 1
        END-IF
      IF WS-SPAN-END >= WS-SPAN-START
        MOVE WS-AS-TEAM-SUB(WS-AS-SUB) TO WS-TT-SUB
        COMPUTE WS-TT-MEMBER-DAYS(WS-TT-SUB) =
            WS-TT-MEMBER-DAYS(WS-TT-SUB) + WS-SPAN-END - WS-SPAN-START + 1
        END-IF.

    *> ***********************************************************
    *> Reads every archive from the FROM month on - GNARCH names an
    *> archive for the month it ran, so a game can sit in a later
    *> month's archive but never an earlier one - and then the live
    *> log, keeping the games inside the period. A month with no
    *> archive is passed over.
    *> ***********************************************************
    ReadGameLogs.
      MOVE WS-RANGE-FROM(1:4) TO WS-ARC-YEAR
      MOVE WS-RANGE-FROM(5:2) TO WS-ARC-MONTH
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

    *> ***********************************************************
    *> One record: a game inside the period is held for its stamp,
    *> the stamp credits it to each side's team, and the GNARCH
    *> rollups are skipped - they are dateless totals, not games.
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
      IF GL-DATE-TIME(1:8) < WS-RANGE-FROM
          OR GL-DATE-TIME(1:8) > WS-RANGE-TO
        EXIT PARAGRAPH
        END-IF
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-DATE-TIME(1:8) TO WS-HELD-DATE
      MOVE GL-OUTCOME TO WS-HELD-OUTCOME
      MOVE GL-TOTALGUESSES TO WS-HELD-GUESSES.

    *> A held game the next record didn't stamp can't be pinned on
    *> anybody's team.
    FlushHeldGame.
      IF WS-HELD-GAME-ID NOT = SPACES
        ADD 1 TO WS-UNSTAMPED-GAMES
        MOVE SPACES TO WS-HELD-GAME-ID
        END-IF.

    *> The Player 1 operator plays the USER side and wins on a USER
    *> WIN; a head-to-head stamp adds the PLAYER2 side, which wins on
    *> a PLAYER2 WIN - the same split the leaderboard credits make.
    AttributeStampedGame.
      IF WS-HELD-GAME-ID = SPACES OR GLOP-GAME-ID NOT = WS-HELD-GAME-ID
        EXIT PARAGRAPH
        END-IF
      MOVE WS-HELD-DATE TO WS-LOOKUP-DATE
      MOVE GLOP-OPERATOR-ID TO WS-LOOKUP-OPERATOR
      IF WS-HELD-OUTCOME = "USER WIN"
        MOVE "Y" TO WS-LOOKUP-WIN
      ELSE
        MOVE "N" TO WS-LOOKUP-WIN
        END-IF
      PERFORM TallyPlay
      IF GLOP-OPERATOR-ID-2 NOT = SPACES
        MOVE GLOP-OPERATOR-ID-2 TO WS-LOOKUP-OPERATOR
        IF WS-HELD-OUTCOME = "PLAYER2 WIN"
          MOVE "Y" TO WS-LOOKUP-WIN
        ELSE
          MOVE "N" TO WS-LOOKUP-WIN
          END-IF
        PERFORM TallyPlay
        END-IF
      MOVE SPACES TO WS-HELD-GAME-ID.

    TallyPlay.
      PERFORM FindTeamOnDate
      IF WS-TT-SUB = 0
        ADD 1 TO WS-NT-PLAYS
        IF WS-LOOKUP-WIN = "Y"
          ADD 1 TO WS-NT-WINS
          ADD WS-HELD-GUESSES TO WS-NT-WIN-GUESSES
          END-IF
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-TT-PLAYS(WS-TT-SUB)
      IF WS-LOOKUP-WIN = "Y"
        ADD 1 TO WS-TT-WINS(WS-TT-SUB)
        ADD WS-HELD-GUESSES TO WS-TT-WIN-GUESSES(WS-TT-SUB)
        END-IF.

    *> ***********************************************************
    *> The team WS-LOOKUP-OPERATOR was on on WS-LOOKUP-DATE: their
    *> latest assignment dated on or before it. WS-TT-SUB comes back
    *> 0 for no team - never assigned, not yet assigned, or taken
    *> off their team by then.
    *> ***********************************************************
    FindTeamOnDate.
      MOVE 0 TO WS-TT-SUB
      MOVE 0 TO WS-OX-SUB
      PERFORM VARYING WS-OX-SCAN FROM 1 BY 1
          UNTIL WS-OX-SCAN > WS-OX-COUNT OR WS-OX-SUB > 0
        IF WS-OX-ID(WS-OX-SCAN) = WS-LOOKUP-OPERATOR
          MOVE WS-OX-SCAN TO WS-OX-SUB
          END-IF
        END-PERFORM
      IF WS-OX-SUB = 0
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-AS-SUB FROM WS-OX-FIRST(WS-OX-SUB) BY 1
          UNTIL WS-AS-SUB > WS-OX-LAST(WS-OX-SUB)
             OR WS-AS-DATE(WS-AS-SUB) > WS-LOOKUP-DATE
        MOVE WS-AS-TEAM-SUB(WS-AS-SUB) TO WS-TT-SUB
        END-PERFORM.

    *> ***********************************************************
    *> Daily-challenge attempts inside the period, credited to the
    *> team the operator was on that day.
    *> ***********************************************************
    WalkDaylog.
      OPEN INPUT DAYLOG-FILE
      IF DAYLOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ DAYLOG-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END
            IF DA-DATE > WS-RANGE-TO
              MOVE "Y" TO WS-EOF-FLAG
            ELSE
              IF DA-DATE NOT < WS-RANGE-FROM
                MOVE DA-OPERATOR-ID TO WS-LOOKUP-OPERATOR
                MOVE DA-DATE TO WS-LOOKUP-DATE
                PERFORM FindTeamOnDate
                IF WS-TT-SUB = 0
                  ADD 1 TO WS-NT-DAILY
                ELSE
                  ADD 1 TO WS-TT-DAILY(WS-TT-SUB)
                  END-IF
                END-IF
              END-IF
        END-READ
        END-PERFORM
      CLOSE DAYLOG-FILE.

    *> ***********************************************************
    *> Headcount is member-days over days in the period; per-head
    *> figures divide by member-days directly so they carry no
    *> rounding from the headcount shown.
    *> ***********************************************************
    ComputeTeamRates.
      PERFORM VARYING WS-TT-SUB FROM 1 BY 1
          UNTIL WS-TT-SUB > WS-TT-COUNT
        IF WS-TT-MEMBER-DAYS(WS-TT-SUB) = 0
          MOVE 0 TO WS-TT-HEADS(WS-TT-SUB)
          MOVE 0 TO WS-TT-GAMES-PER-HEAD(WS-TT-SUB)
          MOVE 0 TO WS-TT-WINS-PER-HEAD(WS-TT-SUB)
        ELSE
          COMPUTE WS-TT-HEADS(WS-TT-SUB) ROUNDED =
              WS-TT-MEMBER-DAYS(WS-TT-SUB) / WS-PERIOD-DAYS
          COMPUTE WS-TT-GAMES-PER-HEAD(WS-TT-SUB) ROUNDED =
              WS-TT-PLAYS(WS-TT-SUB) * WS-PERIOD-DAYS
              / WS-TT-MEMBER-DAYS(WS-TT-SUB)
          COMPUTE WS-TT-WINS-PER-HEAD(WS-TT-SUB) ROUNDED =
              WS-TT-WINS(WS-TT-SUB) * WS-PERIOD-DAYS
              / WS-TT-MEMBER-DAYS(WS-TT-SUB)
          END-IF
        END-PERFORM.

    *> Most wins per head first; games per head breaks a tie.
    SortTeams.
      PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
          UNTIL WS-SORT-PASS >= WS-TT-COUNT
        PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
            UNTIL WS-SORT-SUB >= WS-TT-COUNT
          IF WS-TT-WINS-PER-HEAD(WS-SORT-SUB + 1)
                > WS-TT-WINS-PER-HEAD(WS-SORT-SUB)
              OR (WS-TT-WINS-PER-HEAD(WS-SORT-SUB + 1)
                  = WS-TT-WINS-PER-HEAD(WS-SORT-SUB)
                  AND WS-TT-GAMES-PER-HEAD(WS-SORT-SUB + 1)
                      > WS-TT-GAMES-PER-HEAD(WS-SORT-SUB))
            MOVE WS-TT-ENTRY(WS-SORT-SUB) TO WS-TT-SWAP
            MOVE WS-TT-ENTRY(WS-SORT-SUB + 1)
                TO WS-TT-ENTRY(WS-SORT-SUB)
            MOVE WS-TT-SWAP TO WS-TT-ENTRY(WS-SORT-SUB + 1)
            END-IF
          END-PERFORM
        END-PERFORM.

    *> ***********************************************************
    *> The standings: one ranked line per team that had anybody on
    *> it during the period, then the unranked no-team line and the
    *> notes on how to read it.
    *> ***********************************************************
    EmitStandings.
      MOVE 0 TO WS-RANK
      PERFORM VARYING WS-TT-SUB FROM 1 BY 1
          UNTIL WS-TT-SUB > WS-TT-COUNT
        IF WS-TT-MEMBER-DAYS(WS-TT-SUB) > 0
          ADD 1 TO WS-RANK
          PERFORM PrintTeamLine
          END-IF
        END-PERFORM
      IF WS-RANK = 0
        MOVE "NO TEAM HAD ANY MEMBERS DURING THE PERIOD" TO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF
      MOVE SPACES TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      PERFORM PrintNoTeamLine
      MOVE SPACES TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "RANKED ON WINS PER HEAD. HEADS = MEMBER-DAYS / DAYS IN PERIOD,"
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "SO A PART-PERIOD MEMBER COUNTS AS PART OF A HEAD. DAILY% ="
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "DAILY-CHALLENGE ATTEMPTS / MEMBER-DAYS. GAMES ARE CREDITED TO"
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      MOVE "THE TEAM EACH SIDE WAS ON THE DAY THE GAME WAS PLAYED."
          TO WS-DETAIL-LINE
      PERFORM WriteReportLine
      IF WS-UNSTAMPED-GAMES > 0
        MOVE WS-UNSTAMPED-GAMES TO WS-COUNT-EDIT
        MOVE SPACES TO WS-DETAIL-LINE
        STRING WS-COUNT-EDIT " GAME(S) IN THE PERIOD CARRY NO OPERATOR"
               " STAMP AND ARE NOT COUNTED"
            DELIMITED BY SIZE INTO WS-DETAIL-LINE
        PERFORM WriteReportLine
        END-IF.

    PrintTeamLine.
      MOVE WS-RANK TO WS-RANK-EDIT
      MOVE WS-TT-HEADS(WS-TT-SUB) TO WS-HEADS-EDIT
      MOVE WS-TT-PLAYS(WS-TT-SUB) TO WS-GAMES-EDIT
      MOVE WS-TT-WINS(WS-TT-SUB) TO WS-WINS-EDIT
      MOVE WS-TT-GAMES-PER-HEAD(WS-TT-SUB) TO WS-GPH-EDIT
      MOVE WS-TT-WINS-PER-HEAD(WS-TT-SUB) TO WS-WPH-EDIT
      IF WS-TT-WINS(WS-TT-SUB) = 0
        MOVE 0 TO WS-AVG-WORK
      ELSE
        COMPUTE WS-AVG-WORK ROUNDED =
            WS-TT-WIN-GUESSES(WS-TT-SUB) / WS-TT-WINS(WS-TT-SUB)
        END-IF
      MOVE WS-AVG-WORK TO WS-AVG-EDIT
      COMPUTE WS-PCT-WORK ROUNDED =
          WS-TT-DAILY(WS-TT-SUB) * 100 / WS-TT-MEMBER-DAYS(WS-TT-SUB)
      MOVE WS-PCT-WORK TO WS-PCT-EDIT
      MOVE SPACES TO WS-DETAIL-LINE
      STRING WS-RANK-EDIT "  " WS-TT-ID(WS-TT-SUB) " " WS-HEADS-EDIT " "
             WS-GAMES-EDIT " " WS-WINS-EDIT " " WS-GPH-EDIT " "
             WS-WPH-EDIT "  " WS-AVG-EDIT "  " WS-PCT-EDIT
          DELIMITED BY SIZE INTO WS-DETAIL-LINE
      PERFORM WriteReportLine.

    *> No headcount to divide by - the raw counts only.
    PrintNoTeamLine.
      MOVE WS-NT-PLAYS TO WS-GAMES-EDIT
      MOVE WS-NT-WINS TO WS-WINS-EDIT
      IF WS-NT-WINS = 0
        MOVE 0 TO WS-AVG-WORK
      ELSE
        COMPUTE WS-AVG-WORK ROUNDED = WS-NT-WIN-GUESSES / WS-NT-WINS
        END-IF
      MOVE WS-AVG-WORK TO WS-AVG-EDIT
      MOVE WS-NT-DAILY TO WS-COUNT-EDIT
      MOVE SPACES TO WS-DETAIL-LINE
      STRING "     (NO TEAM)        " WS-GAMES-EDIT " " WS-WINS-EDIT
             "                  " WS-AVG-EDIT "  " WS-COUNT-EDIT
             " ATTEMPTS"
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
      MOVE WS-PAGE-NUMBER TO WS-RANK-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "GUESS MY NUMBER - TEAM STANDINGS               RUN "
             WS-RUN-DATE "    PAGE " WS-RANK-EDIT
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE WS-PERIOD-DAYS TO WS-PERIOD-DAYS-EDIT
      MOVE WS-ARCHIVES-READ TO WS-ARCHIVES-EDIT
      MOVE SPACES TO REPORT-LINE
      STRING "FROM " WS-RANGE-FROM " TO " WS-RANGE-TO " ("
             FUNCTION TRIM(WS-PERIOD-DAYS-EDIT) " DAYS) - "
             FUNCTION TRIM(WS-ARCHIVES-EDIT)
             " ARCHIVE FILE(S) AND GAMELOG.DAT"
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "RNK  TEAM       HEADS  GAMES   WINS  GMS/HD WINS/HD  AVG GS DAILY%"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE "---  ---------- ----- ------ ------ ------- -------  ------ ------"
          TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 5 TO WS-LINE-COUNT.
