*> sorted date order rather than trusting input order. A CARRY
*> FORWARD record from GNARCH covers games whose dates now live in a
*> dated archive and carries no date of its own, so it is skipped
*> here (as is an archive's own ARCHIVE CONTROL trailer).
*>
*> Given a FROM date (and optionally a TO date, default today) the
*> trend covers that period across the archives: every
*> GAMELOG.YYYYMM that could hold a game in the period is read along
*> with GAMELOG.DAT, and only games dated inside it are counted. The
*> rollup records are skipped either way, so nothing is counted
*> twice across an archive boundary.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gntrend.cob
*> To run:
*>    ./gntrend                        the live log (the night step)
*>    ./gntrend 20260101 20260331      one quarter, archives included
*> ***************************************************************

 IDENTIFICATION DIVISION.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GAMELOG.DAT, or a month's archive for a period trend - the
    *> name is set before each open.
    SELECT GAMELOG-FILE ASSIGN USING WS-GAMELOG-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GAMELOG-STATUS.

    01 EXPORT-STATUS PIC XX.
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
    01 WS-ARCHIVES-EDIT PIC ZZZ9.

    *> Control-break keys. The week key is the day number of the
    *> Monday opening the week, so any two dates in the same
    *> Per-day accumulation table, keyed by calendar date, filled in
    *> whatever order the master holds and sorted before reporting.
    *> 366 slots is a year - far more than a monthly-archived master
    *> ever spans, and the longest period a trend can be asked for.
    01 WS-DAY-TABLE.
       05 WS-TB-ENTRY OCCURS 366 TIMES.
          10 WS-TB-DATE PIC X(8).
    01 WS-TB-MAX PIC 9(3) usage comp-6 VALUE 366.
    01 WS-TB-SUB PIC 9(3) usage comp-6.
    01 WS-TB-SCAN PIC 9(3) usage comp-6.
    01 WS-SORT-PASS PIC 9(4) usage comp-6.
    01 WS-TB-SWAP.
       05 WS-TS-DATE PIC X(8).
       05 WS-TS-GAMES PIC 9(6) usage comp-6.
    01 WS-HELD-GUESSES PIC 99.
    01 WS-UNSTAMPED-GAMES PIC 9(6) usage comp-6 VALUE 0.
    01 WS-OD-TABLE.
       05 WS-OD-ENTRY OCCURS 4000 TIMES.
          10 WS-OD-DATE PIC X(8).
          10 WS-OD-OPERATOR PIC X(10).
          10 WS-OD-GAMES PIC 9(6) usage comp-6.
          10 WS-OD-WINS PIC 9(6) usage comp-6.
          10 WS-OD-GUESSES PIC 9(8) usage comp-6.
    01 WS-OD-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-OD-MAX PIC 9(4) usage comp-6 VALUE 4000.
    01 WS-OD-SUB PIC 9(4) usage comp-6.
    01 WS-OD-SCAN PIC 9(4) usage comp-6.
    01 WS-OD-DROPPED PIC 9(4) usage comp-6 VALUE 0.
    01 WS-OD-LOOKUP-ID PIC X(10).
    01 WS-OD-IS-WIN PIC X.
 PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    INITIALIZE WS-DAY-TOTALS WS-WEEK-TOTALS WS-GRAND-TOTALS.
    PERFORM ReadDateRange.
    IF NOT WS-DATE-RANGE
      OPEN INPUT GAMELOG-FILE
      IF GAMELOG-STATUS = "35"
        DISPLAY "No GAMELOG.DAT file was found - no games to trend."
        STOP RUN
        END-IF
      END-IF.
    OPEN OUTPUT REPORT-FILE.
    OPEN OUTPUT EXPORT-FILE.
    MOVE "TYPE,PERIOD,GAMES,USERWIN%,COMPWIN%,P2WIN%,GMOVER%,AVGGUESS"
        TO EXPORT-LINE.
    WRITE EXPORT-LINE.
    IF WS-DATE-RANGE
      PERFORM ReadGameLogRange
    ELSE
      PERFORM UNTIL WS-EOF
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ProcessGameRecord
        END-READ
        END-PERFORM
      CLOSE GAMELOG-FILE
      END-IF.
    PERFORM FlushHeldGame.
    PERFORM SortDayTable.
    PERFORM EmitTrendReport.
    PERFORM PrintGrandTotals.
    PERFORM EmitOperatorBreakdown.
    CLOSE REPORT-FILE.
    CLOSE EXPORT-FILE.
    DISPLAY "Trend report written to GNTREND.RPT; export to GNTREND.CSV.".
    STOP RUN.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today. Anything that isn't a real date stops
    *> the run rather than quietly trending the wrong period.
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
        MOVE WS-RUN-DATE TO WS-ARG-TO
        END-IF
      IF WS-ARG-FROM(1:8) IS NOT NUMERIC OR WS-ARG-FROM(9:2) NOT = SPACES
          OR WS-ARG-TO(1:8) IS NOT NUMERIC OR WS-ARG-TO(9:2) NOT = SPACES
        DISPLAY "Give the period as YYYYMMDD dates - for example"
                " ./gntrend 20260101 20260331"
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
    *> A period trend reads every archive from the FROM month on -
    *> GNARCH names an archive for the month it ran, so a game can
    *> sit in a later month's archive but never an earlier one - and
    *> then the live log. A month with no archive is passed over.
    *> ***********************************************************
    ReadGameLogRange.
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
        READ GAMELOG-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM ProcessGameRecord
        END-READ
        END-PERFORM
      PERFORM FlushHeldGame
      CLOSE GAMELOG-FILE.

    *> ***********************************************************
    *> One game record: find (or start) its calendar day's slot in
    *> the table and accumulate there. Input order doesn't matter -
        PERFORM AttributeStampedGame
        EXIT PARAGRAPH
        END-IF
      *> A game outside the asked-for period is passed over, and its
      *> stamp then finds nothing held.
      IF WS-DATE-RANGE
          AND (GL-DATE-TIME(1:8) < WS-RANGE-FROM
               OR GL-DATE-TIME(1:8) > WS-RANGE-TO)
        PERFORM FlushHeldGame
        EXIT PARAGRAPH
        END-IF
      PERFORM FlushHeldGame
      MOVE GL-GAME-ID TO WS-HELD-GAME-ID
      MOVE GL-DATE-TIME(1:8) TO WS-HELD-DATE
        END-PERFORM
      IF WS-TB-SUB = 0
        IF WS-TB-COUNT >= WS-TB-MAX
          IF WS-DATE-RANGE
            DISPLAY "The period spans more than " WS-TB-MAX
                    " distinct days - ask for a shorter one."
          ELSE
            DISPLAY "GAMELOG.DAT spans more than " WS-TB-MAX
                    " distinct days - run the month-end archive."
            END-IF
          *> Nonzero so the night driver records the step as failed.
          MOVE 8 TO RETURN-CODE
          STOP RUN
          DELIMITED BY SIZE INTO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO REPORT-LINE
      IF WS-DATE-RANGE
        MOVE WS-ARCHIVES-READ TO WS-ARCHIVES-EDIT
        STRING "FROM " WS-RANGE-FROM " TO " WS-RANGE-TO " - "
               FUNCTION TRIM(WS-ARCHIVES-EDIT)
               " ARCHIVE FILE(S) AND GAMELOG.DAT"
            DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
      WRITE REPORT-LINE
      MOVE "PERIOD                  GAMES   USER%   COMP%     P2%  GMOVR%  AVG GS"
          TO REPORT-LINE
