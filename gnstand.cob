            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNSTAND - nightly standings interface file
*>
*> The intranet recognition board wants each operator's standing
*> every morning, and it cannot read our indexed masters. This job
*> gathers each operator's numbers from everywhere they live - the
*> GNLEADER.DAT counters, the GNRATING.DAT rating and peak, the
*> current daily-challenge streaks worked out of GNDAYLOG.DAT the
*> way GNSTREAK works them out, the achievement codes in
*> GNAWARDS.DAT, and the GNBANK.DAT balance - and writes them as one
*> fixed-format detail record per active operator to GNSTAND.DAT
*> (layout in gnstand.cpy).
*>
*> A header record carries the run date; a trailer carries the
*> detail count and control totals, so the board can reject a file
*> that arrived short. The file is rewritten whole every run.
*>
*> An active operator is one on the leaderboard who is not
*> suspended or retired in GNOPER.DAT (before enrollment exists,
*> everyone on the leaderboard). The shared sign-ons (GUEST,
*> GUEST2, BATCH) are many people at once and are left off the
*> board. A master that doesn't exist yet just means zeros or
*> spaces in its fields; a master that exists but won't open fails
*> the step, because a board built from half the data is worse than
*> yesterday's board.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnstand.cob
*> To run (nightly, after GNMERGE):
*>    ./gnstand
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNSTAND.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT LEADERBOARD-FILE ASSIGN TO "GNLEADER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS LB-OPERATOR-ID
       FILE STATUS IS LEADERBOARD-STATUS.

    SELECT RATING-FILE ASSIGN TO "GNRATING.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RT-OPERATOR-ID
       FILE STATUS IS RATING-STATUS.

    SELECT BANK-FILE ASSIGN TO "GNBANK.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BK-OPERATOR-ID
       FILE STATUS IS BANK-STATUS.

    SELECT AWARDS-FILE ASSIGN TO "GNAWARDS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AW-KEY
       FILE STATUS IS AWARDS-STATUS.

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

    SELECT STANDINGS-FILE ASSIGN TO "GNSTAND.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS STANDINGS-STATUS.

*> ***************************************************************

 DATA DIVISION.
 FILE SECTION.
 FD  LEADERBOARD-FILE.
 01  LEADERBOARD-RECORD.
     COPY "leaderboard.cpy".

 FD  RATING-FILE.
 01  RATING-RECORD.
     COPY "gnrating.cpy".

 FD  BANK-FILE.
 01  BANK-RECORD.
     05 BK-OPERATOR-ID           PIC X(10).
     05 BK-BALANCE               PIC 9(7).

 FD  AWARDS-FILE.
 01  AWARDS-RECORD.
     COPY "gnawards.cpy".

 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

 FD  DAYLOG-FILE.
 01  DAYLOG-RECORD.
     COPY "gndaylog.cpy".

 FD  STANDINGS-FILE.
 01  STANDINGS-RECORD.
     COPY "gnstand.cpy".

 WORKING-STORAGE SECTION.
    01 LEADERBOARD-STATUS PIC XX.
    01 RATING-STATUS PIC XX.
    01 BANK-STATUS PIC XX.
    01 AWARDS-STATUS PIC XX.
    01 OPERATOR-STATUS PIC XX.
    01 DAYLOG-STATUS PIC XX.
    01 STANDINGS-STATUS PIC XX.
    01 WS-LB-EOF-FLAG PIC X VALUE "N".
       88 WS-LB-EOF VALUE "Y".
    01 WS-DA-EOF-FLAG PIC X VALUE "N".
       88 WS-DA-EOF VALUE "Y".
    01 WS-AW-EOF-FLAG PIC X VALUE "N".
       88 WS-AW-EOF VALUE "Y".

    *> Which masters were there to be read. "Y" open, "N" not
    *> created yet.
    01 WS-LEADER-OPEN PIC X VALUE "N".
       88 WS-HAVE-LEADERBOARD VALUE "Y".
    01 WS-RATING-OPEN PIC X VALUE "N".
       88 WS-HAVE-RATINGS VALUE "Y".
    01 WS-BANK-OPEN PIC X VALUE "N".
       88 WS-HAVE-BANK VALUE "Y".
    01 WS-AWARDS-OPEN PIC X VALUE "N".
       88 WS-HAVE-AWARDS VALUE "Y".
    01 WS-OPERATOR-OPEN PIC X VALUE "N".
       88 WS-HAVE-ENROLLMENT VALUE "Y".

    01 WS-RUN-DATE PIC X(8).
    01 WS-RUN-TIME PIC X(6).
    01 WS-TODAY-NUMBER PIC 9(7) usage comp-6.
    01 WS-DAY-NUMBER PIC 9(7) usage comp-6.
    01 WS-OPEN-FILE-NAME PIC X(12).
    01 WS-OPEN-FILE-STATUS PIC XX.

    *> Current streaks per operator, rolled the same way GNSTREAK
    *> rolls them. A streak whose last day is before yesterday is
    *> already broken and goes out as zero.
    01 WS-SK-TABLE.
       05 WS-SK-ENTRY OCCURS 200 TIMES.
          10 WS-SK-ID              PIC X(10).
          10 WS-SK-PLAY-STREAK     PIC 9(4).
          10 WS-SK-SOLVE-STREAK    PIC 9(4).
          10 WS-SK-LAST-DAY        PIC 9(7).
    01 WS-SK-COUNT PIC 9(3) usage comp-6 VALUE 0.
    01 WS-SK-MAX PIC 9(3) usage comp-6 VALUE 200.
    01 WS-SK-SUB PIC 9(3) usage comp-6.
    01 WS-SK-SCAN PIC 9(3) usage comp-6.
    01 WS-SK-LOOKUP-ID PIC X(10).

    *> The detail being built, and why an operator was left out.
    01 WS-OPERATOR-ACTIVE PIC X.
       88 WS-IS-ACTIVE VALUE "Y".
    01 WS-AWARD-SUB PIC 99 usage comp-6.

    *> Run counts and the trailer's control totals.
    01 WS-DETAIL-COUNT PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SKIPPED-SHARED PIC 9(6) usage comp-6 VALUE 0.
    01 WS-SKIPPED-INACTIVE PIC 9(6) usage comp-6 VALUE 0.
    01 WS-GAMES-TOTAL PIC 9(9) usage comp-6 VALUE 0.
    01 WS-WINS-TOTAL PIC 9(9) usage comp-6 VALUE 0.
    01 WS-RATING-TOTAL PIC 9(9) usage comp-6 VALUE 0.
    01 WS-AWARD-TOTAL PIC 9(6) usage comp-6 VALUE 0.
    01 WS-BALANCE-TOTAL PIC 9(11) usage comp-6 VALUE 0.

*> ***************************************************************

 PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
    COMPUTE WS-TODAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
    DISPLAY " ".
    DISPLAY "====== Guess My Number - Standings Interface " WS-RUN-DATE
            " ======".
    PERFORM LoadCurrentStreaks.
    PERFORM OpenMasters.
    OPEN OUTPUT STANDINGS-FILE.
    IF STANDINGS-STATUS NOT = "00"
      DISPLAY "Could not open GNSTAND.DAT for output (status "
              STANDINGS-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN
      END-IF.
    PERFORM WriteHeaderRecord.
    PERFORM WalkLeaderboard.
    PERFORM WriteTrailerRecord.
    CLOSE STANDINGS-FILE.
    PERFORM CloseMasters.
    DISPLAY "Operators written:           " WS-DETAIL-COUNT.
    DISPLAY "Suspended/retired left off:  " WS-SKIPPED-INACTIVE.
    DISPLAY "Shared sign-ons left off:    " WS-SKIPPED-SHARED.
    DISPLAY "Interface file written to GNSTAND.DAT.".
    DISPLAY "==========================================================".
    STOP RUN.

    *> ***********************************************************
    *> One pass over the daylog, rolling each operator's played
    *> and solved streaks exactly as GNSTREAK does: a day adjacent
    *> to the last extends the played streak, a gap restarts it, and
    *> the solved streak only survives consecutive days won.
    *> ***********************************************************
    LoadCurrentStreaks.
      OPEN INPUT DAYLOG-FILE
      IF DAYLOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF DAYLOG-STATUS NOT = "00"
        MOVE "GNDAYLOG.DAT" TO WS-OPEN-FILE-NAME
        MOVE DAYLOG-STATUS TO WS-OPEN-FILE-STATUS
        PERFORM FailOpen
        END-IF
      PERFORM UNTIL WS-DA-EOF
        READ DAYLOG-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-DA-EOF-FLAG
          NOT AT END PERFORM RollOneAttempt
        END-READ
        END-PERFORM
      CLOSE DAYLOG-FILE
      PERFORM VARYING WS-SK-SUB FROM 1 BY 1
          UNTIL WS-SK-SUB > WS-SK-COUNT
        IF WS-SK-LAST-DAY(WS-SK-SUB) < WS-TODAY-NUMBER - 1
          MOVE 0 TO WS-SK-PLAY-STREAK(WS-SK-SUB)
          MOVE 0 TO WS-SK-SOLVE-STREAK(WS-SK-SUB)
          END-IF
        END-PERFORM.

    RollOneAttempt.
      MOVE DA-OPERATOR-ID TO WS-SK-LOOKUP-ID
      PERFORM FindStreakSlot
      IF WS-SK-SUB = 0
        IF WS-SK-COUNT >= WS-SK-MAX
          DISPLAY "More than " WS-SK-MAX " operators in the daylog -"
                  " table full."
          CLOSE DAYLOG-FILE
          MOVE 8 TO RETURN-CODE
          STOP RUN
          END-IF
        ADD 1 TO WS-SK-COUNT
        MOVE WS-SK-COUNT TO WS-SK-SUB
        INITIALIZE WS-SK-ENTRY(WS-SK-SUB)
        MOVE DA-OPERATOR-ID TO WS-SK-ID(WS-SK-SUB)
        END-IF
      COMPUTE WS-DAY-NUMBER =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DA-DATE))
      IF WS-SK-LAST-DAY(WS-SK-SUB) > 0
          AND WS-DAY-NUMBER = WS-SK-LAST-DAY(WS-SK-SUB) + 1
        ADD 1 TO WS-SK-PLAY-STREAK(WS-SK-SUB)
      ELSE
        MOVE 1 TO WS-SK-PLAY-STREAK(WS-SK-SUB)
        END-IF
      IF DA-OUTCOME = "USER WIN"
        IF WS-SK-SOLVE-STREAK(WS-SK-SUB) > 0
            AND WS-DAY-NUMBER = WS-SK-LAST-DAY(WS-SK-SUB) + 1
          ADD 1 TO WS-SK-SOLVE-STREAK(WS-SK-SUB)
        ELSE
          MOVE 1 TO WS-SK-SOLVE-STREAK(WS-SK-SUB)
          END-IF
      ELSE
        MOVE 0 TO WS-SK-SOLVE-STREAK(WS-SK-SUB)
        END-IF
      MOVE WS-DAY-NUMBER TO WS-SK-LAST-DAY(WS-SK-SUB).

    *> Leaves WS-SK-SUB on the operator's slot, or zero.
    FindStreakSlot.
      MOVE 0 TO WS-SK-SUB
      PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
          UNTIL WS-SK-SCAN > WS-SK-COUNT OR WS-SK-SUB > 0
        IF WS-SK-ID(WS-SK-SCAN) = WS-SK-LOOKUP-ID
          MOVE WS-SK-SCAN TO WS-SK-SUB
          END-IF
        END-PERFORM.

    *> ***********************************************************
    *> Every master is opened before GNSTAND.DAT is touched. Not
    *> there yet ("35") is an answer; anything else is a master we
    *> should have read and couldn't.
    *> ***********************************************************
    OpenMasters.
      OPEN INPUT LEADERBOARD-FILE
      EVALUATE LEADERBOARD-STATUS
        WHEN "00" MOVE "Y" TO WS-LEADER-OPEN
        WHEN "35"
          DISPLAY "No GNLEADER.DAT file was found - the interface"
                  " file carries no operators."
        WHEN OTHER
          MOVE "GNLEADER.DAT" TO WS-OPEN-FILE-NAME
          MOVE LEADERBOARD-STATUS TO WS-OPEN-FILE-STATUS
          PERFORM FailOpen
      END-EVALUATE
      OPEN INPUT RATING-FILE
      EVALUATE RATING-STATUS
        WHEN "00" MOVE "Y" TO WS-RATING-OPEN
        WHEN "35" CONTINUE
        WHEN OTHER
          MOVE "GNRATING.DAT" TO WS-OPEN-FILE-NAME
          MOVE RATING-STATUS TO WS-OPEN-FILE-STATUS
          PERFORM FailOpen
      END-EVALUATE
      OPEN INPUT BANK-FILE
      EVALUATE BANK-STATUS
        WHEN "00" MOVE "Y" TO WS-BANK-OPEN
        WHEN "35" CONTINUE
        WHEN OTHER
          MOVE "GNBANK.DAT" TO WS-OPEN-FILE-NAME
          MOVE BANK-STATUS TO WS-OPEN-FILE-STATUS
          PERFORM FailOpen
      END-EVALUATE
      OPEN INPUT AWARDS-FILE
      EVALUATE AWARDS-STATUS
        WHEN "00" MOVE "Y" TO WS-AWARDS-OPEN
        WHEN "35" CONTINUE
        WHEN OTHER
          MOVE "GNAWARDS.DAT" TO WS-OPEN-FILE-NAME
          MOVE AWARDS-STATUS TO WS-OPEN-FILE-STATUS
          PERFORM FailOpen
      END-EVALUATE
      OPEN INPUT OPERATOR-FILE
      EVALUATE OPERATOR-STATUS
        WHEN "00" MOVE "Y" TO WS-OPERATOR-OPEN
        WHEN "35" CONTINUE
        WHEN OTHER
          MOVE "GNOPER.DAT" TO WS-OPEN-FILE-NAME
          MOVE OPERATOR-STATUS TO WS-OPEN-FILE-STATUS
          PERFORM FailOpen
      END-EVALUATE.

    CloseMasters.
      IF WS-HAVE-LEADERBOARD
        CLOSE LEADERBOARD-FILE
        END-IF
      IF WS-HAVE-RATINGS
        CLOSE RATING-FILE
        END-IF
      IF WS-HAVE-BANK
        CLOSE BANK-FILE
        END-IF
      IF WS-HAVE-AWARDS
        CLOSE AWARDS-FILE
        END-IF
      IF WS-HAVE-ENROLLMENT
        CLOSE OPERATOR-FILE
        END-IF.

    *> Nothing has been written yet when this fires, so the step
    *> fails leaving last night's GNSTAND.DAT as it was.
    FailOpen.
      DISPLAY "Could not open " FUNCTION TRIM(WS-OPEN-FILE-NAME)
              " (status " WS-OPEN-FILE-STATUS ") - giving up."
      MOVE 8 TO RETURN-CODE
      STOP RUN.

    WriteHeaderRecord.
      MOVE SPACES TO STANDINGS-RECORD
      MOVE "H" TO ST-RECORD-TYPE
      MOVE "GNSTAND" TO ST-HDR-FILE-ID
      MOVE WS-RUN-DATE TO ST-HDR-RUN-DATE
      MOVE WS-RUN-TIME TO ST-HDR-RUN-TIME
      PERFORM WriteStandingsRecord.

    WriteTrailerRecord.
      MOVE SPACES TO STANDINGS-RECORD
      MOVE "T" TO ST-RECORD-TYPE
      MOVE "GNSTAND" TO ST-TRL-FILE-ID
      MOVE WS-RUN-DATE TO ST-TRL-RUN-DATE
      MOVE WS-DETAIL-COUNT TO ST-TRL-DETAIL-COUNT
      MOVE WS-GAMES-TOTAL TO ST-TRL-GAMES-TOTAL
      MOVE WS-WINS-TOTAL TO ST-TRL-WINS-TOTAL
      MOVE WS-RATING-TOTAL TO ST-TRL-RATING-TOTAL
      MOVE WS-AWARD-TOTAL TO ST-TRL-AWARD-TOTAL
      MOVE WS-BALANCE-TOTAL TO ST-TRL-BALANCE-TOTAL
      PERFORM WriteStandingsRecord.

    *> A failed write leaves a file with no trailer, which the board
    *> rejects - but the step must still say it failed.
    WriteStandingsRecord.
      WRITE STANDINGS-RECORD
      IF STANDINGS-STATUS NOT = "00"
        DISPLAY "Write to GNSTAND.DAT failed (status "
                STANDINGS-STATUS ") - the file is incomplete."
        CLOSE STANDINGS-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF.

    *> ***********************************************************
    *> The leaderboard is the list of operators: every line on it
    *> that passes the active test becomes one detail record.
    *> ***********************************************************
    WalkLeaderboard.
      IF NOT WS-HAVE-LEADERBOARD
        EXIT PARAGRAPH
        END-IF
      PERFORM UNTIL WS-LB-EOF
        READ LEADERBOARD-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-LB-EOF-FLAG
          NOT AT END PERFORM BuildOneDetail
        END-READ
        END-PERFORM.

    BuildOneDetail.
      IF LB-OPERATOR-ID = "GUEST" OR LB-OPERATOR-ID = "GUEST2"
          OR LB-OPERATOR-ID = "BATCH"
        ADD 1 TO WS-SKIPPED-SHARED
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO STANDINGS-RECORD
      PERFORM CheckOperatorActive
      IF NOT WS-IS-ACTIVE
        ADD 1 TO WS-SKIPPED-INACTIVE
        EXIT PARAGRAPH
        END-IF
      MOVE "D" TO ST-RECORD-TYPE
      MOVE LB-OPERATOR-ID TO ST-OPERATOR-ID
      MOVE LB-GAMES-PLAYED TO ST-GAMES-PLAYED
      MOVE LB-WINS TO ST-WINS
      MOVE LB-TOTAL-GUESSES-WINS TO ST-TOTAL-GUESSES-WINS
      MOVE LB-FEWEST-GUESSES TO ST-FEWEST-GUESSES
      MOVE LB-MOST-GUESSES TO ST-MOST-GUESSES
      PERFORM FillRating
      PERFORM FillStreaks
      PERFORM FillAwards
      PERFORM FillBalance
      PERFORM WriteStandingsRecord
      ADD 1 TO WS-DETAIL-COUNT
      ADD ST-GAMES-PLAYED TO WS-GAMES-TOTAL
      ADD ST-WINS TO WS-WINS-TOTAL
      ADD ST-RATING TO WS-RATING-TOTAL
      ADD ST-AWARD-COUNT TO WS-AWARD-TOTAL
      ADD ST-BANK-BALANCE TO WS-BALANCE-TOTAL.

    *> Enrolled operators carry their display name onto the board;
    *> an operator the enrollment master has never heard of predates
    *> it and is taken as active.
    CheckOperatorActive.
      MOVE "Y" TO WS-OPERATOR-ACTIVE
      IF NOT WS-HAVE-ENROLLMENT
        EXIT PARAGRAPH
        END-IF
      MOVE LB-OPERATOR-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          IF OP-ACTIVE
            MOVE OP-DISPLAY-NAME TO ST-DISPLAY-NAME
          ELSE
            MOVE "N" TO WS-OPERATOR-ACTIVE
            END-IF
      END-READ.

    FillRating.
      MOVE 0 TO ST-RATING
      MOVE 0 TO ST-HIGH-RATING
      IF NOT WS-HAVE-RATINGS
        EXIT PARAGRAPH
        END-IF
      MOVE LB-OPERATOR-ID TO RT-OPERATOR-ID
      READ RATING-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE RT-RATING TO ST-RATING
          MOVE RT-HIGH-RATING TO ST-HIGH-RATING
      END-READ.

    FillStreaks.
      MOVE 0 TO ST-PLAY-STREAK
      MOVE 0 TO ST-SOLVE-STREAK
      MOVE LB-OPERATOR-ID TO WS-SK-LOOKUP-ID
      PERFORM FindStreakSlot
      IF WS-SK-SUB > 0
        MOVE WS-SK-PLAY-STREAK(WS-SK-SUB) TO ST-PLAY-STREAK
        MOVE WS-SK-SOLVE-STREAK(WS-SK-SUB) TO ST-SOLVE-STREAK
        END-IF.

    *> Awards are keyed operator-then-code, so a START at the
    *> operator's lowest key and a walk until the ID changes picks up
    *> every code they hold, in code order. The count is the full
    *> count even past the four code slots.
    FillAwards.
      MOVE 0 TO ST-AWARD-COUNT
      IF NOT WS-HAVE-AWARDS
        EXIT PARAGRAPH
        END-IF
      MOVE LB-OPERATOR-ID TO AW-OPERATOR-ID
      MOVE LOW-VALUES TO AW-CODE
      MOVE "N" TO WS-AW-EOF-FLAG
      START AWARDS-FILE KEY NOT < AW-KEY
        INVALID KEY MOVE "Y" TO WS-AW-EOF-FLAG
      END-START
      PERFORM UNTIL WS-AW-EOF
        READ AWARDS-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-AW-EOF-FLAG
          NOT AT END
            IF AW-OPERATOR-ID NOT = LB-OPERATOR-ID
              MOVE "Y" TO WS-AW-EOF-FLAG
            ELSE
              ADD 1 TO ST-AWARD-COUNT
              MOVE ST-AWARD-COUNT TO WS-AWARD-SUB
              IF WS-AWARD-SUB <= 4
                MOVE AW-CODE TO ST-AWARD-CODE(WS-AWARD-SUB)
                END-IF
              END-IF
        END-READ
        END-PERFORM.

    FillBalance.
      MOVE 0 TO ST-BANK-BALANCE
      IF NOT WS-HAVE-BANK
        EXIT PARAGRAPH
        END-IF
      MOVE LB-OPERATOR-ID TO BK-OPERATOR-ID
      READ BANK-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE BK-BALANCE TO ST-BANK-BALANCE
      END-READ.
