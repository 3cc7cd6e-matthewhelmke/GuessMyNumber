*>     GNTOURN from seeding the ghost into Friday's bracket and
*>     GNSTATS from ranking them;
*>   - the GNRATING.DAT skill rating is deleted the same way;
*>   - the GNOPER.DAT enrollment is marked retired, not deleted, so
*>     the game refuses the ID and GNENROLL never hands it to
*>     anyone else (an operator offboarded without ever being
*>     enrolled gets a retired record for the same reason - once
*>     enrollment is in use at all);
*>   - GNDAYLOG.DAT, GNSEASON.DAT, and GNAWARDS.DAT history stays -
*>     the games really were played.
*> Every action taken is logged to GNADMLOG.DAT the way GNADMIN logs
       RECORD KEY IS RT-OPERATOR-ID
       FILE STATUS IS RATING-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "GNOPER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-OPERATOR-ID
       FILE STATUS IS OPERATOR-STATUS.

    SELECT ADMIN-LOG-FILE ASSIGN TO "GNADMLOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ADMIN-LOG-STATUS.
 01  RATING-RECORD.
     COPY "gnrating.cpy".

 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

 FD  ADMIN-LOG-FILE.
 01  ADMIN-LOG-RECORD.
     05 AL-DATE-TIME             PIC X(16).
    01 BANK-STATUS PIC XX.
    01 BANK-TX-STATUS PIC XX.
    01 RATING-STATUS PIC XX.
    01 OPERATOR-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.

    01 WS-SUPERVISOR-ID PIC X(10).
    01 WS-TX-WRITTEN PIC X VALUE "N".
    01 WS-BOARD-RETIRED PIC X VALUE "N".
    01 WS-RATING-DROPPED PIC X VALUE "N".
    *> Y retired now, A already retired, N no enrollment master, B
    *> the master stayed busy, F the write to it failed.
    01 WS-ID-RETIRED PIC X VALUE "N".
    01 WS-ID-FAIL-STATUS PIC XX VALUE SPACES.
    01 WS-HELD-GAMES PIC 9(6) usage comp-6 VALUE 0.
    01 WS-HELD-WINS PIC 9(6) usage comp-6 VALUE 0.
    01 WS-AL-ACTION PIC X(6).
      END-IF.
    DISPLAY "Retire " WS-OPERATOR-ID " everywhere? This closes their"
            " bank balance and removes them".
    DISPLAY "from the leaderboard and ratings, and retires the ID"
            " (history is kept). Y to proceed:".
    ACCEPT WS-CONFIRM.
    IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
      DISPLAY "Nothing has been changed."
    PERFORM CloseOutBankBalance.
    PERFORM RetireLeaderboardLine.
    PERFORM DropSkillRating.
    PERFORM RetireOperatorID.
    DISPLAY " ".
    DISPLAY "Offboarding of " WS-OPERATOR-ID " complete:".
    IF WS-BANK-CLOSED = "Y"
    ELSE
      DISPLAY "  no skill rating to remove"
      END-IF.
    EVALUATE WS-ID-RETIRED
      WHEN "Y" DISPLAY "  operator ID retired in the enrollment master"
      WHEN "A" DISPLAY "  operator ID was already retired"
      WHEN "B" DISPLAY "  operator ID NOT retired - the enrollment master"
                       " was busy; run the offboarding again"
      WHEN "F" DISPLAY "  GNOPER.DAT update FAILED (status "
                       WS-ID-FAIL-STATUS ") - " WS-OPERATOR-ID
                       " NOT retired"
               MOVE 8 TO RETURN-CODE
      WHEN OTHER DISPLAY "  no enrollment master - no ID to retire"
    END-EVALUATE.
    DISPLAY "Every action is in GNADMLOG.DAT.".
    DISPLAY "========================================================".
    STOP RUN.
      MOVE 0 TO WS-AL-WINS
      PERFORM WriteAdminLogRecord.

    *> ***********************************************************
    *> The enrollment record is marked retired and kept, so the ID
    *> stays taken. With no GNOPER.DAT at all the shop isn't using
    *> enrollment, and starting the file here would lock every
    *> terminal to an empty master - so nothing is done. Otherwise
    *> an ID that was never enrolled gets a retired record of its
    *> own. A rerun finds it already retired and leaves it be.
    *> ***********************************************************
    RetireOperatorID.
      PERFORM OpenOperatorIO
      IF WS-OPEN-ABSENT
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        MOVE "B" TO WS-ID-RETIRED
        DISPLAY "WARNING: the enrollment master is busy (status "
                OPERATOR-STATUS ") - the ID was NOT retired."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        INVALID KEY
          MOVE SPACES TO OPERATOR-RECORD
          MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
          MOVE "(never enrolled)" TO OP-DISPLAY-NAME
          MOVE FUNCTION CURRENT-DATE(1:8) TO OP-ENROLLED-DATE
          MOVE "R" TO OP-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO OP-STATUS-DATE
          WRITE OPERATOR-RECORD
            INVALID KEY
              MOVE "F" TO WS-ID-RETIRED
              MOVE OPERATOR-STATUS TO WS-ID-FAIL-STATUS
              DISPLAY "WARNING: could not add the retired enrollment"
                      " record (status " OPERATOR-STATUS ")."
              CLOSE OPERATOR-FILE
              EXIT PARAGRAPH
          END-WRITE
        NOT INVALID KEY
          IF OP-RETIRED
            MOVE "A" TO WS-ID-RETIRED
            CLOSE OPERATOR-FILE
            EXIT PARAGRAPH
            END-IF
          MOVE "R" TO OP-STATUS
          MOVE FUNCTION CURRENT-DATE(1:8) TO OP-STATUS-DATE
          REWRITE OPERATOR-RECORD
            INVALID KEY
              MOVE "F" TO WS-ID-RETIRED
              MOVE OPERATOR-STATUS TO WS-ID-FAIL-STATUS
              DISPLAY "WARNING: could not retire the enrollment"
                      " record (status " OPERATOR-STATUS ")."
              CLOSE OPERATOR-FILE
              EXIT PARAGRAPH
          END-REWRITE
      END-READ
      CLOSE OPERATOR-FILE
      MOVE "Y" TO WS-ID-RETIRED
      MOVE "OPRET" TO WS-AL-ACTION
      MOVE 0 TO WS-AL-GAMES
      MOVE 0 TO WS-AL-WINS
      PERFORM WriteAdminLogRecord.

    *> ***********************************************************
    *> One admin-log record per action taken, in GNADMIN's layout:
    *> CLOSE (the swept balance split across the two counters -
    *> millions in games, the rest in wins), RETIRE (games and
    *> wins), UNRATE, OPRET (the ID retired). The to-ID is the
    *> supervisor's own mark that this was an offboarding, not a
    *> correction.
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
        END-EVALUATE
        END-PERFORM.

    *> The enrollment master is never created here - see
    *> RetireOperatorID.
    OpenOperatorIO.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN I-O OPERATOR-FILE
        EVALUATE OPERATOR-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    OpenBankTxExtend.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
