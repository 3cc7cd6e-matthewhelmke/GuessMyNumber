*> on the host, folds every spool into the master GAMELOG.DAT and
*> GNLEADER.DAT, and moves each operator's GNRATING.DAT skill rating
*> with the same credits. The terminal list comes from GNTERMS.CFG, one
*> terminal ID per line, and each game's operator stamp is written
*> with the ID of the terminal it was merged from. The masters are
*> opened with a retry loop - if another job holds them, we wait a
*> second and try again rather than dropping credits on the floor -
*> and each terminal's spool is renamed aside (GNSPOOL.<terminal>.WRK)
*> before it is read, so a game ending mid-merge appends to a fresh
*> spool that survives to the next run instead of being truncated
*> away. A leftover work file from an interrupted merge is folded in
*> first on the next run. Per-terminal counts of what was merged
*> print at the end. No more "I definitely won that game and it's
*> not on the board."
*>
*> Run this before GNRECON: a spool not yet merged looks exactly like
*> the lost-update problem it exists to prevent.
    01 WS-RATING-FLOOR PIC 9(4) usage comp-6 VALUE 100.
    01 WS-RATING-DELTA PIC S9(3) usage comp-3.
    01 WS-RATING-WORK PIC S9(5) usage comp-3.
    *> The computer opponent's skill level, taken off each game's
    *> operator stamp and held for the credits spooled behind it: a
    *> win over the expert moves the rating half again as far as a
    *> win over the regular opponent, a win over the novice half as
    *> far, and losses the other way round. Head-to-head credits and
    *> stamps from before levels existed carry no level and move the
    *> rating the regular amount.
    01 WS-MERGE-STAMP.
       COPY "gamelogop.cpy".
    01 WS-CREDIT-SKILL PIC X VALUE SPACE.
    01 WS-RATING-WEIGHT PIC 999 usage comp-6.

*> ***************************************************************

          MOVE SP-GAME-IMAGE TO GAMELOG-RECORD
          WRITE GAMELOG-RECORD
          ADD 1 TO WS-TERM-GAME-COUNT
          MOVE SPACE TO WS-CREDIT-SKILL
        *> The operator stamp goes to GAMELOG.DAT right behind the
        *> game record it names, with the terminal this spool belongs
        *> to written into it - the one thing about a game only the
        *> merge knows. It is counted apart so the game-record
        *> accounting stays a count of games.
        WHEN SP-STAMP-TYPE
          MOVE SP-GAME-IMAGE TO WS-MERGE-STAMP
          MOVE WS-TERMINAL-ID TO GLOP-TERMINAL-ID
          MOVE WS-MERGE-STAMP TO GAMELOG-RECORD
          WRITE GAMELOG-RECORD
          ADD 1 TO WS-TERM-STAMP-COUNT
          MOVE GLOP-SKILL-LEVEL TO WS-CREDIT-SKILL
        WHEN SP-CREDIT-TYPE
          PERFORM ApplyLeaderboardCredit
          ADD 1 TO WS-TERM-CREDIT-COUNT
    *> credit moves the rating by outcome and guess count - a win in
    *> five guesses is worth more than limping in at fourteen, and a
    *> loss costs a flat notch. The floor keeps a bad month from
    *> rating anyone into the ground. Either way the move is then
    *> weighted by the computer opponent's skill level, so beating
    *> the expert is worth more than beating the novice.
    *> ***********************************************************
    ApplyRatingCredit.
      MOVE SP-LB-OPERATOR-ID TO RT-OPERATOR-ID
      ELSE
        MOVE -10 TO WS-RATING-DELTA
        END-IF
      EVALUATE TRUE
        WHEN WS-CREDIT-SKILL = "E" AND SP-LB-IS-WIN = "Y"
          MOVE 150 TO WS-RATING-WEIGHT
        WHEN WS-CREDIT-SKILL = "E"
          MOVE 50 TO WS-RATING-WEIGHT
        WHEN WS-CREDIT-SKILL = "N" AND SP-LB-IS-WIN = "Y"
          MOVE 50 TO WS-RATING-WEIGHT
        WHEN WS-CREDIT-SKILL = "N"
          MOVE 150 TO WS-RATING-WEIGHT
        WHEN OTHER
          MOVE 100 TO WS-RATING-WEIGHT
      END-EVALUATE
      COMPUTE WS-RATING-DELTA ROUNDED =
          WS-RATING-DELTA * WS-RATING-WEIGHT / 100
      COMPUTE WS-RATING-WORK = RT-RATING + WS-RATING-DELTA
      IF WS-RATING-WORK < WS-RATING-FLOOR
        MOVE WS-RATING-FLOOR TO WS-RATING-WORK
