       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS BANK-TX-STATUS.

    *> Per-operator wagering limits and self-exclusion, kept by the
    *> supervisors with GNLIMIT (see gnlimit.cpy) - read here only,
    *> when the wager is taken and again when it is settled.
    SELECT LIMIT-FILE ASSIGN TO "GNLIMIT.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LM-OPERATOR-ID
       FILE STATUS IS LIMIT-STATUS.

    *> The operator enrollment master, kept by the supervisors with
    *> GNENROLL (see gnoper.cpy) - read here only, at sign-on, to
    *> check the ID, the PIN, and the operator's status.
    SELECT OPERATOR-FILE ASSIGN TO "GNOPER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-OPERATOR-ID
       FILE STATUS IS OPERATOR-STATUS.

    *> Daily-challenge secret numbers, keyed by date: the first game
    *> of the day in daily mode generates and stores the day's number,
    *> and every later daily-mode game replays the same one, so shifts
     05 CKPT-CHALLENGE-DATE      PIC X(8).
     05 CKPT-WAGER               PIC 9(5).
     05 CKPT-SEED                PIC 9(9).
     05 CKPT-SKILL-LEVEL         PIC X.

 FD  AUDIT-FILE.
 01  AUDIT-RECORD.
     05 TX-PAYOUT                PIC 9(6).
     05 TX-BALANCE               PIC 9(7).

 FD  LIMIT-FILE.
 01  LIMIT-RECORD.
     COPY "gnlimit.cpy".

 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

 FD  DAILY-FILE.
 01  DAILY-RECORD.
     05 DC-DATE                  PIC X(8).
       88 WS-TWO-PLAYER-MODE VALUE "H" "T".
       88 WS-TOURNAMENT-MODE VALUE "T".
       88 WS-DAILY-MODE VALUE "D".
    *> How hard the computer opponent plays, picked with the game
    *> mode: "N" novice now and then throws a turn away on a number
    *> it has already been told is wrong, "R" regular is the original
    *> random pick inside the open window, and "E" expert splits the
    *> window down the middle every turn. Only a computer game has a
    *> level - head-to-head, tournament and daily play leave it blank.
    *> It rides on the operator stamp so GNMERGE can weigh the rating
    *> and GNSTATS can split the win rates by it.
    01 WS-SKILL-LEVEL PIC X VALUE SPACE.
       88 WS-NOVICE-SKILL VALUE "N".
       88 WS-REGULAR-SKILL VALUE "R".
       88 WS-EXPERT-SKILL VALUE "E".
    *> Share of a novice's turns thrown away (when there is anywhere
    *> already ruled out to throw them).
    01 WS-NOVICE-WASTE-RATE PIC V99 VALUE .35.
    01 WS-WASTE-RANGE PIC 9999 usage comp-6.
    01 WS-OPPONENT-LABEL PIC X(15) VALUE "The computer".
    01 WS-USER-LABEL PIC X(15) VALUE "User".
    01 TRANSACTION-STATUS PIC XX.
    01 WS-BALANCE-EDIT PIC ZZZZZZ9.
    01 WS-WAGER-EDIT PIC ZZZZ9.
    01 WS-PAYOUT-EDIT PIC ZZZZZ9.

    *> Wagering limits as they stood when last read, and today's net
    *> WAGER loss from GNBANKTX.DAT (stakes forfeited less winnings
    *> paid - a good day can run negative). WS-LOSS-ALLOWANCE is what
    *> the operator can still lose today under the daily limit.
    01 LIMIT-STATUS PIC XX.
    01 WS-LM-MAX-STAKE PIC 9(5) usage comp-6 VALUE 0.
    01 WS-LM-LOSS-LIMIT PIC 9(6) usage comp-6 VALUE 0.
    01 WS-LM-EXCLUDED-UNTIL PIC X(8) VALUE SPACES.
    01 WS-LIMITS-TODAY PIC X(8).
    01 WS-TODAY-NET-LOSS PIC S9(8) usage comp-3 VALUE 0.
    01 WS-LOSS-ALLOWANCE PIC 9(6) usage comp-6 VALUE 0.
    01 WS-TX-EOF-FLAG PIC X.
       88 WS-TX-EOF VALUE "Y".
    *> Y when the wager may be taken; otherwise the operator has
    *> already been told why not.
    01 WS-WAGER-ALLOWED PIC X VALUE "Y".
       88 WS-WAGERING-ALLOWED VALUE "Y".
    *> Y when the limits and today's ledger could both be read - at
    *> settlement a wager already taken stands if they can't be.
    01 WS-LIMITS-READ PIC X.
       88 WS-LIMITS-KNOWN VALUE "Y".
    01 WS-WAGER-VOID PIC X VALUE "N".
    01 WS-STAKE-LIMIT-EDIT PIC ZZZZ9.
    01 WS-LOSS-LIMIT-EDIT PIC ZZZZZ9.
    01 WS-ALLOWANCE-EDIT PIC ZZZZZ9.
    *> The calendar date the daily challenge was entered under - set
    *> once at setup so a game running across midnight still lands on
    *> the day whose number it played.
    *> entry instead of going uncredited.
    01 WS-OPERATOR-ID-2 PIC X(10) VALUE SPACES.
    01 WS-LB-CURRENT-ID PIC X(10).

    *> Sign-on against the enrollment master. Until GNOPER.DAT exists
    *> nobody is enrolled and sign-on works as it always has, blank
    *> IDs playing as GUEST; once it exists every ID at the keyboard
    *> must be enrolled, active, and give its PIN. A few failed tries
    *> end the run.
    01 OPERATOR-STATUS PIC XX.
    01 WS-SIGNON-PROMPT PIC X(40).
    01 WS-SIGNON-GUEST-ID PIC X(10).
    01 WS-SIGNON-ID PIC X(10).
    01 WS-SIGNON-PIN PIC X(10).
    01 WS-SIGNON-OK PIC X.
       88 WS-SIGNED-ON VALUE "Y".
       88 WS-SIGNON-WRONG-PIN VALUE "P".
    01 WS-ENROLLMENT-FLAG PIC X VALUE "N".
       88 WS-ENROLLMENT-IN-USE VALUE "Y".
    01 WS-SIGNON-TRIES PIC 9 usage comp-6.
    01 WS-SIGNON-TRY-LIMIT PIC 9 usage comp-6 VALUE 3.
    01 WS-LB-IS-WIN PIC X.
       88 WS-LB-WIN VALUE "Y".

    IF NOT WS-IS-RESUME-MODE AND NOT WS-IS-BATCH-MODE
      PERFORM EnsureBankAccount
      IF WS-OPEN-GOOD
        PERFORM CheckWagerLimits
        IF WS-WAGERING-ALLOWED
          PERFORM PromptWager
        ELSE
          DISPLAY "This game is played for fun."
          END-IF
      ELSE
        DISPLAY "The points bank is busy or unavailable (status "
                BANK-STATUS ") - this game is played for fun."
        *> scaled into the LOWMAX-HIGHMAX window by hand.
        MOVE FUNCTION RANDOM TO PSEUDO-RANDOM-NUMBER
        COMPUTE COMPUTERGUESS = LOWMAX + (PSEUDO-RANDOM-NUMBER * GUESSRANGE)
        *> The expert never wastes a guess: it takes the middle of the
        *> window, so every answer halves what is left.
        IF WS-EXPERT-SKILL
          COMPUTE COMPUTERGUESS = (LOWMAX + HIGHMAX + 1) / 2
          END-IF
        IF WS-NOVICE-SKILL
          PERFORM PickNoviceGuess
          END-IF
        MOVE "COMPUTER" TO WS-DT-WHO
        MOVE COMPUTERGUESS TO WS-DT-GUESS-NUM
        MOVE WS-DT-GUESS-NUM TO WS-DT-GUESS
      *> resumed completion would report as an unaudited game in
      *> every reconciliation from then on.
      MOVE SEED TO CKPT-SEED
      MOVE WS-SKILL-LEVEL TO CKPT-SKILL-LEVEL
      OPEN OUTPUT CHECKPOINT-FILE
      WRITE CHECKPOINT-RECORD
      CLOSE CHECKPOINT-FILE.
            MOVE CKPT-CHALLENGE-DATE TO WS-CHALLENGE-DATE
            MOVE CKPT-WAGER TO WS-WAGER
            MOVE CKPT-SEED TO SEED
            MOVE CKPT-SKILL-LEVEL TO WS-SKILL-LEVEL
            PERFORM ConfirmResumedOperators
            *> Re-audit the restored number, exactly as a
            *> daily-challenge replay re-audits the stored draw, so
            *> the game this resume will log has an audit entry of
        END-READ
        END-IF.

    *> ***********************************************************
    *> A saved game resumes only for the operators who were playing
    *> it, still active, each giving their PIN again. A refusal
    *> stops the run before the checkpoint is consumed, so the game
    *> is still there for the right operator to resume.
    *> ***********************************************************
    ConfirmResumedOperators.
      IF WS-IS-BATCH-MODE
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO WS-SIGNON-ID
      PERFORM ConfirmResumedSignOn
      IF WS-TWO-PLAYER-MODE
        MOVE WS-OPERATOR-ID-2 TO WS-SIGNON-ID
        PERFORM ConfirmResumedSignOn
        END-IF.

    ConfirmResumedSignOn.
      DISPLAY "Resuming the saved game of " FUNCTION TRIM(WS-SIGNON-ID)
              "."
      MOVE WS-SIGNON-ID TO WS-SIGNON-GUEST-ID
      MOVE 0 TO WS-SIGNON-TRIES
      MOVE "N" TO WS-SIGNON-OK
      PERFORM UNTIL WS-SIGNED-ON
        PERFORM VerifyOperator
        IF NOT WS-SIGNED-ON
          IF NOT WS-SIGNON-WRONG-PIN
            DISPLAY "The saved game stays saved - it can't be resumed"
                    " under this operator."
            STOP RUN
            END-IF
          PERFORM CountFailedSignOn
          END-IF
        END-PERFORM.

    *> ***********************************************************
    *> Daily-challenge setup: refuse a second attempt by the same
    *> operator today, then play today's shared number - generating
        END-EVALUATE
        END-PERFORM.

    *> Read-only peeks at the limits master and the ledger, same
    *> shape: no limits file means no limits, and no ledger means no
    *> wagers yet today.
    OpenLimitInput.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN INPUT LIMIT-FILE
        EVALUATE LIMIT-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    OpenBankTxInput.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN INPUT BANK-TX-FILE
        EVALUATE BANK-TX-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    *> Read-only peek at the enrollment master, same shape: a missing
    *> file means nobody is enrolled yet.
    OpenOperatorInput.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN INPUT OPERATOR-FILE
        EVALUATE OPERATOR-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    *> Read-only peek at the rating master, same shape as the daylog
    *> one: a missing file is an answer, not an error.
    OpenRatingInput.
      IF WS-TWO-PLAYER-MODE
        MOVE WS-OPERATOR-ID-2 TO GLOP-OPERATOR-ID-2
        END-IF
      MOVE WS-SKILL-LEVEL TO GLOP-SKILL-LEVEL
      MOVE SPACES TO SPOOL-RECORD
      SET SP-STAMP-TYPE TO TRUE
      MOVE WS-GAMELOG-STAMP TO SP-GAME-IMAGE
      MOVE BK-BALANCE TO WS-BANK-BALANCE
      CLOSE BANK-FILE.

    *> ***********************************************************
    *> Whether this operator may wager at all right now, checked
    *> before the stake is asked for: not while self-excluded, not
    *> once today's losses have reached the daily limit, and not
    *> when the limits can't be read - a limit that can't be checked
    *> is not a limit that can be skipped. Each refusal says why.
    *> ***********************************************************
    CheckWagerLimits.
      MOVE "Y" TO WS-WAGER-ALLOWED
      PERFORM LoadWagerLimits
      IF NOT WS-LIMITS-KNOWN
        MOVE "N" TO WS-WAGER-ALLOWED
        DISPLAY "Your wagering limits can't be checked right now"
                " (GNLIMIT " LIMIT-STATUS ", GNBANKTX " BANK-TX-STATUS
                ") - no wagers until they can."
        EXIT PARAGRAPH
        END-IF
      IF WS-LM-EXCLUDED-UNTIL NOT = SPACES
        MOVE "N" TO WS-WAGER-ALLOWED
        IF WS-LM-EXCLUDED-UNTIL = "99999999"
          DISPLAY "You are excluded from wagering until a supervisor"
                  " lifts it."
        ELSE
          DISPLAY "You are excluded from wagering through "
                  WS-LM-EXCLUDED-UNTIL "."
          END-IF
        EXIT PARAGRAPH
        END-IF
      IF WS-LM-LOSS-LIMIT > 0 AND WS-LOSS-ALLOWANCE = 0
        MOVE "N" TO WS-WAGER-ALLOWED
        MOVE WS-LM-LOSS-LIMIT TO WS-LOSS-LIMIT-EDIT
        DISPLAY "You have reached your daily loss limit of "
                FUNCTION TRIM(WS-LOSS-LIMIT-EDIT)
                " points - no more wagers today."
        END-IF.

    *> ***********************************************************
    *> Reads the operator's limits record and, when there is a daily
    *> loss limit to measure against, today's net WAGER loss from
    *> the ledger. No record means no limits. An exclusion whose
    *> date has passed is treated as no exclusion.
    *> ***********************************************************
    LoadWagerLimits.
      MOVE "Y" TO WS-LIMITS-READ
      MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIMITS-TODAY
      MOVE 0 TO WS-LM-MAX-STAKE WS-LM-LOSS-LIMIT WS-LOSS-ALLOWANCE
      MOVE SPACES TO WS-LM-EXCLUDED-UNTIL
      PERFORM OpenLimitInput
      IF WS-OPEN-ABSENT
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        MOVE "N" TO WS-LIMITS-READ
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID
      READ LIMIT-FILE
        INVALID KEY
          CLOSE LIMIT-FILE
          EXIT PARAGRAPH
      END-READ
      MOVE LM-MAX-STAKE TO WS-LM-MAX-STAKE
      MOVE LM-DAILY-LOSS-LIMIT TO WS-LM-LOSS-LIMIT
      IF NOT LM-NOT-EXCLUDED
          AND LM-EXCLUDED-UNTIL NOT < WS-LIMITS-TODAY
        MOVE LM-EXCLUDED-UNTIL TO WS-LM-EXCLUDED-UNTIL
        END-IF
      CLOSE LIMIT-FILE
      IF WS-LM-LOSS-LIMIT > 0
        PERFORM LoadTodaysWagerLoss
        END-IF.

    *> Today's WAGER lines for this operator, netted. Whatever the
    *> game or a supervisor (GNSUPTX) keyed today counts the same.
    LoadTodaysWagerLoss.
      MOVE 0 TO WS-TODAY-NET-LOSS
      PERFORM OpenBankTxInput
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        MOVE "N" TO WS-LIMITS-READ
        EXIT PARAGRAPH
        END-IF
      IF WS-OPEN-GOOD
        MOVE "N" TO WS-TX-EOF-FLAG
        PERFORM UNTIL WS-TX-EOF
          READ BANK-TX-FILE
            AT END MOVE "Y" TO WS-TX-EOF-FLAG
            NOT AT END
              IF TX-OPERATOR-ID = WS-OPERATOR-ID
                  AND TX-DATE-TIME(1:8) = WS-LIMITS-TODAY
                  AND TX-TYPE = "WAGER"
                COMPUTE WS-TODAY-NET-LOSS =
                    WS-TODAY-NET-LOSS + TX-STAKE - TX-PAYOUT
                END-IF
          END-READ
          END-PERFORM
        CLOSE BANK-TX-FILE
        END-IF
      IF WS-TODAY-NET-LOSS >= WS-LM-LOSS-LIMIT
        MOVE 0 TO WS-LOSS-ALLOWANCE
      ELSE
        IF WS-TODAY-NET-LOSS > 0
          COMPUTE WS-LOSS-ALLOWANCE =
              WS-LM-LOSS-LIMIT - WS-TODAY-NET-LOSS
        ELSE
          MOVE WS-LM-LOSS-LIMIT TO WS-LOSS-ALLOWANCE
          END-IF
        END-IF.

    *> ***********************************************************
    *> Takes the wager. The guess validator already knows how to
    *> reject decimals and word salad, so the raw input goes through
    *> it; the extra rules are "no more than you have" (and a
    *> table-limit of 9999, which is what the validator's field
    *> holds), no more than the operator's stake limit, and no more
    *> than they can still lose today under their daily loss limit -
    *> a stake is the most a game can lose. Zero plays for fun.
    *> ***********************************************************
    PromptWager.
      MOVE WS-BANK-BALANCE TO WS-BALANCE-EDIT
      DISPLAY "Your bank balance is "
              FUNCTION TRIM(WS-BALANCE-EDIT) " points."
      MOVE WS-LM-MAX-STAKE TO WS-STAKE-LIMIT-EDIT
      MOVE WS-LM-LOSS-LIMIT TO WS-LOSS-LIMIT-EDIT
      MOVE WS-LOSS-ALLOWANCE TO WS-ALLOWANCE-EDIT
      IF WS-LM-MAX-STAKE > 0
        DISPLAY "Your stake limit is "
                FUNCTION TRIM(WS-STAKE-LIMIT-EDIT) " points a game."
        END-IF
      IF WS-LM-LOSS-LIMIT > 0
        DISPLAY "You can lose " FUNCTION TRIM(WS-ALLOWANCE-EDIT)
                " more points today under your daily loss limit of "
                FUNCTION TRIM(WS-LOSS-LIMIT-EDIT) "."
        END-IF
      MOVE "N" TO WS-WAGER-SET
      PERFORM UNTIL WS-WAGER-SET = "Y"
        DISPLAY "Enter your wager for this game (0 plays for fun):"
        ACCEPT WS-RAW-GUESS
        PERFORM ValidateAndConvertGuess
        EVALUATE TRUE
          WHEN NOT WS-GUESS-IS-VALID
            DISPLAY "Wagers must be whole numbers."
          WHEN USERGUESS > WS-BANK-BALANCE
            DISPLAY "You only have "
                    FUNCTION TRIM(WS-BALANCE-EDIT) " points to bet."
          WHEN WS-LM-MAX-STAKE > 0 AND USERGUESS > WS-LM-MAX-STAKE
            DISPLAY "Refused - your stake limit is "
                    FUNCTION TRIM(WS-STAKE-LIMIT-EDIT) " points a game."
          WHEN WS-LM-LOSS-LIMIT > 0 AND USERGUESS > WS-LOSS-ALLOWANCE
            DISPLAY "Refused - losing that would pass your daily loss"
                    " limit; stake at most "
                    FUNCTION TRIM(WS-ALLOWANCE-EDIT) " points."
          WHEN OTHER
            MOVE USERGUESS TO WS-WAGER
            MOVE "Y" TO WS-WAGER-SET
        END-EVALUATE
        END-PERFORM
      IF WS-WAGER > 0
        MOVE WS-WAGER TO WS-WAGER-EDIT
    *> A loss, a Player 2 win, or the forced game-over forfeits the
    *> stake. One transaction record per game carries the stake, the
    *> payout, and the resulting balance.
    *>
    *> The limits are read again first, since a game can run long
    *> and the same operator may be settling games on another
    *> terminal. An operator excluded since the stake went down has
    *> the wager voided - the stake comes back and nothing is paid.
    *> A loss that today's other games have since pushed past the
    *> daily limit forfeits only what the limit still allows. If the
    *> limits can't be read now, the wager stands as it was taken.
    *> ***********************************************************
    SettleWager.
      IF WS-OUTCOME = "USER WIN"
      ELSE
        MOVE 0 TO WS-PAYOUT
        END-IF
      MOVE "N" TO WS-WAGER-VOID
      PERFORM LoadWagerLimits
      IF WS-LIMITS-KNOWN
        EVALUATE TRUE
          WHEN WS-LM-EXCLUDED-UNTIL NOT = SPACES
            MOVE "Y" TO WS-WAGER-VOID
            MOVE WS-WAGER TO WS-PAYOUT
            DISPLAY "You have been excluded from wagering since this"
                    " game began - the wager is void."
          WHEN WS-PAYOUT = 0 AND WS-LM-LOSS-LIMIT > 0
              AND WS-WAGER > WS-LOSS-ALLOWANCE
            MOVE WS-LOSS-ALLOWANCE TO WS-ALLOWANCE-EDIT
            MOVE WS-LM-LOSS-LIMIT TO WS-LOSS-LIMIT-EDIT
            DISPLAY "Your daily loss limit of "
                    FUNCTION TRIM(WS-LOSS-LIMIT-EDIT) " caps this loss"
                    " at " FUNCTION TRIM(WS-ALLOWANCE-EDIT) " points."
            MOVE WS-LOSS-ALLOWANCE TO WS-WAGER
        END-EVALUATE
        END-IF
      PERFORM OpenBankIO
      IF NOT WS-OPEN-GOOD
        MOVE WS-WAGER TO WS-WAGER-EDIT
      MOVE WS-BANK-BALANCE TO WS-TX-BALANCE
      PERFORM WriteBankTransaction
      MOVE WS-BANK-BALANCE TO WS-BALANCE-EDIT
      IF WS-WAGER-VOID = "Y"
        MOVE WS-WAGER TO WS-WAGER-EDIT
        DISPLAY "Your " FUNCTION TRIM(WS-WAGER-EDIT) "-point stake"
                " is returned. Your balance is "
                FUNCTION TRIM(WS-BALANCE-EDIT) "."
        EXIT PARAGRAPH
        END-IF
      IF WS-PAYOUT > 0
        MOVE WS-PAYOUT TO WS-PAYOUT-EDIT
        DISPLAY "The house pays " FUNCTION TRIM(WS-PAYOUT-EDIT)
      IF WS-IS-BATCH-MODE
        MOVE "BATCH" TO WS-OPERATOR-ID
      ELSE
        MOVE "Enter your operator ID:" TO WS-SIGNON-PROMPT
        MOVE "GUEST" TO WS-SIGNON-GUEST-ID
        PERFORM SignOnOperator
        MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
        PERFORM DisplayOperatorRating
        END-IF.

    *> ***********************************************************
    *> One operator's sign-on: the ID, then (once operators are
    *> enrolled) the PIN, tried until it passes or the tries run
    *> out. An unknown ID, a wrong PIN, and a suspended or retired
    *> operator all count as a failed try; the run ends after the
    *> last one so the keyboard can't be used to guess PINs.
    *> ***********************************************************
    SignOnOperator.
      MOVE 0 TO WS-SIGNON-TRIES
      MOVE "N" TO WS-SIGNON-OK
      PERFORM UNTIL WS-SIGNED-ON
        DISPLAY FUNCTION TRIM(WS-SIGNON-PROMPT)
        MOVE SPACES TO WS-SIGNON-ID
        ACCEPT WS-SIGNON-ID
        PERFORM VerifyOperator
        IF NOT WS-SIGNED-ON
          PERFORM CountFailedSignOn
          END-IF
        END-PERFORM.

    CountFailedSignOn.
      ADD 1 TO WS-SIGNON-TRIES
      IF WS-SIGNON-TRIES >= WS-SIGNON-TRY-LIMIT
        DISPLAY "Too many failed sign-ons - see a supervisor."
        STOP RUN
        END-IF.

    *> ***********************************************************
    *> Checks WS-SIGNON-ID against GNOPER.DAT and asks for its PIN.
    *> No master at all means enrollment isn't in use yet: any ID
    *> signs on, a blank one as the guest ID. A master that stays
    *> busy through the retries can't vouch for anyone, so the game
    *> won't start.
    *> ***********************************************************
    VerifyOperator.
      MOVE "N" TO WS-SIGNON-OK
      PERFORM OpenOperatorInput
      IF WS-OPEN-ABSENT
        MOVE "N" TO WS-ENROLLMENT-FLAG
        IF WS-SIGNON-ID = SPACES
          MOVE WS-SIGNON-GUEST-ID TO WS-SIGNON-ID
          END-IF
        MOVE "Y" TO WS-SIGNON-OK
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        DISPLAY "The operator master is busy (status " OPERATOR-STATUS
                ") - try again in a moment."
        STOP RUN
        END-IF
      MOVE "Y" TO WS-ENROLLMENT-FLAG
      IF WS-SIGNON-ID = SPACES
        CLOSE OPERATOR-FILE
        DISPLAY "An operator ID is required - ask a supervisor to"
                " enroll you if you don't have one."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        INVALID KEY
          CLOSE OPERATOR-FILE
          DISPLAY "Operator " FUNCTION TRIM(WS-SIGNON-ID)
                  " is not enrolled - ask a supervisor to enroll you."
          EXIT PARAGRAPH
      END-READ
      CLOSE OPERATOR-FILE
      IF OP-SUSPENDED
        DISPLAY "Operator " FUNCTION TRIM(WS-SIGNON-ID)
                " is suspended - see a supervisor."
        EXIT PARAGRAPH
        END-IF
      IF NOT OP-ACTIVE
        DISPLAY "Operator " FUNCTION TRIM(WS-SIGNON-ID)
                " is retired and can't play."
        EXIT PARAGRAPH
        END-IF
      DISPLAY "PIN:"
      MOVE SPACES TO WS-SIGNON-PIN
      ACCEPT WS-SIGNON-PIN
      IF WS-SIGNON-PIN NOT = OP-PIN
        DISPLAY "Wrong PIN."
        MOVE "P" TO WS-SIGNON-OK
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-SIGNON-OK
      DISPLAY "Signed on: " FUNCTION TRIM(OP-DISPLAY-NAME).

    *> ***********************************************************
    *> Shows the operator's current skill rating at sign-on. The
    *> rating lives in GNRATING.DAT and only GNMERGE moves it, so
          END-IF
        END-IF
      IF WS-TWO-PLAYER-MODE
        PERFORM SignOnPlayer2
        END-IF
      PERFORM SelectSkillLevel
      IF WS-TOURNAMENT-MODE
        PERFORM FindTournamentFixture
        END-IF
      PERFORM SetOpponentLabels.

    *> ***********************************************************
    *> Player 2 signs on the same way Player 1 did, as a different
    *> operator once enrollment is in use - one person can't sit on
    *> both sides of a head-to-head and credit themselves either way.
    *> ***********************************************************
    SignOnPlayer2.
      MOVE "Enter Player 2's operator ID:" TO WS-SIGNON-PROMPT
      MOVE "GUEST2" TO WS-SIGNON-GUEST-ID
      MOVE 0 TO WS-SIGNON-TRIES
      MOVE "N" TO WS-SIGNON-OK
      PERFORM UNTIL WS-SIGNED-ON
        DISPLAY FUNCTION TRIM(WS-SIGNON-PROMPT)
        MOVE SPACES TO WS-SIGNON-ID
        ACCEPT WS-SIGNON-ID
        IF WS-SIGNON-ID = WS-OPERATOR-ID AND WS-SIGNON-ID NOT = SPACES
            AND WS-ENROLLMENT-IN-USE
          DISPLAY "Player 2 must be a different operator from Player 1."
        ELSE
          PERFORM VerifyOperator
          END-IF
        IF NOT WS-SIGNED-ON
          PERFORM CountFailedSignOn
          END-IF
        END-PERFORM
      MOVE WS-SIGNON-ID TO WS-OPERATOR-ID-2.

    *> ***********************************************************
    *> The computer opponent's skill level, asked only when the
    *> computer will actually be guessing. Anything but N or E (a
    *> bare Enter included) is the regular opponent everyone has
    *> always played, and BATCH mode gets the regular one too.
    *> ***********************************************************
    SelectSkillLevel.
      MOVE SPACE TO WS-SKILL-LEVEL
      IF WS-GAME-MODE NOT = "C"
        EXIT PARAGRAPH
        END-IF
      IF WS-IS-BATCH-MODE
        MOVE "R" TO WS-SKILL-LEVEL
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Select the computer's skill level:"
      DISPLAY "  (N) Novice  - loses track now and then"
      DISPLAY "  (R) Regular - guesses at random inside the window"
      DISPLAY "  (E) Expert  - splits the window every time"
      ACCEPT WS-SKILL-LEVEL
      MOVE FUNCTION UPPER-CASE(WS-SKILL-LEVEL) TO WS-SKILL-LEVEL
      IF NOT WS-NOVICE-SKILL AND NOT WS-EXPERT-SKILL
        MOVE "R" TO WS-SKILL-LEVEL
        END-IF.

    *> ***********************************************************
    *> A novice computer keeps the regular random pick most turns,
    *> but now and then forgets what it has been told and guesses
    *> somewhere already ruled out - below a number that was too
    *> low, or above one that was too high - and the turn is wasted.
    *> Until one side of the window has moved there is nowhere wrong
    *> to guess, so the regular pick stands.
    *> ***********************************************************
    PickNoviceGuess.
      MOVE FUNCTION RANDOM TO PSEUDO-RANDOM-NUMBER
      IF PSEUDO-RANDOM-NUMBER NOT < WS-NOVICE-WASTE-RATE
        EXIT PARAGRAPH
        END-IF
      MOVE FUNCTION RANDOM TO PSEUDO-RANDOM-NUMBER
      EVALUATE TRUE
        WHEN LOWMAX > 1
          COMPUTE WS-WASTE-RANGE = LOWMAX - 2
          COMPUTE COMPUTERGUESS =
              1 + (PSEUDO-RANDOM-NUMBER * WS-WASTE-RANGE)
        WHEN HIGHMAX < WS-RANGE-MAX
          COMPUTE WS-WASTE-RANGE = WS-RANGE-MAX - HIGHMAX - 1
          COMPUTE COMPUTERGUESS =
              HIGHMAX + 1 + (PSEUDO-RANDOM-NUMBER * WS-WASTE-RANGE)
        WHEN OTHER
          CONTINUE
      END-EVALUATE.

    *> Sets the labels used in the "who guessed what" DISPLAYs and in
    *> ENTERUSERGUESS/CALCULATECOMPUTERGUESS so the same lines of code
    *> read correctly for either game mode.
