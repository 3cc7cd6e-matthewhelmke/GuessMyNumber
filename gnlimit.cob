            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNLIMIT - supervisor maintenance for wagering limits and
*> self-exclusion
*>
*> PromptWager used to check only that the stake wasn't more than the
*> balance, so an operator could lose a whole GNBANK.DAT balance in
*> one sitting. GNLIMIT.DAT holds, per operator, a maximum stake per
*> game, a daily loss limit, and a self-exclusion-until date (see
*> gnlimit.cpy); the game enforces them when the wager is taken and
*> again when it is settled. This utility lets a supervisor:
*>   (L) list the limits on file,
*>   (S) set an operator's stake and daily loss limits,
*>   (X) exclude an operator from wagering through a date, or until
*>       lifted - they can still play, just not for points,
*>   (C) clear an exclusion,
*>   (R) remove an operator's limits record altogether,
*> and writes every change to GNADMLOG.DAT the way GNADMIN logs its
*> leaderboard corrections, so a limit is never raised or lifted
*> invisibly. GNLIMIT.DAT is opened only while an action reads or
*> writes it, never while the screen waits at a prompt - the game
*> refuses every wager while it can't read the limits.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnlimit.cob
*> To run:
*>    ./gnlimit
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNLIMIT.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT LIMIT-FILE ASSIGN TO "GNLIMIT.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LM-OPERATOR-ID
       FILE STATUS IS LIMIT-STATUS.

    SELECT ADMIN-LOG-FILE ASSIGN TO "GNADMLOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ADMIN-LOG-STATUS.

*> ***************************************************************

 DATA DIVISION.
 FILE SECTION.
 FD  LIMIT-FILE.
 01  LIMIT-RECORD.
     COPY "gnlimit.cpy".

 FD  ADMIN-LOG-FILE.
 01  ADMIN-LOG-RECORD.
     05 AL-DATE-TIME             PIC X(16).
     05 AL-SUPERVISOR            PIC X(10).
     05 AL-ACTION                PIC X(6).
     05 AL-FROM-ID               PIC X(10).
     05 AL-TO-ID                 PIC X(10).
     05 AL-GAMES                 PIC 9(6).
     05 AL-WINS                  PIC 9(6).

 WORKING-STORAGE SECTION.
    01 LIMIT-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.
    01 WS-LM-EOF-FLAG PIC X.
       88 WS-LM-EOF VALUE "Y".
    01 WS-SUPERVISOR-ID PIC X(10).
    01 WS-MENU-CHOICE PIC X.
       88 WS-MENU-QUIT VALUE "Q".
    01 WS-OPERATOR-ID PIC X(10).
    *> Y on file, N not on file, B the master stayed busy.
    01 WS-RECORD-FOUND PIC X.
    01 WS-ACTION PIC X(6).
    01 WS-CONFIRM PIC X.
    01 WS-TODAY PIC X(8).
    01 WS-LISTED-COUNT PIC 9(6) usage comp-6.

    *> Raw numeric and date input and its validation, the same
    *> dot-and-NUMVAL screen GNSUPTX gives an amount.
    01 WS-RAW-AMOUNT PIC X(10).
    01 WS-RAW-AMOUNT-TRIMMED PIC X(10).
    01 WS-DOT-COUNT PIC 9 usage comp-3.
    01 WS-NUMVAL-CHECK PIC S9(4) usage comp-3.
    01 WS-AMOUNT-VALUE PIC 9(6) usage comp-6.
    01 WS-AMOUNT-OK PIC X.
    01 WS-RAW-DATE PIC X(10).

    *> The new values as keyed, held until the record is written.
    01 WS-NEW-MAX-STAKE PIC 9(5).
    01 WS-NEW-LOSS-LIMIT PIC 9(6).
    01 WS-NEW-EXCLUDED-UNTIL PIC X(8).

    *> The record as read, so a save can tell whether another
    *> supervisor changed it in the meantime, and the record as it
    *> is to be saved.
    01 WS-LIMIT-BEFORE PIC X(55).
    01 WS-LIMIT-AFTER PIC X(55).
    01 WS-LIMIT-HELD PIC X.

    01 WS-OPEN-RETRY PIC 99 usage comp-6.
    01 WS-OPEN-RETRY-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-OPEN-WAIT PIC 9 usage comp-6 VALUE 1.
    01 WS-OPEN-OK PIC X.
       88 WS-OPEN-GOOD VALUE "Y".
       88 WS-OPEN-ABSENT VALUE "A".

    *> Edited fields for the listing and the confirmations.
    01 WS-STAKE-EDIT PIC ZZZZ9.
    01 WS-LOSS-EDIT PIC ZZZZZ9.
    01 WS-STAKE-TEXT PIC X(9).
    01 WS-LOSS-TEXT PIC X(9).
    01 WS-EXCLUDED-TEXT PIC X(14).

*> ***************************************************************

 PROCEDURE DIVISION.
    DISPLAY "====== Guess My Number - Wagering Limits Maintenance ======".
    DISPLAY "Enter your supervisor ID:".
    ACCEPT WS-SUPERVISOR-ID.
    IF WS-SUPERVISOR-ID = SPACES
      DISPLAY "A supervisor ID is required - every change is logged"
              " under it."
      STOP RUN
      END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
    PERFORM UNTIL WS-MENU-QUIT
      DISPLAY " "
      DISPLAY "(L) List limits  (S) Set limits  (X) Exclude from wagering"
      DISPLAY "(C) Clear exclusion  (R) Remove limits  (Q) Quit"
      ACCEPT WS-MENU-CHOICE
      MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
      EVALUATE WS-MENU-CHOICE
        WHEN "L" PERFORM ListLimits
        WHEN "S" PERFORM SetLimits
        WHEN "X" PERFORM ExcludeOperator
        WHEN "C" PERFORM ClearExclusion
        WHEN "R" PERFORM RemoveLimits
        WHEN "Q" CONTINUE
        WHEN OTHER DISPLAY "Choose L, S, X, C, R, or Q."
      END-EVALUATE
      END-PERFORM.
    DISPLAY "Maintenance session closed.".
    STOP RUN.

    *> ***********************************************************
    *> Every record on file. An exclusion whose date has passed is
    *> shown as lapsed - the game stops honoring it the day after.
    *> ***********************************************************
    ListLimits.
      MOVE 0 TO WS-LISTED-COUNT
      PERFORM OpenLimitIO
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        PERFORM ReportLimitBusy
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-LM-EOF-FLAG
      IF WS-OPEN-ABSENT
        MOVE "Y" TO WS-LM-EOF-FLAG
        END-IF
      MOVE SPACES TO LM-OPERATOR-ID
      IF WS-OPEN-GOOD
        START LIMIT-FILE KEY NOT < LM-OPERATOR-ID
          INVALID KEY MOVE "Y" TO WS-LM-EOF-FLAG
        END-START
        END-IF
      DISPLAY "Operator    Max Stake  Daily Loss  Excluded        Changed by"
      PERFORM UNTIL WS-LM-EOF
        READ LIMIT-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-LM-EOF-FLAG
          NOT AT END
            ADD 1 TO WS-LISTED-COUNT
            PERFORM FormatLimitFields
            DISPLAY LM-OPERATOR-ID "  " WS-STAKE-TEXT "  "
                    WS-LOSS-TEXT "   " WS-EXCLUDED-TEXT "  "
                    LM-CHANGED-BY
        END-READ
        END-PERFORM
      IF WS-OPEN-GOOD
        CLOSE LIMIT-FILE
        END-IF
      IF WS-LISTED-COUNT = 0
        DISPLAY "No limits are on file - every operator wagers up to"
                " their balance."
        END-IF.

    FormatLimitFields.
      IF LM-MAX-STAKE = 0
        MOVE "none" TO WS-STAKE-TEXT
      ELSE
        MOVE LM-MAX-STAKE TO WS-STAKE-EDIT
        MOVE WS-STAKE-EDIT TO WS-STAKE-TEXT
        END-IF
      IF LM-DAILY-LOSS-LIMIT = 0
        MOVE "none" TO WS-LOSS-TEXT
      ELSE
        MOVE LM-DAILY-LOSS-LIMIT TO WS-LOSS-EDIT
        MOVE WS-LOSS-EDIT TO WS-LOSS-TEXT
        END-IF
      EVALUATE TRUE
        WHEN LM-NOT-EXCLUDED
          MOVE "-" TO WS-EXCLUDED-TEXT
        WHEN LM-EXCLUDED-INDEFINITELY
          MOVE "until lifted" TO WS-EXCLUDED-TEXT
        WHEN LM-EXCLUDED-UNTIL < WS-TODAY
          MOVE SPACES TO WS-EXCLUDED-TEXT
          STRING LM-EXCLUDED-UNTIL " lapsed" DELIMITED BY SIZE
              INTO WS-EXCLUDED-TEXT
        WHEN OTHER
          MOVE SPACES TO WS-EXCLUDED-TEXT
          STRING "to " LM-EXCLUDED-UNTIL DELIMITED BY SIZE
              INTO WS-EXCLUDED-TEXT
      END-EVALUATE.

    *> ***********************************************************
    *> Stake and loss limits, keyed together - zero means no limit
    *> of that kind. An existing exclusion is left as it stands.
    *> ***********************************************************
    SetLimits.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadLimitRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Maximum stake per game (0 for no limit):"
      PERFORM AcceptWholeNumber
      IF WS-AMOUNT-OK NOT = "Y" OR WS-AMOUNT-VALUE > 99999
        DISPLAY "Stake limits are whole numbers up to 99999 - nothing"
                " was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-AMOUNT-VALUE TO WS-NEW-MAX-STAKE
      DISPLAY "Daily loss limit (0 for no limit):"
      PERFORM AcceptWholeNumber
      IF WS-AMOUNT-OK NOT = "Y"
        DISPLAY "Loss limits are whole numbers up to 999999 - nothing"
                " was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-AMOUNT-VALUE TO WS-NEW-LOSS-LIMIT
      MOVE WS-NEW-MAX-STAKE TO LM-MAX-STAKE
      MOVE WS-NEW-LOSS-LIMIT TO LM-DAILY-LOSS-LIMIT
      MOVE "LIMIT" TO WS-ACTION
      PERFORM SaveLimitRecord.

    *> ***********************************************************
    *> Self-exclusion: through a date, or until a supervisor lifts
    *> it. Wagering only - the operator can still play for fun.
    *> ***********************************************************
    ExcludeOperator.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadLimitRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Exclude through which date (YYYYMMDD), or blank until"
              " lifted:"
      MOVE SPACES TO WS-RAW-DATE
      ACCEPT WS-RAW-DATE
      IF WS-RAW-DATE = SPACES
        MOVE "99999999" TO WS-NEW-EXCLUDED-UNTIL
      ELSE
        IF WS-RAW-DATE(1:8) IS NOT NUMERIC
            OR WS-RAW-DATE(9:2) NOT = SPACES
          DISPLAY "Give the date as YYYYMMDD - nothing was changed."
          EXIT PARAGRAPH
          END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RAW-DATE(1:8)))
                NOT = 0
          DISPLAY "Not a calendar date: " WS-RAW-DATE(1:8)
                  " - nothing was changed."
          EXIT PARAGRAPH
          END-IF
        IF WS-RAW-DATE(1:8) < WS-TODAY
          DISPLAY "That date has already passed - nothing was changed."
          EXIT PARAGRAPH
          END-IF
        MOVE WS-RAW-DATE(1:8) TO WS-NEW-EXCLUDED-UNTIL
        END-IF
      MOVE WS-NEW-EXCLUDED-UNTIL TO LM-EXCLUDED-UNTIL
      MOVE "EXCL" TO WS-ACTION
      PERFORM SaveLimitRecord.

    *> ***********************************************************
    *> Lifting an exclusion before its date is the one change that
    *> takes a second look - it undoes something the operator asked
    *> for - so it wants a Y.
    *> ***********************************************************
    ClearExclusion.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadLimitRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y" OR LM-NOT-EXCLUDED
        DISPLAY "Operator " WS-OPERATOR-ID " is not excluded."
        EXIT PARAGRAPH
        END-IF
      IF LM-EXCLUDED-UNTIL NOT < WS-TODAY
        PERFORM FormatLimitFields
        DISPLAY "Operator " WS-OPERATOR-ID " is excluded "
                FUNCTION TRIM(WS-EXCLUDED-TEXT) ". Lift it now? (Y/N)"
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
          DISPLAY "Nothing was changed."
          EXIT PARAGRAPH
          END-IF
        END-IF
      MOVE SPACES TO LM-EXCLUDED-UNTIL
      MOVE "REINST" TO WS-ACTION
      PERFORM SaveLimitRecord.

    *> ***********************************************************
    *> Removes the record - the operator wagers up to their balance
    *> again. The log keeps what was removed.
    *> ***********************************************************
    RemoveLimits.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadLimitRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " WS-OPERATOR-ID " has no limits on file."
        EXIT PARAGRAPH
        END-IF
      IF NOT LM-NOT-EXCLUDED AND LM-EXCLUDED-UNTIL NOT < WS-TODAY
        DISPLAY "Operator " WS-OPERATOR-ID " is still excluded -"
                " removing the limits lifts that too. Go ahead? (Y/N)"
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
          DISPLAY "Nothing was changed."
          EXIT PARAGRAPH
          END-IF
        END-IF
      PERFORM ReopenLimitRecord
      IF WS-LIMIT-HELD NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      DELETE LIMIT-FILE
        INVALID KEY
          DISPLAY "Could not remove " WS-OPERATOR-ID " (status "
                  LIMIT-STATUS ")."
          CLOSE LIMIT-FILE
          EXIT PARAGRAPH
      END-DELETE
      CLOSE LIMIT-FILE
      DISPLAY "Removed the limits for " WS-OPERATOR-ID "."
      MOVE "UNLIM" TO WS-ACTION
      PERFORM WriteAdminLogRecord.

    AcceptOperatorID.
      DISPLAY "Operator ID:"
      MOVE SPACES TO WS-OPERATOR-ID
      ACCEPT WS-OPERATOR-ID
      IF WS-OPERATOR-ID = SPACES
        DISPLAY "An operator ID is required."
        END-IF.

    *> Reads the operator's record, or starts a blank one (no limits,
    *> not excluded) when there is none yet - or no GNLIMIT.DAT yet.
    ReadLimitRecord.
      MOVE "N" TO WS-RECORD-FOUND
      PERFORM OpenLimitIO
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        MOVE "B" TO WS-RECORD-FOUND
        PERFORM ReportLimitBusy
        EXIT PARAGRAPH
        END-IF
      IF WS-OPEN-GOOD
        MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID
        READ LIMIT-FILE
          NOT INVALID KEY MOVE "Y" TO WS-RECORD-FOUND
        END-READ
        CLOSE LIMIT-FILE
        END-IF
      IF WS-RECORD-FOUND = "N"
        PERFORM StartBlankLimitRecord
        END-IF
      MOVE LIMIT-RECORD TO WS-LIMIT-BEFORE.

    StartBlankLimitRecord.
      MOVE SPACES TO LIMIT-RECORD
      MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID
      MOVE 0 TO LM-MAX-STAKE LM-DAILY-LOSS-LIMIT.

    *> ***********************************************************
    *> Opens GNLIMIT.DAT again for the update and reads the record
    *> back: it must still be as it was read before the prompts, or
    *> the other change stands and nothing is done here. The first
    *> limit ever set starts the file. WS-LIMIT-HELD is Y with the
    *> file open and the record in place for the caller to change.
    *> ***********************************************************
    ReopenLimitRecord.
      MOVE LIMIT-RECORD TO WS-LIMIT-AFTER
      MOVE "N" TO WS-LIMIT-HELD
      PERFORM OpenLimitIO
      IF WS-OPEN-ABSENT
        OPEN OUTPUT LIMIT-FILE
        CLOSE LIMIT-FILE
        PERFORM OpenLimitIO
        END-IF
      IF NOT WS-OPEN-GOOD
        PERFORM ReportLimitBusy
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO LM-OPERATOR-ID
      READ LIMIT-FILE
        INVALID KEY PERFORM StartBlankLimitRecord
      END-READ
      IF LIMIT-RECORD NOT = WS-LIMIT-BEFORE
        DISPLAY "Operator " WS-OPERATOR-ID " was changed elsewhere"
                " while this screen waited - nothing was changed;"
                " try again."
        CLOSE LIMIT-FILE
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-LIMIT-HELD.

    *> Writes the changed record, shows where the operator now
    *> stands, and logs the change.
    SaveLimitRecord.
      PERFORM ReopenLimitRecord
      IF WS-LIMIT-HELD NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE WS-LIMIT-AFTER TO LIMIT-RECORD
      MOVE FUNCTION CURRENT-DATE(1:16) TO LM-CHANGED-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO LM-CHANGED-BY
      IF WS-RECORD-FOUND = "Y"
        REWRITE LIMIT-RECORD
          INVALID KEY
            DISPLAY "Could not update " WS-OPERATOR-ID " (status "
                    LIMIT-STATUS ") - nothing was changed."
            CLOSE LIMIT-FILE
            EXIT PARAGRAPH
        END-REWRITE
      ELSE
        WRITE LIMIT-RECORD
          INVALID KEY
            DISPLAY "Could not add " WS-OPERATOR-ID " (status "
                    LIMIT-STATUS ") - nothing was changed."
            CLOSE LIMIT-FILE
            EXIT PARAGRAPH
        END-WRITE
        END-IF
      CLOSE LIMIT-FILE
      PERFORM FormatLimitFields
      DISPLAY WS-OPERATOR-ID ": max stake " FUNCTION TRIM(WS-STAKE-TEXT)
              ", daily loss limit " FUNCTION TRIM(WS-LOSS-TEXT)
              ", excluded " FUNCTION TRIM(WS-EXCLUDED-TEXT) "."
      PERFORM WriteAdminLogRecord.

    *> A game reading the limits, or another supervisor saving one,
    *> is given ten seconds to let go; a missing GNLIMIT.DAT is
    *> reported as absent for the caller to decide on.
    OpenLimitIO.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN I-O LIMIT-FILE
        EVALUATE LIMIT-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    ReportLimitBusy.
      DISPLAY "GNLIMIT.DAT is busy (status " LIMIT-STATUS
              ") - nothing was done; try again in a moment.".

    *> Whole numbers only - the same screen GNSUPTX gives an amount:
    *> no blanks, no decimal points, nothing TEST-NUMVAL rejects.
    AcceptWholeNumber.
      MOVE "Y" TO WS-AMOUNT-OK
      MOVE SPACES TO WS-RAW-AMOUNT
      ACCEPT WS-RAW-AMOUNT
      MOVE FUNCTION TRIM(WS-RAW-AMOUNT) TO WS-RAW-AMOUNT-TRIMMED
      IF WS-RAW-AMOUNT-TRIMMED = SPACES
        MOVE "N" TO WS-AMOUNT-OK
        EXIT PARAGRAPH
        END-IF
      MOVE 0 TO WS-DOT-COUNT
      INSPECT WS-RAW-AMOUNT-TRIMMED TALLYING WS-DOT-COUNT FOR ALL "."
      IF WS-DOT-COUNT > 0
        MOVE "N" TO WS-AMOUNT-OK
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-NUMVAL-CHECK =
          FUNCTION TEST-NUMVAL(WS-RAW-AMOUNT-TRIMMED)
      IF WS-NUMVAL-CHECK NOT = 0
        MOVE "N" TO WS-AMOUNT-OK
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-AMOUNT-VALUE =
          FUNCTION NUMVAL(WS-RAW-AMOUNT-TRIMMED)
        ON SIZE ERROR MOVE "N" TO WS-AMOUNT-OK
      END-COMPUTE.

    *> ***********************************************************
    *> One admin-log record per change, in GNADMIN's layout: the
    *> action is LIMIT, EXCL, REINST, or UNLIM, the from-ID is the
    *> operator, the to-ID carries the exclusion date as it now
    *> stands, and the games/wins counters carry the stake and daily
    *> loss limits as they now stand (as they were, for UNLIM).
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        OPEN OUTPUT ADMIN-LOG-FILE
        END-IF
      MOVE FUNCTION CURRENT-DATE(1:16) TO AL-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR
      MOVE WS-ACTION TO AL-ACTION
      MOVE WS-OPERATOR-ID TO AL-FROM-ID
      MOVE LM-EXCLUDED-UNTIL TO AL-TO-ID
      MOVE LM-MAX-STAKE TO AL-GAMES
      MOVE LM-DAILY-LOSS-LIMIT TO AL-WINS
      WRITE ADMIN-LOG-RECORD
      CLOSE ADMIN-LOG-FILE.
