            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNENROLL - supervisor enrollment screen for the operator master
*>
*> PromptOperatorID used to take whatever was typed, so every typo
*> started a new leaderboard line, a new bank account with its
*> starting grant, and a new rating - and anyone could play, and
*> wager, under someone else's ID. GNOPER.DAT now holds every
*> operator allowed at the keyboard: ID, display name, PIN,
*> enrollment date, and status (see gnoper.cpy). Once the file
*> exists the game signs on only enrolled, active operators who give
*> the right PIN, Player 1 and Player 2 alike. This utility lets a
*> supervisor:
*>   (L) list the operators enrolled,
*>   (E) enroll a new operator,
*>   (N) change an operator's display name,
*>   (P) set a new PIN for an operator who has forgotten theirs,
*>   (S) suspend an operator, who then can't sign on,
*>   (R) reinstate a suspended operator.
*> Operators are retired by GNOFFBRD, never here and never deleted:
*> a retired ID stays on file so it can't be enrolled again for
*> someone else. Every change is written to GNADMLOG.DAT the way
*> GNADMIN logs its corrections - never the PIN itself.
*> GNOPER.DAT is opened only while an action reads or writes it,
*> never while the screen waits at a prompt - sign-on at every
*> terminal reads the same file and gives up if it stays busy.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnenroll.cob
*> To run:
*>    ./gnenroll
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNENROLL.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO "GNOPER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-OPERATOR-ID
       FILE STATUS IS OPERATOR-STATUS.

    SELECT ADMIN-LOG-FILE ASSIGN TO "GNADMLOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ADMIN-LOG-STATUS.

*> ***************************************************************

 DATA DIVISION.
 FILE SECTION.
 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

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
    01 OPERATOR-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.
    01 WS-OP-EOF-FLAG PIC X.
       88 WS-OP-EOF VALUE "Y".
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
    01 WS-LISTED-EDIT PIC ZZZZZ9.

    *> Name and PIN input. A PIN is four digits, keyed twice.
    01 WS-NEW-NAME PIC X(30).
    01 WS-NEW-PIN PIC X(10).
    01 WS-PIN-AGAIN PIC X(10).
    01 WS-PIN-OK PIC X.

    *> The record as read, so a save can tell whether GNOFFBRD or
    *> another supervisor changed it in the meantime, and the record
    *> as it is to be saved.
    01 WS-OPERATOR-BEFORE PIC X(56).
    01 WS-OPERATOR-AFTER PIC X(56).

    01 WS-OPEN-RETRY PIC 99 usage comp-6.
    01 WS-OPEN-RETRY-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-OPEN-WAIT PIC 9 usage comp-6 VALUE 1.
    01 WS-OPEN-OK PIC X.
       88 WS-OPEN-GOOD VALUE "Y".
       88 WS-OPEN-ABSENT VALUE "A".

    *> Edited fields for the listing and the log.
    01 WS-STATUS-TEXT PIC X(10).

*> ***************************************************************

 PROCEDURE DIVISION.
    DISPLAY "====== Guess My Number - Operator Enrollment ======".
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
      DISPLAY "(L) List operators  (E) Enroll  (N) Change name  (P) New PIN"
      DISPLAY "(S) Suspend  (R) Reinstate  (Q) Quit"
      ACCEPT WS-MENU-CHOICE
      MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
      EVALUATE WS-MENU-CHOICE
        WHEN "L" PERFORM ListOperators
        WHEN "E" PERFORM EnrollOperator
        WHEN "N" PERFORM ChangeDisplayName
        WHEN "P" PERFORM ResetOperatorPIN
        WHEN "S" PERFORM SuspendOperator
        WHEN "R" PERFORM ReinstateOperator
        WHEN "Q" CONTINUE
        WHEN OTHER DISPLAY "Choose L, E, N, P, S, R, or Q."
      END-EVALUATE
      END-PERFORM.
    DISPLAY "Enrollment session closed.".
    STOP RUN.

    *> ***********************************************************
    *> Every operator on file, in ID order - retired ones included,
    *> since their IDs are still taken. PINs are never shown.
    *> ***********************************************************
    ListOperators.
      PERFORM OpenOperatorIO
      IF WS-OPEN-ABSENT
        DISPLAY "No operators are enrolled yet."
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        PERFORM ReportOperatorBusy
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-OP-EOF-FLAG
      MOVE 0 TO WS-LISTED-COUNT
      MOVE SPACES TO OP-OPERATOR-ID
      START OPERATOR-FILE KEY NOT < OP-OPERATOR-ID
        INVALID KEY MOVE "Y" TO WS-OP-EOF-FLAG
      END-START
      DISPLAY "Operator    Name                  Status      Enrolled  Since"
      PERFORM UNTIL WS-OP-EOF
        READ OPERATOR-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-OP-EOF-FLAG
          NOT AT END
            ADD 1 TO WS-LISTED-COUNT
            PERFORM FormatStatusText
            DISPLAY OP-OPERATOR-ID "  " OP-DISPLAY-NAME "  "
                    WS-STATUS-TEXT "  " OP-ENROLLED-DATE "  "
                    OP-STATUS-DATE
        END-READ
        END-PERFORM
      CLOSE OPERATOR-FILE
      IF WS-LISTED-COUNT = 0
        DISPLAY "No operators are enrolled yet."
      ELSE
        MOVE WS-LISTED-COUNT TO WS-LISTED-EDIT
        DISPLAY FUNCTION TRIM(WS-LISTED-EDIT) " operator(s) on file."
        END-IF.

    FormatStatusText.
      EVALUATE TRUE
        WHEN OP-ACTIVE MOVE "ACTIVE" TO WS-STATUS-TEXT
        WHEN OP-SUSPENDED MOVE "SUSPENDED" TO WS-STATUS-TEXT
        WHEN OP-RETIRED MOVE "RETIRED" TO WS-STATUS-TEXT
        WHEN OTHER MOVE "UNKNOWN" TO WS-STATUS-TEXT
      END-EVALUATE.

    *> ***********************************************************
    *> A new operator: an ID nobody has ever held, a display name,
    *> and a PIN. BATCH is the game's own ID for unattended runs and
    *> can't be enrolled.
    *> ***********************************************************
    EnrollOperator.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      IF WS-OPERATOR-ID = "BATCH"
        DISPLAY "BATCH is reserved for unattended runs - choose"
                " another ID."
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadOperatorRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND = "Y"
        PERFORM FormatStatusText
        IF OP-RETIRED
          DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                  " belonged to someone now retired - a retired ID is"
                  " never reused."
        ELSE
          DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                  " is already enrolled (" FUNCTION TRIM(WS-STATUS-TEXT)
                  ")."
          END-IF
        EXIT PARAGRAPH
        END-IF
      PERFORM AcceptDisplayName
      IF WS-NEW-NAME = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM AcceptNewPIN
      IF WS-PIN-OK NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO OPERATOR-RECORD
      MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
      MOVE WS-NEW-NAME TO OP-DISPLAY-NAME
      MOVE WS-NEW-PIN TO OP-PIN
      MOVE WS-TODAY TO OP-ENROLLED-DATE
      MOVE "A" TO OP-STATUS
      MOVE WS-TODAY TO OP-STATUS-DATE
      MOVE OPERATOR-RECORD TO WS-OPERATOR-AFTER
      PERFORM OpenOperatorIO
      *> The first enrollment starts the file - and from then on the
      *> game signs on enrolled operators only, so say so.
      IF WS-OPEN-ABSENT
        OPEN OUTPUT OPERATOR-FILE
        CLOSE OPERATOR-FILE
        PERFORM OpenOperatorIO
        IF WS-OPEN-GOOD
          DISPLAY "GNOPER.DAT has been started. Once it exists only"
                  " enrolled operators can sign on -"
          DISPLAY "enroll everyone who plays before the terminals are"
                  " next used."
          END-IF
        END-IF
      IF NOT WS-OPEN-GOOD
        PERFORM ReportOperatorBusy
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-AFTER TO OPERATOR-RECORD
      WRITE OPERATOR-RECORD
        INVALID KEY
          DISPLAY "Could not enroll " WS-OPERATOR-ID " (status "
                  OPERATOR-STATUS ") - nothing was changed."
          CLOSE OPERATOR-FILE
          EXIT PARAGRAPH
      END-WRITE
      CLOSE OPERATOR-FILE
      DISPLAY "Enrolled " FUNCTION TRIM(WS-OPERATOR-ID) " - "
              FUNCTION TRIM(OP-DISPLAY-NAME) "."
      MOVE "ENROLL" TO WS-ACTION
      PERFORM WriteAdminLogRecord.

    ChangeDisplayName.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadOperatorRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is not enrolled."
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Currently: " FUNCTION TRIM(OP-DISPLAY-NAME)
      PERFORM AcceptDisplayName
      IF WS-NEW-NAME = SPACES
        EXIT PARAGRAPH
        END-IF
      MOVE WS-NEW-NAME TO OP-DISPLAY-NAME
      MOVE "OPNAME" TO WS-ACTION
      PERFORM SaveOperatorRecord.

    *> A forgotten PIN is replaced, never shown.
    ResetOperatorPIN.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadOperatorRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is not enrolled."
        EXIT PARAGRAPH
        END-IF
      IF OP-RETIRED
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is retired - a PIN would never be used."
        EXIT PARAGRAPH
        END-IF
      PERFORM AcceptNewPIN
      IF WS-PIN-OK NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      MOVE WS-NEW-PIN TO OP-PIN
      MOVE "PINSET" TO WS-ACTION
      PERFORM SaveOperatorRecord.

    *> ***********************************************************
    *> Suspension bars sign-on until reinstated; the operator's
    *> leaderboard line, balance, and rating are left alone.
    *> ***********************************************************
    SuspendOperator.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadOperatorRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is not enrolled."
        EXIT PARAGRAPH
        END-IF
      IF NOT OP-ACTIVE
        PERFORM FormatStatusText
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID) " is "
                FUNCTION TRIM(WS-STATUS-TEXT) " already - only an"
                " active operator can be suspended."
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Suspend " FUNCTION TRIM(WS-OPERATOR-ID) " ("
              FUNCTION TRIM(OP-DISPLAY-NAME) ")? (Y/N)"
      ACCEPT WS-CONFIRM
      IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE "S" TO OP-STATUS
      MOVE WS-TODAY TO OP-STATUS-DATE
      MOVE "SUSPND" TO WS-ACTION
      PERFORM SaveOperatorRecord.

    *> Only a suspension can be undone here - retirement is final.
    ReinstateOperator.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadOperatorRecord
      IF WS-RECORD-FOUND = "B"
        EXIT PARAGRAPH
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is not enrolled."
        EXIT PARAGRAPH
        END-IF
      IF OP-RETIRED
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " was retired by offboarding and stays retired -"
                " enroll a returning operator under a new ID."
        EXIT PARAGRAPH
        END-IF
      IF NOT OP-SUSPENDED
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " is not suspended."
        EXIT PARAGRAPH
        END-IF
      MOVE "A" TO OP-STATUS
      MOVE WS-TODAY TO OP-STATUS-DATE
      MOVE "UNSUSP" TO WS-ACTION
      PERFORM SaveOperatorRecord.

    AcceptOperatorID.
      DISPLAY "Operator ID:"
      MOVE SPACES TO WS-OPERATOR-ID
      ACCEPT WS-OPERATOR-ID
      IF WS-OPERATOR-ID = SPACES
        DISPLAY "An operator ID is required."
        END-IF.

    AcceptDisplayName.
      DISPLAY "Display name (up to 20 characters):"
      MOVE SPACES TO WS-NEW-NAME
      ACCEPT WS-NEW-NAME
      IF WS-NEW-NAME = SPACES
        DISPLAY "A display name is required - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      IF WS-NEW-NAME(21:10) NOT = SPACES
        DISPLAY "Names are kept to 20 characters - stored as "
                WS-NEW-NAME(1:20)
        END-IF.

    *> Four digits, keyed twice so a slip of the finger doesn't lock
    *> the operator out at their first sign-on.
    AcceptNewPIN.
      MOVE "N" TO WS-PIN-OK
      DISPLAY "New PIN (four digits):"
      MOVE SPACES TO WS-NEW-PIN
      ACCEPT WS-NEW-PIN
      IF WS-NEW-PIN(1:4) IS NOT NUMERIC OR WS-NEW-PIN(5:6) NOT = SPACES
        DISPLAY "A PIN is exactly four digits - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Key the PIN again:"
      MOVE SPACES TO WS-PIN-AGAIN
      ACCEPT WS-PIN-AGAIN
      IF WS-PIN-AGAIN NOT = WS-NEW-PIN
        DISPLAY "The two PINs don't match - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-PIN-OK.

    *> With no GNOPER.DAT yet, nobody is enrolled.
    ReadOperatorRecord.
      MOVE "N" TO WS-RECORD-FOUND
      PERFORM OpenOperatorIO
      IF WS-OPEN-ABSENT
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        MOVE "B" TO WS-RECORD-FOUND
        PERFORM ReportOperatorBusy
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        NOT INVALID KEY
          MOVE "Y" TO WS-RECORD-FOUND
          MOVE OPERATOR-RECORD TO WS-OPERATOR-BEFORE
      END-READ
      CLOSE OPERATOR-FILE.

    *> ***********************************************************
    *> Reopens the master, checks the record is still as it was
    *> read before the prompts, rewrites the changed record, shows
    *> where the operator now stands, and logs the change. A record
    *> changed in between - retired by GNOFFBRD, say - is left as
    *> the other change made it.
    *> ***********************************************************
    SaveOperatorRecord.
      MOVE OPERATOR-RECORD TO WS-OPERATOR-AFTER
      PERFORM OpenOperatorIO
      IF NOT WS-OPEN-GOOD
        PERFORM ReportOperatorBusy
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        INVALID KEY MOVE SPACES TO OPERATOR-RECORD
      END-READ
      IF OPERATOR-RECORD NOT = WS-OPERATOR-BEFORE
        DISPLAY "Operator " FUNCTION TRIM(WS-OPERATOR-ID)
                " was changed elsewhere while this screen waited -"
                " nothing was changed; try again."
        CLOSE OPERATOR-FILE
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-AFTER TO OPERATOR-RECORD
      REWRITE OPERATOR-RECORD
        INVALID KEY
          DISPLAY "Could not update " WS-OPERATOR-ID " (status "
                  OPERATOR-STATUS ") - nothing was changed."
          CLOSE OPERATOR-FILE
          EXIT PARAGRAPH
      END-REWRITE
      CLOSE OPERATOR-FILE
      PERFORM FormatStatusText
      DISPLAY FUNCTION TRIM(WS-OPERATOR-ID) ": "
              FUNCTION TRIM(OP-DISPLAY-NAME) ", "
              FUNCTION TRIM(WS-STATUS-TEXT) " since " OP-STATUS-DATE "."
      PERFORM WriteAdminLogRecord.

    *> A sign-on or another supervisor tool holding the master is
    *> given ten seconds to let go; a missing master is reported as
    *> absent for the caller to decide on.
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

    ReportOperatorBusy.
      DISPLAY "GNOPER.DAT is busy (status " OPERATOR-STATUS
              ") - nothing was done; try again in a moment.".

    *> ***********************************************************
    *> One admin-log record per change, in GNADMIN's layout: the
    *> action is ENROLL, OPNAME, PINSET, SUSPND, or UNSUSP, the
    *> from-ID is the operator, and the to-ID is their status as it
    *> now stands. The counters are unused. The PIN is never logged.
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        OPEN OUTPUT ADMIN-LOG-FILE
        END-IF
      PERFORM FormatStatusText
      MOVE FUNCTION CURRENT-DATE(1:16) TO AL-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR
      MOVE WS-ACTION TO AL-ACTION
      MOVE WS-OPERATOR-ID TO AL-FROM-ID
      MOVE WS-STATUS-TEXT TO AL-TO-ID
      MOVE 0 TO AL-GAMES
      MOVE 0 TO AL-WINS
      WRITE ADMIN-LOG-RECORD
      CLOSE ADMIN-LOG-FILE.
