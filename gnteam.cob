            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNTEAM - supervisor maintenance for team assignments
*>
*> Management runs the game as a department-versus-department
*> competition, and the system only knew individual operators.
*> GNTEAM.DAT maps each operator to a team with the date it takes
*> effect (see gnteam.cpy), so a transfer is a new assignment from
*> its date and the results an operator earned for the old team stay
*> there. GNTEAMRP reads it for the team standings. This utility lets
*> a supervisor:
*>   (L) list every operator's team as it stands today, with any
*>       change already keyed for a later date,
*>   (H) show one operator's assignment history,
*>   (A) assign an operator to a team from a date,
*>   (E) end an operator's team membership from a date,
*>   (D) delete an assignment keyed in error,
*> and writes every change to GNADMLOG.DAT the way GNADMIN logs its
*> leaderboard corrections. An assignment dated before today moves
*> results already earned, so it takes a Y. The shared sign-ons
*> (GUEST, GUEST2, BATCH) are many people and belong to no team;
*> once GNOPER.DAT exists only enrolled, unretired operators can be
*> assigned. GNTEAM.DAT and GNOPER.DAT are opened only while an
*> action reads or writes them, never while the screen waits at a
*> prompt, so GNTEAMRP and the enrollment tools aren't held up.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnteam.cob
*> To run:
*>    ./gnteam
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNTEAM.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT TEAM-FILE ASSIGN TO "GNTEAM.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TM-KEY
       FILE STATUS IS TEAM-STATUS.

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
 FD  TEAM-FILE.
 01  TEAM-RECORD.
     COPY "gnteam.cpy".

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
    01 TEAM-STATUS PIC XX.
    01 OPERATOR-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.
    01 WS-TM-EOF-FLAG PIC X.
       88 WS-TM-EOF VALUE "Y".
    01 WS-SUPERVISOR-ID PIC X(10).
    01 WS-MENU-CHOICE PIC X.
       88 WS-MENU-QUIT VALUE "Q".
    01 WS-OPERATOR-ID PIC X(10).
    01 WS-ACTION PIC X(6).
    01 WS-CONFIRM PIC X.
    01 WS-TODAY PIC X(8).
    01 WS-LISTED-COUNT PIC 9(6) usage comp-6.
    01 WS-LISTED-EDIT PIC ZZZZZ9.

    01 WS-OPERATOR-OK PIC X.

    *> Team and date input, and the assignment being keyed.
    01 WS-RAW-TEAM PIC X(20).
    01 WS-NEW-TEAM PIC X(10).
    01 WS-RAW-DATE PIC X(10).
    01 WS-EFFECTIVE-DATE PIC X(8).
    01 WS-DATE-OK PIC X.
    01 WS-RECORD-FOUND PIC X.

    *> The team an operator is on as of WS-AS-OF-DATE, the date that
    *> assignment took effect, and the first change dated after it.
    01 WS-AS-OF-DATE PIC X(8).
    01 WS-TEAM-ON-DATE PIC X(10).
    01 WS-TEAM-SINCE PIC X(8).
    01 WS-NEXT-TEAM PIC X(10).
    01 WS-NEXT-DATE PIC X(8).

    *> The listing walks the file one operator at a time.
    01 WS-LIST-OPERATOR PIC X(10).
    01 WS-LIST-TEAM PIC X(10).
    01 WS-LIST-SINCE PIC X(8).
    01 WS-LIST-NEXT-TEAM PIC X(10).
    01 WS-LIST-NEXT-DATE PIC X(8).

    *> Edited fields for the screen and the log.
    01 WS-TEAM-TEXT PIC X(10).
    01 WS-NEXT-TEXT PIC X(30).
    01 WS-AL-GAMES PIC 9(6) usage comp-6.
    01 WS-AL-WINS PIC 9(6) usage comp-6.
    01 WS-DATE-NUMBER PIC 9(8).

    01 WS-OPEN-RETRY PIC 99 usage comp-6.
    01 WS-OPEN-RETRY-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-OPEN-WAIT PIC 9 usage comp-6 VALUE 1.
    01 WS-OPEN-OK PIC X.
       88 WS-OPEN-GOOD VALUE "Y".
       88 WS-OPEN-ABSENT VALUE "A".

*> ***************************************************************

 PROCEDURE DIVISION.
    DISPLAY "====== Guess My Number - Team Assignments ======".
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
      DISPLAY "(L) List teams  (H) History  (A) Assign to team"
      DISPLAY "(E) End membership  (D) Delete an assignment  (Q) Quit"
      ACCEPT WS-MENU-CHOICE
      MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
      EVALUATE WS-MENU-CHOICE
        WHEN "L" PERFORM ListTeams
        WHEN "H" PERFORM ShowHistory
        WHEN "A" PERFORM AssignOperator
        WHEN "E" PERFORM EndMembership
        WHEN "D" PERFORM DeleteAssignment
        WHEN "Q" CONTINUE
        WHEN OTHER DISPLAY "Choose L, H, A, E, D, or Q."
      END-EVALUATE
      END-PERFORM.
    DISPLAY "Team maintenance session closed.".
    STOP RUN.

    *> ***********************************************************
    *> One line per operator on file: the team they are on today
    *> and since when, and the next change if one is keyed ahead.
    *> The file is in operator-then-date order, so each operator's
    *> records arrive together and oldest first.
    *> ***********************************************************
    ListTeams.
      PERFORM OpenTeamIO
      IF WS-OPEN-ABSENT
        DISPLAY "No team assignments are on file."
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-TM-EOF-FLAG
      MOVE 0 TO WS-LISTED-COUNT
      MOVE SPACES TO WS-LIST-OPERATOR
      MOVE LOW-VALUES TO TM-KEY
      START TEAM-FILE KEY NOT < TM-KEY
        INVALID KEY MOVE "Y" TO WS-TM-EOF-FLAG
      END-START
      DISPLAY "Operator    Team        Since     Next change"
      PERFORM UNTIL WS-TM-EOF
        READ TEAM-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-TM-EOF-FLAG
          NOT AT END
            IF TM-OPERATOR-ID NOT = WS-LIST-OPERATOR
              PERFORM ShowListedOperator
              MOVE TM-OPERATOR-ID TO WS-LIST-OPERATOR
              MOVE SPACES TO WS-LIST-TEAM WS-LIST-SINCE
                             WS-LIST-NEXT-TEAM WS-LIST-NEXT-DATE
              END-IF
            IF TM-EFFECTIVE-DATE NOT > WS-TODAY
              MOVE TM-TEAM-ID TO WS-LIST-TEAM
              MOVE TM-EFFECTIVE-DATE TO WS-LIST-SINCE
            ELSE
              IF WS-LIST-NEXT-DATE = SPACES
                MOVE TM-TEAM-ID TO WS-LIST-NEXT-TEAM
                MOVE TM-EFFECTIVE-DATE TO WS-LIST-NEXT-DATE
                END-IF
              END-IF
        END-READ
        END-PERFORM
      CLOSE TEAM-FILE
      PERFORM ShowListedOperator
      IF WS-LISTED-COUNT = 0
        DISPLAY "No team assignments are on file."
      ELSE
        MOVE WS-LISTED-COUNT TO WS-LISTED-EDIT
        DISPLAY FUNCTION TRIM(WS-LISTED-EDIT) " operator(s) on file."
        END-IF.

    ShowListedOperator.
      IF WS-LIST-OPERATOR = SPACES
        EXIT PARAGRAPH
        END-IF
      ADD 1 TO WS-LISTED-COUNT
      IF WS-LIST-SINCE = SPACES
        MOVE "(not yet)" TO WS-TEAM-TEXT
      ELSE
        IF WS-LIST-TEAM = SPACES
          MOVE "(none)" TO WS-TEAM-TEXT
        ELSE
          MOVE WS-LIST-TEAM TO WS-TEAM-TEXT
          END-IF
        END-IF
      MOVE SPACES TO WS-NEXT-TEXT
      IF WS-LIST-NEXT-DATE NOT = SPACES
        IF WS-LIST-NEXT-TEAM = SPACES
          STRING "(none) from " WS-LIST-NEXT-DATE
              DELIMITED BY SIZE INTO WS-NEXT-TEXT
        ELSE
          STRING FUNCTION TRIM(WS-LIST-NEXT-TEAM) " from "
                 WS-LIST-NEXT-DATE
              DELIMITED BY SIZE INTO WS-NEXT-TEXT
          END-IF
        END-IF
      DISPLAY WS-LIST-OPERATOR "  " WS-TEAM-TEXT "  " WS-LIST-SINCE
              "  " WS-NEXT-TEXT.

    *> ***********************************************************
    *> Every assignment one operator has had, oldest first, with
    *> who keyed it and when.
    *> ***********************************************************
    ShowHistory.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM OpenTeamIO
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      MOVE 0 TO WS-LISTED-COUNT
      MOVE "N" TO WS-TM-EOF-FLAG
      IF WS-OPEN-ABSENT
        MOVE "Y" TO WS-TM-EOF-FLAG
      ELSE
        MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID
        MOVE LOW-VALUES TO TM-EFFECTIVE-DATE
        START TEAM-FILE KEY NOT < TM-KEY
          INVALID KEY MOVE "Y" TO WS-TM-EOF-FLAG
        END-START
        END-IF
      DISPLAY "Effective  Team        Keyed by    Keyed at"
      PERFORM UNTIL WS-TM-EOF
        READ TEAM-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-TM-EOF-FLAG
          NOT AT END
            IF TM-OPERATOR-ID NOT = WS-OPERATOR-ID
              MOVE "Y" TO WS-TM-EOF-FLAG
            ELSE
              ADD 1 TO WS-LISTED-COUNT
              IF TM-NO-TEAM
                MOVE "(none)" TO WS-TEAM-TEXT
              ELSE
                MOVE TM-TEAM-ID TO WS-TEAM-TEXT
                END-IF
              DISPLAY TM-EFFECTIVE-DATE "   " WS-TEAM-TEXT "  "
                      TM-CHANGED-BY "  " TM-CHANGED-DATE-TIME
              END-IF
        END-READ
        END-PERFORM
      IF WS-OPEN-GOOD
        CLOSE TEAM-FILE
        END-IF
      IF WS-LISTED-COUNT = 0
        DISPLAY "Operator " WS-OPERATOR-ID " has never been on a team."
        END-IF.

    *> ***********************************************************
    *> A new assignment from a date. Team IDs are kept upper case
    *> so "Claims" and "CLAIMS" can't become two teams.
    *> ***********************************************************
    AssignOperator.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM CheckOperatorAssignable
      IF WS-OPERATOR-OK NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Team:"
      MOVE SPACES TO WS-RAW-TEAM
      ACCEPT WS-RAW-TEAM
      MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW-TEAM))
          TO WS-RAW-TEAM
      IF WS-RAW-TEAM = SPACES
        DISPLAY "A team is required - use E to take an operator off"
                " their team."
        EXIT PARAGRAPH
        END-IF
      IF WS-RAW-TEAM(11:10) NOT = SPACES
        DISPLAY "Team names are at most 10 characters - nothing was"
                " changed."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-RAW-TEAM(1:10) TO WS-NEW-TEAM
      PERFORM AcceptEffectiveDate
      IF WS-DATE-OK NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      *> The first assignment starts the file.
      PERFORM OpenTeamIO
      IF WS-OPEN-ABSENT
        OPEN OUTPUT TEAM-FILE
        CLOSE TEAM-FILE
        PERFORM OpenTeamIO
        END-IF
      IF NOT WS-OPEN-GOOD
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      MOVE WS-EFFECTIVE-DATE TO WS-AS-OF-DATE
      PERFORM FindTeamOnDate
      IF WS-TEAM-ON-DATE = WS-NEW-TEAM AND WS-TEAM-SINCE NOT = SPACES
        DISPLAY "Operator " WS-OPERATOR-ID " is already on "
                FUNCTION TRIM(WS-NEW-TEAM) " on " WS-EFFECTIVE-DATE
                " - nothing was changed."
        CLOSE TEAM-FILE
        EXIT PARAGRAPH
        END-IF
      MOVE "TEAM" TO WS-ACTION
      PERFORM SaveAssignment.

    *> ***********************************************************
    *> Ends a membership from a date: a no-team assignment. Games
    *> from that date on count for no team at all.
    *> ***********************************************************
    EndMembership.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      PERFORM AcceptEffectiveDate
      IF WS-DATE-OK NOT = "Y"
        EXIT PARAGRAPH
        END-IF
      PERFORM OpenTeamIO
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO WS-TEAM-ON-DATE
      IF WS-OPEN-GOOD
        MOVE WS-EFFECTIVE-DATE TO WS-AS-OF-DATE
        PERFORM FindTeamOnDate
        END-IF
      IF WS-TEAM-ON-DATE = SPACES
        DISPLAY "Operator " WS-OPERATOR-ID " is on no team on "
                WS-EFFECTIVE-DATE " - nothing was changed."
        IF WS-OPEN-GOOD
          CLOSE TEAM-FILE
          END-IF
        EXIT PARAGRAPH
        END-IF
      MOVE SPACES TO WS-NEW-TEAM
      MOVE "UNTEAM" TO WS-ACTION
      PERFORM SaveAssignment.

    *> ***********************************************************
    *> Removes one assignment keyed in error - the operator's team
    *> from that date falls back to whatever came before it. The
    *> log keeps what was removed.
    *> ***********************************************************
    DeleteAssignment.
      PERFORM AcceptOperatorID
      IF WS-OPERATOR-ID = SPACES
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Effective date of the assignment to delete (YYYYMMDD):"
      MOVE SPACES TO WS-RAW-DATE
      ACCEPT WS-RAW-DATE
      IF WS-RAW-DATE(1:8) IS NOT NUMERIC OR WS-RAW-DATE(9:2) NOT = SPACES
        DISPLAY "Give the date as YYYYMMDD - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-RAW-DATE(1:8) TO WS-EFFECTIVE-DATE
      PERFORM OpenTeamIO
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-RECORD-FOUND
      IF WS-OPEN-GOOD
        PERFORM ReadAssignment
        CLOSE TEAM-FILE
        END-IF
      IF WS-RECORD-FOUND NOT = "Y"
        DISPLAY "Operator " WS-OPERATOR-ID " has no assignment"
                " effective " WS-EFFECTIVE-DATE "."
        EXIT PARAGRAPH
        END-IF
      MOVE TM-TEAM-ID TO WS-NEW-TEAM
      PERFORM FormatAssignedTeam
      DISPLAY "Delete " WS-OPERATOR-ID " to " FUNCTION TRIM(WS-TEAM-TEXT)
              " effective " WS-EFFECTIVE-DATE "? (Y/N)"
      ACCEPT WS-CONFIRM
      IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing was changed."
        EXIT PARAGRAPH
        END-IF
      *> Reopened for the delete, which goes ahead only if the
      *> assignment is still the one the supervisor was shown.
      PERFORM OpenTeamIO
      IF NOT WS-OPEN-GOOD
        PERFORM ReportTeamBusy
        EXIT PARAGRAPH
        END-IF
      PERFORM ReadAssignment
      IF WS-RECORD-FOUND NOT = "Y" OR TM-TEAM-ID NOT = WS-NEW-TEAM
        DISPLAY "The assignment was changed elsewhere while this"
                " screen waited - nothing was changed; try again."
        CLOSE TEAM-FILE
        EXIT PARAGRAPH
        END-IF
      DELETE TEAM-FILE
        INVALID KEY
          DISPLAY "Could not delete the assignment (status "
                  TEAM-STATUS ")."
          CLOSE TEAM-FILE
          EXIT PARAGRAPH
      END-DELETE
      CLOSE TEAM-FILE
      DISPLAY "Deleted."
      MOVE "TEAMDL" TO WS-ACTION
      PERFORM WriteAdminLogRecord.

    AcceptOperatorID.
      DISPLAY "Operator ID:"
      MOVE SPACES TO WS-OPERATOR-ID
      ACCEPT WS-OPERATOR-ID
      IF WS-OPERATOR-ID = SPACES
        DISPLAY "An operator ID is required."
        END-IF.

    *> The shared sign-ons are nobody's in particular, and with
    *> enrollment in use an ID has to be enrolled and not retired.
    CheckOperatorAssignable.
      MOVE "Y" TO WS-OPERATOR-OK
      IF WS-OPERATOR-ID = "GUEST" OR WS-OPERATOR-ID = "GUEST2"
          OR WS-OPERATOR-ID = "BATCH"
        DISPLAY FUNCTION TRIM(WS-OPERATOR-ID) " is a shared sign-on"
                " and can't be put on a team."
        MOVE "N" TO WS-OPERATOR-OK
        EXIT PARAGRAPH
        END-IF
      PERFORM OpenOperatorInput
      IF WS-OPEN-ABSENT
        EXIT PARAGRAPH
        END-IF
      IF NOT WS-OPEN-GOOD
        DISPLAY "GNOPER.DAT is busy (status " OPERATOR-STATUS
                ") - nothing was done; try again in a moment."
        MOVE "N" TO WS-OPERATOR-OK
        EXIT PARAGRAPH
        END-IF
      MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
      READ OPERATOR-FILE
        INVALID KEY
          DISPLAY "Operator " WS-OPERATOR-ID " is not enrolled -"
                  " enroll them in GNENROLL first."
          MOVE "N" TO WS-OPERATOR-OK
        NOT INVALID KEY
          IF OP-RETIRED
            DISPLAY "Operator " WS-OPERATOR-ID " is retired."
            MOVE "N" TO WS-OPERATOR-OK
            END-IF
      END-READ
      CLOSE OPERATOR-FILE.

    *> ***********************************************************
    *> The effective date: blank for today. A date already past
    *> moves games already played onto the new team, so the
    *> supervisor has to mean it.
    *> ***********************************************************
    AcceptEffectiveDate.
      MOVE "N" TO WS-DATE-OK
      DISPLAY "Effective date (YYYYMMDD), or blank for today:"
      MOVE SPACES TO WS-RAW-DATE
      ACCEPT WS-RAW-DATE
      IF WS-RAW-DATE = SPACES
        MOVE WS-TODAY TO WS-EFFECTIVE-DATE
        MOVE "Y" TO WS-DATE-OK
        EXIT PARAGRAPH
        END-IF
      IF WS-RAW-DATE(1:8) IS NOT NUMERIC OR WS-RAW-DATE(9:2) NOT = SPACES
        DISPLAY "Give the date as YYYYMMDD - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RAW-DATE(1:8)))
              NOT = 0
        DISPLAY "Not a calendar date: " WS-RAW-DATE(1:8)
                " - nothing was changed."
        EXIT PARAGRAPH
        END-IF
      MOVE WS-RAW-DATE(1:8) TO WS-EFFECTIVE-DATE
      IF WS-EFFECTIVE-DATE < WS-TODAY
        DISPLAY "That date has passed - games " WS-OPERATOR-ID
                " played from " WS-EFFECTIVE-DATE " on will move"
        DISPLAY "with this change. Go ahead? (Y/N)"
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
          DISPLAY "Nothing was changed."
          EXIT PARAGRAPH
          END-IF
        END-IF
      MOVE "Y" TO WS-DATE-OK.

    *> ***********************************************************
    *> The operator's team on WS-AS-OF-DATE (spaces for none) and
    *> the date that assignment took effect (spaces if they had
    *> never been assigned by then).
    *> ***********************************************************
    FindTeamOnDate.
      MOVE SPACES TO WS-TEAM-ON-DATE WS-TEAM-SINCE
      MOVE "N" TO WS-TM-EOF-FLAG
      MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID
      MOVE LOW-VALUES TO TM-EFFECTIVE-DATE
      START TEAM-FILE KEY NOT < TM-KEY
        INVALID KEY MOVE "Y" TO WS-TM-EOF-FLAG
      END-START
      PERFORM UNTIL WS-TM-EOF
        READ TEAM-FILE NEXT RECORD
          AT END MOVE "Y" TO WS-TM-EOF-FLAG
          NOT AT END
            IF TM-OPERATOR-ID NOT = WS-OPERATOR-ID
                OR TM-EFFECTIVE-DATE > WS-AS-OF-DATE
              MOVE "Y" TO WS-TM-EOF-FLAG
            ELSE
              MOVE TM-TEAM-ID TO WS-TEAM-ON-DATE
              MOVE TM-EFFECTIVE-DATE TO WS-TEAM-SINCE
              END-IF
        END-READ
        END-PERFORM.

    *> ***********************************************************
    *> Writes the assignment keyed by operator and effective date,
    *> with GNTEAM.DAT open on the way in and closed on the way out.
    *> One already on file for that same date is being corrected,
    *> and is replaced only on a Y - the file is let go while the
    *> question is on the screen and read again after it.
    *> ***********************************************************
    SaveAssignment.
      PERFORM ReadAssignment
      IF WS-RECORD-FOUND = "Y"
        CLOSE TEAM-FILE
        PERFORM FormatAssignedTeam
        DISPLAY "An assignment to " FUNCTION TRIM(WS-TEAM-TEXT)
                " is already keyed for " WS-EFFECTIVE-DATE
                ". Replace it? (Y/N)"
        ACCEPT WS-CONFIRM
        IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
          DISPLAY "Nothing was changed."
          EXIT PARAGRAPH
          END-IF
        PERFORM OpenTeamIO
        IF NOT WS-OPEN-GOOD
          PERFORM ReportTeamBusy
          EXIT PARAGRAPH
          END-IF
        PERFORM ReadAssignment
        END-IF
      MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID
      MOVE WS-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE
      MOVE WS-NEW-TEAM TO TM-TEAM-ID
      MOVE FUNCTION CURRENT-DATE(1:16) TO TM-CHANGED-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO TM-CHANGED-BY
      IF WS-RECORD-FOUND = "Y"
        REWRITE TEAM-RECORD
          INVALID KEY
            DISPLAY "Could not update " WS-OPERATOR-ID " (status "
                    TEAM-STATUS ") - nothing was changed."
            CLOSE TEAM-FILE
            EXIT PARAGRAPH
        END-REWRITE
      ELSE
        WRITE TEAM-RECORD
          INVALID KEY
            DISPLAY "Could not add " WS-OPERATOR-ID " (status "
                    TEAM-STATUS ") - nothing was changed."
            CLOSE TEAM-FILE
            EXIT PARAGRAPH
        END-WRITE
        END-IF
      CLOSE TEAM-FILE
      IF WS-NEW-TEAM = SPACES
        DISPLAY WS-OPERATOR-ID ": on no team from " WS-EFFECTIVE-DATE "."
      ELSE
        DISPLAY WS-OPERATOR-ID ": on " FUNCTION TRIM(WS-NEW-TEAM)
                " from " WS-EFFECTIVE-DATE "."
        END-IF
      PERFORM WriteAdminLogRecord.

    *> The assignment for WS-OPERATOR-ID effective WS-EFFECTIVE-DATE.
    ReadAssignment.
      MOVE "N" TO WS-RECORD-FOUND
      MOVE WS-OPERATOR-ID TO TM-OPERATOR-ID
      MOVE WS-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE
      READ TEAM-FILE
        NOT INVALID KEY MOVE "Y" TO WS-RECORD-FOUND
      END-READ.

    FormatAssignedTeam.
      IF TM-NO-TEAM
        MOVE "(none)" TO WS-TEAM-TEXT
      ELSE
        MOVE TM-TEAM-ID TO WS-TEAM-TEXT
        END-IF.

    *> GNTEAMRP, or another supervisor saving a change, is given ten
    *> seconds to let go; a missing file is reported as absent for
    *> the caller to decide on.
    OpenTeamIO.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        OPEN I-O TEAM-FILE
        EVALUATE TEAM-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    ReportTeamBusy.
      DISPLAY "GNTEAM.DAT is busy (status " TEAM-STATUS
              ") - nothing was done; try again in a moment.".

    *> With no GNOPER.DAT at all the shop isn't using enrollment and
    *> any ID can be assigned.
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

    *> ***********************************************************
    *> One admin-log record per change, in GNADMIN's layout: the
    *> action is TEAM, UNTEAM, or TEAMDL, the from-ID is the
    *> operator, and the to-ID is the team (blank for UNTEAM). The
    *> effective date is a digit wider than either log counter, so
    *> it is split the way GNOFFBRD splits a swept balance: the
    *> century in the games column, YYMMDD in the wins column.
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        OPEN OUTPUT ADMIN-LOG-FILE
        END-IF
      MOVE WS-EFFECTIVE-DATE TO WS-DATE-NUMBER
      DIVIDE WS-DATE-NUMBER BY 1000000
          GIVING WS-AL-GAMES REMAINDER WS-AL-WINS
      MOVE FUNCTION CURRENT-DATE(1:16) TO AL-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR
      MOVE WS-ACTION TO AL-ACTION
      MOVE WS-OPERATOR-ID TO AL-FROM-ID
      MOVE WS-NEW-TEAM TO AL-TO-ID
      MOVE WS-AL-GAMES TO AL-GAMES
      MOVE WS-AL-WINS TO AL-WINS
      WRITE ADMIN-LOG-RECORD
      CLOSE ADMIN-LOG-FILE.
