*>
*> The flag is a rough screen, not a statistics lecture: below 50
*> audited games everything is noise, so bands are reported but not
*> flagged.
*>
*> Given a FROM date (and optionally a TO date, default today) the
*> report covers that period across the archives: every
*> GNAUDIT.YYYYMM that could hold a draw in the period is read along
*> with GNAUDIT.DAT, and only draws stamped inside it are counted.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnfair.cob
*> To run:
*>    ./gnfair                         the live audit file
*>    ./gnfair 20260101 20260331       one quarter, archives included
*> ***************************************************************

 IDENTIFICATION DIVISION.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> GNAUDIT.DAT, or a month's archive for a period report - the
    *> name is set before each open.
    SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AUDIT-STATUS.

    01 DIFFICULTY-STATUS PIC XX.
    01 WS-EOF-FLAG PIC X VALUE "N".
       88 WS-EOF VALUE "Y".
    01 WS-AUDIT-NAME PIC X(14) VALUE "GNAUDIT.DAT".

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
    01 WS-RANGE-MAX PIC 9999 usage comp-6 VALUE 100.
    01 WS-RANGE-MAX-EDIT PIC ZZZ9.

    *> daily draw shows up dozens of times in GNAUDIT.DAT; counting
    *> it each time would measure participation, not the generator.
    *> A fresh game always draws with a new timestamp-derived seed,
    *> so the pair is what identifies a distinct draw. Sized for a
    *> quarter's draws when a period is asked for.
    01 WS-SEEN-TABLE.
       05 WS-SEEN-ENTRY OCCURS 30000 TIMES.
          10 WS-SEEN-SEED PIC 9(9).
          10 WS-SEEN-SECRET PIC 9(4).
    01 WS-SEEN-COUNT PIC 9(5) usage comp-6 VALUE 0.
    01 WS-SEEN-MAX PIC 9(5) usage comp-6 VALUE 30000.
    01 WS-SEEN-SUB PIC 9(5) usage comp-6.
    01 WS-SEEN-HIT PIC X.
    01 WS-EXPECTED PIC 9(6)V99 usage comp-3.
 PROCEDURE DIVISION.
    INITIALIZE WS-BAND-TABLE.
    PERFORM LoadDifficultyConfig.
    PERFORM ReadDateRange.
    IF WS-DATE-RANGE
      PERFORM ReadAuditRange
    ELSE
      OPEN INPUT AUDIT-FILE
      IF AUDIT-STATUS = "35"
        DISPLAY "No GNAUDIT.DAT file was found - no secret numbers to check."
        STOP RUN
        END-IF
      PERFORM UNTIL WS-EOF
        READ AUDIT-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END PERFORM BucketSecretNumber
        END-READ
        END-PERFORM
      CLOSE AUDIT-FILE
      END-IF.
    PERFORM PrintFairnessReport.
    STOP RUN.

        END-IF
      MOVE WS-RANGE-MAX TO WS-RANGE-MAX-EDIT.

    *> ***********************************************************
    *> An optional FROM and TO date, YYYYMMDD, on the command line.
    *> TO defaults to today. Anything that isn't a real date stops
    *> the run rather than quietly reporting the wrong period.
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
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARG-TO
        END-IF
      IF WS-ARG-FROM(1:8) IS NOT NUMERIC OR WS-ARG-FROM(9:2) NOT = SPACES
          OR WS-ARG-TO(1:8) IS NOT NUMERIC OR WS-ARG-TO(9:2) NOT = SPACES
        DISPLAY "Give the period as YYYYMMDD dates - for example"
                " ./gnfair 20260101 20260331"
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
    *> A period report reads every audit archive from the FROM month
    *> on - GNARCH names an archive for the month it ran, so a draw
    *> can sit in a later month's archive but never an earlier one -
    *> and then the live file. A month with no archive is passed over.
    *> ***********************************************************
    ReadAuditRange.
      MOVE WS-RANGE-FROM(1:4) TO WS-ARC-YEAR
      MOVE WS-RANGE-FROM(5:2) TO WS-ARC-MONTH
      PERFORM UNTIL WS-ARC-PERIOD > WS-THIS-MONTH
        MOVE SPACES TO WS-AUDIT-NAME
        STRING "GNAUDIT." WS-ARC-PERIOD DELIMITED BY SIZE
            INTO WS-AUDIT-NAME
        PERFORM ReadPeriodAudit
        ADD 1 TO WS-ARC-MONTH
        IF WS-ARC-MONTH > 12
          MOVE 1 TO WS-ARC-MONTH
          ADD 1 TO WS-ARC-YEAR
          END-IF
        END-PERFORM
      MOVE "GNAUDIT.DAT" TO WS-AUDIT-NAME
      PERFORM ReadPeriodAudit.

    ReadPeriodAudit.
      OPEN INPUT AUDIT-FILE
      IF AUDIT-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      IF WS-AUDIT-NAME NOT = "GNAUDIT.DAT"
        ADD 1 TO WS-ARCHIVES-READ
        END-IF
      MOVE "N" TO WS-EOF-FLAG
      PERFORM UNTIL WS-EOF
        READ AUDIT-FILE
          AT END MOVE "Y" TO WS-EOF-FLAG
          NOT AT END
            IF AUD-DATE-TIME(1:8) >= WS-RANGE-FROM
                AND AUD-DATE-TIME(1:8) <= WS-RANGE-TO
              PERFORM BucketSecretNumber
              END-IF
        END-READ
        END-PERFORM
      CLOSE AUDIT-FILE.

    *> ***********************************************************
    *> Ten equal bands of the configured range. The generator can
    *> emit 0 (truncation) and the top of the range; both land in the
        EXIT PARAGRAPH
        END-IF
      IF WS-SEEN-COUNT >= WS-SEEN-MAX
        IF WS-DATE-RANGE
          DISPLAY "The period has more than " WS-SEEN-MAX
                  " distinct draws - table full, ask for a shorter one."
        ELSE
          DISPLAY "GNAUDIT.DAT has more than " WS-SEEN-MAX
                  " distinct draws - table full, run the month-end"
                  " archive."
          END-IF
        *> Nonzero so the night driver records the step as failed.
        MOVE 8 TO RETURN-CODE
        STOP RUN
    PrintFairnessReport.
      DISPLAY " "
      DISPLAY "======== Guess My Number - Secret Number Fairness ========"
      IF WS-DATE-RANGE
        MOVE WS-ARCHIVES-READ TO WS-ARCHIVES-EDIT
        DISPLAY "Period " WS-RANGE-FROM " to " WS-RANGE-TO ": "
                FUNCTION TRIM(WS-ARCHIVES-EDIT)
                " archive file(s) and GNAUDIT.DAT read."
        END-IF
      DISPLAY "Range 1-" FUNCTION TRIM(WS-RANGE-MAX-EDIT)
              ": " WS-AUDIT-TOTAL " audit records, "
              WS-TOTAL-COUNT " distinct draws counted."
