            >>SOURCE FORMAT IS FREE
            *> The above, situated at Line 1, Column 12, allows us to code
            *> without having to reference column numbers. Old COBOLers will
            *> understand and be grateful for this feature in GnuCOBOL.

*> ***************************************************************
*> GNBACKUP - numbered generation backups of the master files, with
*> point-in-time restore
*>
*> GNARCH protects GAMELOG.DAT and GNAUDIT.DAT, but the masters -
*> GNLEADER.DAT, GNBANK.DAT, GNRATING.DAT, GNDAILY.DAT, GNDAYLOG.DAT,
*> GNAWARDS.DAT, GNSEASON.DAT, GNLIMIT.DAT, GNOPER.DAT, and
*> GNTEAM.DAT - had no copy anywhere, so one bad GNADMIN merge or
*> a half-finished GNOFFBRD run could not be undone.
*> This job unloads every master into one numbered generation file,
*> GNBACKUP.Gnnnn: for each master a header record, one detail record
*> per master record (the record image, verbatim), and a trailer with
*> the record count and a control total - a hash of one numeric field
*> per master (games played, balances, ratings, and so on) that a
*> dropped or mangled record can't leave unchanged. The generation is
*> read back and re-added before it is accepted, the same way GNARCH
*> proves an archive before it purges; a generation that doesn't
*> balance is deleted and the run fails, so GNNIGHT halts before
*> GNMERGE touches anything. Accepted generations are listed in the
*> catalog GNBACKUP.CTL, and only the last WS-KEEP-GENERATIONS are
*> kept - older generation files are deleted and dropped from the
*> catalog.
*>
*> RESTORE reloads a chosen generation - every master, or just the
*> one named - under a supervisor ID, after a Y confirmation. The
*> files as they stand are first taken as a generation of their own,
*> so a restore can itself be undone. Each master is rebuilt from the
*> generation's detail records, then read back and counted, and the
*> reload is only reported good when the records written, the records
*> read back, and the trailer's count and control total all agree.
*> Every master reloaded is logged to GNADMLOG.DAT the way GNADMIN
*> logs its corrections. Run a restore with the terminals idle - it
*> rewrites the files from scratch.
*>
*> To compile (Linux with GnuCOBOL):
*>    cobc -x gnbackup.cob
*> To run:
*>    ./gnbackup                      take tonight's generation (the
*>                                    GNNIGHT step, before GNMERGE)
*>    ./gnbackup LIST                 list the generations on hand
*>    ./gnbackup RESTORE 12           reload every master from
*>                                    generation 12
*>    ./gnbackup RESTORE 12 GNBANK    ...or only GNBANK.DAT
*> ***************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. GNBACKUP.

*> ***************************************************************

 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    *> The masters. Only one is ever open at a time, so they share
    *> one status field.
    SELECT LEADERBOARD-FILE ASSIGN TO "GNLEADER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LB-OPERATOR-ID
       FILE STATUS IS MASTER-STATUS.

    SELECT BANK-FILE ASSIGN TO "GNBANK.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BK-OPERATOR-ID
       FILE STATUS IS MASTER-STATUS.

    SELECT RATING-FILE ASSIGN TO "GNRATING.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RT-OPERATOR-ID
       FILE STATUS IS MASTER-STATUS.

    SELECT DAILY-FILE ASSIGN TO "GNDAILY.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DC-DATE
       FILE STATUS IS MASTER-STATUS.

    SELECT DAYLOG-FILE ASSIGN TO "GNDAYLOG.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DA-KEY
       FILE STATUS IS MASTER-STATUS.

    SELECT AWARDS-FILE ASSIGN TO "GNAWARDS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS AW-KEY
       FILE STATUS IS MASTER-STATUS.

    SELECT SEASON-HISTORY-FILE ASSIGN TO "GNSEASON.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS MASTER-STATUS.

    SELECT LIMIT-FILE ASSIGN TO "GNLIMIT.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LM-OPERATOR-ID
       FILE STATUS IS MASTER-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "GNOPER.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-OPERATOR-ID
       FILE STATUS IS MASTER-STATUS.

    SELECT TEAM-FILE ASSIGN TO "GNTEAM.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TM-KEY
       FILE STATUS IS MASTER-STATUS.

    *> One generation - the file name carries the generation number,
    *> so ASSIGN USING names the data item holding it.
    SELECT GENERATION-FILE ASSIGN USING WS-GEN-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS GENERATION-STATUS.

    *> The catalog: one record per master per accepted generation.
    SELECT CATALOG-FILE ASSIGN TO "GNBACKUP.CTL"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS CATALOG-STATUS.

    SELECT ADMIN-LOG-FILE ASSIGN TO "GNADMLOG.DAT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ADMIN-LOG-STATUS.

*> ***************************************************************

 DATA DIVISION.
 FILE SECTION.
 FD  LEADERBOARD-FILE.
 01  LEADERBOARD-RECORD.
     COPY "leaderboard.cpy".

 FD  BANK-FILE.
 01  BANK-RECORD.
     05 BK-OPERATOR-ID           PIC X(10).
     05 BK-BALANCE               PIC 9(7).

 FD  RATING-FILE.
 01  RATING-RECORD.
     COPY "gnrating.cpy".

 FD  DAILY-FILE.
 01  DAILY-RECORD.
     05 DC-DATE                  PIC X(8).
     05 DC-SECRETNUMBER          PIC 9999.
     05 DC-SEED                  PIC 999999999.
     05 DC-RANGE-MAX             PIC 9999.

 FD  DAYLOG-FILE.
 01  DAYLOG-RECORD.
     COPY "gndaylog.cpy".

 FD  AWARDS-FILE.
 01  AWARDS-RECORD.
     COPY "gnawards.cpy".

 FD  SEASON-HISTORY-FILE.
 01  SEASON-HISTORY-RECORD.
     COPY "gnseason.cpy".

 FD  LIMIT-FILE.
 01  LIMIT-RECORD.
     COPY "gnlimit.cpy".

 FD  OPERATOR-FILE.
 01  OPERATOR-RECORD.
     COPY "gnoper.cpy".

 FD  TEAM-FILE.
 01  TEAM-RECORD.
     COPY "gnteam.cpy".

 FD  GENERATION-FILE.
 01  GENERATION-RECORD.
     05 BG-RECORD-TYPE           PIC X.
        88 BG-MASTER-HEADER      VALUE "H".
        88 BG-MASTER-DETAIL      VALUE "D".
        88 BG-MASTER-TRAILER     VALUE "T".
     05 BG-MASTER-NAME           PIC X(8).
     05 BG-IMAGE                 PIC X(56).
     *> Header and trailer view: whether the master was there at all
     *> when the generation was taken, and (trailer) what it held.
     05 BG-CONTROL REDEFINES BG-IMAGE.
        10 BG-STATE              PIC X(7).
           88 BG-MASTER-ABSENT   VALUE "ABSENT".
        10 BG-RECORD-COUNT       PIC 9(8).
        10 BG-CONTROL-TOTAL      PIC 9(12).
        10 BG-DATE-TIME          PIC X(16).
        10 FILLER                PIC X(13).

 FD  CATALOG-FILE.
 01  CATALOG-RECORD.
     05 BC-GENERATION            PIC 9(4).
     05 BC-DATE-TIME             PIC X(16).
     05 BC-MASTER-NAME           PIC X(8).
     05 BC-STATE                 PIC X(7).
     05 BC-RECORD-COUNT          PIC 9(8).
     05 BC-CONTROL-TOTAL         PIC 9(12).

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
    01 MASTER-STATUS PIC XX.
    01 GENERATION-STATUS PIC XX.
    01 CATALOG-STATUS PIC XX.
    01 ADMIN-LOG-STATUS PIC XX.

    *> How many generations to keep - a week of nights by default.
    01 WS-KEEP-GENERATIONS PIC 99 usage comp-6 VALUE 7.

    *> The masters in unload order, with where each one's control
    *> field sits in its record image: LB-GAMES-PLAYED, BK-BALANCE,
    *> RT-RATING, DC-SECRETNUMBER, DA-GUESSES, AW-DATE-EARNED,
    *> SH-GAMES-PLAYED, LM-DAILY-LOSS-LIMIT, OP-ENROLLED-DATE, and
    *> TM-EFFECTIVE-DATE.
    *> The per-run counts and totals ride alongside.
    01 WS-MASTER-TABLE.
       05 WS-MASTER-ENTRY OCCURS 10 TIMES.
          10 WS-MASTER-NAME        PIC X(8).
          10 WS-CTL-START          PIC 99.
          10 WS-CTL-LENGTH         PIC 99.
          10 WS-MASTER-STATE       PIC X(7).
          10 WS-MASTER-COUNT       PIC 9(8).
          10 WS-MASTER-TOTAL       PIC 9(12).
          10 WS-VFY-COUNT          PIC 9(8).
          10 WS-VFY-TOTAL          PIC 9(12).
          10 WS-VFY-TRAILER        PIC X.
    01 WS-MASTER-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-MASTER-SUB PIC 99 usage comp-6.
    01 WS-MASTER-SCAN PIC 99 usage comp-6.
    01 WS-MASTER-EOF-FLAG PIC X.
       88 WS-MASTER-EOF VALUE "Y".
    01 WS-MASTER-READ-ERROR PIC X.
    01 WS-MASTER-IMAGE PIC X(56).
    01 WS-RECORD-CONTROL PIC 9(9) usage comp-6.

    *> Command-line arguments.
    01 WS-CMD-LINE PIC X(80).
    01 WS-RUN-MODE PIC X(10).
    01 WS-ARG-GENERATION PIC X(10).
    01 WS-ARG-MASTER PIC X(12).
    01 WS-RESTORE-MASTER PIC X(8) VALUE SPACES.
    01 WS-RESTORE-GEN PIC 9(4) VALUE 0.
    01 WS-DOT-COUNT PIC 9 usage comp-3.

    *> The generation being written (or reloaded) and its file name.
    01 WS-GEN-NAME PIC X(14).
    01 WS-GEN-NUMBER PIC 9(4).
    01 WS-NEW-GENERATION PIC 9(4) VALUE 0.
    01 WS-HIGH-GENERATION PIC 9(4) VALUE 0.
    01 WS-GEN-DATE-TIME PIC X(16).
    01 WS-GEN-OK PIC X VALUE "Y".
       88 WS-GEN-GOOD VALUE "Y".
    01 WS-GEN-EOF-FLAG PIC X.
       88 WS-GEN-EOF VALUE "Y".

    *> The catalog, held whole so pruning can rewrite it.
    01 WS-CAT-TABLE.
       05 WS-CAT-ENTRY OCCURS 400 TIMES.
          10 WS-CAT-GENERATION     PIC 9(4).
          10 WS-CAT-DATE-TIME      PIC X(16).
          10 WS-CAT-MASTER-NAME    PIC X(8).
          10 WS-CAT-STATE          PIC X(7).
          10 WS-CAT-RECORD-COUNT   PIC 9(8).
          10 WS-CAT-CONTROL-TOTAL  PIC 9(12).
    01 WS-CAT-MAX PIC 9(4) usage comp-6 VALUE 400.
    01 WS-CAT-COUNT PIC 9(4) usage comp-6 VALUE 0.
    01 WS-CAT-SUB PIC 9(4) usage comp-6.
    01 WS-CAT-DROPPED PIC 9(4) usage comp-6 VALUE 0.
    01 WS-CAT-EOF-FLAG PIC X VALUE "N".
       88 WS-CAT-EOF VALUE "Y".
    01 WS-CAT-FOUND PIC X.
    01 WS-PRUNE-CUTOFF PIC 9(4).
    01 WS-LAST-DELETED PIC 9(4).
    01 WS-PRUNED-COUNT PIC 9(4) usage comp-6 VALUE 0.

    *> Restore bookkeeping, per master as it is reloaded.
    01 WS-SUPERVISOR-ID PIC X(10).
    01 WS-CONFIRM PIC X.
    01 WS-RELOADING PIC X VALUE "N".
    01 WS-RELOAD-WRITTEN PIC 9(8) usage comp-6.
    01 WS-RELOAD-REJECTED PIC 9(8) usage comp-6.
    01 WS-RELOAD-COUNT PIC 9(8) usage comp-6.
    01 WS-RELOAD-TOTAL PIC 9(12) usage comp-6.
    01 WS-RELOADED-MASTERS PIC 99 usage comp-6 VALUE 0.
    01 WS-RELOAD-FAILURES PIC 99 usage comp-6 VALUE 0.
    01 WS-AL-TO-ID PIC X(10).

    *> Retried opens, same shape as the game's: up to ten tries a
    *> second apart on the shared masters. "A" is a master that
    *> isn't there at all.
    01 WS-OPEN-RETRY PIC 99 usage comp-6.
    01 WS-OPEN-RETRY-LIMIT PIC 99 usage comp-6 VALUE 10.
    01 WS-OPEN-WAIT PIC 9 usage comp-6 VALUE 1.
    01 WS-OPEN-OK PIC X.
       88 WS-OPEN-GOOD VALUE "Y".
       88 WS-OPEN-ABSENT VALUE "A".

    *> Edited fields for the listings.
    01 WS-COUNT-EDIT PIC Z(7)9.
    01 WS-TOTAL-EDIT PIC Z(11)9.
    01 WS-KEEP-EDIT PIC Z9.

*> ***************************************************************

 PROCEDURE DIVISION.
    DISPLAY " ".
    DISPLAY "======= Guess My Number - Master File Generations =======".
    PERFORM InitializeMasters.
    PERFORM ReadRunArguments.
    PERFORM LoadCatalog.
    EVALUATE WS-RUN-MODE
      WHEN "LIST"
        PERFORM ListGenerations
      WHEN "RESTORE"
        PERFORM RestoreGeneration
      WHEN OTHER
        PERFORM TakeGeneration
        IF NOT WS-GEN-GOOD
          *> A nonzero exit tells the night driver this step failed,
          *> so it halts before GNMERGE changes the masters.
          MOVE 8 TO RETURN-CODE
          STOP RUN
          END-IF
        PERFORM PruneGenerations
    END-EVALUATE.
    DISPLAY "==========================================================".
    STOP RUN.

    InitializeMasters.
      MOVE "GNLEADER" TO WS-MASTER-NAME(1)
      MOVE 11 TO WS-CTL-START(1)
      MOVE 6 TO WS-CTL-LENGTH(1)
      MOVE "GNBANK" TO WS-MASTER-NAME(2)
      MOVE 11 TO WS-CTL-START(2)
      MOVE 7 TO WS-CTL-LENGTH(2)
      MOVE "GNRATING" TO WS-MASTER-NAME(3)
      MOVE 11 TO WS-CTL-START(3)
      MOVE 4 TO WS-CTL-LENGTH(3)
      MOVE "GNDAILY" TO WS-MASTER-NAME(4)
      MOVE 9 TO WS-CTL-START(4)
      MOVE 4 TO WS-CTL-LENGTH(4)
      MOVE "GNDAYLOG" TO WS-MASTER-NAME(5)
      MOVE 19 TO WS-CTL-START(5)
      MOVE 2 TO WS-CTL-LENGTH(5)
      MOVE "GNAWARDS" TO WS-MASTER-NAME(6)
      MOVE 19 TO WS-CTL-START(6)
      MOVE 8 TO WS-CTL-LENGTH(6)
      MOVE "GNSEASON" TO WS-MASTER-NAME(7)
      MOVE 17 TO WS-CTL-START(7)
      MOVE 6 TO WS-CTL-LENGTH(7)
      MOVE "GNLIMIT" TO WS-MASTER-NAME(8)
      MOVE 16 TO WS-CTL-START(8)
      MOVE 6 TO WS-CTL-LENGTH(8)
      MOVE "GNOPER" TO WS-MASTER-NAME(9)
      MOVE 35 TO WS-CTL-START(9)
      MOVE 8 TO WS-CTL-LENGTH(9)
      MOVE "GNTEAM" TO WS-MASTER-NAME(10)
      MOVE 11 TO WS-CTL-START(10)
      MOVE 8 TO WS-CTL-LENGTH(10).

    *> ***********************************************************
    *> No argument (or BACKUP) takes a generation - that is the
    *> night step, and it never prompts. LIST and RESTORE are for a
    *> supervisor at the keyboard. Garbage stops the run loudly.
    *> ***********************************************************
    ReadRunArguments.
      ACCEPT WS-CMD-LINE FROM COMMAND-LINE
      MOVE FUNCTION UPPER-CASE(WS-CMD-LINE) TO WS-CMD-LINE
      UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
          INTO WS-RUN-MODE WS-ARG-GENERATION WS-ARG-MASTER
      END-UNSTRING
      EVALUATE TRUE
        WHEN WS-RUN-MODE = SPACES
          MOVE "BACKUP" TO WS-RUN-MODE
        WHEN WS-RUN-MODE = "BACKUP" OR WS-RUN-MODE = "LIST"
          CONTINUE
        WHEN WS-RUN-MODE = "RESTORE" AND WS-ARG-GENERATION NOT = SPACES
          PERFORM ReadRestoreArguments
        WHEN OTHER
          PERFORM DisplayUsage
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-EVALUATE.

    ReadRestoreArguments.
      MOVE 0 TO WS-DOT-COUNT
      INSPECT WS-ARG-GENERATION TALLYING WS-DOT-COUNT FOR ALL "."
      IF FUNCTION TEST-NUMVAL(WS-ARG-GENERATION) NOT = 0
          OR WS-DOT-COUNT > 0
        PERFORM DisplayUsage
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      IF FUNCTION NUMVAL(WS-ARG-GENERATION) < 1
          OR FUNCTION NUMVAL(WS-ARG-GENERATION) > 9999
        PERFORM DisplayUsage
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE FUNCTION NUMVAL(WS-ARG-GENERATION) TO WS-RESTORE-GEN
      *> GNBANK and GNBANK.DAT both name the bank master.
      IF WS-ARG-MASTER NOT = SPACES
        UNSTRING WS-ARG-MASTER DELIMITED BY "."
            INTO WS-RESTORE-MASTER
        END-UNSTRING
        MOVE 0 TO WS-MASTER-SUB
        PERFORM VARYING WS-MASTER-SCAN FROM 1 BY 1
            UNTIL WS-MASTER-SCAN > WS-MASTER-LIMIT
          IF WS-MASTER-NAME(WS-MASTER-SCAN) = WS-RESTORE-MASTER
            MOVE WS-MASTER-SCAN TO WS-MASTER-SUB
            END-IF
          END-PERFORM
        IF WS-MASTER-SUB = 0
          DISPLAY WS-RESTORE-MASTER " is not one of the masters kept"
                  " in a generation."
          PERFORM DisplayUsage
          MOVE 8 TO RETURN-CODE
          STOP RUN
          END-IF
        END-IF.

    DisplayUsage.
      DISPLAY "Usage: gnbackup                     take a generation"
      DISPLAY "       gnbackup LIST                list generations"
      DISPLAY "       gnbackup RESTORE 12          reload generation 12"
      DISPLAY "       gnbackup RESTORE 12 GNBANK   reload one master"
      DISPLAY "Masters: GNLEADER GNBANK GNRATING GNDAILY GNDAYLOG"
              " GNAWARDS GNSEASON GNLIMIT GNOPER GNTEAM".

    *> ***********************************************************
    *> The catalog is read whole: the highest generation number on
    *> it is the one the next generation follows, and pruning
    *> rewrites it from this table.
    *> ***********************************************************
    LoadCatalog.
      OPEN INPUT CATALOG-FILE
      IF CATALOG-STATUS = "35"
        EXIT PARAGRAPH
        END-IF
      PERFORM UNTIL WS-CAT-EOF
        READ CATALOG-FILE
          AT END MOVE "Y" TO WS-CAT-EOF-FLAG
          NOT AT END PERFORM StoreCatalogEntry
        END-READ
        END-PERFORM
      CLOSE CATALOG-FILE.

    StoreCatalogEntry.
      IF BC-GENERATION > WS-HIGH-GENERATION
        MOVE BC-GENERATION TO WS-HIGH-GENERATION
        END-IF
      IF WS-CAT-COUNT < WS-CAT-MAX
        ADD 1 TO WS-CAT-COUNT
        MOVE CATALOG-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT)
      ELSE
        ADD 1 TO WS-CAT-DROPPED
        END-IF.

    BuildGenerationName.
      MOVE SPACES TO WS-GEN-NAME
      STRING "GNBACKUP.G" WS-GEN-NUMBER DELIMITED BY SIZE
          INTO WS-GEN-NAME.

    *> ***********************************************************
    *> Pass one: every master, in order, into the new generation -
    *> header, one detail per record, trailer with the count and
    *> control total. A master that isn't there gets a header and
    *> trailer marked ABSENT, so a restore knows it was missing
    *> rather than lost. Pass two (VerifyGeneration) must balance
    *> before the generation goes on the catalog.
    *> ***********************************************************
    TakeGeneration.
      MOVE "Y" TO WS-GEN-OK
      COMPUTE WS-NEW-GENERATION = WS-HIGH-GENERATION + 1
      MOVE WS-NEW-GENERATION TO WS-GEN-NUMBER
      PERFORM BuildGenerationName
      MOVE FUNCTION CURRENT-DATE(1:16) TO WS-GEN-DATE-TIME
      OPEN OUTPUT GENERATION-FILE
      IF GENERATION-STATUS NOT = "00"
        DISPLAY "Could not create " WS-GEN-NAME " (status "
                GENERATION-STATUS ") - no generation taken."
        MOVE "N" TO WS-GEN-OK
        EXIT PARAGRAPH
        END-IF
      PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
          UNTIL WS-MASTER-SUB > WS-MASTER-LIMIT OR NOT WS-GEN-GOOD
        PERFORM UnloadOneMaster
        END-PERFORM
      CLOSE GENERATION-FILE
      IF WS-GEN-GOOD
        PERFORM VerifyGeneration
        END-IF
      IF NOT WS-GEN-GOOD
        CALL "CBL_DELETE_FILE" USING WS-GEN-NAME
        DISPLAY "GENERATION FAILED - " WS-GEN-NAME " has been"
                " discarded and nothing was added to the catalog."
        EXIT PARAGRAPH
        END-IF
      PERFORM AppendCatalog
      DISPLAY "Generation " WS-GEN-NUMBER " written to " WS-GEN-NAME
              " and verified:"
      DISPLAY "Master    State     Records   Control total"
      PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
          UNTIL WS-MASTER-SUB > WS-MASTER-LIMIT
        MOVE WS-MASTER-COUNT(WS-MASTER-SUB) TO WS-COUNT-EDIT
        MOVE WS-MASTER-TOTAL(WS-MASTER-SUB) TO WS-TOTAL-EDIT
        DISPLAY WS-MASTER-NAME(WS-MASTER-SUB) "  "
                WS-MASTER-STATE(WS-MASTER-SUB) "  " WS-COUNT-EDIT
                "  " WS-TOTAL-EDIT
        END-PERFORM.

    UnloadOneMaster.
      MOVE 0 TO WS-MASTER-COUNT(WS-MASTER-SUB)
      MOVE 0 TO WS-MASTER-TOTAL(WS-MASTER-SUB)
      PERFORM OpenMasterInputRetried
      IF NOT WS-OPEN-GOOD AND NOT WS-OPEN-ABSENT
        DISPLAY "Could not open " WS-MASTER-NAME(WS-MASTER-SUB)
                ".DAT (status " MASTER-STATUS ") after "
                WS-OPEN-RETRY-LIMIT " tries - giving up."
        MOVE "N" TO WS-GEN-OK
        EXIT PARAGRAPH
        END-IF
      IF WS-OPEN-ABSENT
        MOVE "ABSENT" TO WS-MASTER-STATE(WS-MASTER-SUB)
      ELSE
        MOVE "PRESENT" TO WS-MASTER-STATE(WS-MASTER-SUB)
        END-IF
      MOVE SPACES TO GENERATION-RECORD
      SET BG-MASTER-HEADER TO TRUE
      MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO BG-MASTER-NAME
      MOVE WS-MASTER-STATE(WS-MASTER-SUB) TO BG-STATE
      MOVE WS-GEN-DATE-TIME TO BG-DATE-TIME
      WRITE GENERATION-RECORD
      IF WS-OPEN-GOOD
        MOVE "N" TO WS-MASTER-EOF-FLAG
        MOVE "N" TO WS-MASTER-READ-ERROR
        PERFORM UNTIL WS-MASTER-EOF
          PERFORM ReadMasterNext
          IF NOT WS-MASTER-EOF
            PERFORM ExtractControlValue
            ADD 1 TO WS-MASTER-COUNT(WS-MASTER-SUB)
            ADD WS-RECORD-CONTROL TO WS-MASTER-TOTAL(WS-MASTER-SUB)
            MOVE SPACES TO GENERATION-RECORD
            SET BG-MASTER-DETAIL TO TRUE
            MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO BG-MASTER-NAME
            MOVE WS-MASTER-IMAGE TO BG-IMAGE
            WRITE GENERATION-RECORD
            END-IF
          END-PERFORM
        PERFORM CloseMaster
        IF WS-MASTER-READ-ERROR = "Y"
          DISPLAY "Read error on " WS-MASTER-NAME(WS-MASTER-SUB)
                  ".DAT (status " MASTER-STATUS ") - the generation"
                  " would be incomplete."
          MOVE "N" TO WS-GEN-OK
          END-IF
        END-IF
      MOVE SPACES TO GENERATION-RECORD
      SET BG-MASTER-TRAILER TO TRUE
      MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO BG-MASTER-NAME
      MOVE WS-MASTER-STATE(WS-MASTER-SUB) TO BG-STATE
      MOVE WS-MASTER-COUNT(WS-MASTER-SUB) TO BG-RECORD-COUNT
      MOVE WS-MASTER-TOTAL(WS-MASTER-SUB) TO BG-CONTROL-TOTAL
      MOVE WS-GEN-DATE-TIME TO BG-DATE-TIME
      WRITE GENERATION-RECORD.

    *> ***********************************************************
    *> Pass two: read the generation back and rebuild every count
    *> and control total from what is actually on disk, then hold
    *> them against each trailer AND against pass one. Every master
    *> must have its trailer; anything short of a clean match fails
    *> the generation.
    *> ***********************************************************
    VerifyGeneration.
      PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
          UNTIL WS-MASTER-SUB > WS-MASTER-LIMIT
        MOVE 0 TO WS-VFY-COUNT(WS-MASTER-SUB)
        MOVE 0 TO WS-VFY-TOTAL(WS-MASTER-SUB)
        MOVE "N" TO WS-VFY-TRAILER(WS-MASTER-SUB)
        END-PERFORM
      OPEN INPUT GENERATION-FILE
      IF GENERATION-STATUS NOT = "00"
        MOVE "N" TO WS-GEN-OK
        EXIT PARAGRAPH
        END-IF
      MOVE "N" TO WS-GEN-EOF-FLAG
      PERFORM UNTIL WS-GEN-EOF
        READ GENERATION-FILE
          AT END MOVE "Y" TO WS-GEN-EOF-FLAG
          NOT AT END PERFORM VerifyOneRecord
        END-READ
        END-PERFORM
      CLOSE GENERATION-FILE
      PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
          UNTIL WS-MASTER-SUB > WS-MASTER-LIMIT
        IF WS-VFY-TRAILER(WS-MASTER-SUB) NOT = "Y"
            OR WS-VFY-COUNT(WS-MASTER-SUB)
              NOT = WS-MASTER-COUNT(WS-MASTER-SUB)
            OR WS-VFY-TOTAL(WS-MASTER-SUB)
              NOT = WS-MASTER-TOTAL(WS-MASTER-SUB)
          DISPLAY "VERIFY FAILED on " WS-MASTER-NAME(WS-MASTER-SUB)
                  ": read back " WS-VFY-COUNT(WS-MASTER-SUB)
                  " record(s), unloaded " WS-MASTER-COUNT(WS-MASTER-SUB)
          MOVE "N" TO WS-GEN-OK
          END-IF
        END-PERFORM.

    VerifyOneRecord.
      PERFORM FindMasterByName
      IF WS-MASTER-SUB = 0
        MOVE "N" TO WS-GEN-OK
        EXIT PARAGRAPH
        END-IF
      EVALUATE TRUE
        WHEN BG-MASTER-DETAIL
          MOVE BG-IMAGE TO WS-MASTER-IMAGE
          PERFORM ExtractControlValue
          ADD 1 TO WS-VFY-COUNT(WS-MASTER-SUB)
          ADD WS-RECORD-CONTROL TO WS-VFY-TOTAL(WS-MASTER-SUB)
        WHEN BG-MASTER-TRAILER
          MOVE "Y" TO WS-VFY-TRAILER(WS-MASTER-SUB)
          IF BG-RECORD-COUNT NOT = WS-MASTER-COUNT(WS-MASTER-SUB)
              OR BG-CONTROL-TOTAL NOT = WS-MASTER-TOTAL(WS-MASTER-SUB)
            MOVE "N" TO WS-GEN-OK
            END-IF
      END-EVALUATE.

    *> Sets WS-MASTER-SUB to the master BG-MASTER-NAME names, or 0.
    FindMasterByName.
      MOVE 0 TO WS-MASTER-SUB
      PERFORM VARYING WS-MASTER-SCAN FROM 1 BY 1
          UNTIL WS-MASTER-SCAN > WS-MASTER-LIMIT
        IF WS-MASTER-NAME(WS-MASTER-SCAN) = BG-MASTER-NAME
          MOVE WS-MASTER-SCAN TO WS-MASTER-SUB
          END-IF
        END-PERFORM.

    *> The control field for the record in WS-MASTER-IMAGE, by the
    *> position InitializeMasters gives for this master. A field that
    *> isn't numeric (a blank award date) hashes as zero - on both
    *> sides of every comparison alike.
    ExtractControlValue.
      MOVE 0 TO WS-RECORD-CONTROL
      IF WS-MASTER-IMAGE(WS-CTL-START(WS-MASTER-SUB):
          WS-CTL-LENGTH(WS-MASTER-SUB)) IS NUMERIC
        MOVE WS-MASTER-IMAGE(WS-CTL-START(WS-MASTER-SUB):
            WS-CTL-LENGTH(WS-MASTER-SUB)) TO WS-RECORD-CONTROL
        END-IF.

    *> ***********************************************************
    *> One catalog record per master for the new generation, and
    *> the same rows into the table so pruning sees them.
    *> ***********************************************************
    AppendCatalog.
      OPEN EXTEND CATALOG-FILE
      IF CATALOG-STATUS = "35"
        OPEN OUTPUT CATALOG-FILE
        END-IF
      PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
          UNTIL WS-MASTER-SUB > WS-MASTER-LIMIT
        MOVE WS-NEW-GENERATION TO BC-GENERATION
        MOVE WS-GEN-DATE-TIME TO BC-DATE-TIME
        MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO BC-MASTER-NAME
        MOVE WS-MASTER-STATE(WS-MASTER-SUB) TO BC-STATE
        MOVE WS-MASTER-COUNT(WS-MASTER-SUB) TO BC-RECORD-COUNT
        MOVE WS-MASTER-TOTAL(WS-MASTER-SUB) TO BC-CONTROL-TOTAL
        WRITE CATALOG-RECORD
        PERFORM StoreCatalogEntry
        END-PERFORM
      CLOSE CATALOG-FILE.

    *> ***********************************************************
    *> Keeps the last WS-KEEP-GENERATIONS: older generation files
    *> are deleted and the catalog is rewritten without them. A
    *> catalog too big to hold whole is left alone rather than
    *> rewritten short.
    *> ***********************************************************
    PruneGenerations.
      IF WS-CAT-DROPPED > 0
        DISPLAY "WARNING: GNBACKUP.CTL holds more than " WS-CAT-MAX
                " entries - nothing pruned. Tidy it by hand."
        EXIT PARAGRAPH
        END-IF
      IF WS-NEW-GENERATION <= WS-KEEP-GENERATIONS
        EXIT PARAGRAPH
        END-IF
      COMPUTE WS-PRUNE-CUTOFF = WS-NEW-GENERATION - WS-KEEP-GENERATIONS
      MOVE 0 TO WS-LAST-DELETED
      OPEN OUTPUT CATALOG-FILE
      PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
          UNTIL WS-CAT-SUB > WS-CAT-COUNT
        IF WS-CAT-GENERATION(WS-CAT-SUB) > WS-PRUNE-CUTOFF
          MOVE WS-CAT-ENTRY(WS-CAT-SUB) TO CATALOG-RECORD
          WRITE CATALOG-RECORD
        ELSE
          IF WS-CAT-GENERATION(WS-CAT-SUB) NOT = WS-LAST-DELETED
            MOVE WS-CAT-GENERATION(WS-CAT-SUB) TO WS-GEN-NUMBER
            MOVE WS-GEN-NUMBER TO WS-LAST-DELETED
            PERFORM BuildGenerationName
            CALL "CBL_DELETE_FILE" USING WS-GEN-NAME
            ADD 1 TO WS-PRUNED-COUNT
            END-IF
          END-IF
        END-PERFORM
      CLOSE CATALOG-FILE
      IF WS-PRUNED-COUNT > 0
        MOVE WS-KEEP-GENERATIONS TO WS-KEEP-EDIT
        DISPLAY WS-PRUNED-COUNT " older generation(s) deleted - the"
                " last " FUNCTION TRIM(WS-KEEP-EDIT) " are kept."
        END-IF.

    *> ***********************************************************
    *> The generations on hand, one line per master.
    *> ***********************************************************
    ListGenerations.
      IF WS-CAT-COUNT = 0
        DISPLAY "No generations on the catalog (GNBACKUP.CTL) yet."
        EXIT PARAGRAPH
        END-IF
      DISPLAY "Gen   Taken             Master    State     Records"
              "   Control total"
      PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
          UNTIL WS-CAT-SUB > WS-CAT-COUNT
        MOVE WS-CAT-RECORD-COUNT(WS-CAT-SUB) TO WS-COUNT-EDIT
        MOVE WS-CAT-CONTROL-TOTAL(WS-CAT-SUB) TO WS-TOTAL-EDIT
        DISPLAY WS-CAT-GENERATION(WS-CAT-SUB) "  "
                WS-CAT-DATE-TIME(WS-CAT-SUB)(1:8) "-"
                WS-CAT-DATE-TIME(WS-CAT-SUB)(9:4) "  "
                WS-CAT-MASTER-NAME(WS-CAT-SUB) "  "
                WS-CAT-STATE(WS-CAT-SUB) "  " WS-COUNT-EDIT "  "
                WS-TOTAL-EDIT
        END-PERFORM.

    *> ***********************************************************
    *> Reloads a generation: confirm it is on the catalog and on
    *> disk, take the supervisor's ID and a Y, take a generation of
    *> the files as they stand, then rebuild each chosen master from
    *> the generation and prove it.
    *> ***********************************************************
    RestoreGeneration.
      MOVE "N" TO WS-CAT-FOUND
      PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
          UNTIL WS-CAT-SUB > WS-CAT-COUNT
        IF WS-CAT-GENERATION(WS-CAT-SUB) = WS-RESTORE-GEN
          MOVE "Y" TO WS-CAT-FOUND
          END-IF
        END-PERFORM
      IF WS-CAT-FOUND NOT = "Y"
        DISPLAY "Generation " WS-RESTORE-GEN " is not on the catalog -"
                " run gnbackup LIST to see what is on hand."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      MOVE WS-RESTORE-GEN TO WS-GEN-NUMBER
      PERFORM BuildGenerationName
      OPEN INPUT GENERATION-FILE
      IF GENERATION-STATUS NOT = "00"
        DISPLAY WS-GEN-NAME " could not be opened (status "
                GENERATION-STATUS ") - nothing has been changed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      CLOSE GENERATION-FILE
      DISPLAY "Generation " WS-RESTORE-GEN " holds:"
      PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
          UNTIL WS-CAT-SUB > WS-CAT-COUNT
        IF WS-CAT-GENERATION(WS-CAT-SUB) = WS-RESTORE-GEN
          MOVE WS-CAT-RECORD-COUNT(WS-CAT-SUB) TO WS-COUNT-EDIT
          DISPLAY "  " WS-CAT-MASTER-NAME(WS-CAT-SUB) "  "
                  WS-CAT-STATE(WS-CAT-SUB) "  " WS-COUNT-EDIT
                  " record(s), taken " WS-CAT-DATE-TIME(WS-CAT-SUB)
          END-IF
        END-PERFORM
      DISPLAY "Enter your supervisor ID:"
      ACCEPT WS-SUPERVISOR-ID
      IF WS-SUPERVISOR-ID = SPACES
        DISPLAY "A supervisor ID is required - every reload is logged"
                " under it."
        STOP RUN
        END-IF
      IF WS-RESTORE-MASTER = SPACES
        DISPLAY "Replace EVERY master with generation " WS-RESTORE-GEN
                "? Y to proceed:"
      ELSE
        DISPLAY "Replace " FUNCTION TRIM(WS-RESTORE-MASTER)
                ".DAT with generation " WS-RESTORE-GEN
                "? Y to proceed:"
        END-IF
      ACCEPT WS-CONFIRM
      IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
        DISPLAY "Nothing has been changed."
        STOP RUN
        END-IF
      DISPLAY " "
      DISPLAY "Taking a generation of the files as they stand first,"
              " so this restore can be undone."
      PERFORM TakeGeneration
      IF NOT WS-GEN-GOOD
        DISPLAY "Refusing to restore without that safety generation -"
                " nothing has been changed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
        END-IF
      DISPLAY " "
      MOVE WS-RESTORE-GEN TO WS-GEN-NUMBER
      PERFORM BuildGenerationName
      MOVE SPACES TO WS-AL-TO-ID
      STRING "GEN" WS-GEN-NUMBER DELIMITED BY SIZE INTO WS-AL-TO-ID
      OPEN INPUT GENERATION-FILE
      MOVE "N" TO WS-GEN-EOF-FLAG
      PERFORM UNTIL WS-GEN-EOF
        READ GENERATION-FILE
          AT END MOVE "Y" TO WS-GEN-EOF-FLAG
          NOT AT END PERFORM ReloadOneRecord
        END-READ
        END-PERFORM
      CLOSE GENERATION-FILE
      *> A generation cut off mid-master leaves that master open.
      IF WS-RELOADING = "Y"
        PERFORM CloseMaster
        ADD 1 TO WS-RELOAD-FAILURES
        DISPLAY "RELOAD FAILED on " WS-MASTER-NAME(WS-MASTER-SUB)
                ": the generation ends before its trailer."
        END-IF
      DISPLAY " "
      DISPLAY WS-RELOADED-MASTERS " master(s) reloaded from "
              WS-GEN-NAME "; " WS-RELOAD-FAILURES " failed to prove."
      IF WS-RELOAD-FAILURES > 0
        DISPLAY "Investigate before play resumes - the files as they"
                " stood are generation " WS-NEW-GENERATION "."
        MOVE 8 TO RETURN-CODE
        END-IF
      DISPLAY "Every reload is in GNADMLOG.DAT.".

    ReloadOneRecord.
      EVALUATE TRUE
        WHEN BG-MASTER-HEADER
          PERFORM StartMasterReload
        WHEN BG-MASTER-DETAIL
          IF WS-RELOADING = "Y"
            MOVE BG-IMAGE TO WS-MASTER-IMAGE
            PERFORM WriteMasterRecord
            IF MASTER-STATUS = "00"
              ADD 1 TO WS-RELOAD-WRITTEN
            ELSE
              ADD 1 TO WS-RELOAD-REJECTED
              END-IF
            END-IF
        WHEN BG-MASTER-TRAILER
          IF WS-RELOADING = "Y"
            PERFORM CloseMaster
            MOVE "N" TO WS-RELOADING
            PERFORM ProveMasterReload
            END-IF
      END-EVALUATE.

    *> A header opens its master for output - unless it isn't one
    *> we were asked for, or it was absent when the generation was
    *> taken (the live file is left as it is; there is nothing to
    *> reload it from).
    StartMasterReload.
      MOVE "N" TO WS-RELOADING
      PERFORM FindMasterByName
      IF WS-MASTER-SUB = 0
        DISPLAY "Unrecognized master " BG-MASTER-NAME " in "
                WS-GEN-NAME " - skipped."
        EXIT PARAGRAPH
        END-IF
      IF WS-RESTORE-MASTER NOT = SPACES
          AND WS-RESTORE-MASTER NOT = BG-MASTER-NAME
        EXIT PARAGRAPH
        END-IF
      IF BG-MASTER-ABSENT
        DISPLAY FUNCTION TRIM(BG-MASTER-NAME) ": absent when the generation was"
                " taken - live file left as it is."
        EXIT PARAGRAPH
        END-IF
      MOVE 0 TO WS-RELOAD-WRITTEN
      MOVE 0 TO WS-RELOAD-REJECTED
      PERFORM OpenMasterOutputRetried
      IF NOT WS-OPEN-GOOD
        DISPLAY "RELOAD FAILED on " BG-MASTER-NAME ": could not open"
                " it for output (status " MASTER-STATUS ")."
        ADD 1 TO WS-RELOAD-FAILURES
        EXIT PARAGRAPH
        END-IF
      MOVE "Y" TO WS-RELOADING.

    *> ***********************************************************
    *> The proof: read the reloaded master back and count it. The
    *> records written, the records read back, and the trailer's
    *> count must all agree, and the control total read back must
    *> equal the trailer's.
    *> ***********************************************************
    ProveMasterReload.
      MOVE 0 TO WS-RELOAD-COUNT
      MOVE 0 TO WS-RELOAD-TOTAL
      PERFORM OpenMasterInputRetried
      IF WS-OPEN-GOOD
        MOVE "N" TO WS-MASTER-EOF-FLAG
        MOVE "N" TO WS-MASTER-READ-ERROR
        PERFORM UNTIL WS-MASTER-EOF
          PERFORM ReadMasterNext
          IF NOT WS-MASTER-EOF
            PERFORM ExtractControlValue
            ADD 1 TO WS-RELOAD-COUNT
            ADD WS-RECORD-CONTROL TO WS-RELOAD-TOTAL
            END-IF
          END-PERFORM
        PERFORM CloseMaster
        END-IF
      ADD 1 TO WS-RELOADED-MASTERS
      IF WS-RELOAD-WRITTEN = BG-RECORD-COUNT
          AND WS-RELOAD-COUNT = BG-RECORD-COUNT
          AND WS-RELOAD-TOTAL = BG-CONTROL-TOTAL
          AND WS-RELOAD-REJECTED = 0
        DISPLAY FUNCTION TRIM(BG-MASTER-NAME) ": " WS-RELOAD-COUNT " record(s)"
                " reloaded and read back - matches the generation."
      ELSE
        ADD 1 TO WS-RELOAD-FAILURES
        DISPLAY "RELOAD MISMATCH on " BG-MASTER-NAME ": generation "
                BG-RECORD-COUNT ", written " WS-RELOAD-WRITTEN
                ", rejected " WS-RELOAD-REJECTED ", read back "
                WS-RELOAD-COUNT
        END-IF
      PERFORM WriteAdminLogRecord.

    *> ***********************************************************
    *> One admin-log record per master reloaded, in GNADMIN's
    *> layout: action RESTOR, the master as the from-ID, the
    *> generation as the to-ID, the records read back in the games
    *> counter and the records rejected in the wins counter.
    *> ***********************************************************
    WriteAdminLogRecord.
      OPEN EXTEND ADMIN-LOG-FILE
      IF ADMIN-LOG-STATUS = "35"
        OPEN OUTPUT ADMIN-LOG-FILE
        END-IF
      MOVE FUNCTION CURRENT-DATE(1:16) TO AL-DATE-TIME
      MOVE WS-SUPERVISOR-ID TO AL-SUPERVISOR
      MOVE "RESTOR" TO AL-ACTION
      MOVE BG-MASTER-NAME TO AL-FROM-ID
      MOVE WS-AL-TO-ID TO AL-TO-ID
      MOVE WS-RELOAD-COUNT TO AL-GAMES
      MOVE WS-RELOAD-REJECTED TO AL-WINS
      WRITE ADMIN-LOG-RECORD
      CLOSE ADMIN-LOG-FILE.

    *> ***********************************************************
    *> Retried opens on the master WS-MASTER-SUB names. For input,
    *> "not found" is an answer (the master doesn't exist yet), not
    *> something to wait out.
    *> ***********************************************************
    OpenMasterInputRetried.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD OR WS-OPEN-ABSENT
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        PERFORM OpenMasterInput
        EVALUATE MASTER-STATUS
          WHEN "00" MOVE "Y" TO WS-OPEN-OK
          WHEN "35" MOVE "A" TO WS-OPEN-OK
          WHEN OTHER
            ADD 1 TO WS-OPEN-RETRY
            CALL "C$SLEEP" USING WS-OPEN-WAIT
        END-EVALUATE
        END-PERFORM.

    OpenMasterOutputRetried.
      MOVE 0 TO WS-OPEN-RETRY
      MOVE "N" TO WS-OPEN-OK
      PERFORM UNTIL WS-OPEN-GOOD
          OR WS-OPEN-RETRY >= WS-OPEN-RETRY-LIMIT
        PERFORM OpenMasterOutput
        IF MASTER-STATUS = "00"
          MOVE "Y" TO WS-OPEN-OK
        ELSE
          ADD 1 TO WS-OPEN-RETRY
          CALL "C$SLEEP" USING WS-OPEN-WAIT
          END-IF
        END-PERFORM.

    OpenMasterInput.
      EVALUATE WS-MASTER-SUB
        WHEN 1 OPEN INPUT LEADERBOARD-FILE
        WHEN 2 OPEN INPUT BANK-FILE
        WHEN 3 OPEN INPUT RATING-FILE
        WHEN 4 OPEN INPUT DAILY-FILE
        WHEN 5 OPEN INPUT DAYLOG-FILE
        WHEN 6 OPEN INPUT AWARDS-FILE
        WHEN 7 OPEN INPUT SEASON-HISTORY-FILE
        WHEN 8 OPEN INPUT LIMIT-FILE
        WHEN 9 OPEN INPUT OPERATOR-FILE
        WHEN 10 OPEN INPUT TEAM-FILE
      END-EVALUATE.

    OpenMasterOutput.
      EVALUATE WS-MASTER-SUB
        WHEN 1 OPEN OUTPUT LEADERBOARD-FILE
        WHEN 2 OPEN OUTPUT BANK-FILE
        WHEN 3 OPEN OUTPUT RATING-FILE
        WHEN 4 OPEN OUTPUT DAILY-FILE
        WHEN 5 OPEN OUTPUT DAYLOG-FILE
        WHEN 6 OPEN OUTPUT AWARDS-FILE
        WHEN 7 OPEN OUTPUT SEASON-HISTORY-FILE
        WHEN 8 OPEN OUTPUT LIMIT-FILE
        WHEN 9 OPEN OUTPUT OPERATOR-FILE
        WHEN 10 OPEN OUTPUT TEAM-FILE
      END-EVALUATE.

    CloseMaster.
      EVALUATE WS-MASTER-SUB
        WHEN 1 CLOSE LEADERBOARD-FILE
        WHEN 2 CLOSE BANK-FILE
        WHEN 3 CLOSE RATING-FILE
        WHEN 4 CLOSE DAILY-FILE
        WHEN 5 CLOSE DAYLOG-FILE
        WHEN 6 CLOSE AWARDS-FILE
        WHEN 7 CLOSE SEASON-HISTORY-FILE
        WHEN 8 CLOSE LIMIT-FILE
        WHEN 9 CLOSE OPERATOR-FILE
        WHEN 10 CLOSE TEAM-FILE
      END-EVALUATE.

    *> Next record of the open master into WS-MASTER-IMAGE, in key
    *> order for the indexed masters. A status other than a clean
    *> read or end of file ends the pass and is flagged.
    ReadMasterNext.
      MOVE SPACES TO WS-MASTER-IMAGE
      EVALUATE WS-MASTER-SUB
        WHEN 1
          READ LEADERBOARD-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE LEADERBOARD-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 2
          READ BANK-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE BANK-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 3
          READ RATING-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE RATING-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 4
          READ DAILY-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE DAILY-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 5
          READ DAYLOG-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE DAYLOG-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 6
          READ AWARDS-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE AWARDS-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 7
          READ SEASON-HISTORY-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE SEASON-HISTORY-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 8
          READ LIMIT-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE LIMIT-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 9
          READ OPERATOR-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE OPERATOR-RECORD TO WS-MASTER-IMAGE
          END-READ
        WHEN 10
          READ TEAM-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-MASTER-EOF-FLAG
            NOT AT END MOVE TEAM-RECORD TO WS-MASTER-IMAGE
          END-READ
      END-EVALUATE
      IF MASTER-STATUS NOT = "00" AND MASTER-STATUS NOT = "10"
        MOVE "Y" TO WS-MASTER-READ-ERROR
        MOVE "Y" TO WS-MASTER-EOF-FLAG
        END-IF.

    *> The record in WS-MASTER-IMAGE onto the master open for
    *> output; MASTER-STATUS says whether it took (a duplicate key
    *> in a hand-edited generation is refused, not overwritten).
    WriteMasterRecord.
      EVALUATE WS-MASTER-SUB
        WHEN 1
          MOVE WS-MASTER-IMAGE TO LEADERBOARD-RECORD
          WRITE LEADERBOARD-RECORD
        WHEN 2
          MOVE WS-MASTER-IMAGE TO BANK-RECORD
          WRITE BANK-RECORD
        WHEN 3
          MOVE WS-MASTER-IMAGE TO RATING-RECORD
          WRITE RATING-RECORD
        WHEN 4
          MOVE WS-MASTER-IMAGE TO DAILY-RECORD
          WRITE DAILY-RECORD
        WHEN 5
          MOVE WS-MASTER-IMAGE TO DAYLOG-RECORD
          WRITE DAYLOG-RECORD
        WHEN 6
          MOVE WS-MASTER-IMAGE TO AWARDS-RECORD
          WRITE AWARDS-RECORD
        WHEN 7
          MOVE WS-MASTER-IMAGE TO SEASON-HISTORY-RECORD
          WRITE SEASON-HISTORY-RECORD
        WHEN 8
          MOVE WS-MASTER-IMAGE TO LIMIT-RECORD
          WRITE LIMIT-RECORD
        WHEN 9
          MOVE WS-MASTER-IMAGE TO OPERATOR-RECORD
          WRITE OPERATOR-RECORD
        WHEN 10
          MOVE WS-MASTER-IMAGE TO TEAM-RECORD
          WRITE TEAM-RECORD
      END-EVALUATE.
