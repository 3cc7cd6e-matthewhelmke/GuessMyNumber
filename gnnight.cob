*> ***************************************************************
*> GNNIGHT - nightly job controller with restart
*>
*> The nightly sequence is GNBACKUP, then GNMERGE, then GNRECON, then
*> GNDAYRPT, GNTREND, GNFAIR, GNSUSPCT, and GNSTAND - in that order,
*> because the masters get their generation copy before GNMERGE
*> changes them, and reporting off an unmerged GAMELOG is exactly the
*> lost-update look GNMERGE exists to prevent. The standings
*> interface file goes last so the recognition board only ever gets
*> a night that closed clean. Run by hand, a failure in the middle meant
*> remembering where you were. This driver runs the sequence, records
*> each step's start, end, and status in the run-control file
*> GNRUNCTL.DAT, refuses to go past a failed step, and when rerun the
*> same night picks up at the step that failed instead of redoing the
*> whole window. A one-page night-run summary goes to GNNIGHT.RPT for
*> the binder.
*>
*> A step that completed tonight is never rerun - rerunning GNMERGE
*> is harmless, but the point of the control file is that nobody has
       88 WS-RC-EOF VALUE "Y".

    01 WS-RUN-DATE PIC X(8).
    01 WS-STEP-LIMIT PIC 9 usage comp-6 VALUE 8.

    *> The nightly sequence and tonight's state per step. The latest
    *> run-control record for tonight wins, so a step failed at 11 PM
    *> and rerun clean at 2 AM reads as OK.
    01 WS-STEP-TABLE.
       05 WS-STEP-ENTRY OCCURS 8 TIMES.
          10 WS-STEP-NAME          PIC X(8).
          10 WS-STEP-COMMAND       PIC X(20).
          10 WS-STEP-STATE         PIC X(8).
    STOP RUN.

    InitializeSteps.
      MOVE "GNBACKUP" TO WS-STEP-NAME(1)
      MOVE "./gnbackup" TO WS-STEP-COMMAND(1)
      MOVE "GNMERGE" TO WS-STEP-NAME(2)
      MOVE "./gnmerge" TO WS-STEP-COMMAND(2)
      MOVE "GNRECON" TO WS-STEP-NAME(3)
      MOVE "./gnrecon" TO WS-STEP-COMMAND(3)
      MOVE "GNDAYRPT" TO WS-STEP-NAME(4)
      MOVE "./gndayrpt" TO WS-STEP-COMMAND(4)
      MOVE "GNTREND" TO WS-STEP-NAME(5)
      MOVE "./gntrend" TO WS-STEP-COMMAND(5)
      MOVE "GNFAIR" TO WS-STEP-NAME(6)
      MOVE "./gnfair" TO WS-STEP-COMMAND(6)
      MOVE "GNSUSPCT" TO WS-STEP-NAME(7)
      MOVE "./gnsuspct" TO WS-STEP-COMMAND(7)
      MOVE "GNSTAND" TO WS-STEP-NAME(8)
      MOVE "./gnstand" TO WS-STEP-COMMAND(8)
      PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
          UNTIL WS-STEP-SUB > WS-STEP-LIMIT
        MOVE "PENDING" TO WS-STEP-STATE(WS-STEP-SUB)
            IF RC-DATE = WS-RUN-DATE
                AND RC-STEP-NUMBER >= 1
                AND RC-STEP-NUMBER <= WS-STEP-LIMIT
                AND RC-STEP-NAME = WS-STEP-NAME(RC-STEP-NUMBER)
              MOVE RC-STATUS TO WS-STEP-STATE(RC-STEP-NUMBER)
              MOVE RC-START-TIME TO WS-STEP-START(RC-STEP-NUMBER)
              MOVE RC-END-TIME TO WS-STEP-END(RC-STEP-NUMBER)
