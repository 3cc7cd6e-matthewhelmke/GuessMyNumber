      *> ***************************************************************
      *> GNOPER record layout - the operator enrollment master, one
      *> record per operator, keyed by operator ID. Shared by GNENROLL
      *> (writer: the supervisor enrollment screen), GNOFFBRD (marks
      *> the operator retired), GuessMyNumber (reader: sign-on checks
      *> the ID, the PIN, and the status for Player 1 and Player 2),
      *> and GNBACKUP (the record image, verbatim - which is why the
      *> record stays inside its 56 bytes). A retired record is never
      *> deleted: it is what keeps the ID from being typed again by
      *> someone else. OP-STATUS-DATE is the day the status last
      *> changed (the enrollment date for an operator never
      *> suspended).
      *> ***************************************************************
           05 OP-OPERATOR-ID           PIC X(10).
           05 OP-DISPLAY-NAME          PIC X(20).
           05 OP-PIN                   PIC X(4).
           05 OP-ENROLLED-DATE         PIC X(8).
           05 OP-STATUS                PIC X.
              88 OP-ACTIVE             VALUE "A".
              88 OP-SUSPENDED          VALUE "S".
              88 OP-RETIRED            VALUE "R".
           05 OP-STATUS-DATE           PIC X(8).
           05 FILLER                   PIC X(5).
